004400*                  TRUNCATED WHEN PERIODS.DAT IS REWRITTEN - THE
004500*                  CORRUPT-ON-OVERFLOW FAILURE MODE THE 08/2026
004600*                  FIXES REMOVED ELSEWHERE.
004610*  10/15/2026  IS  WIDENED THE HELD AND SUSPENSE IMAGES FROM 274
004620*                  TO 284 BYTES FOR THE NEW PROJECTCODE FIELD.
004630*  10/15/2026  IS  THE LATEST RUN MUST ALSO HAVE A PASSING MONEY
004640*                  PROOF - THE LAST CALC-PROOF ENTRY ON THE LEDGER
004650*                  FOR THAT RUN MUST BE A 'V'.  A FAILED PROOF, OR
004660*                  NONE, BLOCKS THE CLOSE.
004700*--------------------------------------------------------------
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
010600     COPY RUNCTL.

010700 FD  HeldFile.
010800 01  HELD-REC                    PIC X(284).

010900*--------------------------------------------------------------
011000* THE OLD FLAT SUSPENSE FILE - STILL THE LIVE DATA FOR AN
012200     03 SUS-REASON-CODE          PIC X(1).
012300     03 SUS-REPORT-ID            PIC 9(6).
012400     03 SUS-EMPLOYEE-ID          PIC X(6).
012500     03 SUS-RECORD-IMAGE         PIC X(284).

012600 FD  SuspenseIdxFile.
012700 01  SUX-REC.
013500        88 SUX-WRITTEN-OFF               VALUE 'W'.
013600     03 SUX-HELD-DATE            PIC 9(8).
013700     03 SUX-REASON-CODE          PIC X(1).
013800     03 SUX-RECORD-IMAGE         PIC X(284).

013900*--------------------------------------------------------------
014000* THE CLOSE DECISION LOG - APPEND-ONLY, ONE LINE PER
021200*--------------------------------------------------------------
021300* RUN-CONTROL EVIDENCE - THE LATEST REGISTERED RUN AND WHETHER
021400* THE DOWNSTREAM STEPS CONSUMED IT.
021410* THE PROOF FIELDS HOLD THE LAST CALC-PROOF ENTRY FOR THE
021420* HIGHEST RUN ID PROVED - A RE-PROOF APPENDS A NEWER ENTRY, AND
021430* THE LEDGER IS READ IN THE ORDER IT WAS WRITTEN.
021500*--------------------------------------------------------------
021600 01  WS-LATEST-RUN-ID            PIC 9(6) VALUE ZERO.
021700 01  WS-SUMMARY-RUN-ID           PIC 9(6) VALUE ZERO.
021800 01  WS-GLFEED-RUN-ID            PIC 9(6) VALUE ZERO.
021810 01  WS-PROOF-RUN-ID             PIC 9(6) VALUE ZERO.
021820 01  WS-PROOF-RESULT             PIC X(1) VALUE SPACE.
021830     88 PROOF-BALANCED                    VALUE 'V'.

021900*--------------------------------------------------------------
022000* HELD/SUSPENSE DATE CHECK WORK FIELDS - THE IMAGE'S FREE-TEXT

034200*================================================================
034300* 2000-VERIFY-RUN-CONTROL - THE LATEST REGISTERED RUN MUST HAVE
034310* BEEN CONSUMED BY BOTH CALC-SUMMARY AND CALC-GLFEED, AND ITS
034320* LATEST MONEY PROOF MUST HAVE BALANCED.
034500*================================================================
034600 2000-VERIFY-RUN-CONTROL.
034700     MOVE ZERO TO WS-LATEST-RUN-ID.
034800     MOVE ZERO TO WS-SUMMARY-RUN-ID.
034900     MOVE ZERO TO WS-GLFEED-RUN-ID.
034910     MOVE ZERO TO WS-PROOF-RUN-ID.
034920     MOVE SPACE TO WS-PROOF-RESULT.
035000     MOVE 'N' TO WS-RUNCTL-EOF-SW.
035100     OPEN INPUT RunControlFile.
035200     IF WS-RUNCTL-FILE-STATUS = '00'
038500         PERFORM 8100-LOG-FAILED-CHECK
038600             THRU 8100-EXIT
038700     END-IF.

038705     EVALUATE TRUE
038710         WHEN WS-PROOF-RUN-ID NOT = WS-LATEST-RUN-ID
038715             MOVE 'LATEST RUN HAS NO MONEY PROOF (CALC-PROOF)'
038720                 TO CLO-TEXT
038725             PERFORM 8100-LOG-FAILED-CHECK
038730                 THRU 8100-EXIT
038735         WHEN PROOF-BALANCED
038740             MOVE 'LATEST RUN MONEY PROOF BALANCED (CALC-PROOF)'
038745                 TO CLO-TEXT
038750             PERFORM 8000-LOG-PASSED-CHECK
038755                 THRU 8000-EXIT
038760         WHEN OTHER
038765             MOVE 'LATEST RUN MONEY PROOF FAILED - SEE PROOF.RPT'
038770                 TO CLO-TEXT
038775             PERFORM 8100-LOG-FAILED-CHECK
038780                 THRU 8100-EXIT
038785     END-EVALUATE.
038800 2000-EXIT.
038900     EXIT.

040100             IF RC-RUN-ID > WS-GLFEED-RUN-ID
040200                 MOVE RC-RUN-ID TO WS-GLFEED-RUN-ID
040300             END-IF
040310         WHEN RC-PROOF-PASSED
040320           OR RC-PROOF-FAILED
040330             IF RC-RUN-ID NOT < WS-PROOF-RUN-ID
040340                 MOVE RC-RUN-ID TO WS-PROOF-RUN-ID
040350                 MOVE RC-ACTION TO WS-PROOF-RESULT
040360             END-IF
040400     END-EVALUATE.

040500     READ RunControlFile
