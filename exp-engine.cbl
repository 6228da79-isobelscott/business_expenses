026600*                  REMAINS, HOLDING ONLY THIS RUN'S NEW PAIRS,
026700*                  STILL FLUSHED TO THE (NOW KEYED) HISTORY ONLY
026800*                  AFTER THE SORT FINISHES CLEANLY.
026807*  10/15/2026  IS  EXPENSE ROWS MAY NOW CARRY A CLIENT PROJECT
026814*                  CODE (PROJECTCODE, AFTER QUANTITY) SO
026821*                  CALC-REBILL CAN BILL CONSULTING TRAVEL BACK TO
026828*                  THE CLIENT.  A CODE NOT ON THE NEW PROJECT
026835*                  MASTER, CONTROL/PROJECTS.DAT, IS A NEW REJECT,
026842*                  REASON J; A BLANK CODE IS ORDINARY NON-PROJECT
026849*                  SPEND.  DELIMITED WEB-TOOL LINES MAY NOW CARRY
026856*                  14 FIELDS, PROJECTCODE LAST (A RECEIPT LEAVES
026863*                  CLAIMTYPE AND QUANTITY EMPTY).  THE HELD AND
026870*                  SUSPENSE RECORD IMAGES GROW FROM 274 TO 284
026877*                  BYTES TO KEEP THE CODE; AN OFFICE'S EXISTING
026884*                  SUSPENSE.IDX MUST BE UNLOADED AND RELOADED AT
026891*                  THE NEW LENGTH WHEN THIS GOES IN.
026899*  10/15/2026  IS  EVERY DISPOSITION IS NOW TOTALLED IN COUNT
026907*                  AND SUBMITTED USD AND HANDED BACK IN EXP-PARMS
026915*                  - INPUT READ, HELD RECORDS SWEPT BACK IN,
026923*                  SORTED, REJECTED (AND HOW MANY OF THOSE WENT
026931*                  NEW ONTO SUSPENSE), DUPLICATE, HELD, INPUT
026939*                  COPIES SKIPPED AS ALREADY HELD, AND HELD
026947*                  OVERFLOW PARKED UNSWEPT - SO THE DRIVER CAN
026955*                  RECORD WHERE EVERY DOLLAR READ WENT FOR
026963*                  CALC-PROOF.  THE REJECT RECORD CARRIES THE
026971*                  SUBMITTED USDAMOUNT AS A NEW LAST FIELD (ZERO
026979*                  FOR A BAD DELIMITED LINE, WHICH HAS NONE).
026980*  10/15/2026  IS  A DELIMITED LINE WITH MORE THAN 14 FIELDS
026981*                  FAILS THE PARSE AGAIN - THE FIELD TABLE STOPPED
026982*                  COUNTING AT 14, SO AN OVER-LONG LINE PASSED AS
026983*                  A 14-FIELD ONE WITH ITS EXTRA FIELDS DROPPED.
026984*                  A PROJECT CODE LONGER THAN PROJECTCODE ALSO
026985*                  FAILS THE PARSE RATHER THAN BEING CUT SHORT
026986*                  AND MATCHED TO WHATEVER PROJECT IT STARTS WITH.
026987*--------------------------------------------------------------
027000 ENVIRONMENT DIVISION.
027100 INPUT-OUTPUT SECTION.
027200 FILE-CONTROL.
034600             DYNAMIC WS-CLAIM-EXCEPTION-FILE
034700         ORGANIZATION IS LINE SEQUENTIAL.

034710     SELECT ProjectFile ASSIGN TO
034720             'control/PROJECTS.DAT'
034730         ORGANIZATION IS LINE SEQUENTIAL
034740         FILE STATUS IS WS-PROJECT-FILE-STATUS.

034800 DATA DIVISION.
034900 FILE SECTION.
035000 FD  ExpenseFile.
036500        88 CLAIM-PER-DIEM                VALUE 'P'.
036600        88 CLAIM-QUANTITY-BASED          VALUES 'M' 'P'.
036700     03 Quantity                 PIC 9(5)V99.
036710     03 ProjectCode              PIC X(10).
036800*--------------------------------------------------------------
036900* SECOND RECORD LAYOUT ON THE SAME FD - THE RAW LINE VIEW A
037000* DELIMITED (WEB-TOOL) OFFICE FILE IS READ THROUGH BEFORE
038700        05 UsdAmount-S           PIC 9(7)V99.
038800        05 ClaimType-S           PIC X(1).
038900        05 Quantity-S            PIC 9(5)V99.
038910        05 ProjectCode-S         PIC X(10).
039000     03 FiscalPeriod-S           PIC 9(6).
039100     03 CostCenter-S             PIC X(10).
039200     03 Department-S             PIC X(30).
040600        05 UsdAmount-T           PIC 9(7)V99.
040700        05 ClaimType-T           PIC X(1).
040800        05 Quantity-T            PIC 9(5)V99.
040810        05 ProjectCode-T         PIC X(10).
040900     03 FiscalPeriod-T           PIC 9(6).
041000     03 CostCenter-T             PIC X(10).
041100     03 Department-T             PIC X(30).
044000        88 REJ-TERMINATED               VALUE 'T'.
044100        88 REJ-BAD-FORMAT               VALUE 'F'.
044200        88 REJ-BAD-QUANTITY             VALUE 'Q'.
044210        88 REJ-UNKNOWN-PROJECT          VALUE 'J'.
044300     03 REJ-REASON-TEXT          PIC X(30).
044400     03 REJ-LOCAL-AMOUNT         PIC 9(10)V99.
044500     03 REJ-LOCAL-CURRENCY       PIC X(3).
044510     03 REJ-USD-AMOUNT           PIC 9(7)V99.

044600 FD  AuditTrailFile.
044700 01  AUD-REC.
049200        88 PER-CLOSED                    VALUE 'C'.

049300 FD  HeldFile.
049400 01  HELD-REC                    PIC X(284).

049500 FD  HeldOvflFile.
049600 01  HOV-REC                     PIC X(284).

049700 FD  SuspenseFile.
049800 01  SUS-REC.
050500     03 SUS-REASON-CODE          PIC X(1).
050600     03 SUS-REPORT-ID            PIC 9(6).
050700     03 SUS-EMPLOYEE-ID          PIC X(6).
050800     03 SUS-RECORD-IMAGE         PIC X(284).

050900 FD  SuspenseIdxFile.
051000 01  SUX-REC.
051800        88 SUX-WRITTEN-OFF               VALUE 'W'.
051900     03 SUX-HELD-DATE            PIC 9(8).
052000     03 SUX-REASON-CODE          PIC X(1).
052100     03 SUX-RECORD-IMAGE         PIC X(284).

052200 FD  PolicyLimitFile.
052300 01  POL-REC.
055400        88 CLX-AMOUNT-MISMATCH          VALUE 'M'.
055500        88 CLX-NO-RATE-IN-FORCE         VALUE 'N'.

055510 FD  ProjectFile.
055520 01  PRJ-REC.
055530     COPY PROJMAST.

055600 WORKING-STORAGE SECTION.

055700*--------------------------------------------------------------
058300* THEN FLAGS AS NO-RATE-IN-FORCE RATHER THAN ABENDING THE RUN.
058400*--------------------------------------------------------------
058500 01  WS-CLAIMRATE-FILE-STATUS    PIC X(02).
058510 01  WS-PROJECT-FILE-STATUS      PIC X(02).

058600*--------------------------------------------------------------
058700* AUDIT-TRAIL CONTROL FIELDS
061500 01  WS-RAW-LINE                 PIC X(400).
061600 01  WS-DLM-FIELD-AREA.
061700     05 WS-DLM-FIELD-COUNT       PIC 9(02) COMP VALUE ZERO.
061710     05 WS-DLM-FIELD             PIC X(80) OCCURS 15 TIMES.
061900 01  WS-DLM-WORK.
062000     05 WS-CHAR-IX               PIC 9(03) COMP.
062100     05 WS-DLM-CHAR              PIC X(1).
069500           INDEXED BY HELD-IDX.
069600        10 HELD-TAB-REPORT-ID    PIC 9(6).
069700        10 HELD-TAB-EMPLOYEE-ID  PIC 9(6).
069800        10 HELD-TAB-IMAGE        PIC X(284).
069900 01  WS-SWEEP-WORK-REC           PIC X(284).
070000 01  WS-SWEEP-INDEX              PIC 9(05) COMP VALUE ZERO.
070100 01  WS-SWEEP-LIMIT              PIC 9(05) COMP VALUE ZERO.
070200 01  WS-HELD-PARKED              PIC 9(05) COMP VALUE ZERO.
070210 01  WS-PARKED-USD-X             PIC X(09).
070220 01  WS-PARKED-USD REDEFINES WS-PARKED-USD-X
070230                                 PIC 9(7)V99.
070300*--------------------------------------------------------------
070400* SUSPENSE CONTROL FIELDS - THE DEDUPE AGAINST RECORDS ALREADY
070500* ON SUSPENSE IS NOW A KEYED READ OF SUSPENSE.IDX; THE FLAT
077100     05 WS-CLAIM-FOUND-SW        PIC X(01) VALUE 'N'.
077200        88 CLAIM-RATE-FOUND                 VALUE 'Y'.
077300        88 CLAIM-RATE-NOT-FOUND             VALUE 'N'.
077310     05 WS-PROJFILE-EOF-SW       PIC X(01) VALUE 'N'.
077320        88 PROJFILE-EOF                     VALUE 'Y'.
077330     05 WS-PROJECT-FOUND-SW      PIC X(01) VALUE 'N'.
077340        88 PROJECT-FOUND                    VALUE 'Y'.
077350        88 PROJECT-NOT-FOUND                VALUE 'N'.

077400*--------------------------------------------------------------
077500* EFFECTIVE-DATED EXCHANGE-RATE TABLE - LOADED FROM FXRATES.DAT
083500        10 CLM-TAB-EFF-START     PIC 9(8).
083600        10 CLM-TAB-EFF-END       PIC 9(8).

083607*--------------------------------------------------------------
083614* CLIENT PROJECT CODES - LOADED FROM PROJECTS.DAT AT STARTUP.
083621* ONLY THE CODE IS NEEDED HERE; THE CLIENT, BILLABLE
083628* CATEGORIES AND MARKUP ARE CALC-REBILL'S BUSINESS.
083635*--------------------------------------------------------------
083642 01  PROJECT-TABLE-AREA.
083649     05 PROJECT-COUNT            PIC 9(04) COMP VALUE ZERO.
083656     05 PROJECT-TABLE OCCURS 1 TO 500 TIMES
083663           DEPENDING ON PROJECT-COUNT
083670           INDEXED BY PRJ-IDX.
083677        10 PRJ-TAB-PROJECT-CODE  PIC X(10).
083684 01  WS-PROJECTS-DROPPED         PIC 9(05) COMP VALUE ZERO.

083700*--------------------------------------------------------------
083800* RECONCILIATION WORK FIELDS
083900*--------------------------------------------------------------
087800     MOVE ZERO TO EP-RECORDS-WRITTEN.
087900     MOVE ZERO TO EP-RECORDS-REJECTED.
088000     MOVE ZERO TO EP-RECORDS-DUPLICATE.
088007     MOVE ZERO TO EP-RECORDS-SWEPT.
088014     MOVE ZERO TO EP-RECORDS-HELD-SKIPPED.
088021     MOVE ZERO TO EP-RECORDS-SUSPENDED.
088028     MOVE ZERO TO EP-RECORDS-PARKED.
088035     MOVE ZERO TO EP-USD-READ.
088042     MOVE ZERO TO EP-USD-SWEPT.
088049     MOVE ZERO TO EP-USD-WRITTEN.
088056     MOVE ZERO TO EP-USD-REJECTED.
088063     MOVE ZERO TO EP-USD-DUPLICATE.
088070     MOVE ZERO TO EP-USD-HELD.
088077     MOVE ZERO TO EP-USD-HELD-SKIPPED.
088084     MOVE ZERO TO EP-USD-SUSPENDED.
088091     MOVE ZERO TO EP-USD-PARKED.
088100     MOVE ZERO TO EP-RETURN-CODE.

088200     PERFORM 1000-INITIALIZE
088900         PERFORM 1155-LOAD-CLAIM-TABLE
089000             THRU 1155-EXIT

089010         PERFORM 1157-LOAD-PROJECT-TABLE
089020             THRU 1157-EXIT

089100         PERFORM 1170-LOAD-PERIOD-TABLE
089200             THRU 1170-EXIT

100700 1156-EXIT.
100800     EXIT.

100802*================================================================
100804* 1157-LOAD-PROJECT-TABLE - LOAD THE CLIENT PROJECT CODES.  NO
100806* PROJECTS.DAT ON DISK MEANS NO PROJECTS ARE SET UP - ANY ROW
100808* CARRYING A CODE IS THEN REJECTED AS UNKNOWN.  A CODE PAST THE
100810* TABLE LIMIT WOULD REJECT GOOD ROWS, SO IT IS WARNED ABOUT.
100812*================================================================
100814 1157-LOAD-PROJECT-TABLE.
100816     MOVE ZERO TO PROJECT-COUNT.
100818     MOVE ZERO TO WS-PROJECTS-DROPPED.
100820     MOVE 'N' TO WS-PROJFILE-EOF-SW.
100822     OPEN INPUT ProjectFile.
100824     IF WS-PROJECT-FILE-STATUS NOT = '00'
100826         GO TO 1157-EXIT
100828     END-IF.

100830     READ ProjectFile
100832         AT END MOVE 'Y' TO WS-PROJFILE-EOF-SW
100834     END-READ.

100836     PERFORM 1158-LOAD-ONE-PROJECT
100838         THRU 1158-EXIT
100840         UNTIL PROJFILE-EOF.

100842     CLOSE ProjectFile.

100844     IF WS-PROJECTS-DROPPED > ZERO
100846         DISPLAY 'EXP-ENGINE: ' WS-PROJECTS-DROPPED
100848             ' PROJECTS PAST THE TABLE LIMIT - THEIR ROWS WILL '
100850             'REJECT AS UNKNOWN PROJECT.  RAISE THE LIMIT'
100852     END-IF.
100854 1157-EXIT.
100856     EXIT.

100858 1158-LOAD-ONE-PROJECT.
100860     IF PROJECT-COUNT < 500
100862         ADD 1 TO PROJECT-COUNT
100864         SET PRJ-IDX TO PROJECT-COUNT
100866         MOVE PRJ-PROJECT-CODE TO PRJ-TAB-PROJECT-CODE (PRJ-IDX)
100868     ELSE
100870         ADD 1 TO WS-PROJECTS-DROPPED
100872     END-IF.

100874     READ ProjectFile
100876         AT END MOVE 'Y' TO WS-PROJFILE-EOF-SW
100878     END-READ.
100880 1158-EXIT.
100882     EXIT.

100900 1160-LOAD-ONE-POLICY-LIMIT.
101000     IF POLICY-LIMIT-COUNT < 100
101100         ADD 1 TO POLICY-LIMIT-COUNT
130300         END-IF
130400         WRITE HOV-REC FROM HELD-REC
130500         ADD 1 TO WS-HELD-PARKED
130510         MOVE HELD-REC (258:9) TO WS-PARKED-USD-X
130520         ADD WS-PARKED-USD TO EP-USD-PARKED
130600     END-IF.

130700     READ HeldFile
142900     IF NOT-SWEEPING-HELD
143000         ADD 1 TO EP-RECORDS-READ
143100         ADD UsdAmount TO WS-CONTROL-USD-TOTAL
143110     ELSE
143120         ADD 1 TO EP-RECORDS-SWEPT
143130         ADD UsdAmount TO EP-USD-SWEPT
143200     END-IF.

143300     PERFORM 2130-VALIDATE-RECORD
151000         GO TO 2130-EXIT
151100     END-IF.

151108*    A PROJECT CODE THAT ISN'T ON THE MASTER CAN'T BE BILLED TO
151116*    ANYONE - REJECT IT FOR THE OFFICE TO CORRECT.
151124     IF ProjectCode NOT = SPACES
151132         PERFORM 2137-FIND-PROJECT
151140             THRU 2137-EXIT
151148         IF PROJECT-NOT-FOUND
151156             SET RECORD-INVALID TO TRUE
151164             SET REJ-UNKNOWN-PROJECT TO TRUE
151172             GO TO 2130-EXIT
151180         END-IF
151188     END-IF.

151200     PERFORM 2210-FIND-FX-RATE
151300         THRU 2210-EXIT.

153600     MOVE EmployeeId    TO REJ-EMPLOYEE-ID.
153700     MOVE LocalAmount   TO REJ-LOCAL-AMOUNT.
153800     MOVE LocalCurrency TO REJ-LOCAL-CURRENCY.
153810     MOVE UsdAmount     TO REJ-USD-AMOUNT.

153900     EVALUATE TRUE
154000         WHEN REJ-BAD-EMPLOYEE-ID
155700             MOVE 'BAD DELIMITED RECORD' TO REJ-REASON-TEXT
155800         WHEN REJ-BAD-QUANTITY
155900             MOVE 'BAD CLAIM QUANTITY' TO REJ-REASON-TEXT
155910         WHEN REJ-UNKNOWN-PROJECT
155920             MOVE 'UNKNOWN PROJECT CODE' TO REJ-REASON-TEXT
156000     END-EVALUATE.

156100     WRITE REJ-REC.
156200     IF REJ-DUPLICATE-REPORT
156300         ADD 1 TO EP-RECORDS-DUPLICATE
156310         ADD UsdAmount TO EP-USD-DUPLICATE
156400     ELSE
156500         ADD 1 TO EP-RECORDS-REJECTED
156510         ADD UsdAmount TO EP-USD-REJECTED
156600     END-IF.

156700     IF NOT REJ-DUPLICATE-REPORT
160200         MOVE IN-REC TO SUX-RECORD-IMAGE
160300         WRITE SUX-REC
160400             INVALID KEY CONTINUE
160410             NOT INVALID KEY
160420                 ADD 1 TO EP-RECORDS-SUSPENDED
160430                 ADD UsdAmount TO EP-USD-SUSPENDED
160500         END-WRITE
160600     END-IF.
160700 2145-EXIT.
173200 2135-EXIT.
173300     EXIT.

173305*================================================================
173310* 2137-FIND-PROJECT - IS THIS ROW'S PROJECTCODE ON THE MASTER?
173315*================================================================
173320 2137-FIND-PROJECT.
173325     SET PROJECT-NOT-FOUND TO TRUE.
173330     IF PROJECT-COUNT > ZERO
173335         SET PRJ-IDX TO 1
173340         SEARCH PROJECT-TABLE
173345             AT END
173350                 SET PROJECT-NOT-FOUND TO TRUE
173355             WHEN PRJ-TAB-PROJECT-CODE (PRJ-IDX) = ProjectCode
173360                 SET PROJECT-FOUND TO TRUE
173365         END-SEARCH
173370     END-IF.
173375 2137-EXIT.
173380     EXIT.

173400 2220-WRITE-FX-EXCEPTION.
173500     MOVE ReportId        TO FXE-REPORT-ID.
173600     MOVE EmployeeId      TO FXE-EMPLOYEE-ID.
189600     IF HELD-PAIR-NOT-FOUND
189700         WRITE HELD-REC FROM IN-REC
189800         ADD 1 TO EP-RECORDS-HELD
189810         ADD UsdAmount TO EP-USD-HELD
189900         IF HELD-COUNT < 1000
190000             ADD 1 TO HELD-COUNT
190100             SET HELD-IDX TO HELD-COUNT
190300             MOVE EmployeeId TO HELD-TAB-EMPLOYEE-ID (HELD-IDX)
190400             MOVE IN-REC TO HELD-TAB-IMAGE (HELD-IDX)
190500         END-IF
190510     ELSE
190520         ADD 1 TO EP-RECORDS-HELD-SKIPPED
190530         ADD UsdAmount TO EP-USD-HELD-SKIPPED
190600     END-IF.
190700 2400-EXIT.
190800     EXIT.
194500* 2900-PARSE-DELIMITED - SPLIT A WEB-TOOL LINE ON COMMAS
194600* (QUOTED TEXT KEPT WHOLE, QUOTES DROPPED) AND REBUILD IN-REC
194700* FROM THE ELEVEN EXPECTED FIELDS - OR THIRTEEN, WITH CLAIMTYPE
194710* AND QUANTITY LAST, OR FOURTEEN, WITH PROJECTCODE AFTER THEM.
194720* STRUCTURAL PROBLEMS COME BACK PARSE-FAILED.  THE TABLE HOLDS
194730* ONE FIELD MORE THAN THE LONGEST LAYOUT, SO AN OVER-LONG LINE
194740* COUNTS AS FIFTEEN AND FAILS.
194900*================================================================
195000 2900-PARSE-DELIMITED.
195100     MOVE IN-LINE-REC TO WS-RAW-LINE.
195700     MOVE ZERO TO WS-NUM-IX.
195800     PERFORM 2905-CLEAR-ONE-FIELD
195900         THRU 2905-EXIT
195910         UNTIL WS-NUM-IX >= 15.

196100     PERFORM 2910-PARSE-ONE-CHAR
196200         THRU 2910-EXIT

196700     IF WS-DLM-FIELD-COUNT NOT = 11
196800         AND WS-DLM-FIELD-COUNT NOT = 13
196810         AND WS-DLM-FIELD-COUNT NOT = 14
196900         SET PARSE-FAILED TO TRUE
197000         GO TO 2900-EXIT
197100     END-IF.
200100     EXIT.

200200 2920-FINALIZE-FIELD.
200210     IF WS-DLM-FIELD-COUNT < 15
200400         ADD 1 TO WS-DLM-FIELD-COUNT
200500         MOVE WS-FLD-TEXT
200600             TO WS-DLM-FIELD (WS-DLM-FIELD-COUNT)
206300*    SO CLAIMTYPE AND QUANTITY ARE ALREADY SPACES.  A 13-FIELD
206400*    LINE CARRIES THEM LAST; A QUANTITY THAT WON'T PARSE ON A
206500*    QUANTITY-BASED CLAIM IS A STRUCTURAL FAILURE LIKE A BAD
206510*    AMOUNT.  A 14-FIELD LINE CARRIES THEM TOO, BLANK ON A
206520*    RECEIPT.
206530     IF WS-DLM-FIELD-COUNT NOT < 13
206800         MOVE WS-DLM-FIELD (12) (1:1) TO ClaimType
206900         MOVE WS-DLM-FIELD (13) TO WS-NUM-TEXT
207000         PERFORM 2940-PARSE-DECIMAL-NUMBER
207800             END-IF
207900         END-IF
208000     END-IF.

208009*    A 14-FIELD LINE ADDS THE CLIENT PROJECT CODE.  ONE TOO
208018*    LONG FOR PROJECTCODE IS A STRUCTURAL FAILURE - CUT SHORT,
208027*    IT COULD MATCH A REAL PROJECT AND BE BILLED TO ITS CLIENT.
208036     IF WS-DLM-FIELD-COUNT = 14
208045         IF WS-DLM-FIELD (14) (11:70) NOT = SPACES
208054             SET PARSE-FAILED TO TRUE
208063             GO TO 2930-EXIT
208072         END-IF
208081         MOVE WS-DLM-FIELD (14) TO ProjectCode
208090     END-IF.
208100 2930-EXIT.
208200     EXIT.

216400     MOVE 'BAD DELIMITED RECORD' TO REJ-REASON-TEXT.
216500     MOVE ZERO TO REJ-LOCAL-AMOUNT.
216600     MOVE SPACES TO REJ-LOCAL-CURRENCY.
216610     MOVE ZERO TO REJ-USD-AMOUNT.
216700     WRITE REJ-REC.
216800     ADD 1 TO EP-RECORDS-REJECTED.
216900 2950-EXIT.
223800 3100-WRITE-ONE-RECORD.
223900     WRITE OUT-REC FROM TP-REC.
224000     ADD 1 TO EP-RECORDS-WRITTEN.
224010     ADD UsdAmount-T TO EP-USD-WRITTEN.

224100     RETURN TP
224200         AT END MOVE 'Y' TO WS-SORT-EOF-SW
225600     PERFORM 9050-CLEAR-RESTART-POINT
225700         THRU 9050-EXIT.

225710     MOVE WS-CONTROL-USD-TOTAL TO EP-USD-READ.
225720     MOVE WS-HELD-PARKED       TO EP-RECORDS-PARKED.

225800     PERFORM 9100-WRITE-AUDIT-RECORD
225900         THRU 9100-EXIT.
226000 9000-EXIT.
