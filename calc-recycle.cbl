003284*                  PLACE UNTOUCHED.  THE ENGINE RE-RUN GETS THE
003286*                  OFFICE'S REAL HISTORY.IDX AND SCRATCH RCY*
003288*                  NAMES FOR EVERYTHING ELSE, AS BEFORE.
003289*  10/15/2026  IS  WIDENED THE HELD AND SUSPENSE IMAGES FROM 274
003290*                  TO 284 BYTES, AND THE RELEASE RECORD FROM 320
003291*                  TO 330, FOR THE NEW PROJECTCODE FIELD.  A
003292*                  CORRECTION MAY NOW CARRY A NEW PROJECT CODE
003293*                  (COR-NEW-PROJECT-CODE, AT THE END OF THE
003294*                  RECORD) - 'NONE' CLEARS A CODE THAT SHOULD
003295*                  NOT HAVE BEEN THERE.
003300*--------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
007500     03 COR-NEW-LOCAL-AMOUNT     PIC X(12).
007600     03 COR-NEW-LOCAL-CURRENCY   PIC X(3).
007700     03 COR-NEW-USD-AMOUNT       PIC X(9).
007710     03 COR-NEW-PROJECT-CODE     PIC X(10).

007800*--------------------------------------------------------------
007900* THE OLD FLAT SUSPENSE FILE - READ ONLY TO BUILD A MISSING
008600     03 SUS-REASON-CODE          PIC X(1).
008700     03 SUS-REPORT-ID            PIC 9(6).
008800     03 SUS-EMPLOYEE-ID          PIC X(6).
008900     03 SUS-RECORD-IMAGE         PIC X(284).

008910 FD  SuspenseIdxFile.
008920 01  SUX-REC.
008964        88 SUX-WRITTEN-OFF               VALUE 'W'.
008970     03 SUX-HELD-DATE            PIC 9(8).
008980     03 SUX-REASON-CODE          PIC X(1).
008990     03 SUX-RECORD-IMAGE         PIC X(284).

009000 FD  RecycleInFile.
009100 01  RCI-REC                     PIC X(284).

009200 FD  RecycleOutFile.
009300 01  RCO-REC.
009400     COPY EXPREC.

009500 FD  RecycledFile.
009600 01  RCY-REC                     PIC X(330).

009700 FD  AgingReportFile.
009800 01  AGE-REPORT-LINE             PIC X(132).
014600        10 COR-TAB-NEW-AMOUNT    PIC X(12).
014700        10 COR-TAB-NEW-CURRENCY  PIC X(3).
014800        10 COR-TAB-NEW-USD       PIC X(9).
014810        10 COR-TAB-NEW-PROJECT   PIC X(10).

014900*--------------------------------------------------------------
015000* CORRECTED-THIS-RUN PAIR TABLE - MAPS THE ENGINE RE-RUN OUTPUT
032000         MOVE COR-NEW-LOCAL-CURRENCY
032100             TO COR-TAB-NEW-CURRENCY (COR-IDX)
032200         MOVE COR-NEW-USD-AMOUNT   TO COR-TAB-NEW-USD (COR-IDX)
032210         MOVE COR-NEW-PROJECT-CODE
032220             TO COR-TAB-NEW-PROJECT (COR-IDX)
032300     END-IF.

032400     READ CorrectionsFile
050200         MOVE WS-NEW-USD-NUM TO UsdAmount OF WS-WORK-REC
050300     END-IF.

050310     IF COR-TAB-NEW-PROJECT (COR-IDX) = 'NONE'
050320         MOVE SPACES TO ProjectCode OF WS-WORK-REC
050330     ELSE
050340         IF COR-TAB-NEW-PROJECT (COR-IDX) NOT = SPACES
050350             MOVE COR-TAB-NEW-PROJECT (COR-IDX)
050360                 TO ProjectCode OF WS-WORK-REC
050370         END-IF
050380     END-IF.

050390     MOVE WS-WORK-REC (1:284) TO SUX-RECORD-IMAGE.
050500     MOVE 'C' TO SUX-STATUS.
050600     REWRITE SUX-REC
050700         INVALID KEY CONTINUE
050800     END-REWRITE.
050900     WRITE RCI-REC FROM WS-WORK-REC (1:284).
051000     ADD 1 TO WS-RECORDS-CORRECTED.
051100     ADD 1 TO WS-CITY-CORRECTED.

