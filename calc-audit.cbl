000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.               CALC-AUDIT.
000300 AUTHOR.                   ISOBEL SCOTT.
000400 INSTALLATION.             FINANCE SYSTEMS.
000500 DATE-WRITTEN.             10/15/2026.
000600 DATE-COMPILED.            10/15/2026.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  10/15/2026  IS  NEW PROGRAM.  EXP-ENGINE'S DUPLICATE CHECK
001100*                  ONLY CATCHES A REPORTID/EMPLOYEEID PAIR
001200*                  ALREADY SEEN BY THE SAME OFFICE, AND ITS
001300*                  POLICY-LIMIT CHECK LOOKS AT ONE ROW AT A TIME,
001400*                  SO A MEAL SPLIT INTO TWO ROWS UNDER THE LIMIT,
001500*                  OR A HOTEL BILL SENT AGAIN UNDER A NEW REPORTID
001600*                  OR THROUGH A SECOND OFFICE, WAS PAID.  THIS
001700*                  AUDIT SCAN RUNS AFTER CALC-BATCH AND BEFORE
001800*                  CALC-PAYFEED OVER PROCESSED/ALLSORTED.CSV AND
001900*                  EVERY OFFICE'S PROCESSED/<CITY>HISTORY.IDX AND
002000*                  WRITES ONE FINDING PER PATTERN TO PROCESSED/
002100*                  AUDITFINDINGS.DAT WITH A REASON CODE AND THE
002200*                  REPORTIDS INVOLVED -
002300*                    SPLT  SAME EMPLOYEE, BUSINESS, CATEGORY AND
002400*                          DATE ON TWO OR MORE ROWS WHOSE
002500*                          COMBINED USD IS OVER THE POLICY LIMIT
002600*                    DUPL  SAME EMPLOYEE, DATE, BUSINESS AND LOCAL
002700*                          AMOUNT UNDER A DIFFERENT REPORTID OR
002800*                          CITY IN THIS RUN
002900*                    DUPP  THE SAME, AGAINST A ROW PAID IN AN
003000*                          EARLIER RUN
003100*                    XOFF  ONE REPORTID/EMPLOYEEID PAIR ON MORE
003200*                          THAN ONE OFFICE'S HISTORY
003300*                    WKND  DATED ON A SATURDAY OR SUNDAY
003400*                    RNDA  A ROUND LOCAL AMOUNT
003500*                  EVERY PAIR WITH A FINDING IS ALSO WRITTEN TO
003600*                  PROCESSED/AUDITPOLICY.CSV IN THE SAME LAYOUT
003700*                  AS AN OFFICE'S POLICY.CSV, WHICH CALC-PAYFEED
003800*                  LOADS WITH THE OTHER POLICY FLAGS, SO THE
003900*                  MONEY IS WITHHELD UNTIL A MANAGER DECIDES ON
004000*                  CONTROL/APPROVALS.DAT.  THE HISTORY FILES HOLD
004100*                  ONLY THE PAIRS, SO THE CONTENT OF EACH RUN'S
004200*                  ROWS IS KEPT ON PROCESSED/AUDITROWS.DAT FOR
004300*                  LATER RUNS TO COMPARE AGAINST; A KEPT ROW IS
004400*                  DROPPED ONCE ITS PAIR HAS AGED OFF EVERY
004500*                  OFFICE'S HISTORY.  FINDINGS ARE LISTED ON
004600*                  PROCESSED/AUDIT.RPT AND THE SCAN IS RECORDED
004700*                  ON THE RUN-CONTROL LEDGER ('U' ENTRIES).
004710*  10/15/2026  IS  A RUN WHOSE ROWS, HISTORY PAIRS OR KEPT
004720*                  EARLIER ROWS DON'T ALL FIT THEIR TABLES IS NOW
004730*                  REFUSED BEFORE ANYTHING IS WRITTEN - NO
004740*                  AUDITROWS.DAT REWRITE (WHICH LOST THE ROWS
004750*                  PAST THE LIMIT) AND NO 'U' ENTRY (WHICH LET
004760*                  CALC-PAYFEED TAKE A PARTIAL SCAN AS AUDITED).
004800*--------------------------------------------------------------
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT AuditInputFile ASSIGN TO
005300             'processed/ALLSORTED.csv'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-INPUT-FILE-STATUS.

005600     SELECT RunStampFile ASSIGN TO
005700             'processed/ALLSORTED.RUN'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-STAMP-FILE-STATUS.

006000     SELECT CityListFile ASSIGN TO
006100             'control/CITYLIST.DAT'
006200         ORGANIZATION IS LINE SEQUENTIAL.

006300     SELECT HistoryIdxFile ASSIGN TO
006400             DYNAMIC WS-HISTORY-IDX-FILE
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS HIX-KEY
006800         FILE STATUS IS WS-HISTORY-IDX-STATUS.

006900     SELECT PolicyLimitFile ASSIGN TO
007000             'control/POLICYLIMITS.DAT'
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-POLICY-FILE-STATUS.

007300     SELECT AuditRowFile ASSIGN TO
007400             'processed/AUDITROWS.DAT'
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-AUDITROW-FILE-STATUS.

007700     SELECT AuditFindingFile ASSIGN TO
007800             'processed/AUDITFINDINGS.DAT'
007900         ORGANIZATION IS LINE SEQUENTIAL.

008000     SELECT AuditPolicyFile ASSIGN TO
008100             'processed/AUDITPOLICY.csv'
008200         ORGANIZATION IS LINE SEQUENTIAL.

008300     SELECT AuditReportFile ASSIGN TO
008400             'processed/AUDIT.rpt'
008500         ORGANIZATION IS LINE SEQUENTIAL.

008600     SELECT RunControlFile ASSIGN TO
008700             'control/RUNCONTROL.DAT'
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-RUNCTL-FILE-STATUS.

009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  AuditInputFile.
009300 01  AUD-IN-REC.
009400     COPY EXPREC.

009500 FD  RunStampFile.
009600 01  STAMP-REC.
009700     03 STAMP-RUN-ID             PIC 9(6).
009800     03 STAMP-RUN-DATE           PIC 9(8).

009900 FD  CityListFile.
010000 01  CITY-LIST-REC.
010100     03 CL-CITY-CODE             PIC X(15).
010200     03 FILLER                   PIC X(1).

010300 FD  HistoryIdxFile.
010400 01  HIX-REC.
010500     03 HIX-KEY.
010600        05 HIX-REPORT-ID         PIC 9(6).
010700        05 HIX-EMPLOYEE-ID       PIC 9(6).
010800     03 HIX-ADDED-DATE           PIC 9(8).

010900 FD  PolicyLimitFile.
011000 01  POL-REC.
011100     03 POL-CATEGORY             PIC X(50).
011200     03 POL-COUNTRY              PIC X(15).
011300     03 POL-LIMIT-USD            PIC 9(07)V99.

011400*--------------------------------------------------------------
011500* ONE ROW AS AUDITED - WHAT A LATER RUN NEEDS TO RECOGNISE THE
011600* SAME RECEIPT CLAIMED AGAIN.
011700*--------------------------------------------------------------
011800 FD  AuditRowFile.
011900 01  ARW-REC.
012000     03 ARW-RUN-ID               PIC 9(6).
012100     03 ARW-EMPLOYEE-ID          PIC 9(6).
012200     03 ARW-REPORT-ID            PIC 9(6).
012300     03 ARW-EXPENSE-DATE         PIC 9(8).
012400     03 ARW-BUSINESS-NAME        PIC X(50).
012500     03 ARW-CITY                 PIC X(15).
012600     03 ARW-LOCAL-AMOUNT         PIC 9(10)V99.
012700     03 ARW-CURRENCY             PIC X(3).

012800*--------------------------------------------------------------
012900* ONE AUDIT FINDING.  THE FIRST FIVE DISTINCT REPORTIDS INVOLVED
013000* ARE CARRIED; AUF-ROW-COUNT IS HOW MANY ROWS THE FINDING COVERS.
013100* AUF-LIMIT-USD IS ONLY SET FOR A SPLIT.
013200*--------------------------------------------------------------
013300 FD  AuditFindingFile.
013400 01  AUF-REC.
013500     03 AUF-RUN-ID               PIC 9(6).
013600     03 AUF-REASON-CODE          PIC X(4).
013700        88 AUF-SPLIT                     VALUE 'SPLT'.
013800        88 AUF-DUPLICATE                 VALUE 'DUPL'.
013900        88 AUF-DUPLICATE-PRIOR           VALUE 'DUPP'.
014000        88 AUF-CROSS-OFFICE              VALUE 'XOFF'.
014100        88 AUF-WEEKEND                   VALUE 'WKND'.
014200        88 AUF-ROUND-AMOUNT              VALUE 'RNDA'.
014300     03 AUF-EMPLOYEE-ID          PIC 9(6).
014400     03 AUF-EXPENSE-DATE         PIC 9(8).
014500     03 AUF-BUSINESS-NAME        PIC X(50).
014600     03 AUF-CATEGORY             PIC X(50).
014700     03 AUF-CITY                 PIC X(15).
014800     03 AUF-ROW-COUNT            PIC 9(3).
014900     03 AUF-USD-AMOUNT           PIC 9(7)V99.
015000     03 AUF-LIMIT-USD            PIC 9(07)V99.
015100     03 AUF-REPORT-COUNT         PIC 9(1).
015200     03 AUF-REPORT-ID            PIC 9(6) OCCURS 5 TIMES.

015300*--------------------------------------------------------------
015400* A FLAGGED PAIR, LAID OUT EXACTLY AS EXP-ENGINE WRITES AN
015500* OFFICE'S POLICY.CSV.
015600*--------------------------------------------------------------
015700 FD  AuditPolicyFile.
015800 01  PLC-REC.
015900     03 PLC-REPORT-ID            PIC 9(6).
016000     03 PLC-EMPLOYEE-ID          PIC 9(6).
016100     03 PLC-CATEGORY             PIC X(50).
016200     03 PLC-COUNTRY              PIC X(15).
016300     03 PLC-USD-AMOUNT           PIC 9(07)V99.
016400     03 PLC-LIMIT-USD            PIC 9(07)V99.

016500 FD  AuditReportFile.
016600 01  AUD-REPORT-LINE             PIC X(132).

016700 FD  RunControlFile.
016800 01  RC-REC.
016900     COPY RUNCTL.

017000 WORKING-STORAGE SECTION.
017100*--------------------------------------------------------------
017200* FILE-STATUS AND RUN FIELDS - THE RUN ID COMES FROM THE STAMP
017300* CALC-BATCH WRITES NEXT TO ALLSORTED.CSV.
017400*--------------------------------------------------------------
017500 01  WS-INPUT-FILE-STATUS        PIC X(02).
017600 01  WS-STAMP-FILE-STATUS        PIC X(02).
017700 01  WS-HISTORY-IDX-STATUS       PIC X(02).
017800 01  WS-POLICY-FILE-STATUS       PIC X(02).
017900 01  WS-AUDITROW-FILE-STATUS     PIC X(02).
018000 01  WS-RUNCTL-FILE-STATUS       PIC X(02).
018100 01  WS-HISTORY-IDX-FILE         PIC X(80).
018200 01  WS-FEED-RUN-ID              PIC 9(6) VALUE ZERO.
018300 01  WS-RUN-DATE                 PIC 9(08).

018400*--------------------------------------------------------------
018500* SWITCHES
018600*--------------------------------------------------------------
018700 01  WS-SWITCHES.
018800     05 WS-RUN-OK-SW             PIC X(01) VALUE 'N'.
018900        88 AUDIT-RUN-OK                     VALUE 'Y'.
019000        88 AUDIT-RUN-BLOCKED                VALUE 'N'.
019100     05 WS-INPUT-EOF-SW          PIC X(01) VALUE 'N'.
019200        88 INPUT-EOF                        VALUE 'Y'.
019300     05 WS-CITYLIST-EOF-SW       PIC X(01) VALUE 'N'.
019400        88 CITYLIST-EOF                     VALUE 'Y'.
019500     05 WS-HISTORY-EOF-SW        PIC X(01) VALUE 'N'.
019600        88 HISTORY-EOF                      VALUE 'Y'.
019700     05 WS-POLICY-EOF-SW         PIC X(01) VALUE 'N'.
019800        88 POLICY-EOF                       VALUE 'Y'.
019900     05 WS-AUDITROW-EOF-SW       PIC X(01) VALUE 'N'.
020000        88 AUDITROW-EOF                     VALUE 'Y'.
020100     05 WS-LIMIT-FOUND-SW        PIC X(01) VALUE 'N'.
020200        88 POLICY-LIMIT-FOUND               VALUE 'Y'.
020300        88 POLICY-LIMIT-NOT-FOUND           VALUE 'N'.
020400     05 WS-PAIR-FOUND-SW         PIC X(01) VALUE 'N'.
020500        88 PAIR-FOUND                       VALUE 'Y'.
020600        88 PAIR-NOT-FOUND                   VALUE 'N'.
020700     05 WS-DUP-FOUND-SW          PIC X(01) VALUE 'N'.
020800        88 DUP-FOUND                        VALUE 'Y'.
020900        88 DUP-NOT-FOUND                    VALUE 'N'.
021000     05 WS-FLAG-FOUND-SW         PIC X(01) VALUE 'N'.
021100        88 FLAG-FOUND                       VALUE 'Y'.
021200        88 FLAG-NOT-FOUND                   VALUE 'N'.
021300     05 WS-EXEMPT-SW             PIC X(01) VALUE 'N'.
021400        88 WEEKEND-EXEMPT                   VALUE 'Y'.
021500        88 WEEKEND-NOT-EXEMPT               VALUE 'N'.

021600*--------------------------------------------------------------
021700* THIS RUN'S ROWS - THE WHOLE OF ALLSORTED.CSV.  ROW-TAB-GROUPED
021800* MARKS A ROW ALREADY COUNTED INTO A SPLIT GROUP.
021900*--------------------------------------------------------------
022000 01  ROW-TABLE-AREA.
022100     05 ROW-COUNT                PIC 9(05) COMP VALUE ZERO.
022200     05 ROW-TABLE OCCURS 1 TO 2000 TIMES
022300           DEPENDING ON ROW-COUNT
022400           INDEXED BY ROW-IDX CMP-IDX.
022500        10 ROW-TAB-EMPLOYEE-ID   PIC 9(6).
022600        10 ROW-TAB-REPORT-ID     PIC 9(6).
022700        10 ROW-TAB-EXPENSE-DATE  PIC 9(8).
022800        10 ROW-TAB-BUSINESS-NAME PIC X(50).
022900        10 ROW-TAB-CATEGORY      PIC X(50).
023000        10 ROW-TAB-CITY          PIC X(15).
023100        10 ROW-TAB-COUNTRY       PIC X(15).
023200        10 ROW-TAB-LOCAL-AMOUNT  PIC 9(10)V99.
023300        10 ROW-TAB-CURRENCY      PIC X(3).
023400        10 ROW-TAB-USD-AMOUNT    PIC 9(7)V99.
023500        10 ROW-TAB-CLAIM-TYPE    PIC X(1).
023600        10 ROW-TAB-GROUPED-SW    PIC X(1).
023700           88 ROW-TAB-GROUPED              VALUE 'Y'.
023800 01  WS-ROWS-DROPPED             PIC 9(05) COMP VALUE ZERO.

023900*--------------------------------------------------------------
024000* EARLIER RUNS' ROWS FROM AUDITROWS.DAT WHOSE PAIR IS STILL ON
024100* AN OFFICE'S HISTORY - WRITTEN BACK, WITH THIS RUN'S ROWS, AT
024200* THE END OF THE RUN.
024300*--------------------------------------------------------------
024400 01  PRIOR-TABLE-AREA.
024500     05 PRIOR-COUNT              PIC 9(05) COMP VALUE ZERO.
024600     05 PRIOR-TABLE OCCURS 1 TO 5000 TIMES
024700           DEPENDING ON PRIOR-COUNT
024800           INDEXED BY PRV-IDX.
024900        10 PRV-TAB-RUN-ID        PIC 9(6).
025000        10 PRV-TAB-EMPLOYEE-ID   PIC 9(6).
025100        10 PRV-TAB-REPORT-ID     PIC 9(6).
025200        10 PRV-TAB-EXPENSE-DATE  PIC 9(8).
025300        10 PRV-TAB-BUSINESS-NAME PIC X(50).
025400        10 PRV-TAB-CITY          PIC X(15).
025500        10 PRV-TAB-LOCAL-AMOUNT  PIC 9(10)V99.
025600        10 PRV-TAB-CURRENCY      PIC X(3).
025700 01  WS-PRIOR-DROPPED            PIC 9(05) COMP VALUE ZERO.
025800 01  WS-PRIOR-AGED               PIC 9(05) COMP VALUE ZERO.

025900*--------------------------------------------------------------
026000* EVERY REPORTID/EMPLOYEEID PAIR ON ANY OFFICE'S HISTORY, WITH
026100* HOW MANY OFFICES HOLD IT.  HST-TAB-REPORTED STOPS ONE PAIR
026200* BEING REPORTED AS CROSS-OFFICE ONCE PER ROW.
026300*--------------------------------------------------------------
026400 01  HISTORY-TABLE-AREA.
026500     05 HISTORY-COUNT            PIC 9(05) COMP VALUE ZERO.
026600     05 HISTORY-TABLE OCCURS 1 TO 5000 TIMES
026700           DEPENDING ON HISTORY-COUNT
026800           INDEXED BY HST-IDX.
026900        10 HST-TAB-REPORT-ID     PIC 9(6).
027000        10 HST-TAB-EMPLOYEE-ID   PIC 9(6).
027100        10 HST-TAB-OFFICES       PIC 9(3).
027200        10 HST-TAB-REPORTED-SW   PIC X(1).
027300           88 HST-TAB-REPORTED             VALUE 'Y'.
027400 01  WS-HISTORY-DROPPED          PIC 9(05) COMP VALUE ZERO.

027500*--------------------------------------------------------------
027600* PER-CATEGORY/COUNTRY POLICY-LIMIT TABLE - LOADED FROM
027700* POLICYLIMITS.DAT AND SEARCHED THE WAY EXP-ENGINE SEARCHES IT.
027800*--------------------------------------------------------------
027900 01  POLICY-TABLE-AREA.
028000     05 POLICY-LIMIT-COUNT       PIC 9(04) COMP VALUE ZERO.
028100     05 POLICY-TABLE OCCURS 1 TO 100 TIMES
028200           DEPENDING ON POLICY-LIMIT-COUNT
028300           INDEXED BY POL-IDX.
028400        10 POL-TAB-CATEGORY      PIC X(50).
028500        10 POL-TAB-COUNTRY       PIC X(15).
028600        10 POL-TAB-LIMIT-USD     PIC 9(07)V99.
028700 01  WS-POLICY-CATEGORY          PIC X(50).
028800 01  WS-POLICY-COUNTRY           PIC X(15).

028900*--------------------------------------------------------------
029000* PAIRS ALREADY WRITTEN TO AUDITPOLICY.CSV THIS RUN - ONE FLAG
029100* PER PAIR IS ENOUGH TO WITHHOLD IT.
029200*--------------------------------------------------------------
029300 01  FLAG-TABLE-AREA.
029400     05 FLAG-COUNT               PIC 9(04) COMP VALUE ZERO.
029500     05 FLAG-TABLE OCCURS 1 TO 1000 TIMES
029600           DEPENDING ON FLAG-COUNT
029700           INDEXED BY FLG-IDX.
029800        10 FLG-TAB-REPORT-ID     PIC 9(6).
029900        10 FLG-TAB-EMPLOYEE-ID   PIC 9(6).
030000 01  WS-FLAGS-DROPPED            PIC 9(05) COMP VALUE ZERO.

030100*--------------------------------------------------------------
030200* CATEGORIES LEFT OUT OF THE WEEKEND TEST - A TRIP'S FARES,
030300* HOTEL NIGHTS AND DAILY ALLOWANCES FALL ON WEEKENDS AS A
030400* MATTER OF COURSE.
030500*--------------------------------------------------------------
030600 01  WS-EXEMPT-VALUES.
030700     05 FILLER                   PIC X(50) VALUE 'Travel'.
030800     05 FILLER                   PIC X(50) VALUE 'Lodging'.
030900     05 FILLER                   PIC X(50) VALUE
031000         'Transportation'.
031100     05 FILLER                   PIC X(50) VALUE 'Mileage'.
031200     05 FILLER                   PIC X(50) VALUE 'Per Diem'.
031300 01  WS-EXEMPT-TABLE REDEFINES WS-EXEMPT-VALUES.
031400     05 WS-EXEMPT-CATEGORY       PIC X(50) OCCURS 5 TIMES
031500           INDEXED BY EXM-IDX.

031600*--------------------------------------------------------------
031700* ROUND-AMOUNT TEST - A RECEIPT-STYLE ROW WHOSE LOCAL AMOUNT IS
031800* A WHOLE MULTIPLE OF WS-ROUND-UNIT AND WORTH AT LEAST
031900* WS-ROUND-MIN-USD.  MILEAGE AND PER-DIEM AMOUNTS ARE WORKED
032000* OUT FROM A RATE, SO ARE NOT TESTED.
032100*--------------------------------------------------------------
032200 01  WS-ROUND-UNIT               PIC 9(03) VALUE 050.
032300 01  WS-ROUND-MIN-USD            PIC 9(07)V99 VALUE 100.00.
032400 01  WS-ROUND-QUOTIENT           PIC 9(10).
032500 01  WS-ROUND-REMAINDER          PIC 9(10)V99.

032600*--------------------------------------------------------------
032700* EXPENSE-DATE PARSE - EXPENSEDATE IS CCYY-MM-DD TEXT.
032800*--------------------------------------------------------------
032900 01  WS-EXP-DATE-X.
033000     05 WS-EXP-YYYY              PIC X(4).
033100     05 WS-EXP-MM                PIC X(2).
033200     05 WS-EXP-DD                PIC X(2).
033300 01  WS-EXP-DATE-NUM REDEFINES WS-EXP-DATE-X
033400                                 PIC 9(8).

033500*--------------------------------------------------------------
033600* DAY-OF-WEEK WORK FIELDS (ZELLER'S CONGRUENCE - JANUARY AND
033700* FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE YEAR BEFORE).
033800* WS-DOW-DAY COMES OUT 0 FOR SATURDAY, 1 FOR SUNDAY.
033900*--------------------------------------------------------------
034000 01  WS-DOW-WORK.
034100     05 WS-DOW-YYYY              PIC 9(4).
034200     05 WS-DOW-MM                PIC 9(2).
034300     05 WS-DOW-DD                PIC 9(2).
034400     05 WS-DOW-CENTURY           PIC 9(2).
034500     05 WS-DOW-YEAR              PIC 9(2).
034600     05 WS-DOW-MONTH-TERM        PIC 9(3).
034700     05 WS-DOW-YEAR-TERM         PIC 9(2).
034800     05 WS-DOW-CENTURY-TERM      PIC 9(2).
034900     05 WS-DOW-SUM               PIC 9(4).
035000     05 WS-DOW-QUOTIENT          PIC 9(4).
035100     05 WS-DOW-DAY               PIC 9(1).
035200        88 DOW-WEEKEND                     VALUE 0 1.

035300*--------------------------------------------------------------
035400* FINDING WORK FIELDS - THE PAIR BEING FLAGGED AND THE SPLIT
035500* GROUP BEING TOTALLED.
035600*--------------------------------------------------------------
035700 01  WS-FLAG-REPORT-ID           PIC 9(6).
035800 01  WS-FLAG-EMPLOYEE-ID         PIC 9(6).
035900 01  WS-FLAG-LIMIT-USD           PIC 9(07)V99.
036000 01  WS-ADD-REPORT-ID            PIC 9(6).
036100 01  WS-RPT-SUB                  PIC 9(1).
036200 01  WS-RPT-LISTED-SW            PIC X(01).
036300     88 REPORT-LISTED                      VALUE 'Y'.
036400 01  WS-GROUP-ROWS               PIC 9(3).
036500 01  WS-GROUP-USD                PIC 9(7)V99.

036600*--------------------------------------------------------------
036700* RUN COUNTERS
036800*--------------------------------------------------------------
036900 01  WS-COUNTERS.
037000     05 WS-FINDINGS-WRITTEN      PIC 9(6) VALUE ZERO.
037100     05 WS-SPLIT-FINDINGS        PIC 9(6) VALUE ZERO.
037200     05 WS-DUP-FINDINGS          PIC 9(6) VALUE ZERO.
037300     05 WS-PRIOR-DUP-FINDINGS    PIC 9(6) VALUE ZERO.
037400     05 WS-XOFF-FINDINGS         PIC 9(6) VALUE ZERO.
037500     05 WS-WEEKEND-FINDINGS      PIC 9(6) VALUE ZERO.
037600     05 WS-ROUND-FINDINGS        PIC 9(6) VALUE ZERO.
037700     05 WS-ROWS-KEPT             PIC 9(6) VALUE ZERO.
037800     05 WS-ROWS-SCANNED          PIC 9(6) VALUE ZERO.
037900     05 WS-PAIRS-FLAGGED         PIC 9(6) VALUE ZERO.

038000*--------------------------------------------------------------
038100* REPORT LINE LAYOUTS
038200*--------------------------------------------------------------
038300 01  AUD-HDG-1.
038400     05 FILLER                   PIC X(36) VALUE
038500         'EXPENSE AUDIT SCAN FINDINGS - RUN '.
038600     05 AUD-HDG-RUN-DATE         PIC 9(8).
038700     05 FILLER                   PIC X(10) VALUE '   RUN ID '.
038800     05 AUD-HDG-RUN-ID           PIC 9(6).
038900     05 FILLER                   PIC X(72) VALUE SPACES.

039000 01  AUD-HDG-2.
039100     05 FILLER                   PIC X(05) VALUE 'CODE'.
039200     05 FILLER                   PIC X(07) VALUE 'EMP-ID'.
039300     05 FILLER                   PIC X(09) VALUE 'DATE'.
039400     05 FILLER                   PIC X(19) VALUE 'BUSINESS'.
039500     05 FILLER                   PIC X(16) VALUE 'CATEGORY'.
039600     05 FILLER                   PIC X(11) VALUE 'CITY'.
039700     05 FILLER                   PIC X(04) VALUE 'ROW'.
039800     05 FILLER                   PIC X(12) VALUE '        USD'.
039900     05 FILLER                   PIC X(12) VALUE '      LIMIT'.
040000     05 FILLER                   PIC X(37) VALUE 'REPORTIDS'.

040100 01  AUD-HDG-3                   PIC X(132) VALUE ALL '-'.

040200 01  AUD-DETAIL-LINE.
040300     05 AUD-DTL-REASON           PIC X(4).
040400     05 FILLER                   PIC X(01) VALUE SPACES.
040500     05 AUD-DTL-EMPLOYEE-ID      PIC 9(6).
040600     05 FILLER                   PIC X(01) VALUE SPACES.
040700     05 AUD-DTL-EXPENSE-DATE     PIC 9(8).
040800     05 FILLER                   PIC X(01) VALUE SPACES.
040900     05 AUD-DTL-BUSINESS         PIC X(18).
041000     05 FILLER                   PIC X(01) VALUE SPACES.
041100     05 AUD-DTL-CATEGORY         PIC X(15).
041200     05 FILLER                   PIC X(01) VALUE SPACES.
041300     05 AUD-DTL-CITY             PIC X(10).
041400     05 FILLER                   PIC X(01) VALUE SPACES.
041500     05 AUD-DTL-ROWS             PIC ZZ9.
041600     05 FILLER                   PIC X(01) VALUE SPACES.
041700     05 AUD-DTL-USD              PIC ZZZZ,ZZ9.99.
041800     05 FILLER                   PIC X(01) VALUE SPACES.
041900     05 AUD-DTL-LIMIT            PIC ZZZZ,ZZ9.99.
042000     05 FILLER                   PIC X(01) VALUE SPACES.
042100     05 AUD-DTL-REPORT-IDS.
042200        10 AUD-DTL-REPORT-ENTRY OCCURS 5 TIMES.
042300           15 AUD-DTL-REPORT-ID  PIC Z(6).
042400           15 FILLER             PIC X(01).
042500     05 FILLER                   PIC X(02) VALUE SPACES.

042600 01  AUD-TOTAL-LINE.
042700     05 AUD-TOT-LABEL            PIC X(50).
042800     05 AUD-TOT-VALUE            PIC ZZZZZ9.
042900     05 FILLER                   PIC X(76) VALUE SPACES.

043000 PROCEDURE DIVISION.

043100*================================================================
043200* 0000-MAINLINE
043300*================================================================
043400 0000-MAINLINE.
043500     PERFORM 0100-READ-RUN-STAMP
043600         THRU 0100-EXIT.

043700     IF AUDIT-RUN-BLOCKED
043800         STOP RUN
043900     END-IF.

044000     PERFORM 1000-INITIALIZE
044100         THRU 1000-EXIT.

044110     IF AUDIT-RUN-BLOCKED
044120         STOP RUN
044130     END-IF.

044140     PERFORM 2000-SCAN-ROWS
044300         THRU 2000-EXIT.

044400     PERFORM 3000-REWRITE-ROW-LOG
044500         THRU 3000-EXIT.

044600     PERFORM 8000-PRINT-TOTALS
044700         THRU 8000-EXIT.

044800     PERFORM 9000-TERMINATE
044900         THRU 9000-EXIT.

045000     STOP RUN.

045100*================================================================
045200* 0100-READ-RUN-STAMP - THE RUN ID OF THE ALLSORTED.CSV BEING
045300* AUDITED.  NO STAMP MEANS CALC-BATCH HAS NOT BUILT ONE.
045400*================================================================
045500 0100-READ-RUN-STAMP.
045600     SET AUDIT-RUN-BLOCKED TO TRUE.
045700     OPEN INPUT RunStampFile.
045800     IF WS-STAMP-FILE-STATUS NOT = '00'
045900         DISPLAY 'CALC-AUDIT: ALLSORTED.csv CARRIES NO RUN '
046000             'STAMP - RUN CALC-BATCH FIRST.'
046100         GO TO 0100-EXIT
046200     END-IF.
046300     READ RunStampFile
046400         AT END CONTINUE
046500     END-READ.
046600     IF STAMP-RUN-ID IS NOT NUMERIC
046700         DISPLAY 'CALC-AUDIT: ALLSORTED.csv RUN STAMP IS '
046800             'UNREADABLE - RUN CALC-BATCH AGAIN.'
046900         CLOSE RunStampFile
047000         GO TO 0100-EXIT
047100     END-IF.
047200     MOVE STAMP-RUN-ID TO WS-FEED-RUN-ID.
047300     CLOSE RunStampFile.
047400     SET AUDIT-RUN-OK TO TRUE.
047500 0100-EXIT.
047600     EXIT.

047700*================================================================
047800* 1000-INITIALIZE - LOAD EVERYTHING THE SCAN COMPARES AGAINST.
047900* THE HISTORIES ARE LOADED BEFORE THE KEPT ROWS, WHICH ARE ONLY
047910* KEPT WHILE THEIR PAIR IS STILL ON ONE.  THE RUN IS REFUSED,
047920* WITH NOTHING WRITTEN, IF THE RUN'S ROWS, THE HISTORY PAIRS OR
047930* THE KEPT ROWS ARE BIGGER THAN THEIR TABLES - THE SCAN WOULD
047940* BE PARTIAL AND THE REWRITE WOULD LOSE THE KEPT ROWS PAST THE
047950* LIMIT.
048100*================================================================
048200 1000-INITIALIZE.
048300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

048400     PERFORM 1100-LOAD-POLICY-LIMITS
048500         THRU 1100-EXIT.
048600     PERFORM 1200-LOAD-ROWS
048700         THRU 1200-EXIT.
048800     PERFORM 1300-LOAD-HISTORIES
048900         THRU 1300-EXIT.
049000     PERFORM 1400-LOAD-PRIOR-ROWS
049100         THRU 1400-EXIT.

049110     IF WS-ROWS-DROPPED > ZERO
049120         OR WS-HISTORY-DROPPED > ZERO
049130         OR WS-PRIOR-DROPPED > ZERO
049140         DISPLAY 'CALC-AUDIT: REFUSED - PAST THE TABLE LIMITS: '
049150             WS-ROWS-DROPPED ' ALLSORTED ROWS, '
049160             WS-HISTORY-DROPPED ' HISTORY PAIRS, '
049170             WS-PRIOR-DROPPED ' KEPT ROWS.'
049180         DISPLAY 'CALC-AUDIT: NOTHING WRITTEN AND RUN '
049190             WS-FEED-RUN-ID ' NOT MARKED AUDITED.  RAISE THE '
049200             'LIMIT AND RUN AGAIN.'
049210         SET AUDIT-RUN-BLOCKED TO TRUE
049220         GO TO 1000-EXIT
049230     END-IF.

049240     OPEN OUTPUT AuditFindingFile.
049300     OPEN OUTPUT AuditPolicyFile.
049400     OPEN OUTPUT AuditReportFile.

049500     MOVE WS-RUN-DATE    TO AUD-HDG-RUN-DATE.
049600     MOVE WS-FEED-RUN-ID TO AUD-HDG-RUN-ID.
049700     WRITE AUD-REPORT-LINE FROM AUD-HDG-1
049800         AFTER ADVANCING 1 LINE.
049900     WRITE AUD-REPORT-LINE FROM AUD-HDG-2
050000         AFTER ADVANCING 1 LINE.
050100     WRITE AUD-REPORT-LINE FROM AUD-HDG-3
050200         AFTER ADVANCING 1 LINE.
050300 1000-EXIT.
050400     EXIT.

050500*================================================================
050600* 1100-LOAD-POLICY-LIMITS - NO POLICYLIMITS.DAT MEANS NO LIMITS,
050700* SO NOTHING CAN BE A SPLIT.
050800*================================================================
050900 1100-LOAD-POLICY-LIMITS.
051000     MOVE ZERO TO POLICY-LIMIT-COUNT.
051100     MOVE 'N' TO WS-POLICY-EOF-SW.
051200     OPEN INPUT PolicyLimitFile.
051300     IF WS-POLICY-FILE-STATUS NOT = '00'
051400         GO TO 1100-EXIT
051500     END-IF.

051600     READ PolicyLimitFile
051700         AT END MOVE 'Y' TO WS-POLICY-EOF-SW
051800     END-READ.

051900     PERFORM 1110-LOAD-ONE-POLICY-LIMIT
052000         THRU 1110-EXIT
052100         UNTIL POLICY-EOF.

052200     CLOSE PolicyLimitFile.
052300 1100-EXIT.
052400     EXIT.

052500 1110-LOAD-ONE-POLICY-LIMIT.
052600     IF POLICY-LIMIT-COUNT < 100
052700         ADD 1 TO POLICY-LIMIT-COUNT
052800         SET POL-IDX TO POLICY-LIMIT-COUNT
052900         MOVE POL-CATEGORY  TO POL-TAB-CATEGORY (POL-IDX)
053000         MOVE POL-COUNTRY   TO POL-TAB-COUNTRY (POL-IDX)
053100         MOVE POL-LIMIT-USD TO POL-TAB-LIMIT-USD (POL-IDX)
053200     END-IF.

053300     READ PolicyLimitFile
053400         AT END MOVE 'Y' TO WS-POLICY-EOF-SW
053500     END-READ.
053600 1110-EXIT.
053700     EXIT.

053800*================================================================
053900* 1200-LOAD-ROWS - EVERY SORTED ROW OF THIS RUN.
054000*================================================================
054100 1200-LOAD-ROWS.
054200     MOVE ZERO TO ROW-COUNT.
054300     MOVE 'N' TO WS-INPUT-EOF-SW.
054400     OPEN INPUT AuditInputFile.
054500     IF WS-INPUT-FILE-STATUS NOT = '00'
054600         GO TO 1200-EXIT
054700     END-IF.

054800     READ AuditInputFile
054900         AT END MOVE 'Y' TO WS-INPUT-EOF-SW
055000     END-READ.

055100     PERFORM 1210-LOAD-ONE-ROW
055200         THRU 1210-EXIT
055300         UNTIL INPUT-EOF.

055400     CLOSE AuditInputFile.
055500 1200-EXIT.
055600     EXIT.

055700 1210-LOAD-ONE-ROW.
055800     IF ROW-COUNT < 2000
055900         ADD 1 TO ROW-COUNT
056000         SET ROW-IDX TO ROW-COUNT
056100         MOVE EmployeeId    TO ROW-TAB-EMPLOYEE-ID (ROW-IDX)
056200         MOVE ReportId      TO ROW-TAB-REPORT-ID (ROW-IDX)
056300         MOVE ExpenseDate (1:4) TO WS-EXP-YYYY
056400         MOVE ExpenseDate (6:2) TO WS-EXP-MM
056500         MOVE ExpenseDate (9:2) TO WS-EXP-DD
056600         IF WS-EXP-DATE-X IS NUMERIC
056700             MOVE WS-EXP-DATE-NUM
056800                 TO ROW-TAB-EXPENSE-DATE (ROW-IDX)
056900         ELSE
057000             MOVE ZERO TO ROW-TAB-EXPENSE-DATE (ROW-IDX)
057100         END-IF
057200         MOVE BusinessName  TO ROW-TAB-BUSINESS-NAME (ROW-IDX)
057300         MOVE Category      TO ROW-TAB-CATEGORY (ROW-IDX)
057400         MOVE City          TO ROW-TAB-CITY (ROW-IDX)
057500         MOVE Country       TO ROW-TAB-COUNTRY (ROW-IDX)
057600         MOVE LocalAmount   TO ROW-TAB-LOCAL-AMOUNT (ROW-IDX)
057700         MOVE LocalCurrency TO ROW-TAB-CURRENCY (ROW-IDX)
057800         MOVE UsdAmount     TO ROW-TAB-USD-AMOUNT (ROW-IDX)
057900         MOVE ClaimType     TO ROW-TAB-CLAIM-TYPE (ROW-IDX)
058000         MOVE 'N'           TO ROW-TAB-GROUPED-SW (ROW-IDX)
058100     ELSE
058200         ADD 1 TO WS-ROWS-DROPPED
058300     END-IF.

058400     READ AuditInputFile
058500         AT END MOVE 'Y' TO WS-INPUT-EOF-SW
058600     END-READ.
058700 1210-EXIT.
058800     EXIT.

058900*================================================================
059000* 1300-LOAD-HISTORIES - WALK CITYLIST.DAT AND READ EVERY
059100* OFFICE'S KEYED HISTORY FROM END TO END.  AN OFFICE WITH NO
059200* HISTORY YET HAS SEEN NOTHING.
059300*================================================================
059400 1300-LOAD-HISTORIES.
059500     MOVE ZERO TO HISTORY-COUNT.
059600     MOVE 'N' TO WS-CITYLIST-EOF-SW.
059700     OPEN INPUT CityListFile.

059800     READ CityListFile
059900         AT END MOVE 'Y' TO WS-CITYLIST-EOF-SW
060000     END-READ.

060100     PERFORM 1310-LOAD-CITY-HISTORY
060200         THRU 1310-EXIT
060300         UNTIL CITYLIST-EOF.

060400     CLOSE CityListFile.
060500 1300-EXIT.
060600     EXIT.

060700 1310-LOAD-CITY-HISTORY.
060800     MOVE SPACES TO WS-HISTORY-IDX-FILE.
060900     STRING 'processed/' DELIMITED BY SIZE
061000            CL-CITY-CODE DELIMITED BY SPACE
061100            'HISTORY.IDX' DELIMITED BY SIZE
061200         INTO WS-HISTORY-IDX-FILE.

061300     MOVE 'N' TO WS-HISTORY-EOF-SW.
061400     OPEN INPUT HistoryIdxFile.
061500     IF WS-HISTORY-IDX-STATUS = '00'
061600         READ HistoryIdxFile NEXT
061700             AT END MOVE 'Y' TO WS-HISTORY-EOF-SW
061800         END-READ
061900         PERFORM 1320-LOAD-ONE-HISTORY-PAIR
062000             THRU 1320-EXIT
062100             UNTIL HISTORY-EOF
062200         CLOSE HistoryIdxFile
062300     END-IF.

062400     READ CityListFile
062500         AT END MOVE 'Y' TO WS-CITYLIST-EOF-SW
062600     END-READ.
062700 1310-EXIT.
062800     EXIT.

062900 1320-LOAD-ONE-HISTORY-PAIR.
063000     MOVE HIX-REPORT-ID   TO WS-FLAG-REPORT-ID.
063100     MOVE HIX-EMPLOYEE-ID TO WS-FLAG-EMPLOYEE-ID.
063200     PERFORM 1350-FIND-HISTORY-PAIR
063300         THRU 1350-EXIT.

063400     IF PAIR-FOUND
063500         ADD 1 TO HST-TAB-OFFICES (HST-IDX)
063600     ELSE
063700         IF HISTORY-COUNT < 5000
063800             ADD 1 TO HISTORY-COUNT
063900             SET HST-IDX TO HISTORY-COUNT
064000             MOVE HIX-REPORT-ID
064100                 TO HST-TAB-REPORT-ID (HST-IDX)
064200             MOVE HIX-EMPLOYEE-ID
064300                 TO HST-TAB-EMPLOYEE-ID (HST-IDX)
064400             MOVE 1   TO HST-TAB-OFFICES (HST-IDX)
064500             MOVE 'N' TO HST-TAB-REPORTED-SW (HST-IDX)
064600         ELSE
064700             ADD 1 TO WS-HISTORY-DROPPED
064800         END-IF
064900     END-IF.

065000     READ HistoryIdxFile NEXT
065100         AT END MOVE 'Y' TO WS-HISTORY-EOF-SW
065200     END-READ.
065300 1320-EXIT.
065400     EXIT.

065500*================================================================
065600* 1350-FIND-HISTORY-PAIR - POINT HST-IDX AT THE PAIR IN
065700* WS-FLAG-REPORT-ID/WS-FLAG-EMPLOYEE-ID, IF ANY OFFICE HOLDS IT.
065800*================================================================
065900 1350-FIND-HISTORY-PAIR.
066000     SET PAIR-NOT-FOUND TO TRUE.
066100     IF HISTORY-COUNT > ZERO
066200         SET HST-IDX TO 1
066300         SEARCH HISTORY-TABLE
066400             AT END
066500                 SET PAIR-NOT-FOUND TO TRUE
066600             WHEN HST-TAB-REPORT-ID (HST-IDX) = WS-FLAG-REPORT-ID
066700                 AND HST-TAB-EMPLOYEE-ID (HST-IDX)
066800                     = WS-FLAG-EMPLOYEE-ID
066900                 SET PAIR-FOUND TO TRUE
067000         END-SEARCH
067100     END-IF.
067200 1350-EXIT.
067300     EXIT.

067400*================================================================
067500* 1400-LOAD-PRIOR-ROWS - EARLIER RUNS' ROWS.  THIS RUN'S OWN
067600* ROWS (LEFT BY AN EARLIER SCAN OF THE SAME RUN) ARE SKIPPED -
067700* THEY ARE WRITTEN AGAIN FROM THE TABLE - AND A ROW WHOSE PAIR
067800* HAS AGED OFF EVERY HISTORY IS DROPPED.
067900*================================================================
068000 1400-LOAD-PRIOR-ROWS.
068100     MOVE ZERO TO PRIOR-COUNT.
068200     MOVE 'N' TO WS-AUDITROW-EOF-SW.
068300     OPEN INPUT AuditRowFile.
068400     IF WS-AUDITROW-FILE-STATUS NOT = '00'
068500         GO TO 1400-EXIT
068600     END-IF.

068700     READ AuditRowFile
068800         AT END MOVE 'Y' TO WS-AUDITROW-EOF-SW
068900     END-READ.

069000     PERFORM 1410-LOAD-ONE-PRIOR-ROW
069100         THRU 1410-EXIT
069200         UNTIL AUDITROW-EOF.

069300     CLOSE AuditRowFile.
069400 1400-EXIT.
069500     EXIT.

069600 1410-LOAD-ONE-PRIOR-ROW.
069700     IF ARW-RUN-ID = WS-FEED-RUN-ID
069800         GO TO 1410-NEXT
069900     END-IF.

070000     MOVE ARW-REPORT-ID   TO WS-FLAG-REPORT-ID.
070100     MOVE ARW-EMPLOYEE-ID TO WS-FLAG-EMPLOYEE-ID.
070200     PERFORM 1350-FIND-HISTORY-PAIR
070300         THRU 1350-EXIT.
070400     IF PAIR-NOT-FOUND
070500         ADD 1 TO WS-PRIOR-AGED
070600         GO TO 1410-NEXT
070700     END-IF.

070800     IF PRIOR-COUNT < 5000
070900         ADD 1 TO PRIOR-COUNT
071000         SET PRV-IDX TO PRIOR-COUNT
071100         MOVE ARW-RUN-ID        TO PRV-TAB-RUN-ID (PRV-IDX)
071200         MOVE ARW-EMPLOYEE-ID   TO PRV-TAB-EMPLOYEE-ID (PRV-IDX)
071300         MOVE ARW-REPORT-ID     TO PRV-TAB-REPORT-ID (PRV-IDX)
071400         MOVE ARW-EXPENSE-DATE  TO PRV-TAB-EXPENSE-DATE (PRV-IDX)
071500         MOVE ARW-BUSINESS-NAME
071600             TO PRV-TAB-BUSINESS-NAME (PRV-IDX)
071700         MOVE ARW-CITY          TO PRV-TAB-CITY (PRV-IDX)
071800         MOVE ARW-LOCAL-AMOUNT  TO PRV-TAB-LOCAL-AMOUNT (PRV-IDX)
071900         MOVE ARW-CURRENCY      TO PRV-TAB-CURRENCY (PRV-IDX)
072000     ELSE
072100         ADD 1 TO WS-PRIOR-DROPPED
072200     END-IF.

072300 1410-NEXT.
072400     READ AuditRowFile
072500         AT END MOVE 'Y' TO WS-AUDITROW-EOF-SW
072600     END-READ.
072700 1410-EXIT.
072800     EXIT.

072900*================================================================
073000* 2000-SCAN-ROWS - EVERY TEST AGAINST EVERY ROW OF THIS RUN.
073100*================================================================
073200 2000-SCAN-ROWS.
073300     SET ROW-IDX TO 1.
073400     PERFORM 2100-SCAN-ONE-ROW
073500         THRU 2100-EXIT
073600         UNTIL ROW-IDX > ROW-COUNT.
073700 2000-EXIT.
073800     EXIT.

073900 2100-SCAN-ONE-ROW.
074000     PERFORM 2200-CHECK-SPLIT
074100         THRU 2200-EXIT.
074200     PERFORM 2300-CHECK-DUPLICATE
074300         THRU 2300-EXIT.
074400     PERFORM 2400-CHECK-CROSS-OFFICE
074500         THRU 2400-EXIT.
074600     PERFORM 2500-CHECK-WEEKEND
074700         THRU 2500-EXIT.
074800     PERFORM 2600-CHECK-ROUND-AMOUNT
074900         THRU 2600-EXIT.
075000     SET ROW-IDX UP BY 1.
075100 2100-EXIT.
075200     EXIT.

075300*================================================================
075400* 2200-CHECK-SPLIT - THE FIRST ROW OF EACH EMPLOYEE/BUSINESS/
075500* CATEGORY/DATE GROUP TOTALS THE GROUP; TWO OR MORE ROWS WHOSE
075600* COMBINED USD IS OVER THE CATEGORY'S LIMIT ARE A SPLIT, AND
075700* EVERY PAIR IN THE GROUP IS FLAGGED.  A CATEGORY WITH NO LIMIT
075800* ON FILE IS LEFT UNCHECKED, AS EXP-ENGINE LEAVES IT.
075900*================================================================
076000 2200-CHECK-SPLIT.
076100     IF ROW-TAB-GROUPED (ROW-IDX)
076200         GO TO 2200-EXIT
076300     END-IF.

076400     MOVE ROW-TAB-CATEGORY (ROW-IDX) TO WS-POLICY-CATEGORY.
076500     MOVE ROW-TAB-COUNTRY (ROW-IDX)  TO WS-POLICY-COUNTRY.
076600     PERFORM 2250-FIND-POLICY-LIMIT
076700         THRU 2250-EXIT.
076800     IF POLICY-LIMIT-NOT-FOUND
076900         GO TO 2200-EXIT
077000     END-IF.

077100     MOVE ZERO TO WS-GROUP-ROWS.
077200     MOVE ZERO TO WS-GROUP-USD.
077300     PERFORM 7000-START-FINDING
077400         THRU 7000-EXIT.
077500     SET CMP-IDX TO ROW-IDX.
077600     PERFORM 2210-ADD-GROUP-ROW
077700         THRU 2210-EXIT
077800         UNTIL CMP-IDX > ROW-COUNT.

077900     IF WS-GROUP-ROWS < 2
078000         OR WS-GROUP-USD NOT > POL-TAB-LIMIT-USD (POL-IDX)
078100         GO TO 2200-EXIT
078200     END-IF.

078300     SET AUF-SPLIT TO TRUE.
078400     MOVE WS-GROUP-ROWS TO AUF-ROW-COUNT.
078500     MOVE WS-GROUP-USD  TO AUF-USD-AMOUNT.
078600     MOVE POL-TAB-LIMIT-USD (POL-IDX) TO AUF-LIMIT-USD.
078700     MOVE POL-TAB-LIMIT-USD (POL-IDX) TO WS-FLAG-LIMIT-USD.
078800     PERFORM 7100-WRITE-FINDING
078900         THRU 7100-EXIT.
079000     ADD 1 TO WS-SPLIT-FINDINGS.

079100     SET CMP-IDX TO ROW-IDX.
079200     PERFORM 2220-FLAG-GROUP-ROW
079300         THRU 2220-EXIT
079400         UNTIL CMP-IDX > ROW-COUNT.
079500 2200-EXIT.
079600     EXIT.

079700 2210-ADD-GROUP-ROW.
079800     IF ROW-TAB-EMPLOYEE-ID (CMP-IDX)
079900             = ROW-TAB-EMPLOYEE-ID (ROW-IDX)
080000         AND ROW-TAB-EXPENSE-DATE (CMP-IDX)
080100             = ROW-TAB-EXPENSE-DATE (ROW-IDX)
080200         AND ROW-TAB-BUSINESS-NAME (CMP-IDX)
080300             = ROW-TAB-BUSINESS-NAME (ROW-IDX)
080400         AND ROW-TAB-CATEGORY (CMP-IDX)
080500             = ROW-TAB-CATEGORY (ROW-IDX)
080600         SET ROW-TAB-GROUPED (CMP-IDX) TO TRUE
080700         ADD 1 TO WS-GROUP-ROWS
080800         ADD ROW-TAB-USD-AMOUNT (CMP-IDX) TO WS-GROUP-USD
080900         MOVE ROW-TAB-REPORT-ID (CMP-IDX) TO WS-ADD-REPORT-ID
081000         PERFORM 7050-ADD-FINDING-REPORT
081100             THRU 7050-EXIT
081200     END-IF.
081300     SET CMP-IDX UP BY 1.
081400 2210-EXIT.
081500     EXIT.

081600 2220-FLAG-GROUP-ROW.
081700     IF ROW-TAB-EMPLOYEE-ID (CMP-IDX)
081800             = ROW-TAB-EMPLOYEE-ID (ROW-IDX)
081900         AND ROW-TAB-EXPENSE-DATE (CMP-IDX)
082000             = ROW-TAB-EXPENSE-DATE (ROW-IDX)
082100         AND ROW-TAB-BUSINESS-NAME (CMP-IDX)
082200             = ROW-TAB-BUSINESS-NAME (ROW-IDX)
082300         AND ROW-TAB-CATEGORY (CMP-IDX)
082400             = ROW-TAB-CATEGORY (ROW-IDX)
082500         PERFORM 7200-FLAG-COMPARED-ROW
082600             THRU 7200-EXIT
082700     END-IF.
082800     SET CMP-IDX UP BY 1.
082900 2220-EXIT.
083000     EXIT.

083100*================================================================
083200* 2250-FIND-POLICY-LIMIT - THE CATEGORY/COUNTRY LIMIT FIRST,
083300* THEN THE CATEGORY'S COUNTRY-BLIND DEFAULT - EXP-ENGINE'S ORDER.
083400*================================================================
083500 2250-FIND-POLICY-LIMIT.
083600     SET POLICY-LIMIT-NOT-FOUND TO TRUE.

083700     IF POLICY-LIMIT-COUNT > 0
083800         SET POL-IDX TO 1
083900         SEARCH POLICY-TABLE
084000             AT END
084100                 SET POLICY-LIMIT-NOT-FOUND TO TRUE
084200             WHEN POL-TAB-CATEGORY (POL-IDX) = WS-POLICY-CATEGORY
084300                 AND POL-TAB-COUNTRY (POL-IDX)
084400                     = WS-POLICY-COUNTRY
084500                 SET POLICY-LIMIT-FOUND TO TRUE
084600         END-SEARCH

084700         IF POLICY-LIMIT-NOT-FOUND
084800             SET POL-IDX TO 1
084900             SEARCH POLICY-TABLE
085000                 AT END
085100                     SET POLICY-LIMIT-NOT-FOUND TO TRUE
085200                 WHEN POL-TAB-CATEGORY (POL-IDX)
085300                         = WS-POLICY-CATEGORY
085400                     AND POL-TAB-COUNTRY (POL-IDX) = SPACES
085500                     SET POLICY-LIMIT-FOUND TO TRUE
085600             END-SEARCH
085700         END-IF
085800     END-IF.
085900 2250-EXIT.
086000     EXIT.

086100*================================================================
086200* 2300-CHECK-DUPLICATE - THE SAME RECEIPT (EMPLOYEE, DATE,
086300* BUSINESS, LOCAL AMOUNT AND CURRENCY) ON AN EARLIER ROW OF THIS
086400* RUN UNDER ANOTHER REPORTID OR CITY, OR FAILING THAT ON A ROW
086500* FROM AN EARLIER RUN.  THE SAME REPORTID FROM THE SAME CITY IS
086600* EXP-ENGINE'S OWN DUPLICATE CHECK AND IS NOT REPEATED HERE.
086700* WITHIN THE RUN BOTH PAIRS ARE FLAGGED - NEITHER HAS BEEN PAID;
086800* AGAINST AN EARLIER RUN ONLY THIS RUN'S PAIR CAN BE.
086900*================================================================
087000 2300-CHECK-DUPLICATE.
087100     SET DUP-NOT-FOUND TO TRUE.
087200     SET CMP-IDX TO 1.
087300     PERFORM 2310-COMPARE-ONE-ROW
087400         THRU 2310-EXIT
087500         UNTIL CMP-IDX NOT < ROW-IDX
087600             OR DUP-FOUND.

087700     IF DUP-FOUND
087800         PERFORM 7000-START-FINDING
087900             THRU 7000-EXIT
088000         MOVE ROW-TAB-REPORT-ID (CMP-IDX) TO WS-ADD-REPORT-ID
088100         PERFORM 7050-ADD-FINDING-REPORT
088200             THRU 7050-EXIT
088300         MOVE ROW-TAB-REPORT-ID (ROW-IDX) TO WS-ADD-REPORT-ID
088400         PERFORM 7050-ADD-FINDING-REPORT
088500             THRU 7050-EXIT
088600         SET AUF-DUPLICATE TO TRUE
088700         MOVE 2 TO AUF-ROW-COUNT
088800         MOVE ROW-TAB-USD-AMOUNT (ROW-IDX) TO AUF-USD-AMOUNT
088900         PERFORM 7100-WRITE-FINDING
089000             THRU 7100-EXIT
089100         ADD 1 TO WS-DUP-FINDINGS
089200         MOVE ZERO TO WS-FLAG-LIMIT-USD
089300         PERFORM 7200-FLAG-COMPARED-ROW
089400             THRU 7200-EXIT
089500         PERFORM 7300-FLAG-CURRENT-ROW
089600             THRU 7300-EXIT
089700         GO TO 2300-EXIT
089800     END-IF.

089900     SET PRV-IDX TO 1.
090000     PERFORM 2320-COMPARE-ONE-PRIOR
090100         THRU 2320-EXIT
090200         UNTIL PRV-IDX > PRIOR-COUNT
090300             OR DUP-FOUND.

090400     IF DUP-FOUND
090500         PERFORM 7000-START-FINDING
090600             THRU 7000-EXIT
090700         MOVE PRV-TAB-REPORT-ID (PRV-IDX) TO WS-ADD-REPORT-ID
090800         PERFORM 7050-ADD-FINDING-REPORT
090900             THRU 7050-EXIT
091000         MOVE ROW-TAB-REPORT-ID (ROW-IDX) TO WS-ADD-REPORT-ID
091100         PERFORM 7050-ADD-FINDING-REPORT
091200             THRU 7050-EXIT
091300         SET AUF-DUPLICATE-PRIOR TO TRUE
091400         MOVE 2 TO AUF-ROW-COUNT
091500         MOVE ROW-TAB-USD-AMOUNT (ROW-IDX) TO AUF-USD-AMOUNT
091600         PERFORM 7100-WRITE-FINDING
091700             THRU 7100-EXIT
091800         ADD 1 TO WS-PRIOR-DUP-FINDINGS
091900         MOVE ZERO TO WS-FLAG-LIMIT-USD
092000         PERFORM 7300-FLAG-CURRENT-ROW
092100             THRU 7300-EXIT
092200     END-IF.
092300 2300-EXIT.
092400     EXIT.

092500 2310-COMPARE-ONE-ROW.
092600     IF ROW-TAB-EMPLOYEE-ID (CMP-IDX)
092700             = ROW-TAB-EMPLOYEE-ID (ROW-IDX)
092800         AND ROW-TAB-EXPENSE-DATE (CMP-IDX)
092900             = ROW-TAB-EXPENSE-DATE (ROW-IDX)
093000         AND ROW-TAB-BUSINESS-NAME (CMP-IDX)
093100             = ROW-TAB-BUSINESS-NAME (ROW-IDX)
093200         AND ROW-TAB-LOCAL-AMOUNT (CMP-IDX)
093300             = ROW-TAB-LOCAL-AMOUNT (ROW-IDX)
093400         AND ROW-TAB-CURRENCY (CMP-IDX)
093500             = ROW-TAB-CURRENCY (ROW-IDX)
093600         IF ROW-TAB-REPORT-ID (CMP-IDX)
093700                 NOT = ROW-TAB-REPORT-ID (ROW-IDX)
093800             OR ROW-TAB-CITY (CMP-IDX)
093900                 NOT = ROW-TAB-CITY (ROW-IDX)
094000             SET DUP-FOUND TO TRUE
094100             GO TO 2310-EXIT
094200         END-IF
094300     END-IF.
094400     SET CMP-IDX UP BY 1.
094500 2310-EXIT.
094600     EXIT.

094700 2320-COMPARE-ONE-PRIOR.
094800     IF PRV-TAB-EMPLOYEE-ID (PRV-IDX)
094900             = ROW-TAB-EMPLOYEE-ID (ROW-IDX)
095000         AND PRV-TAB-EXPENSE-DATE (PRV-IDX)
095100             = ROW-TAB-EXPENSE-DATE (ROW-IDX)
095200         AND PRV-TAB-BUSINESS-NAME (PRV-IDX)
095300             = ROW-TAB-BUSINESS-NAME (ROW-IDX)
095400         AND PRV-TAB-LOCAL-AMOUNT (PRV-IDX)
095500             = ROW-TAB-LOCAL-AMOUNT (ROW-IDX)
095600         AND PRV-TAB-CURRENCY (PRV-IDX)
095700             = ROW-TAB-CURRENCY (ROW-IDX)
095800         IF PRV-TAB-REPORT-ID (PRV-IDX)
095900                 NOT = ROW-TAB-REPORT-ID (ROW-IDX)
096000             OR PRV-TAB-CITY (PRV-IDX)
096100                 NOT = ROW-TAB-CITY (ROW-IDX)
096200             SET DUP-FOUND TO TRUE
096300             GO TO 2320-EXIT
096400         END-IF
096500     END-IF.
096600     SET PRV-IDX UP BY 1.
096700 2320-EXIT.
096800     EXIT.

096900*================================================================
097000* 2400-CHECK-CROSS-OFFICE - THIS ROW'S REPORTID/EMPLOYEEID PAIR
097100* IS ON MORE THAN ONE OFFICE'S HISTORY - THE SAME REPORT SENT IN
097200* THROUGH A SECOND OFFICE, WHICH EACH OFFICE'S OWN DUPLICATE
097300* CHECK CANNOT SEE.  REPORTED ONCE PER PAIR.
097400*================================================================
097500 2400-CHECK-CROSS-OFFICE.
097600     MOVE ROW-TAB-REPORT-ID (ROW-IDX)   TO WS-FLAG-REPORT-ID.
097700     MOVE ROW-TAB-EMPLOYEE-ID (ROW-IDX) TO WS-FLAG-EMPLOYEE-ID.
097800     PERFORM 1350-FIND-HISTORY-PAIR
097900         THRU 1350-EXIT.
098000     IF PAIR-NOT-FOUND
098100         GO TO 2400-EXIT
098200     END-IF.
098300     IF HST-TAB-OFFICES (HST-IDX) < 2
098400         OR HST-TAB-REPORTED (HST-IDX)
098500         GO TO 2400-EXIT
098600     END-IF.

098700     SET HST-TAB-REPORTED (HST-IDX) TO TRUE.
098800     PERFORM 7000-START-FINDING
098900         THRU 7000-EXIT.
099000     MOVE ROW-TAB-REPORT-ID (ROW-IDX) TO WS-ADD-REPORT-ID.
099100     PERFORM 7050-ADD-FINDING-REPORT
099200         THRU 7050-EXIT.
099300     SET AUF-CROSS-OFFICE TO TRUE.
099400     MOVE HST-TAB-OFFICES (HST-IDX)   TO AUF-ROW-COUNT.
099500     MOVE ROW-TAB-USD-AMOUNT (ROW-IDX) TO AUF-USD-AMOUNT.
099600     PERFORM 7100-WRITE-FINDING
099700         THRU 7100-EXIT.
099800     ADD 1 TO WS-XOFF-FINDINGS.
099900     MOVE ZERO TO WS-FLAG-LIMIT-USD.
100000     PERFORM 7300-FLAG-CURRENT-ROW
100100         THRU 7300-EXIT.
100200 2400-EXIT.
100300     EXIT.

100400*================================================================
100500* 2500-CHECK-WEEKEND - A ROW DATED ON A SATURDAY OR SUNDAY, IN A
100600* CATEGORY NOT ON THE EXEMPT LIST.
100700*================================================================
100800 2500-CHECK-WEEKEND.
100900     IF ROW-TAB-EXPENSE-DATE (ROW-IDX) = ZERO
101000         GO TO 2500-EXIT
101100     END-IF.

101200     SET WEEKEND-NOT-EXEMPT TO TRUE.
101300     SET EXM-IDX TO 1.
101400     SEARCH WS-EXEMPT-CATEGORY
101500         AT END
101600             SET WEEKEND-NOT-EXEMPT TO TRUE
101700         WHEN WS-EXEMPT-CATEGORY (EXM-IDX)
101800                 = ROW-TAB-CATEGORY (ROW-IDX)
101900             SET WEEKEND-EXEMPT TO TRUE
102000     END-SEARCH.
102100     IF WEEKEND-EXEMPT
102200         GO TO 2500-EXIT
102300     END-IF.

102400     PERFORM 2550-COMPUTE-DAY-OF-WEEK
102500         THRU 2550-EXIT.
102600     IF NOT DOW-WEEKEND
102700         GO TO 2500-EXIT
102800     END-IF.

102900     PERFORM 7000-START-FINDING
103000         THRU 7000-EXIT.
103100     MOVE ROW-TAB-REPORT-ID (ROW-IDX) TO WS-ADD-REPORT-ID.
103200     PERFORM 7050-ADD-FINDING-REPORT
103300         THRU 7050-EXIT.
103400     SET AUF-WEEKEND TO TRUE.
103500     MOVE 1 TO AUF-ROW-COUNT.
103600     MOVE ROW-TAB-USD-AMOUNT (ROW-IDX) TO AUF-USD-AMOUNT.
103700     PERFORM 7100-WRITE-FINDING
103800         THRU 7100-EXIT.
103900     ADD 1 TO WS-WEEKEND-FINDINGS.
104000     MOVE ZERO TO WS-FLAG-LIMIT-USD.
104100     PERFORM 7300-FLAG-CURRENT-ROW
104200         THRU 7300-EXIT.
104300 2500-EXIT.
104400     EXIT.

104500*================================================================
104600* 2550-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE FOR THE ROW'S
104700* EXPENSE DATE, EACH DIVISION TRUNCATED INTO A WHOLE FIELD.
104800*================================================================
104900 2550-COMPUTE-DAY-OF-WEEK.
105000     MOVE ROW-TAB-EXPENSE-DATE (ROW-IDX) (1:4) TO WS-DOW-YYYY.
105100     MOVE ROW-TAB-EXPENSE-DATE (ROW-IDX) (5:2) TO WS-DOW-MM.
105200     MOVE ROW-TAB-EXPENSE-DATE (ROW-IDX) (7:2) TO WS-DOW-DD.
105300     IF WS-DOW-MM < 3
105400         ADD 12 TO WS-DOW-MM
105500         SUBTRACT 1 FROM WS-DOW-YYYY
105600     END-IF.

105700     DIVIDE WS-DOW-YYYY BY 100
105800         GIVING WS-DOW-CENTURY REMAINDER WS-DOW-YEAR.
105900     COMPUTE WS-DOW-MONTH-TERM = (WS-DOW-MM + 1) * 13.
106000     DIVIDE WS-DOW-MONTH-TERM BY 5 GIVING WS-DOW-MONTH-TERM.
106100     DIVIDE WS-DOW-YEAR BY 4 GIVING WS-DOW-YEAR-TERM.
106200     DIVIDE WS-DOW-CENTURY BY 4 GIVING WS-DOW-CENTURY-TERM.

106300     COMPUTE WS-DOW-SUM = WS-DOW-DD + WS-DOW-MONTH-TERM
106400         + WS-DOW-YEAR + WS-DOW-YEAR-TERM
106500         + WS-DOW-CENTURY-TERM + (5 * WS-DOW-CENTURY).
106600     DIVIDE WS-DOW-SUM BY 7
106700         GIVING WS-DOW-QUOTIENT REMAINDER WS-DOW-DAY.
106800 2550-EXIT.
106900     EXIT.

107000*================================================================
107100* 2600-CHECK-ROUND-AMOUNT - A RECEIPT-STYLE ROW WHOSE LOCAL
107200* AMOUNT IS A WHOLE MULTIPLE OF THE ROUNDING UNIT, WORTH AT
107300* LEAST THE MINIMUM.
107400*================================================================
107500 2600-CHECK-ROUND-AMOUNT.
107600     IF ROW-TAB-CLAIM-TYPE (ROW-IDX) = 'M' OR 'P'
107700         GO TO 2600-EXIT
107800     END-IF.
107900     IF ROW-TAB-USD-AMOUNT (ROW-IDX) < WS-ROUND-MIN-USD
108000         GO TO 2600-EXIT
108100     END-IF.

108200     DIVIDE ROW-TAB-LOCAL-AMOUNT (ROW-IDX) BY WS-ROUND-UNIT
108300         GIVING WS-ROUND-QUOTIENT
108400         REMAINDER WS-ROUND-REMAINDER.
108500     IF WS-ROUND-REMAINDER NOT = ZERO
108600         GO TO 2600-EXIT
108700     END-IF.

108800     PERFORM 7000-START-FINDING
108900         THRU 7000-EXIT.
109000     MOVE ROW-TAB-REPORT-ID (ROW-IDX) TO WS-ADD-REPORT-ID.
109100     PERFORM 7050-ADD-FINDING-REPORT
109200         THRU 7050-EXIT.
109300     SET AUF-ROUND-AMOUNT TO TRUE.
109400     MOVE 1 TO AUF-ROW-COUNT.
109500     MOVE ROW-TAB-USD-AMOUNT (ROW-IDX) TO AUF-USD-AMOUNT.
109600     PERFORM 7100-WRITE-FINDING
109700         THRU 7100-EXIT.
109800     ADD 1 TO WS-ROUND-FINDINGS.
109900     MOVE ZERO TO WS-FLAG-LIMIT-USD.
110000     PERFORM 7300-FLAG-CURRENT-ROW
110100         THRU 7300-EXIT.
110200 2600-EXIT.
110300     EXIT.

110400*================================================================
110500* 3000-REWRITE-ROW-LOG - THE KEPT EARLIER ROWS, THEN THIS RUN'S.
110600*================================================================
110700 3000-REWRITE-ROW-LOG.
110800     OPEN OUTPUT AuditRowFile.

110900     SET PRV-IDX TO 1.
111000     PERFORM 3100-WRITE-ONE-PRIOR-ROW
111100         THRU 3100-EXIT
111200         UNTIL PRV-IDX > PRIOR-COUNT.

111300     SET ROW-IDX TO 1.
111400     PERFORM 3200-WRITE-ONE-RUN-ROW
111500         THRU 3200-EXIT
111600         UNTIL ROW-IDX > ROW-COUNT.

111700     CLOSE AuditRowFile.
111800 3000-EXIT.
111900     EXIT.

112000 3100-WRITE-ONE-PRIOR-ROW.
112100     MOVE PRV-TAB-RUN-ID (PRV-IDX)        TO ARW-RUN-ID.
112200     MOVE PRV-TAB-EMPLOYEE-ID (PRV-IDX)   TO ARW-EMPLOYEE-ID.
112300     MOVE PRV-TAB-REPORT-ID (PRV-IDX)     TO ARW-REPORT-ID.
112400     MOVE PRV-TAB-EXPENSE-DATE (PRV-IDX)  TO ARW-EXPENSE-DATE.
112500     MOVE PRV-TAB-BUSINESS-NAME (PRV-IDX) TO ARW-BUSINESS-NAME.
112600     MOVE PRV-TAB-CITY (PRV-IDX)          TO ARW-CITY.
112700     MOVE PRV-TAB-LOCAL-AMOUNT (PRV-IDX)  TO ARW-LOCAL-AMOUNT.
112800     MOVE PRV-TAB-CURRENCY (PRV-IDX)      TO ARW-CURRENCY.
112900     WRITE ARW-REC.
113000     ADD 1 TO WS-ROWS-KEPT.
113100     SET PRV-IDX UP BY 1.
113200 3100-EXIT.
113300     EXIT.

113400 3200-WRITE-ONE-RUN-ROW.
113500     MOVE WS-FEED-RUN-ID                  TO ARW-RUN-ID.
113600     MOVE ROW-TAB-EMPLOYEE-ID (ROW-IDX)   TO ARW-EMPLOYEE-ID.
113700     MOVE ROW-TAB-REPORT-ID (ROW-IDX)     TO ARW-REPORT-ID.
113800     MOVE ROW-TAB-EXPENSE-DATE (ROW-IDX)  TO ARW-EXPENSE-DATE.
113900     MOVE ROW-TAB-BUSINESS-NAME (ROW-IDX) TO ARW-BUSINESS-NAME.
114000     MOVE ROW-TAB-CITY (ROW-IDX)          TO ARW-CITY.
114100     MOVE ROW-TAB-LOCAL-AMOUNT (ROW-IDX)  TO ARW-LOCAL-AMOUNT.
114200     MOVE ROW-TAB-CURRENCY (ROW-IDX)      TO ARW-CURRENCY.
114300     WRITE ARW-REC.
114400     ADD 1 TO WS-ROWS-KEPT.
114500     SET ROW-IDX UP BY 1.
114600 3200-EXIT.
114700     EXIT.

114800*================================================================
114900* 7000-START-FINDING - A FRESH FINDING FOR THE CURRENT ROW.  THE
115000* CALLER ADDS THE REPORTIDS, REASON, ROW COUNT AND AMOUNTS.
115100*================================================================
115200 7000-START-FINDING.
115300     MOVE SPACES TO AUF-REC.
115400     MOVE WS-FEED-RUN-ID                  TO AUF-RUN-ID.
115500     MOVE ROW-TAB-EMPLOYEE-ID (ROW-IDX)   TO AUF-EMPLOYEE-ID.
115600     MOVE ROW-TAB-EXPENSE-DATE (ROW-IDX)  TO AUF-EXPENSE-DATE.
115700     MOVE ROW-TAB-BUSINESS-NAME (ROW-IDX) TO AUF-BUSINESS-NAME.
115800     MOVE ROW-TAB-CATEGORY (ROW-IDX)      TO AUF-CATEGORY.
115900     MOVE ROW-TAB-CITY (ROW-IDX)          TO AUF-CITY.
116000     MOVE ZERO TO AUF-ROW-COUNT.
116100     MOVE ZERO TO AUF-USD-AMOUNT.
116200     MOVE ZERO TO AUF-LIMIT-USD.
116300     MOVE ZERO TO AUF-REPORT-COUNT.
116400     MOVE ZERO TO AUF-REPORT-ID (1) AUF-REPORT-ID (2)
116500         AUF-REPORT-ID (3) AUF-REPORT-ID (4) AUF-REPORT-ID (5).
116600 7000-EXIT.
116700     EXIT.

116800*================================================================
116900* 7050-ADD-FINDING-REPORT - ADD WS-ADD-REPORT-ID TO THE FINDING
117000* UNLESS IT IS ALREADY LISTED OR FIVE ARE.
117100*================================================================
117200 7050-ADD-FINDING-REPORT.
117300     MOVE 'N' TO WS-RPT-LISTED-SW.
117400     MOVE 1 TO WS-RPT-SUB.
117500     PERFORM 7060-CHECK-ONE-LISTED
117600         THRU 7060-EXIT
117700         UNTIL WS-RPT-SUB > AUF-REPORT-COUNT
117800             OR REPORT-LISTED.
117900     IF REPORT-LISTED
118000         OR AUF-REPORT-COUNT NOT < 5
118100         GO TO 7050-EXIT
118200     END-IF.
118300     ADD 1 TO AUF-REPORT-COUNT.
118400     MOVE WS-ADD-REPORT-ID TO AUF-REPORT-ID (AUF-REPORT-COUNT).
118500 7050-EXIT.
118600     EXIT.

118700 7060-CHECK-ONE-LISTED.
118800     IF AUF-REPORT-ID (WS-RPT-SUB) = WS-ADD-REPORT-ID
118900         MOVE 'Y' TO WS-RPT-LISTED-SW
119000     END-IF.
119100     ADD 1 TO WS-RPT-SUB.
119200 7060-EXIT.
119300     EXIT.

119400*================================================================
119500* 7100-WRITE-FINDING - TO THE FINDINGS FILE AND THE REPORT.
119600*================================================================
119700 7100-WRITE-FINDING.
119800     WRITE AUF-REC.
119900     ADD 1 TO WS-FINDINGS-WRITTEN.

120000     MOVE AUF-REASON-CODE   TO AUD-DTL-REASON.
120100     MOVE AUF-EMPLOYEE-ID   TO AUD-DTL-EMPLOYEE-ID.
120200     MOVE AUF-EXPENSE-DATE  TO AUD-DTL-EXPENSE-DATE.
120300     MOVE AUF-BUSINESS-NAME TO AUD-DTL-BUSINESS.
120400     MOVE AUF-CATEGORY      TO AUD-DTL-CATEGORY.
120500     MOVE AUF-CITY          TO AUD-DTL-CITY.
120600     MOVE AUF-ROW-COUNT     TO AUD-DTL-ROWS.
120700     MOVE AUF-USD-AMOUNT    TO AUD-DTL-USD.
120800     MOVE AUF-LIMIT-USD     TO AUD-DTL-LIMIT.
120900     MOVE SPACES TO AUD-DTL-REPORT-IDS.
121000     MOVE AUF-REPORT-ID (1) TO AUD-DTL-REPORT-ID (1).
121100     MOVE AUF-REPORT-ID (2) TO AUD-DTL-REPORT-ID (2).
121200     MOVE AUF-REPORT-ID (3) TO AUD-DTL-REPORT-ID (3).
121300     MOVE AUF-REPORT-ID (4) TO AUD-DTL-REPORT-ID (4).
121400     MOVE AUF-REPORT-ID (5) TO AUD-DTL-REPORT-ID (5).
121500     WRITE AUD-REPORT-LINE FROM AUD-DETAIL-LINE
121600         AFTER ADVANCING 1 LINE.
121700 7100-EXIT.
121800     EXIT.

121900*================================================================
122000* 7200/7300 - FLAG THE PAIR ON THE COMPARED ROW (CMP-IDX) OR
122100* THE CURRENT ROW (ROW-IDX).  WS-FLAG-LIMIT-USD IS THE LIMIT
122200* SHOWN ON THE FLAG - ZERO FOR A FINDING THAT ISN'T A SPLIT.
122300*================================================================
122400 7200-FLAG-COMPARED-ROW.
122500     MOVE ROW-TAB-REPORT-ID (CMP-IDX)   TO WS-FLAG-REPORT-ID.
122600     MOVE ROW-TAB-EMPLOYEE-ID (CMP-IDX) TO WS-FLAG-EMPLOYEE-ID.
122700     MOVE ROW-TAB-CATEGORY (CMP-IDX)    TO PLC-CATEGORY.
122800     MOVE ROW-TAB-COUNTRY (CMP-IDX)     TO PLC-COUNTRY.
122900     MOVE ROW-TAB-USD-AMOUNT (CMP-IDX)  TO PLC-USD-AMOUNT.
123000     PERFORM 7400-WRITE-FLAG
123100         THRU 7400-EXIT.
123200 7200-EXIT.
123300     EXIT.

123400 7300-FLAG-CURRENT-ROW.
123500     MOVE ROW-TAB-REPORT-ID (ROW-IDX)   TO WS-FLAG-REPORT-ID.
123600     MOVE ROW-TAB-EMPLOYEE-ID (ROW-IDX) TO WS-FLAG-EMPLOYEE-ID.
123700     MOVE ROW-TAB-CATEGORY (ROW-IDX)    TO PLC-CATEGORY.
123800     MOVE ROW-TAB-COUNTRY (ROW-IDX)     TO PLC-COUNTRY.
123900     MOVE ROW-TAB-USD-AMOUNT (ROW-IDX)  TO PLC-USD-AMOUNT.
124000     PERFORM 7400-WRITE-FLAG
124100         THRU 7400-EXIT.
124200 7300-EXIT.
124300     EXIT.

124400*================================================================
124500* 7400-WRITE-FLAG - ONE POLICY FLAG PER PAIR PER RUN.
124600*================================================================
124700 7400-WRITE-FLAG.
124800     SET FLAG-NOT-FOUND TO TRUE.
124900     IF FLAG-COUNT > ZERO
125000         SET FLG-IDX TO 1
125100         SEARCH FLAG-TABLE
125200             AT END
125300                 SET FLAG-NOT-FOUND TO TRUE
125400             WHEN FLG-TAB-REPORT-ID (FLG-IDX) = WS-FLAG-REPORT-ID
125500                 AND FLG-TAB-EMPLOYEE-ID (FLG-IDX)
125600                     = WS-FLAG-EMPLOYEE-ID
125700                 SET FLAG-FOUND TO TRUE
125800         END-SEARCH
125900     END-IF.
126000     IF FLAG-FOUND
126100         GO TO 7400-EXIT
126200     END-IF.

126300     IF FLAG-COUNT < 1000
126400         ADD 1 TO FLAG-COUNT
126500         SET FLG-IDX TO FLAG-COUNT
126600         MOVE WS-FLAG-REPORT-ID   TO FLG-TAB-REPORT-ID (FLG-IDX)
126700         MOVE WS-FLAG-EMPLOYEE-ID TO FLG-TAB-EMPLOYEE-ID (FLG-IDX)
126800     ELSE
126900         ADD 1 TO WS-FLAGS-DROPPED
127000     END-IF.

127100     MOVE WS-FLAG-REPORT-ID   TO PLC-REPORT-ID.
127200     MOVE WS-FLAG-EMPLOYEE-ID TO PLC-EMPLOYEE-ID.
127300     MOVE WS-FLAG-LIMIT-USD   TO PLC-LIMIT-USD.
127400     WRITE PLC-REC.
127500 7400-EXIT.
127600     EXIT.

127700*================================================================
127800* 8000-PRINT-TOTALS
127900*================================================================
128000 8000-PRINT-TOTALS.
128100     WRITE AUD-REPORT-LINE FROM AUD-HDG-3
128200         AFTER ADVANCING 1 LINE.
128300     MOVE 'ROWS SCANNED:' TO AUD-TOT-LABEL.
128400     MOVE ROW-COUNT TO AUD-TOT-VALUE.
128500     WRITE AUD-REPORT-LINE FROM AUD-TOTAL-LINE
128600         AFTER ADVANCING 1 LINE.
128700     MOVE 'EARLIER ROWS COMPARED AGAINST:' TO AUD-TOT-LABEL.
128800     MOVE PRIOR-COUNT TO AUD-TOT-VALUE.
128900     WRITE AUD-REPORT-LINE FROM AUD-TOTAL-LINE
129000         AFTER ADVANCING 1 LINE.
129100     MOVE 'SPLT - SPLIT UNDER THE POLICY LIMIT:'
129200         TO AUD-TOT-LABEL.
129300     MOVE WS-SPLIT-FINDINGS TO AUD-TOT-VALUE.
129400     WRITE AUD-REPORT-LINE FROM AUD-TOTAL-LINE
129500         AFTER ADVANCING 1 LINE.
129600     MOVE 'DUPL - SAME RECEIPT TWICE IN THIS RUN:'
129700         TO AUD-TOT-LABEL.
129800     MOVE WS-DUP-FINDINGS TO AUD-TOT-VALUE.
129900     WRITE AUD-REPORT-LINE FROM AUD-TOTAL-LINE
130000         AFTER ADVANCING 1 LINE.
130100     MOVE 'DUPP - SAME RECEIPT AS AN EARLIER RUN:'
130200         TO AUD-TOT-LABEL.
130300     MOVE WS-PRIOR-DUP-FINDINGS TO AUD-TOT-VALUE.
130400     WRITE AUD-REPORT-LINE FROM AUD-TOTAL-LINE
130500         AFTER ADVANCING 1 LINE.
130600     MOVE 'XOFF - SAME REPORT THROUGH TWO OFFICES:'
130700         TO AUD-TOT-LABEL.
130800     MOVE WS-XOFF-FINDINGS TO AUD-TOT-VALUE.
130900     WRITE AUD-REPORT-LINE FROM AUD-TOTAL-LINE
131000         AFTER ADVANCING 1 LINE.
131100     MOVE 'WKND - DATED ON A WEEKEND:' TO AUD-TOT-LABEL.
131200     MOVE WS-WEEKEND-FINDINGS TO AUD-TOT-VALUE.
131300     WRITE AUD-REPORT-LINE FROM AUD-TOTAL-LINE
131400         AFTER ADVANCING 1 LINE.
131500     MOVE 'RNDA - ROUND LOCAL AMOUNT:' TO AUD-TOT-LABEL.
131600     MOVE WS-ROUND-FINDINGS TO AUD-TOT-VALUE.
131700     WRITE AUD-REPORT-LINE FROM AUD-TOTAL-LINE
131800         AFTER ADVANCING 1 LINE.
131900     MOVE 'PAIRS WITHHELD PENDING A MANAGER DECISION:'
132000         TO AUD-TOT-LABEL.
132100     MOVE FLAG-COUNT TO AUD-TOT-VALUE.
132200     WRITE AUD-REPORT-LINE FROM AUD-TOTAL-LINE
132300         AFTER ADVANCING 1 LINE.
132400 8000-EXIT.
132500     EXIT.

132600*================================================================
132700* 9000-TERMINATE - CLOSE UP AND RECORD THE SCAN ON THE RUN-
132800* CONTROL LEDGER, WHERE CALC-PAYFEED LOOKS FOR IT.
132900*================================================================
133000 9000-TERMINATE.
133100     CLOSE AuditFindingFile AuditPolicyFile AuditReportFile.

133200     OPEN EXTEND RunControlFile.
133300     IF WS-RUNCTL-FILE-STATUS = '35'
133400         OPEN OUTPUT RunControlFile
133500         CLOSE RunControlFile
133600         OPEN EXTEND RunControlFile
133700     END-IF.
133800     MOVE WS-FEED-RUN-ID TO RC-RUN-ID.
133900     MOVE WS-RUN-DATE    TO RC-RUN-DATE.
134000     MOVE 'CALC-AUDIT'   TO RC-PROGRAM.
134100     SET RC-AUDIT-SCANNED TO TRUE.
134200     WRITE RC-REC.
134300     CLOSE RunControlFile.

134400     MOVE ROW-COUNT  TO WS-ROWS-SCANNED.
134500     MOVE FLAG-COUNT TO WS-PAIRS-FLAGGED.
134600     DISPLAY 'AUDIT SCAN COMPLETE - RUN ' WS-FEED-RUN-ID ', '
134700         WS-ROWS-SCANNED ' ROWS, ' WS-FINDINGS-WRITTEN
134800         ' FINDINGS, ' WS-PAIRS-FLAGGED ' PAIRS FLAGGED.'.
134810     IF WS-FLAGS-DROPPED > ZERO
136600         DISPLAY 'AUDIT WARNING - ' WS-FLAGS-DROPPED
136700             ' FLAGS PAST THE TABLE LIMIT MAY REPEAT ON '
136800             'AUDITPOLICY.CSV - RAISE THE LIMIT'
136900     END-IF.
137000 9000-EXIT.
137100     EXIT.
