000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.               CALC-TAXBEN.
000300 AUTHOR.                   ISOBEL SCOTT.
000400 INSTALLATION.             FINANCE SYSTEMS.
000500 DATE-WRITTEN.             10/15/2026.
000600 DATE-COMPILED.            10/15/2026.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  10/15/2026  IS  NEW PROGRAM.  MILEAGE (CLAIMTYPE M) AND
001100*                  PER-DIEM (CLAIMTYPE P) ARE REIMBURSED AT THE
001200*                  COMPANY RATES ON CONTROL/CLAIMRATES.DAT, WHICH
001300*                  FOR MOROCCO AND THE UK ARE ABOVE THE TAX-FREE
001400*                  RATES THE TAX AUTHORITIES ALLOW - THE EXCESS
001500*                  IS TAXABLE PAY THAT PAYROLL HAS TO REPORT,
001600*                  AND NOTHING WAS TELLING THEM.  THE STATUTORY
001700*                  TAX-FREE RATES NOW SIT NEXT TO THE COMPANY
001800*                  RATES ON CONTROL/STATRATES.DAT, EFFECTIVE-
001900*                  DATED PER COUNTRY AND CLAIM TYPE (A ROW WITH
002000*                  SPACES IN THE COUNTRY IS A COUNTRY-BLIND
002100*                  DEFAULT, LIKE THE CLAIM RATES).  FOR EVERY
002200*                  POSTED M/P ROW ON PROCESSED/ALLSORTED.CSV
002300*                  THIS JOB WORKS OUT THE TAX-FREE ALLOWANCE
002400*                  (QUANTITY TIMES THE STATUTORY RATE IN FORCE
002500*                  ON THE EXPENSE DATE) AND THE AMOUNT PAID OVER
002600*                  IT, THEN - AN INTERNAL SORT, AS CALC-
002700*                  VATRECLAIM DOES - TOTALS THE EXCESS PER
002800*                  EMPLOYEE, FISCAL PERIOD, COST CENTER, BENEFIT
002900*                  TYPE AND LOCAL CURRENCY.  EVERY NON-ZERO
003000*                  TOTAL GOES TO THE PAYROLL INTERFACE FILE
003100*                  (PROCESSED/TAXBEN.DAT); EVERY TOTAL, ZERO OR
003200*                  NOT, IS PRINTED ON THE RECONCILIATION REPORT
003300*                  (PROCESSED/TAXBEN.RPT) WITH CURRENCY TOTALS
003400*                  AND A SIGN-OFF BLOCK FOR PAYROLL.  A ROW WITH
003500*                  NO STATUTORY RATE IN FORCE IS LEFT OUT AND
003600*                  LOGGED TO PROCESSED/TAXBENUNMAPPED.CSV, THE
003700*                  SAME EXCLUDE-AND-LOG TREATMENT CALC-GLFEED
003800*                  GIVES AN UNMAPPED CATEGORY.  GUARDED BY THE
003900*                  RUN-CONTROL LEDGER ('T' ENTRIES) LIKE CALC-
004000*                  GLFEED, SINCE A SECOND EXTRACT OF THE SAME
004100*                  RUN WOULD TAX THE SAME EXCESS TWICE; FORCE ON
004200*                  THE COMMAND LINE OVERRIDES.
004300*--------------------------------------------------------------
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT TaxInputFile ASSIGN TO
004800             'processed/ALLSORTED.csv'
004900         ORGANIZATION IS LINE SEQUENTIAL.

005000     SELECT StatRateFile ASSIGN TO
005100             'control/STATRATES.DAT'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-STATRATE-FILE-STATUS.

005400     SELECT TaxSortFile ASSIGN TO TAXSORT.

005500     SELECT TaxBenefitFile ASSIGN TO
005600             'processed/TAXBEN.DAT'
005700         ORGANIZATION IS LINE SEQUENTIAL.

005800     SELECT TaxUnmappedFile ASSIGN TO
005900             'processed/TAXBENUNMAPPED.csv'
006000         ORGANIZATION IS LINE SEQUENTIAL.

006100     SELECT TaxReportFile ASSIGN TO
006200             'processed/TAXBEN.rpt'
006300         ORGANIZATION IS LINE SEQUENTIAL.

006400     SELECT RunStampFile ASSIGN TO
006500             'processed/ALLSORTED.RUN'
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-STAMP-FILE-STATUS.

006800     SELECT RunControlFile ASSIGN TO
006900             'control/RUNCONTROL.DAT'
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-RUNCTL-FILE-STATUS.

007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  TaxInputFile.
007500 01  TAX-IN-REC.
007600     COPY EXPREC.

007700 FD  StatRateFile.
007800 01  STR-REC.
007900     03 STR-COUNTRY              PIC X(15).
008000     03 STR-CLAIM-TYPE           PIC X(1).
008100     03 STR-RATE                 PIC 9(5)V99.
008200     03 STR-EFF-START            PIC 9(8).
008300     03 STR-EFF-END              PIC 9(8).

008400 SD  TaxSortFile.
008500 01  TSR-REC.
008600     03 TSR-EMPLOYEE-ID          PIC 9(6).
008700     03 TSR-FISCAL-PERIOD        PIC 9(6).
008800     03 TSR-COST-CENTER          PIC X(10).
008900     03 TSR-CLAIM-TYPE           PIC X(1).
009000     03 TSR-LOCAL-CURRENCY       PIC X(3).
009100     03 TSR-EMPLOYEE-NAME        PIC X(50).
009200     03 TSR-CLAIMED-LOCAL        PIC 9(10)V99.
009300     03 TSR-ALLOWED-LOCAL        PIC 9(10)V99.
009400     03 TSR-TAXABLE-LOCAL        PIC 9(10)V99.

009500*--------------------------------------------------------------
009600* PAYROLL INTERFACE RECORD - ONE PER EMPLOYEE, FISCAL PERIOD,
009700* COST CENTER, BENEFIT TYPE (M MILEAGE, P PER-DIEM) AND LOCAL
009800* CURRENCY WITH A TAXABLE EXCESS.
009900*--------------------------------------------------------------
010000 FD  TaxBenefitFile.
010100 01  TXB-REC.
010200     03 TXB-EMPLOYEE-ID          PIC 9(6).
010300     03 TXB-COST-CENTER          PIC X(10).
010400     03 TXB-FISCAL-PERIOD        PIC 9(6).
010500     03 TXB-BENEFIT-TYPE         PIC X(1).
010600     03 TXB-LOCAL-CURRENCY       PIC X(3).
010700     03 TXB-TAXABLE-LOCAL        PIC 9(10)V99.

010800 FD  TaxUnmappedFile.
010900 01  TXU-REC.
011000     03 TXU-REPORT-ID            PIC 9(6).
011100     03 TXU-EMPLOYEE-ID          PIC 9(6).
011200     03 TXU-COUNTRY              PIC X(15).
011300     03 TXU-CLAIM-TYPE           PIC X(1).
011400     03 TXU-EXPENSE-DATE         PIC X(10).
011500     03 TXU-LOCAL-AMOUNT         PIC 9(10)V99.
011600     03 TXU-LOCAL-CURRENCY       PIC X(3).

011700 FD  TaxReportFile.
011800 01  TXR-REPORT-LINE             PIC X(132).

011900 FD  RunStampFile.
012000 01  STAMP-REC.
012100     03 STAMP-RUN-ID             PIC 9(6).
012200     03 STAMP-RUN-DATE           PIC 9(8).

012300 FD  RunControlFile.
012400 01  RC-REC.
012500     COPY RUNCTL.

012600 WORKING-STORAGE SECTION.
012700*--------------------------------------------------------------
012800* RUN-CONTROL FIELDS - THE FEED'S RUN ID COMES FROM THE STAMP
012900* CALC-BATCH WRITES NEXT TO ALLSORTED.CSV; THE HIGHEST RUN ID
013000* ALREADY EXTRACTED COMES FROM THIS PROGRAM'S 'T' ENTRIES ON
013100* THE LEDGER.
013200*--------------------------------------------------------------
013300 01  WS-STAMP-FILE-STATUS        PIC X(02).
013400 01  WS-RUNCTL-FILE-STATUS       PIC X(02).
013500 01  WS-STATRATE-FILE-STATUS     PIC X(02).
013600 01  WS-FEED-RUN-ID              PIC 9(6) VALUE ZERO.
013700 01  WS-LAST-EXTRACTED-ID        PIC 9(6) VALUE ZERO.
013800 01  WS-RUN-DATE                 PIC 9(8).
013900 01  WS-COMMAND-LINE             PIC X(80).

014000*--------------------------------------------------------------
014100* SWITCHES
014200*--------------------------------------------------------------
014300 01  WS-SWITCHES.
014400     05 WS-RUN-OK-SW             PIC X(01) VALUE 'N'.
014500        88 RUN-CONTROL-OK                  VALUE 'Y'.
014600        88 RUN-CONTROL-BLOCKED             VALUE 'N'.
014700     05 WS-FORCE-SW              PIC X(01) VALUE 'N'.
014800        88 FORCED-RERUN                    VALUE 'Y'.
014900     05 WS-RUNCTL-EOF-SW         PIC X(01) VALUE 'N'.
015000        88 RUNCTL-EOF                      VALUE 'Y'.
015100     05 WS-INPUT-EOF-SW          PIC X(01) VALUE 'N'.
015200        88 INPUT-EOF                        VALUE 'Y'.
015300     05 WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
015400        88 SORT-RETURN-EOF                  VALUE 'Y'.
015500     05 WS-RATEFILE-EOF-SW       PIC X(01) VALUE 'N'.
015600        88 RATEFILE-EOF                     VALUE 'Y'.
015700     05 WS-RATE-FOUND-SW         PIC X(01) VALUE 'N'.
015800        88 STAT-RATE-FOUND                  VALUE 'Y'.
015900        88 STAT-RATE-NOT-FOUND              VALUE 'N'.
016000     05 WS-CUR-FOUND-SW          PIC X(01) VALUE 'N'.
016100        88 CUR-TOTAL-FOUND                  VALUE 'Y'.
016200        88 CUR-TOTAL-NOT-FOUND              VALUE 'N'.

016300*--------------------------------------------------------------
016400* EFFECTIVE-DATED STATUTORY-RATE TABLE - LOADED FROM
016500* STATRATES.DAT AT STARTUP.  RATE IS THE TAX-FREE LOCAL AMOUNT
016600* PER UNIT OF QUANTITY (PER KILOMETER/MILE FOR M, PER DAY FOR
016700* P), IN THE SAME UNITS AS THE COMPANY RATE ON CLAIMRATES.DAT,
016800* IN FORCE FROM STR-EFF-START THROUGH STR-EFF-END INCLUSIVE.
016900*--------------------------------------------------------------
017000 01  STAT-TABLE-AREA.
017100     05 STAT-RATE-COUNT          PIC 9(04) COMP VALUE ZERO.
017200     05 STAT-TABLE OCCURS 1 TO 100 TIMES
017300           DEPENDING ON STAT-RATE-COUNT
017400           INDEXED BY STR-IDX.
017500        10 STR-TAB-COUNTRY       PIC X(15).
017600        10 STR-TAB-CLAIM-TYPE    PIC X(1).
017700        10 STR-TAB-RATE          PIC 9(5)V99.
017800        10 STR-TAB-EFF-START     PIC 9(8).
017900        10 STR-TAB-EFF-END       PIC 9(8).
018000 01  WS-RATES-DROPPED            PIC 9(05) COMP VALUE ZERO.

018100*--------------------------------------------------------------
018200* REPORT TOTALS PER LOCAL CURRENCY - AMOUNTS IN DIFFERENT
018300* CURRENCIES ARE NEVER ADDED TOGETHER.
018400*--------------------------------------------------------------
018500 01  CUR-TOTAL-AREA.
018600     05 CUR-TOTAL-COUNT          PIC 9(04) COMP VALUE ZERO.
018700     05 CUR-TOTAL-TABLE OCCURS 1 TO 20 TIMES
018800           DEPENDING ON CUR-TOTAL-COUNT
018900           INDEXED BY CUR-IDX.
019000        10 CUR-TAB-CURRENCY      PIC X(3).
019100        10 CUR-TAB-GROUPS        PIC 9(6).
019200        10 CUR-TAB-CLAIMED       PIC 9(12)V99.
019300        10 CUR-TAB-ALLOWED       PIC 9(12)V99.
019400        10 CUR-TAB-TAXABLE       PIC 9(12)V99.
019500 01  WS-CURRENCIES-DROPPED       PIC 9(05) COMP VALUE ZERO.

019600*--------------------------------------------------------------
019700* EXPENSE-DATE PARSE - EXPENSEDATE IS CCYY-MM-DD TEXT.
019800*--------------------------------------------------------------
019900 01  WS-EXP-DATE-X.
020000     05 WS-EXP-YYYY              PIC X(4).
020100     05 WS-EXP-MM                PIC X(2).
020200     05 WS-EXP-DD                PIC X(2).
020300 01  WS-EXP-DATE-NUM REDEFINES WS-EXP-DATE-X
020400                                 PIC 9(8).

020500*--------------------------------------------------------------
020600* CONTROL-BREAK FIELDS - ONE GROUP PER EMPLOYEE, PERIOD, COST
020700* CENTER, BENEFIT TYPE AND CURRENCY.
020800*--------------------------------------------------------------
020900 01  WS-BREAK-CONTROL.
021000     05 WS-GROUP-ACTIVE-SW       PIC X(01) VALUE 'N'.
021100        88 GROUP-ACTIVE                    VALUE 'Y'.
021200     05 WS-GRP-EMPLOYEE-ID       PIC 9(6).
021300     05 WS-GRP-FISCAL-PERIOD     PIC 9(6).
021400     05 WS-GRP-COST-CENTER       PIC X(10).
021500     05 WS-GRP-CLAIM-TYPE        PIC X(1).
021600     05 WS-GRP-CURRENCY          PIC X(3).
021700     05 WS-GRP-EMPLOYEE-NAME     PIC X(50).
021800     05 WS-GRP-ROWS              PIC 9(5).
021900     05 WS-GRP-CLAIMED           PIC 9(12)V99.
022000     05 WS-GRP-ALLOWED           PIC 9(12)V99.
022100     05 WS-GRP-TAXABLE           PIC 9(12)V99.

022200*--------------------------------------------------------------
022300* RUN COUNTERS AND WORK FIELDS
022400*--------------------------------------------------------------
022500 01  WS-COUNTERS.
022600     05 WS-RECORDS-READ          PIC 9(9) COMP VALUE ZERO.
022700     05 WS-RECORDS-CLAIMS        PIC 9(9) COMP VALUE ZERO.
022800     05 WS-RECORDS-UNMAPPED      PIC 9(9) COMP VALUE ZERO.
022900     05 WS-GROUPS-REPORTED       PIC 9(9) COMP VALUE ZERO.
023000     05 WS-GROUPS-EXTRACTED      PIC 9(9) COMP VALUE ZERO.

023100 01  WS-TAX-WORK.
023200     05 WS-ALLOWED-LOCAL         PIC 9(10)V99.
023300     05 WS-EXCESS-LOCAL          PIC S9(10)V99.

023400*--------------------------------------------------------------
023500* REPORT LINE LAYOUTS
023600*--------------------------------------------------------------
023700 01  TXR-HDG-1.
023800     05 FILLER                   PIC X(44) VALUE
023900         'TAXABLE MILEAGE AND PER-DIEM BENEFIT - RUN '.
024000     05 TXR-HDG-RUN-DATE         PIC 9(8).
024100     05 FILLER                   PIC X(10) VALUE '   RUN ID '.
024200     05 TXR-HDG-RUN-ID           PIC 9(6).
024300     05 FILLER                   PIC X(64) VALUE SPACES.

024400 01  TXR-HDG-2.
024500     05 FILLER                   PIC X(07) VALUE 'EMP-ID'.
024600     05 FILLER                   PIC X(21) VALUE 'EMPLOYEE NAME'.
024700     05 FILLER                   PIC X(11) VALUE 'COST CTR'.
024800     05 FILLER                   PIC X(07) VALUE 'PERIOD'.
024900     05 FILLER                   PIC X(09) VALUE 'BENEFIT'.
025000     05 FILLER                   PIC X(04) VALUE 'CUR'.
025100     05 FILLER                   PIC X(06) VALUE ' ROWS'.
025200     05 FILLER                   PIC X(19) VALUE
025300         '       PAID LOCAL'.
025400     05 FILLER                   PIC X(19) VALUE
025500         '  TAX-FREE ALLOWED'.
025600     05 FILLER                   PIC X(19) VALUE
025700         '    TAXABLE EXCESS'.
025800     05 FILLER                   PIC X(10) VALUE SPACES.

025900 01  TXR-HDG-3                   PIC X(132) VALUE ALL '-'.

026000 01  TXR-DETAIL-LINE.
026100     05 TXR-DTL-EMPLOYEE-ID      PIC 9(6).
026200     05 FILLER                   PIC X(01) VALUE SPACES.
026300     05 TXR-DTL-NAME             PIC X(20).
026400     05 FILLER                   PIC X(01) VALUE SPACES.
026500     05 TXR-DTL-COST-CENTER      PIC X(10).
026600     05 FILLER                   PIC X(01) VALUE SPACES.
026700     05 TXR-DTL-PERIOD           PIC 9(6).
026800     05 FILLER                   PIC X(01) VALUE SPACES.
026900     05 TXR-DTL-BENEFIT          PIC X(08).
027000     05 FILLER                   PIC X(01) VALUE SPACES.
027100     05 TXR-DTL-CURRENCY         PIC X(03).
027200     05 FILLER                   PIC X(01) VALUE SPACES.
027300     05 TXR-DTL-ROWS             PIC ZZZZ9.
027400     05 FILLER                   PIC X(01) VALUE SPACES.
027500     05 TXR-DTL-CLAIMED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
027600     05 FILLER                   PIC X(01) VALUE SPACES.
027700     05 TXR-DTL-ALLOWED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
027800     05 FILLER                   PIC X(01) VALUE SPACES.
027900     05 TXR-DTL-TAXABLE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
028000     05 FILLER                   PIC X(01) VALUE SPACES.
028100     05 TXR-DTL-FLAG             PIC X(10).

028200 01  TXR-SECTION-LINE.
028300     05 TXR-SEC-TEXT             PIC X(60).
028400     05 FILLER                   PIC X(72) VALUE SPACES.

028500 01  TXR-CURRENCY-LINE.
028600     05 FILLER                   PIC X(15) VALUE
028700         'TOTAL CURRENCY '.
028800     05 TXR-CUR-CURRENCY         PIC X(03).
028900     05 FILLER                   PIC X(02) VALUE SPACES.
029000     05 TXR-CUR-GROUPS           PIC ZZZZZ9.
029100     05 FILLER                   PIC X(39) VALUE
029200         ' EMPLOYEE-PERIOD LINES'.
029300     05 TXR-CUR-CLAIMED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
029400     05 FILLER                   PIC X(01) VALUE SPACES.
029500     05 TXR-CUR-ALLOWED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
029600     05 FILLER                   PIC X(01) VALUE SPACES.
029700     05 TXR-CUR-TAXABLE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
029800     05 FILLER                   PIC X(11) VALUE SPACES.

029900 01  TXR-COUNT-LINE.
030000     05 TXR-CNT-LABEL            PIC X(50).
030100     05 TXR-CNT-VALUE            PIC ZZZZZZZZ9.
030200     05 FILLER                   PIC X(73) VALUE SPACES.

030300 01  TXR-SIGNOFF-LINE.
030400     05 TXR-SGN-LABEL            PIC X(30).
030500     05 FILLER                   PIC X(40) VALUE ALL '_'.
030600     05 FILLER                   PIC X(08) VALUE '  DATE '.
030700     05 FILLER                   PIC X(12) VALUE ALL '_'.
030800     05 FILLER                   PIC X(42) VALUE SPACES.

030900 PROCEDURE DIVISION.

031000*================================================================
031100* 0000-MAINLINE
031200*================================================================
031300 0000-MAINLINE.
031400     PERFORM 0100-CHECK-RUN-CONTROL
031500         THRU 0100-EXIT.

031600     IF RUN-CONTROL-BLOCKED
031700         GOBACK
031800     END-IF.

031900     PERFORM 1000-INITIALIZE
032000         THRU 1000-EXIT.

032100     PERFORM 1100-LOAD-STAT-TABLE
032200         THRU 1100-EXIT.

032300     SORT TaxSortFile
032400         ON ASCENDING KEY TSR-EMPLOYEE-ID TSR-FISCAL-PERIOD
032500             TSR-COST-CENTER TSR-CLAIM-TYPE TSR-LOCAL-CURRENCY
032600         INPUT PROCEDURE 2000-SELECT-CLAIMS
032700             THRU 2000-EXIT
032800         OUTPUT PROCEDURE 3000-WRITE-GROUPED
032900             THRU 3000-EXIT.

033000     PERFORM 8000-PRINT-TOTALS
033100         THRU 8000-EXIT.

033200     PERFORM 9000-TERMINATE
033300         THRU 9000-EXIT.

033400     GOBACK.

033500*================================================================
033600* 0100-CHECK-RUN-CONTROL - REFUSE A FEED THAT ISN'T FROM A
033700* NEWER RUN THAN THE LAST ONE EXTRACTED - A SECOND TAXBEN.DAT
033800* OF THE SAME RUN WOULD HAND PAYROLL THE SAME TAXABLE EXCESS
033900* TWICE - UNLESS THE OPERATOR SAID FORCE ON THE COMMAND LINE.
034000*================================================================
034100 0100-CHECK-RUN-CONTROL.
034200     SET RUN-CONTROL-BLOCKED TO TRUE.
034300     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
034400     IF WS-COMMAND-LINE (1:5) = 'FORCE'
034500         SET FORCED-RERUN TO TRUE
034600     END-IF.

034700     OPEN INPUT RunStampFile.
034800     IF WS-STAMP-FILE-STATUS NOT = '00'
034900         DISPLAY 'CALC-TAXBEN: ALLSORTED.csv CARRIES NO RUN '
035000             'STAMP - RUN CALC-BATCH FIRST.'
035100         GO TO 0100-EXIT
035200     END-IF.
035300     READ RunStampFile
035400         AT END CONTINUE
035500     END-READ.
035600     IF STAMP-RUN-ID IS NOT NUMERIC
035700         DISPLAY 'CALC-TAXBEN: ALLSORTED.csv RUN STAMP IS '
035800             'UNREADABLE - RUN CALC-BATCH AGAIN.'
035900         CLOSE RunStampFile
036000         GO TO 0100-EXIT
036100     END-IF.
036200     MOVE STAMP-RUN-ID TO WS-FEED-RUN-ID.
036300     CLOSE RunStampFile.

036400     MOVE ZERO TO WS-LAST-EXTRACTED-ID.
036500     MOVE 'N' TO WS-RUNCTL-EOF-SW.
036600     OPEN INPUT RunControlFile.
036700     IF WS-RUNCTL-FILE-STATUS = '00'
036800         READ RunControlFile
036900             AT END SET RUNCTL-EOF TO TRUE
037000         END-READ
037100         PERFORM 0110-SCAN-ONE-LEDGER-ENTRY
037200             THRU 0110-EXIT
037300             UNTIL RUNCTL-EOF
037400         CLOSE RunControlFile
037500     END-IF.

037600     IF WS-FEED-RUN-ID > WS-LAST-EXTRACTED-ID
037700         SET RUN-CONTROL-OK TO TRUE
037800     ELSE
037900         IF FORCED-RERUN
038000             DISPLAY 'CALC-TAXBEN: RUN ' WS-FEED-RUN-ID
038100                 ' ALREADY EXTRACTED - FORCED RERUN.'
038200             SET RUN-CONTROL-OK TO TRUE
038300         ELSE
038400             DISPLAY 'CALC-TAXBEN: REFUSED - RUN '
038500                 WS-FEED-RUN-ID ' ALREADY EXTRACTED (LAST = '
038600                 WS-LAST-EXTRACTED-ID ').  A SECOND EXTRACT '
038700                 'WOULD REPORT THE SAME BENEFIT TO PAYROLL '
038800                 'TWICE.  SAY FORCE TO RERUN.'
038900         END-IF
039000     END-IF.
039100 0100-EXIT.
039200     EXIT.

039300 0110-SCAN-ONE-LEDGER-ENTRY.
039400     IF RC-TAXBEN-EXTRACTED
039500         AND RC-RUN-ID > WS-LAST-EXTRACTED-ID
039600         MOVE RC-RUN-ID TO WS-LAST-EXTRACTED-ID
039700     END-IF.

039800     READ RunControlFile
039900         AT END SET RUNCTL-EOF TO TRUE
040000     END-READ.
040100 0110-EXIT.
040200     EXIT.

040300*================================================================
040400* 1000-INITIALIZE
040500*================================================================
040600 1000-INITIALIZE.
040700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
040800     OPEN INPUT  TaxInputFile.
040900     OPEN OUTPUT TaxBenefitFile.
041000     OPEN OUTPUT TaxUnmappedFile.
041100     OPEN OUTPUT TaxReportFile.

041200     MOVE WS-RUN-DATE    TO TXR-HDG-RUN-DATE.
041300     MOVE WS-FEED-RUN-ID TO TXR-HDG-RUN-ID.
041400     WRITE TXR-REPORT-LINE FROM TXR-HDG-1
041500         AFTER ADVANCING 1 LINE.
041600     WRITE TXR-REPORT-LINE FROM TXR-HDG-2
041700         AFTER ADVANCING 1 LINE.
041800     WRITE TXR-REPORT-LINE FROM TXR-HDG-3
041900         AFTER ADVANCING 1 LINE.
042000 1000-EXIT.
042100     EXIT.

042200*================================================================
042300* 1100-LOAD-STAT-TABLE - LOAD THE STATUTORY TAX-FREE RATES.  NO
042400* STATRATES.DAT ON DISK MEANS NONE ARE CONFIGURED - EVERY M/P
042500* ROW THEN LANDS ON TAXBENUNMAPPED.CSV RATHER THAN BEING
042600* REPORTED AS FULLY TAXABLE OR FULLY TAX-FREE ON A GUESS.
042700*================================================================
042800 1100-LOAD-STAT-TABLE.
042900     MOVE ZERO TO STAT-RATE-COUNT.
043000     MOVE 'N' TO WS-RATEFILE-EOF-SW.
043100     OPEN INPUT StatRateFile.
043200     IF WS-STATRATE-FILE-STATUS NOT = '00'
043300         GO TO 1100-EXIT
043400     END-IF.

043500     READ StatRateFile
043600         AT END MOVE 'Y' TO WS-RATEFILE-EOF-SW
043700     END-READ.

043800     PERFORM 1110-LOAD-ONE-STAT-RATE
043900         THRU 1110-EXIT
044000         UNTIL RATEFILE-EOF.

044100     CLOSE StatRateFile.

044200     IF WS-RATES-DROPPED > ZERO
044300         DISPLAY 'TAXABLE BENEFIT WARNING - ' WS-RATES-DROPPED
044400             ' STATUTORY RATES PAST THE TABLE LIMIT - THEIR '
044500             'CLAIMS WILL SHOW AS UNMAPPED.  RAISE THE LIMIT'
044600     END-IF.
044700 1100-EXIT.
044800     EXIT.

044900 1110-LOAD-ONE-STAT-RATE.
045000     IF STAT-RATE-COUNT < 100
045100         ADD 1 TO STAT-RATE-COUNT
045200         SET STR-IDX TO STAT-RATE-COUNT
045300         MOVE STR-COUNTRY    TO STR-TAB-COUNTRY (STR-IDX)
045400         MOVE STR-CLAIM-TYPE TO STR-TAB-CLAIM-TYPE (STR-IDX)
045500         MOVE STR-RATE       TO STR-TAB-RATE (STR-IDX)
045600         MOVE STR-EFF-START  TO STR-TAB-EFF-START (STR-IDX)
045700         MOVE STR-EFF-END    TO STR-TAB-EFF-END (STR-IDX)
045800     ELSE
045900         ADD 1 TO WS-RATES-DROPPED
046000     END-IF.

046100     READ StatRateFile
046200         AT END MOVE 'Y' TO WS-RATEFILE-EOF-SW
046300     END-READ.
046400 1110-EXIT.
046500     EXIT.

046600*================================================================
046700* 2000-SELECT-CLAIMS (SORT INPUT PROCEDURE) - RELEASE EVERY
046800* MILEAGE AND PER-DIEM ROW THAT HAS A STATUTORY RATE IN FORCE,
046900* WITH ITS ALLOWANCE AND EXCESS ALREADY COMPUTED; LOG THE REST.
047000* RECEIPT ROWS ARE NOT A BENEFIT AND ARE SKIPPED.
047100*================================================================
047200 2000-SELECT-CLAIMS.
047300     READ TaxInputFile
047400         AT END MOVE 'Y' TO WS-INPUT-EOF-SW
047500     END-READ.

047600     PERFORM 2100-SELECT-ONE-RECORD
047700         THRU 2100-EXIT
047800         UNTIL INPUT-EOF.
047900 2000-EXIT.
048000     EXIT.

048100 2100-SELECT-ONE-RECORD.
048200     ADD 1 TO WS-RECORDS-READ.

048300     IF ClaimType NOT = 'M'
048400         AND ClaimType NOT = 'P'
048500         GO TO 2100-NEXT
048600     END-IF.

048700     ADD 1 TO WS-RECORDS-CLAIMS.

048800     PERFORM 2110-FIND-STAT-RATE
048900         THRU 2110-EXIT.

049000     IF STAT-RATE-FOUND
049100         PERFORM 2120-RELEASE-CLAIM
049200             THRU 2120-EXIT
049300     ELSE
049400         PERFORM 2130-WRITE-UNMAPPED
049500             THRU 2130-EXIT
049600     END-IF.

049700 2100-NEXT.
049800     READ TaxInputFile
049900         AT END MOVE 'Y' TO WS-INPUT-EOF-SW
050000     END-READ.
050100 2100-EXIT.
050200     EXIT.

050300*================================================================
050400* 2110-FIND-STAT-RATE - THE RATE FOR THIS ROW'S COUNTRY AND
050500* CLAIM TYPE IN FORCE ON THE EXPENSE DATE; IF THERE ISN'T ONE,
050600* THE CLAIM TYPE'S COUNTRY-BLIND DEFAULT.  AN UNPARSEABLE
050700* EXPENSEDATE LOOKS UP AS DATE ZERO, WHICH NO RANGE COVERS.
050800*================================================================
050900 2110-FIND-STAT-RATE.
051000     MOVE ExpenseDate (1:4) TO WS-EXP-YYYY.
051100     MOVE ExpenseDate (6:2) TO WS-EXP-MM.
051200     MOVE ExpenseDate (9:2) TO WS-EXP-DD.
051300     IF WS-EXP-DATE-NUM IS NOT NUMERIC
051400         MOVE ZERO TO WS-EXP-DATE-NUM
051500     END-IF.

051600     SET STAT-RATE-NOT-FOUND TO TRUE.
051700     IF STAT-RATE-COUNT = ZERO
051800         GO TO 2110-EXIT
051900     END-IF.

052000     SET STR-IDX TO 1.
052100     SEARCH STAT-TABLE
052200         AT END
052300             SET STAT-RATE-NOT-FOUND TO TRUE
052400         WHEN STR-TAB-COUNTRY (STR-IDX) = Country
052500             AND STR-TAB-CLAIM-TYPE (STR-IDX) = ClaimType
052600             AND WS-EXP-DATE-NUM
052700                 >= STR-TAB-EFF-START (STR-IDX)
052800             AND WS-EXP-DATE-NUM
052900                 <= STR-TAB-EFF-END (STR-IDX)
053000             SET STAT-RATE-FOUND TO TRUE
053100     END-SEARCH.

053200     IF STAT-RATE-NOT-FOUND
053300         SET STR-IDX TO 1
053400         SEARCH STAT-TABLE
053500             AT END
053600                 SET STAT-RATE-NOT-FOUND TO TRUE
053700             WHEN STR-TAB-COUNTRY (STR-IDX) = SPACES
053800                 AND STR-TAB-CLAIM-TYPE (STR-IDX) = ClaimType
053900                 AND WS-EXP-DATE-NUM
054000                     >= STR-TAB-EFF-START (STR-IDX)
054100                 AND WS-EXP-DATE-NUM
054200                     <= STR-TAB-EFF-END (STR-IDX)
054300                 SET STAT-RATE-FOUND TO TRUE
054400         END-SEARCH
054500     END-IF.
054600 2110-EXIT.
054700     EXIT.

054800*================================================================
054900* 2120-RELEASE-CLAIM - THE TAX-FREE ALLOWANCE IS QUANTITY TIMES
055000* THE STATUTORY RATE; ONLY WHAT WAS PAID ABOVE IT IS TAXABLE.
055100* A ROW PAID AT OR BELOW THE ALLOWANCE HAS NO EXCESS - IT DOES
055200* NOT OFFSET ANOTHER ROW'S.
055300*================================================================
055400 2120-RELEASE-CLAIM.
055500     COMPUTE WS-ALLOWED-LOCAL ROUNDED =
055600             Quantity * STR-TAB-RATE (STR-IDX).
055700     COMPUTE WS-EXCESS-LOCAL = LocalAmount - WS-ALLOWED-LOCAL.
055800     IF WS-EXCESS-LOCAL < ZERO
055900         MOVE ZERO TO WS-EXCESS-LOCAL
056000     END-IF.

056100     MOVE EmployeeId       TO TSR-EMPLOYEE-ID.
056200     MOVE FiscalPeriod     TO TSR-FISCAL-PERIOD.
056300     MOVE CostCenter       TO TSR-COST-CENTER.
056400     MOVE ClaimType        TO TSR-CLAIM-TYPE.
056500     MOVE LocalCurrency    TO TSR-LOCAL-CURRENCY.
056600     MOVE EmployeeName     TO TSR-EMPLOYEE-NAME.
056700     MOVE LocalAmount      TO TSR-CLAIMED-LOCAL.
056800     MOVE WS-ALLOWED-LOCAL TO TSR-ALLOWED-LOCAL.
056900     MOVE WS-EXCESS-LOCAL  TO TSR-TAXABLE-LOCAL.

057000     RELEASE TSR-REC.
057100 2120-EXIT.
057200     EXIT.

057300 2130-WRITE-UNMAPPED.
057400     MOVE ReportId          TO TXU-REPORT-ID.
057500     MOVE EmployeeId        TO TXU-EMPLOYEE-ID.
057600     MOVE Country           TO TXU-COUNTRY.
057700     MOVE ClaimType         TO TXU-CLAIM-TYPE.
057800     MOVE ExpenseDate (1:10) TO TXU-EXPENSE-DATE.
057900     MOVE LocalAmount       TO TXU-LOCAL-AMOUNT.
058000     MOVE LocalCurrency     TO TXU-LOCAL-CURRENCY.

058100     WRITE TXU-REC.

058200     ADD 1 TO WS-RECORDS-UNMAPPED.
058300 2130-EXIT.
058400     EXIT.

058500*================================================================
058600* 3000-WRITE-GROUPED (SORT OUTPUT PROCEDURE) - ROWS COME BACK
058700* ORDERED BY EMPLOYEE, PERIOD, COST CENTER, BENEFIT TYPE AND
058800* CURRENCY; EACH GROUP IS PRINTED AND, IF IT HAS AN EXCESS,
058900* EXTRACTED AT THE BREAK AND AFTER THE LAST ROW.
059000*================================================================
059100 3000-WRITE-GROUPED.
059200     MOVE 'N' TO WS-GROUP-ACTIVE-SW.

059300     RETURN TaxSortFile
059400         AT END MOVE 'Y' TO WS-SORT-EOF-SW
059500     END-RETURN.

059600     PERFORM 3100-ADD-ONE-ROW
059700         THRU 3100-EXIT
059800         UNTIL SORT-RETURN-EOF.

059900     IF GROUP-ACTIVE
060000         PERFORM 3200-WRITE-GROUP
060100             THRU 3200-EXIT
060200     END-IF.
060300 3000-EXIT.
060400     EXIT.

060500 3100-ADD-ONE-ROW.
060600     IF GROUP-ACTIVE
060700         AND (TSR-EMPLOYEE-ID NOT = WS-GRP-EMPLOYEE-ID
060800           OR TSR-FISCAL-PERIOD NOT = WS-GRP-FISCAL-PERIOD
060900           OR TSR-COST-CENTER NOT = WS-GRP-COST-CENTER
061000           OR TSR-CLAIM-TYPE NOT = WS-GRP-CLAIM-TYPE
061100           OR TSR-LOCAL-CURRENCY NOT = WS-GRP-CURRENCY)
061200         PERFORM 3200-WRITE-GROUP
061300             THRU 3200-EXIT
061400     END-IF.

061500     IF NOT GROUP-ACTIVE
061600         MOVE 'Y'                TO WS-GROUP-ACTIVE-SW
061700         MOVE TSR-EMPLOYEE-ID    TO WS-GRP-EMPLOYEE-ID
061800         MOVE TSR-FISCAL-PERIOD  TO WS-GRP-FISCAL-PERIOD
061900         MOVE TSR-COST-CENTER    TO WS-GRP-COST-CENTER
062000         MOVE TSR-CLAIM-TYPE     TO WS-GRP-CLAIM-TYPE
062100         MOVE TSR-LOCAL-CURRENCY TO WS-GRP-CURRENCY
062200         MOVE TSR-EMPLOYEE-NAME  TO WS-GRP-EMPLOYEE-NAME
062300         MOVE ZERO TO WS-GRP-ROWS
062400         MOVE ZERO TO WS-GRP-CLAIMED
062500         MOVE ZERO TO WS-GRP-ALLOWED
062600         MOVE ZERO TO WS-GRP-TAXABLE
062700     END-IF.

062800     ADD 1                 TO WS-GRP-ROWS.
062900     ADD TSR-CLAIMED-LOCAL TO WS-GRP-CLAIMED.
063000     ADD TSR-ALLOWED-LOCAL TO WS-GRP-ALLOWED.
063100     ADD TSR-TAXABLE-LOCAL TO WS-GRP-TAXABLE.

063200     RETURN TaxSortFile
063300         AT END MOVE 'Y' TO WS-SORT-EOF-SW
063400     END-RETURN.
063500 3100-EXIT.
063600     EXIT.

063700*================================================================
063800* 3200-WRITE-GROUP - ONE REPORT LINE PER GROUP; ONE INTERFACE
063900* RECORD PER GROUP WITH SOMETHING TAXABLE.
064000*================================================================
064100 3200-WRITE-GROUP.
064200     MOVE WS-GRP-EMPLOYEE-ID   TO TXR-DTL-EMPLOYEE-ID.
064300     MOVE WS-GRP-EMPLOYEE-NAME TO TXR-DTL-NAME.
064400     MOVE WS-GRP-COST-CENTER   TO TXR-DTL-COST-CENTER.
064500     MOVE WS-GRP-FISCAL-PERIOD TO TXR-DTL-PERIOD.
064600     IF WS-GRP-CLAIM-TYPE = 'M'
064700         MOVE 'MILEAGE'  TO TXR-DTL-BENEFIT
064800     ELSE
064900         MOVE 'PER DIEM' TO TXR-DTL-BENEFIT
065000     END-IF.
065100     MOVE WS-GRP-CURRENCY      TO TXR-DTL-CURRENCY.
065200     MOVE WS-GRP-ROWS          TO TXR-DTL-ROWS.
065300     MOVE WS-GRP-CLAIMED       TO TXR-DTL-CLAIMED.
065400     MOVE WS-GRP-ALLOWED       TO TXR-DTL-ALLOWED.
065500     MOVE WS-GRP-TAXABLE       TO TXR-DTL-TAXABLE.
065600     IF WS-GRP-TAXABLE > ZERO
065700         MOVE 'TO PAYROLL' TO TXR-DTL-FLAG
065800     ELSE
065900         MOVE SPACES      TO TXR-DTL-FLAG
066000     END-IF.
066100     WRITE TXR-REPORT-LINE FROM TXR-DETAIL-LINE
066200         AFTER ADVANCING 1 LINE.
066300     ADD 1 TO WS-GROUPS-REPORTED.

066400     IF WS-GRP-TAXABLE > ZERO
066500         MOVE WS-GRP-EMPLOYEE-ID   TO TXB-EMPLOYEE-ID
066600         MOVE WS-GRP-COST-CENTER   TO TXB-COST-CENTER
066700         MOVE WS-GRP-FISCAL-PERIOD TO TXB-FISCAL-PERIOD
066800         MOVE WS-GRP-CLAIM-TYPE    TO TXB-BENEFIT-TYPE
066900         MOVE WS-GRP-CURRENCY      TO TXB-LOCAL-CURRENCY
067000         MOVE WS-GRP-TAXABLE       TO TXB-TAXABLE-LOCAL
067100         WRITE TXB-REC
067200         ADD 1 TO WS-GROUPS-EXTRACTED
067300     END-IF.

067400     PERFORM 3210-ADD-CURRENCY-TOTAL
067500         THRU 3210-EXIT.

067600     MOVE 'N' TO WS-GROUP-ACTIVE-SW.
067700 3200-EXIT.
067800     EXIT.

067900 3210-ADD-CURRENCY-TOTAL.
068000     SET CUR-TOTAL-NOT-FOUND TO TRUE.
068100     IF CUR-TOTAL-COUNT > ZERO
068200         SET CUR-IDX TO 1
068300         SEARCH CUR-TOTAL-TABLE
068400             AT END
068500                 SET CUR-TOTAL-NOT-FOUND TO TRUE
068600             WHEN CUR-TAB-CURRENCY (CUR-IDX) = WS-GRP-CURRENCY
068700                 SET CUR-TOTAL-FOUND TO TRUE
068800         END-SEARCH
068900     END-IF.

069000     IF CUR-TOTAL-NOT-FOUND
069100         IF CUR-TOTAL-COUNT < 20
069200             ADD 1 TO CUR-TOTAL-COUNT
069300             SET CUR-IDX TO CUR-TOTAL-COUNT
069400             MOVE WS-GRP-CURRENCY TO CUR-TAB-CURRENCY (CUR-IDX)
069500             MOVE ZERO TO CUR-TAB-GROUPS (CUR-IDX)
069600             MOVE ZERO TO CUR-TAB-CLAIMED (CUR-IDX)
069700             MOVE ZERO TO CUR-TAB-ALLOWED (CUR-IDX)
069800             MOVE ZERO TO CUR-TAB-TAXABLE (CUR-IDX)
069900         ELSE
070000             ADD 1 TO WS-CURRENCIES-DROPPED
070100             GO TO 3210-EXIT
070200         END-IF
070300     END-IF.

070400     ADD 1              TO CUR-TAB-GROUPS (CUR-IDX).
070500     ADD WS-GRP-CLAIMED TO CUR-TAB-CLAIMED (CUR-IDX).
070600     ADD WS-GRP-ALLOWED TO CUR-TAB-ALLOWED (CUR-IDX).
070700     ADD WS-GRP-TAXABLE TO CUR-TAB-TAXABLE (CUR-IDX).
070800 3210-EXIT.
070900     EXIT.

071000*================================================================
071100* 8000-PRINT-TOTALS - CURRENCY TOTALS, ROW COUNTS THAT TIE THE
071200* REPORT BACK TO ALLSORTED.CSV, AND THE SIGN-OFF BLOCK.
071300*================================================================
071400 8000-PRINT-TOTALS.
071500     WRITE TXR-REPORT-LINE FROM TXR-HDG-3
071600         AFTER ADVANCING 1 LINE.

071700     IF CUR-TOTAL-COUNT > ZERO
071800         SET CUR-IDX TO 1
071900         PERFORM 8010-PRINT-ONE-CURRENCY
072000             THRU 8010-EXIT
072100             UNTIL CUR-IDX > CUR-TOTAL-COUNT
072200     END-IF.

072300     WRITE TXR-REPORT-LINE FROM TXR-HDG-3
072400         AFTER ADVANCING 1 LINE.

072500     MOVE 'ROWS READ FROM ALLSORTED.CSV'     TO TXR-CNT-LABEL.
072600     MOVE WS-RECORDS-READ                    TO TXR-CNT-VALUE.
072700     WRITE TXR-REPORT-LINE FROM TXR-COUNT-LINE
072800         AFTER ADVANCING 1 LINE.
072900     MOVE 'MILEAGE AND PER-DIEM ROWS'        TO TXR-CNT-LABEL.
073000     MOVE WS-RECORDS-CLAIMS                  TO TXR-CNT-VALUE.
073100     WRITE TXR-REPORT-LINE FROM TXR-COUNT-LINE
073200         AFTER ADVANCING 1 LINE.
073300     MOVE 'NO STATUTORY RATE - SEE TAXBENUNMAPPED.CSV'
073400                                             TO TXR-CNT-LABEL.
073500     MOVE WS-RECORDS-UNMAPPED                TO TXR-CNT-VALUE.
073600     WRITE TXR-REPORT-LINE FROM TXR-COUNT-LINE
073700         AFTER ADVANCING 1 LINE.
073800     MOVE 'EMPLOYEE-PERIOD LINES SENT TO PAYROLL'
073900                                             TO TXR-CNT-LABEL.
074000     MOVE WS-GROUPS-EXTRACTED                TO TXR-CNT-VALUE.
074100     WRITE TXR-REPORT-LINE FROM TXR-COUNT-LINE
074200         AFTER ADVANCING 1 LINE.

074300     IF WS-CURRENCIES-DROPPED > ZERO
074400         MOVE 'WARNING - CURRENCY TOTALS INCOMPLETE, TABLE FULL'
074500             TO TXR-SEC-TEXT
074600         WRITE TXR-REPORT-LINE FROM TXR-SECTION-LINE
074700             AFTER ADVANCING 1 LINE
074800     END-IF.

074900     MOVE 'PREPARED BY (FINANCE):'  TO TXR-SGN-LABEL.
075000     WRITE TXR-REPORT-LINE FROM TXR-SIGNOFF-LINE
075100         AFTER ADVANCING 3 LINES.
075200     MOVE 'RECONCILED BY (PAYROLL):' TO TXR-SGN-LABEL.
075300     WRITE TXR-REPORT-LINE FROM TXR-SIGNOFF-LINE
075400         AFTER ADVANCING 2 LINES.
075500 8000-EXIT.
075600     EXIT.

075700 8010-PRINT-ONE-CURRENCY.
075800     MOVE CUR-TAB-CURRENCY (CUR-IDX) TO TXR-CUR-CURRENCY.
075900     MOVE CUR-TAB-GROUPS (CUR-IDX)   TO TXR-CUR-GROUPS.
076000     MOVE CUR-TAB-CLAIMED (CUR-IDX)  TO TXR-CUR-CLAIMED.
076100     MOVE CUR-TAB-ALLOWED (CUR-IDX)  TO TXR-CUR-ALLOWED.
076200     MOVE CUR-TAB-TAXABLE (CUR-IDX)  TO TXR-CUR-TAXABLE.
076300     WRITE TXR-REPORT-LINE FROM TXR-CURRENCY-LINE
076400         AFTER ADVANCING 1 LINE.
076500     SET CUR-IDX UP BY 1.
076600 8010-EXIT.
076700     EXIT.

076800*================================================================
076900* 9000-TERMINATE
077000*================================================================
077100 9000-TERMINATE.
077200     CLOSE TaxInputFile TaxBenefitFile TaxUnmappedFile
077300         TaxReportFile.

077400     OPEN EXTEND RunControlFile.
077500     IF WS-RUNCTL-FILE-STATUS = '35'
077600         OPEN OUTPUT RunControlFile
077700         CLOSE RunControlFile
077800         OPEN EXTEND RunControlFile
077900     END-IF.
078000     MOVE WS-FEED-RUN-ID TO RC-RUN-ID.
078100     MOVE WS-RUN-DATE    TO RC-RUN-DATE.
078200     MOVE 'CALC-TAXBEN'  TO RC-PROGRAM.
078300     SET RC-TAXBEN-EXTRACTED TO TRUE.
078400     WRITE RC-REC.
078500     CLOSE RunControlFile.

078600     DISPLAY 'TAXABLE BENEFIT EXTRACT COMPLETE - '
078700         WS-GROUPS-EXTRACTED ' LINES TO PAYROLL FROM '
078800         WS-RECORDS-CLAIMS ' MILEAGE/PER-DIEM ROWS, '
078900         WS-RECORDS-UNMAPPED ' WITH NO STATUTORY RATE - RUN '
079000         WS-FEED-RUN-ID.
079100 9000-EXIT.
079200     EXIT.
