000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.               CALC-YTD.
000300 AUTHOR.                   ISOBEL SCOTT.
000400 INSTALLATION.             FINANCE SYSTEMS.
000500 DATE-WRITTEN.             10/15/2026.
000600 DATE-COMPILED.            10/15/2026.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  10/15/2026  IS  NEW PROGRAM.  CALC-SUMMARY AND CALC-BUDGET
001100*                  ONLY EVER SEE THE CURRENT RUN'S ALLSORTED.CSV,
001200*                  SO "WHAT HAS CC4100 SPENT ON TRAVEL THIS
001300*                  FISCAL YEAR" OR "WHAT HAS THIS EMPLOYEE BEEN
001400*                  REIMBURSED YEAR TO DATE" MEANT STITCHING
001500*                  DATED COPIES OUT OF ARCHIVE/.  THIS JOB READS
001600*                  THE CUMULATIVE EXPENSE MASTER CALC-EXPPOST
001700*                  BUILDS (CONTROL/EXPMASTER.IDX) AND PRINTS
001800*                  PROCESSED/YTD.RPT FOR ONE FISCAL PERIOD - THE
001900*                  PERIOD GIVEN ON THE COMMAND LINE (CCYYMM), OR
002000*                  THE LATEST PERIOD ON THE MASTER.  SECTION 1:
002100*                  PERIOD-TO-DATE AND YEAR-TO-DATE ACTUALS BY
002200*                  COST CENTER AND CATEGORY AGAINST THE FULL-
002300*                  YEAR BUDGET (EVERY CONTROL/BUDGETS.DAT ROW
002400*                  FOR THE FISCAL YEAR ADDED UP), WITH THE
002500*                  BUDGET REMAINING.  SECTION 2: YEAR-TO-DATE
002600*                  REIMBURSEMENT PER EMPLOYEE.  BOTH CARRY THE
002700*                  PRIOR YEAR'S YEAR-TO-DATE TO THE SAME PERIOD
002800*                  AS A COMPARISON COLUMN.  THE FISCAL YEAR IS
002900*                  THE CCYY OF THE PERIOD ID, AS ON PERIODS.DAT.
003000*                  TWO INTERNAL SORTS OF THE SAME MASTER RANGE,
003100*                  AS CALC-TAXBEN SORTS ALLSORTED.CSV.
003200*--------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT ExpMasterFile ASSIGN TO
003700             'control/EXPMASTER.IDX'
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS EXM-KEY
004100         FILE STATUS IS WS-EXPMAST-STATUS.

004200     SELECT BudgetFile ASSIGN TO
004300             'control/BUDGETS.DAT'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-BUDGET-FILE-STATUS.

004600     SELECT YtdSortFile ASSIGN TO YTDSORT.

004700     SELECT YtdEmpSortFile ASSIGN TO YTDESORT.

004800     SELECT YtdReportFile ASSIGN TO
004900             'processed/YTD.rpt'
005000         ORGANIZATION IS LINE SEQUENTIAL.

005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  ExpMasterFile.
005400 01  EXM-REC.
005500     COPY EXPMAST.

005600 FD  BudgetFile.
005700 01  BUD-REC.
005800     03 BUD-COST-CENTER          PIC X(10).
005900     03 BUD-CATEGORY             PIC X(50).
006000     03 BUD-PERIOD               PIC 9(6).
006100     03 BUD-AMOUNT-USD           PIC 9(9)V99.

006200 SD  YtdSortFile.
006300 01  YSR-REC.
006400     03 YSR-COST-CENTER          PIC X(10).
006500     03 YSR-CATEGORY             PIC X(50).
006600     03 YSR-PTD-USD              PIC 9(9)V99.
006700     03 YSR-YTD-USD              PIC 9(9)V99.
006800     03 YSR-PRIOR-YTD-USD        PIC 9(9)V99.
006900     03 YSR-BUDGET-USD           PIC 9(9)V99.

007000 SD  YtdEmpSortFile.
007100 01  YES-REC.
007200     03 YES-EMPLOYEE-ID          PIC 9(6).
007300     03 YES-FISCAL-PERIOD        PIC 9(6).
007400     03 YES-EMPLOYEE-NAME        PIC X(50).
007500     03 YES-COST-CENTER          PIC X(10).
007600     03 YES-PTD-USD              PIC 9(9)V99.
007700     03 YES-YTD-USD              PIC 9(9)V99.
007800     03 YES-PRIOR-YTD-USD        PIC 9(9)V99.

007900 FD  YtdReportFile.
008000 01  YTR-REPORT-LINE             PIC X(132).

008100 WORKING-STORAGE SECTION.
008200 01  WS-EXPMAST-STATUS           PIC X(02).
008300 01  WS-BUDGET-FILE-STATUS       PIC X(02).
008400 01  WS-RUN-DATE                 PIC 9(08).
008500 01  WS-COMMAND-LINE             PIC X(80).

008600*--------------------------------------------------------------
008700* THE REPORTING PERIOD AND THE RANGES IT IMPLIES - YEAR TO DATE
008800* IS CCYY01 THROUGH THE PERIOD; THE PRIOR-YEAR COMPARISON IS
008900* THE SAME MONTHS ONE YEAR EARLIER.
009000*--------------------------------------------------------------
009100 01  WS-RPT-PERIOD               PIC 9(06) VALUE ZERO.
009200 01  WS-RPT-PERIOD-X REDEFINES WS-RPT-PERIOD.
009300     05 WS-RPT-YYYY              PIC 9(04).
009400     05 WS-RPT-MM                PIC 9(02).
009500 01  WS-FY-START                 PIC 9(06).
009600 01  WS-PY-START                 PIC 9(06).
009700 01  WS-PY-END                   PIC 9(06).
009800 01  WS-WORK-PERIOD              PIC 9(06).
009900 01  WS-WORK-PERIOD-X REDEFINES WS-WORK-PERIOD.
010000     05 WS-WORK-YYYY             PIC 9(04).
010100     05 WS-WORK-MM               PIC 9(02).

010200*--------------------------------------------------------------
010300* SWITCHES
010400*--------------------------------------------------------------
010500 01  WS-SWITCHES.
010600     05 WS-MASTER-OK-SW          PIC X(01) VALUE 'N'.
010700        88 MASTER-OK                       VALUE 'Y'.
010800     05 WS-MASTER-EOF-SW         PIC X(01) VALUE 'N'.
010900        88 MASTER-EOF                      VALUE 'Y'.
011000     05 WS-BUDFILE-EOF-SW        PIC X(01) VALUE 'N'.
011100        88 BUDFILE-EOF                     VALUE 'Y'.
011200     05 WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
011300        88 SORT-RETURN-EOF                 VALUE 'Y'.
011400     05 WS-IN-RANGE-SW           PIC X(01) VALUE 'N'.
011500        88 ROW-IN-RANGE                    VALUE 'Y'.
011600        88 ROW-NOT-IN-RANGE                VALUE 'N'.

011700*--------------------------------------------------------------
011800* ONE POSTED ROW, UNPACKED FROM EXM-EXPENSE-ROW, AND ITS
011900* AMOUNT SPLIT INTO THE THREE COLUMNS IT COUNTS TOWARD.
012000*--------------------------------------------------------------
012100 01  WS-EXP-ROW.
012200     COPY EXPREC.
012300 01  WS-ROW-AMOUNTS.
012400     05 WS-ROW-PTD               PIC 9(9)V99.
012500     05 WS-ROW-YTD               PIC 9(9)V99.
012600     05 WS-ROW-PRIOR-YTD         PIC 9(9)V99.

012700*--------------------------------------------------------------
012800* CONTROL-BREAK FIELDS
012900*--------------------------------------------------------------
013000 01  WS-BREAK-CONTROL.
013100     05 WS-LINE-ACTIVE-SW        PIC X(01) VALUE 'N'.
013200        88 LINE-ACTIVE                     VALUE 'Y'.
013300     05 WS-CC-ACTIVE-SW          PIC X(01) VALUE 'N'.
013400        88 CC-ACTIVE                       VALUE 'Y'.
013500     05 WS-LIN-COST-CENTER       PIC X(10).
013600     05 WS-LIN-CATEGORY          PIC X(50).
013700     05 WS-LIN-PTD               PIC 9(11)V99.
013800     05 WS-LIN-YTD               PIC 9(11)V99.
013900     05 WS-LIN-PRIOR-YTD         PIC 9(11)V99.
014000     05 WS-LIN-BUDGET            PIC 9(11)V99.
014100     05 WS-CC-COST-CENTER        PIC X(10).
014200     05 WS-CC-PTD                PIC 9(11)V99.
014300     05 WS-CC-YTD                PIC 9(11)V99.
014400     05 WS-CC-PRIOR-YTD          PIC 9(11)V99.
014500     05 WS-CC-BUDGET             PIC 9(11)V99.
014600     05 WS-EMP-ACTIVE-SW         PIC X(01) VALUE 'N'.
014700        88 EMP-ACTIVE                      VALUE 'Y'.
014800     05 WS-EMP-EMPLOYEE-ID       PIC 9(6).
014900     05 WS-EMP-NAME              PIC X(50).
015000     05 WS-EMP-COST-CENTER       PIC X(10).
015100     05 WS-EMP-PTD               PIC 9(11)V99.
015200     05 WS-EMP-YTD               PIC 9(11)V99.
015300     05 WS-EMP-PRIOR-YTD         PIC 9(11)V99.

015400 01  WS-GRAND-TOTALS.
015500     05 WS-TOT-PTD               PIC 9(11)V99 VALUE ZERO.
015600     05 WS-TOT-YTD               PIC 9(11)V99 VALUE ZERO.
015700     05 WS-TOT-PRIOR-YTD         PIC 9(11)V99 VALUE ZERO.
015800     05 WS-TOT-BUDGET            PIC 9(11)V99 VALUE ZERO.
015900     05 WS-EMP-TOT-PTD           PIC 9(11)V99 VALUE ZERO.
016000     05 WS-EMP-TOT-YTD           PIC 9(11)V99 VALUE ZERO.
016100     05 WS-EMP-TOT-PRIOR-YTD     PIC 9(11)V99 VALUE ZERO.
016200 01  WS-REMAINING-USD            PIC S9(11)V99.

016300*--------------------------------------------------------------
016400* RUN COUNTERS
016500*--------------------------------------------------------------
016600 01  WS-COUNTERS.
016700     05 WS-MASTER-ROWS-READ      PIC 9(9) COMP VALUE ZERO.
016800     05 WS-BUDGET-ROWS-USED      PIC 9(9) COMP VALUE ZERO.
016900     05 WS-LINES-OVER            PIC 9(9) COMP VALUE ZERO.
017000     05 WS-LINES-NO-BUDGET       PIC 9(9) COMP VALUE ZERO.
017100     05 WS-EMPLOYEES-REPORTED    PIC 9(9) COMP VALUE ZERO.
017200 01  WS-DISPLAY-COUNTS.
017300     05 WS-DSP-EMPLOYEES         PIC ZZZZZZZZ9.
017400     05 WS-DSP-OVER              PIC ZZZZZZZZ9.

017500*--------------------------------------------------------------
017600* REPORT LINE LAYOUTS
017700*--------------------------------------------------------------
017800 01  YTR-HDG-1.
017900     05 FILLER                   PIC X(37) VALUE
018000         'YEAR-TO-DATE EXPENSE REPORT - PERIOD '.
018100     05 YTR-HDG-PERIOD           PIC 9(6).
018200     05 FILLER                   PIC X(14) VALUE
018300         '  FISCAL YEAR '.
018400     05 YTR-HDG-YEAR             PIC 9(4).
018500     05 FILLER                   PIC X(12) VALUE
018600         '   RUN DATE '.
018700     05 YTR-HDG-RUN-DATE         PIC 9(8).
018800     05 FILLER                   PIC X(51) VALUE SPACES.

018900 01  YTR-HDG-2.
019000     05 FILLER                   PIC X(11) VALUE 'COST CTR'.
019100     05 FILLER                   PIC X(31) VALUE 'CATEGORY'.
019200     05 FILLER                   PIC X(15) VALUE
019300         '     PERIOD USD'.
019400     05 FILLER                   PIC X(15) VALUE
019500         '        YTD USD'.
019600     05 FILLER                   PIC X(15) VALUE
019700         '  FULL-YR BUDGT'.
019800     05 FILLER                   PIC X(16) VALUE
019900         '  BUDGET REMAIN'.
020000     05 FILLER                   PIC X(15) VALUE
020100         '   PRIOR YR YTD'.
020200     05 FILLER                   PIC X(14) VALUE SPACES.

020300 01  YTR-HDG-3                   PIC X(132) VALUE ALL '-'.

020400 01  YTR-CC-LINE.
020500     05 YTR-CC-COST-CENTER       PIC X(10).
020600     05 FILLER                   PIC X(01) VALUE SPACES.
020700     05 YTR-CC-CATEGORY          PIC X(30).
020800     05 FILLER                   PIC X(01) VALUE SPACES.
020900     05 YTR-CC-PTD               PIC ZZZ,ZZZ,ZZ9.99.
021000     05 FILLER                   PIC X(01) VALUE SPACES.
021100     05 YTR-CC-YTD               PIC ZZZ,ZZZ,ZZ9.99.
021200     05 FILLER                   PIC X(01) VALUE SPACES.
021300     05 YTR-CC-BUDGET            PIC ZZZ,ZZZ,ZZ9.99.
021400     05 FILLER                   PIC X(01) VALUE SPACES.
021500     05 YTR-CC-REMAINING         PIC ZZZ,ZZZ,ZZ9.99-.
021600     05 FILLER                   PIC X(01) VALUE SPACES.
021700     05 YTR-CC-PRIOR-YTD         PIC ZZZ,ZZZ,ZZ9.99.
021800     05 FILLER                   PIC X(02) VALUE SPACES.
021900     05 YTR-CC-FLAG              PIC X(13).

022000 01  YTR-EMP-HDG.
022100     05 FILLER                   PIC X(07) VALUE 'EMP-ID'.
022200     05 FILLER                   PIC X(31) VALUE 'EMPLOYEE NAME'.
022300     05 FILLER                   PIC X(11) VALUE 'COST CTR'.
022400     05 FILLER                   PIC X(15) VALUE
022500         '     PERIOD USD'.
022600     05 FILLER                   PIC X(15) VALUE
022700         '        YTD USD'.
022800     05 FILLER                   PIC X(15) VALUE
022900         '   PRIOR YR YTD'.
023000     05 FILLER                   PIC X(38) VALUE SPACES.

023100 01  YTR-EMP-LINE.
023200     05 YTR-EMP-EMPLOYEE-ID      PIC 9(6).
023300     05 FILLER                   PIC X(01) VALUE SPACES.
023400     05 YTR-EMP-NAME             PIC X(30).
023500     05 FILLER                   PIC X(01) VALUE SPACES.
023600     05 YTR-EMP-COST-CENTER      PIC X(10).
023700     05 FILLER                   PIC X(01) VALUE SPACES.
023800     05 YTR-EMP-PTD              PIC ZZZ,ZZZ,ZZ9.99.
023900     05 FILLER                   PIC X(01) VALUE SPACES.
024000     05 YTR-EMP-YTD              PIC ZZZ,ZZZ,ZZ9.99.
024100     05 FILLER                   PIC X(01) VALUE SPACES.
024200     05 YTR-EMP-PRIOR-YTD        PIC ZZZ,ZZZ,ZZ9.99.
024300     05 FILLER                   PIC X(39) VALUE SPACES.

024400 01  YTR-SECTION-LINE.
024500     05 YTR-SEC-TEXT             PIC X(60).
024600     05 FILLER                   PIC X(72) VALUE SPACES.

024700 01  YTR-COUNT-LINE.
024800     05 YTR-CNT-LABEL            PIC X(50).
024900     05 YTR-CNT-VALUE            PIC ZZZZZZZZ9.
025000     05 FILLER                   PIC X(73) VALUE SPACES.

025100 PROCEDURE DIVISION.

025200*================================================================
025300* 0000-MAINLINE
025400*================================================================
025500 0000-MAINLINE.
025600     PERFORM 1000-INITIALIZE
025700         THRU 1000-EXIT.

025800     IF NOT MASTER-OK
025900         STOP RUN
026000     END-IF.

026100     SORT YtdSortFile
026200         ON ASCENDING KEY YSR-COST-CENTER YSR-CATEGORY
026300         INPUT PROCEDURE 2000-SELECT-COST-CENTER-ROWS
026400             THRU 2000-EXIT
026500         OUTPUT PROCEDURE 3000-PRINT-COST-CENTERS
026600             THRU 3000-EXIT.

026700     SORT YtdEmpSortFile
026800         ON ASCENDING KEY YES-EMPLOYEE-ID YES-FISCAL-PERIOD
026900         INPUT PROCEDURE 4000-SELECT-EMPLOYEE-ROWS
027000             THRU 4000-EXIT
027100         OUTPUT PROCEDURE 5000-PRINT-EMPLOYEES
027200             THRU 5000-EXIT.

027300     PERFORM 8000-PRINT-TOTALS
027400         THRU 8000-EXIT.

027500     PERFORM 9000-TERMINATE
027600         THRU 9000-EXIT.

027700     STOP RUN.

027800*================================================================
027900* 1000-INITIALIZE - OPEN THE MASTER, SETTLE THE REPORTING PERIOD
028000* AND THE RANGES, AND PRINT THE HEADING.  NO MASTER ON DISK
028100* MEANS NOTHING HAS BEEN POSTED YET - NOTHING TO REPORT.
028200*================================================================
028300 1000-INITIALIZE.
028400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
028500     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.

028600     OPEN INPUT ExpMasterFile.
028700     IF WS-EXPMAST-STATUS NOT = '00'
028800         DISPLAY 'CALC-YTD: CONTROL/EXPMASTER.IDX CANNOT BE '
028900             'READ (STATUS ' WS-EXPMAST-STATUS ') - RUN '
029000             'CALC-EXPPOST FIRST.'
029100         GO TO 1000-EXIT
029200     END-IF.

029300     IF WS-COMMAND-LINE (1:6) IS NUMERIC
029400         MOVE WS-COMMAND-LINE (1:6) TO WS-RPT-PERIOD
029500     ELSE
029600         PERFORM 1100-FIND-LATEST-PERIOD
029700             THRU 1100-EXIT
029800     END-IF.

029900     IF WS-RPT-PERIOD = ZERO
030000         OR WS-RPT-MM < 1
030100         OR WS-RPT-MM > 12
030200         DISPLAY 'CALC-YTD: NO USABLE PERIOD - GIVE CCYYMM ON '
030300             'THE COMMAND LINE, OR POST A RUN FIRST.'
030400         CLOSE ExpMasterFile
030500         GO TO 1000-EXIT
030600     END-IF.

030700     MOVE WS-RPT-YYYY TO WS-WORK-YYYY.
030800     MOVE 1           TO WS-WORK-MM.
030900     MOVE WS-WORK-PERIOD TO WS-FY-START.
031000     SUBTRACT 1 FROM WS-WORK-YYYY.
031100     MOVE WS-WORK-PERIOD TO WS-PY-START.
031200     MOVE WS-RPT-MM   TO WS-WORK-MM.
031300     MOVE WS-WORK-PERIOD TO WS-PY-END.

031400     OPEN OUTPUT YtdReportFile.
031500     MOVE WS-RPT-PERIOD TO YTR-HDG-PERIOD.
031600     MOVE WS-RPT-YYYY   TO YTR-HDG-YEAR.
031700     MOVE WS-RUN-DATE   TO YTR-HDG-RUN-DATE.
031800     WRITE YTR-REPORT-LINE FROM YTR-HDG-1
031900         AFTER ADVANCING 1 LINE.
032000     WRITE YTR-REPORT-LINE FROM YTR-HDG-3
032100         AFTER ADVANCING 1 LINE.
032200     MOVE 'ACTUALS BY COST CENTER AND CATEGORY' TO YTR-SEC-TEXT.
032300     WRITE YTR-REPORT-LINE FROM YTR-SECTION-LINE
032400         AFTER ADVANCING 1 LINE.
032500     WRITE YTR-REPORT-LINE FROM YTR-HDG-2
032600         AFTER ADVANCING 1 LINE.
032700     WRITE YTR-REPORT-LINE FROM YTR-HDG-3
032800         AFTER ADVANCING 1 LINE.

032900     MOVE 'Y' TO WS-MASTER-OK-SW.
033000 1000-EXIT.
033100     EXIT.

033200*================================================================
033300* 1100-FIND-LATEST-PERIOD - THE KEY LEADS WITH THE PERIOD, SO
033400* THE LAST RECORD ON THE MASTER CARRIES THE LATEST ONE.
033500*================================================================
033600 1100-FIND-LATEST-PERIOD.
033700     MOVE ZERO TO WS-RPT-PERIOD.
033800     MOVE 'N' TO WS-MASTER-EOF-SW.
033900     READ ExpMasterFile NEXT RECORD
034000         AT END SET MASTER-EOF TO TRUE
034100     END-READ.
034200     PERFORM 1110-NOTE-ONE-PERIOD
034300         THRU 1110-EXIT
034400         UNTIL MASTER-EOF.
034500 1100-EXIT.
034600     EXIT.

034700 1110-NOTE-ONE-PERIOD.
034800     MOVE EXM-FISCAL-PERIOD TO WS-RPT-PERIOD.
034900     READ ExpMasterFile NEXT RECORD
035000         AT END SET MASTER-EOF TO TRUE
035100     END-READ.
035200 1110-EXIT.
035300     EXIT.

035400*================================================================
035500* 2000-SELECT-COST-CENTER-ROWS (SORT INPUT PROCEDURE) - THE
035600* FISCAL YEAR'S BUDGET ROWS, THEN EVERY POSTED ROW IN RANGE,
035700* ONE SORT RECORD EACH, SO A BUDGET WITH NO SPEND AND SPEND
035800* WITH NO BUDGET BOTH GET A LINE.
035900*================================================================
036000 2000-SELECT-COST-CENTER-ROWS.
036100     MOVE 'N' TO WS-BUDFILE-EOF-SW.
036200     OPEN INPUT BudgetFile.
036300     IF WS-BUDGET-FILE-STATUS = '00'
036400         READ BudgetFile
036500             AT END MOVE 'Y' TO WS-BUDFILE-EOF-SW
036600         END-READ
036700         PERFORM 2100-RELEASE-ONE-BUDGET
036800             THRU 2100-EXIT
036900             UNTIL BUDFILE-EOF
037000         CLOSE BudgetFile
037100     ELSE
037200         DISPLAY 'CALC-YTD: NO CONTROL/BUDGETS.DAT ON DISK - '
037300             'EVERY LINE WILL REPORT AS UNBUDGETED.'
037400     END-IF.

037500     PERFORM 2500-START-MASTER-RANGE
037600         THRU 2500-EXIT.
037700     PERFORM 2200-RELEASE-ONE-COST-ROW
037800         THRU 2200-EXIT
037900         UNTIL MASTER-EOF.
038000 2000-EXIT.
038100     EXIT.

038200 2100-RELEASE-ONE-BUDGET.
038300     MOVE BUD-PERIOD TO WS-WORK-PERIOD.
038400     IF WS-WORK-YYYY = WS-RPT-YYYY
038500         MOVE BUD-COST-CENTER TO YSR-COST-CENTER
038600         MOVE BUD-CATEGORY    TO YSR-CATEGORY
038700         MOVE ZERO            TO YSR-PTD-USD
038800         MOVE ZERO            TO YSR-YTD-USD
038900         MOVE ZERO            TO YSR-PRIOR-YTD-USD
039000         MOVE BUD-AMOUNT-USD  TO YSR-BUDGET-USD
039100         RELEASE YSR-REC
039200         ADD 1 TO WS-BUDGET-ROWS-USED
039300     END-IF.

039400     READ BudgetFile
039500         AT END MOVE 'Y' TO WS-BUDFILE-EOF-SW
039600     END-READ.
039700 2100-EXIT.
039800     EXIT.

039900 2200-RELEASE-ONE-COST-ROW.
040000     IF ROW-IN-RANGE
040100         ADD 1 TO WS-MASTER-ROWS-READ
040200         MOVE EXM-COST-CENTER  TO YSR-COST-CENTER
040300         MOVE Category         TO YSR-CATEGORY
040400         MOVE WS-ROW-PTD       TO YSR-PTD-USD
040500         MOVE WS-ROW-YTD       TO YSR-YTD-USD
040600         MOVE WS-ROW-PRIOR-YTD TO YSR-PRIOR-YTD-USD
040700         MOVE ZERO             TO YSR-BUDGET-USD
040800         RELEASE YSR-REC
040900     END-IF.

041000     PERFORM 2600-READ-NEXT-IN-RANGE
041100         THRU 2600-EXIT.
041200 2200-EXIT.
041300     EXIT.

041400*================================================================
041500* 2500-START-MASTER-RANGE - POSITION ON THE FIRST POSTED ROW
041600* OF THE PRIOR YEAR AND READ IT.
041700*================================================================
041800 2500-START-MASTER-RANGE.
041900     MOVE 'N' TO WS-MASTER-EOF-SW.
042000     MOVE LOW-VALUES TO EXM-KEY.
042100     MOVE WS-PY-START TO EXM-FISCAL-PERIOD.
042200     START ExpMasterFile KEY IS NOT LESS THAN EXM-KEY
042300         INVALID KEY SET MASTER-EOF TO TRUE
042400     END-START.
042500     IF NOT MASTER-EOF
042600         PERFORM 2600-READ-NEXT-IN-RANGE
042700             THRU 2600-EXIT
042800     END-IF.
042900 2500-EXIT.
043000     EXIT.

043100*================================================================
043200* 2600-READ-NEXT-IN-RANGE - READ THE NEXT POSTED ROW AND SPLIT
043300* ITS AMOUNT INTO THE COLUMNS IT COUNTS TOWARD.  ROWS BETWEEN
043400* THE PRIOR-YEAR WINDOW AND THE CURRENT YEAR ARE SKIPPED; THE
043500* FIRST ROW PAST THE REPORTING PERIOD ENDS THE RANGE.
043600*================================================================
043700 2600-READ-NEXT-IN-RANGE.
043800     SET ROW-NOT-IN-RANGE TO TRUE.
043900     READ ExpMasterFile NEXT RECORD
044000         AT END SET MASTER-EOF TO TRUE
044100     END-READ.
044200     IF MASTER-EOF
044300         GO TO 2600-EXIT
044400     END-IF.
044500     IF EXM-FISCAL-PERIOD > WS-RPT-PERIOD
044600         SET MASTER-EOF TO TRUE
044700         GO TO 2600-EXIT
044800     END-IF.

044900     MOVE EXM-EXPENSE-ROW TO WS-EXP-ROW.
045000     MOVE ZERO TO WS-ROW-PTD.
045100     MOVE ZERO TO WS-ROW-YTD.
045200     MOVE ZERO TO WS-ROW-PRIOR-YTD.

045300     IF EXM-FISCAL-PERIOD NOT < WS-FY-START
045400         MOVE UsdAmount TO WS-ROW-YTD
045500         IF EXM-FISCAL-PERIOD = WS-RPT-PERIOD
045600             MOVE UsdAmount TO WS-ROW-PTD
045700         END-IF
045800         SET ROW-IN-RANGE TO TRUE
045900     ELSE
046000         IF EXM-FISCAL-PERIOD NOT > WS-PY-END
046100             MOVE UsdAmount TO WS-ROW-PRIOR-YTD
046200             SET ROW-IN-RANGE TO TRUE
046300         END-IF
046400     END-IF.
046500 2600-EXIT.
046600     EXIT.

046700*================================================================
046800* 3000-PRINT-COST-CENTERS (SORT OUTPUT PROCEDURE) - ONE LINE
046900* PER COST CENTER AND CATEGORY, A SUBTOTAL PER COST CENTER.
047000*================================================================
047100 3000-PRINT-COST-CENTERS.
047200     MOVE 'N' TO WS-SORT-EOF-SW.
047300     MOVE 'N' TO WS-LINE-ACTIVE-SW.
047400     MOVE 'N' TO WS-CC-ACTIVE-SW.

047500     RETURN YtdSortFile
047600         AT END MOVE 'Y' TO WS-SORT-EOF-SW
047700     END-RETURN.

047800     PERFORM 3100-ADD-ONE-COST-ROW
047900         THRU 3100-EXIT
048000         UNTIL SORT-RETURN-EOF.

048100     IF LINE-ACTIVE
048200         PERFORM 3200-PRINT-COST-LINE
048300             THRU 3200-EXIT
048400     END-IF.
048500     IF CC-ACTIVE
048600         PERFORM 3300-PRINT-COST-CENTER-TOTAL
048700             THRU 3300-EXIT
048800     END-IF.
048900 3000-EXIT.
049000     EXIT.

049100 3100-ADD-ONE-COST-ROW.
049200     IF LINE-ACTIVE
049300         AND (YSR-COST-CENTER NOT = WS-LIN-COST-CENTER
049400           OR YSR-CATEGORY NOT = WS-LIN-CATEGORY)
049500         PERFORM 3200-PRINT-COST-LINE
049600             THRU 3200-EXIT
049700     END-IF.
049800     IF CC-ACTIVE
049900         AND YSR-COST-CENTER NOT = WS-CC-COST-CENTER
050000         PERFORM 3300-PRINT-COST-CENTER-TOTAL
050100             THRU 3300-EXIT
050200     END-IF.

050300     IF NOT CC-ACTIVE
050400         MOVE 'Y'             TO WS-CC-ACTIVE-SW
050500         MOVE YSR-COST-CENTER TO WS-CC-COST-CENTER
050600         MOVE ZERO TO WS-CC-PTD
050700         MOVE ZERO TO WS-CC-YTD
050800         MOVE ZERO TO WS-CC-PRIOR-YTD
050900         MOVE ZERO TO WS-CC-BUDGET
051000     END-IF.

051100     IF NOT LINE-ACTIVE
051200         MOVE 'Y'             TO WS-LINE-ACTIVE-SW
051300         MOVE YSR-COST-CENTER TO WS-LIN-COST-CENTER
051400         MOVE YSR-CATEGORY    TO WS-LIN-CATEGORY
051500         MOVE ZERO TO WS-LIN-PTD
051600         MOVE ZERO TO WS-LIN-YTD
051700         MOVE ZERO TO WS-LIN-PRIOR-YTD
051800         MOVE ZERO TO WS-LIN-BUDGET
051900     END-IF.

052000     ADD YSR-PTD-USD       TO WS-LIN-PTD.
052100     ADD YSR-YTD-USD       TO WS-LIN-YTD.
052200     ADD YSR-PRIOR-YTD-USD TO WS-LIN-PRIOR-YTD.
052300     ADD YSR-BUDGET-USD    TO WS-LIN-BUDGET.

052400     RETURN YtdSortFile
052500         AT END MOVE 'Y' TO WS-SORT-EOF-SW
052600     END-RETURN.
052700 3100-EXIT.
052800     EXIT.

052900*================================================================
053000* 3200-PRINT-COST-LINE - REMAINING IS THE FULL-YEAR BUDGET LESS
053100* YEAR-TO-DATE SPEND; NEGATIVE IS FLAGGED, AND SPEND WITH NO
053200* BUDGET FOR THE YEAR IS FLAGGED AS SUCH.
053300*================================================================
053400 3200-PRINT-COST-LINE.
053500     COMPUTE WS-REMAINING-USD = WS-LIN-BUDGET - WS-LIN-YTD.

053600     MOVE WS-LIN-COST-CENTER TO YTR-CC-COST-CENTER.
053700     MOVE WS-LIN-CATEGORY    TO YTR-CC-CATEGORY.
053800     MOVE WS-LIN-PTD         TO YTR-CC-PTD.
053900     MOVE WS-LIN-YTD         TO YTR-CC-YTD.
054000     MOVE WS-LIN-BUDGET      TO YTR-CC-BUDGET.
054100     MOVE WS-REMAINING-USD   TO YTR-CC-REMAINING.
054200     MOVE WS-LIN-PRIOR-YTD   TO YTR-CC-PRIOR-YTD.
054300     MOVE SPACES             TO YTR-CC-FLAG.
054400     IF WS-LIN-BUDGET = ZERO
054500         AND WS-LIN-YTD > ZERO
054600         MOVE '*NO BUDGET*'  TO YTR-CC-FLAG
054700         ADD 1 TO WS-LINES-NO-BUDGET
054800     ELSE
054900         IF WS-REMAINING-USD < ZERO
055000             MOVE '*OVER BUDGET*' TO YTR-CC-FLAG
055100             ADD 1 TO WS-LINES-OVER
055200         END-IF
055300     END-IF.
055400     WRITE YTR-REPORT-LINE FROM YTR-CC-LINE
055500         AFTER ADVANCING 1 LINE.

055600     ADD WS-LIN-PTD       TO WS-CC-PTD.
055700     ADD WS-LIN-YTD       TO WS-CC-YTD.
055800     ADD WS-LIN-PRIOR-YTD TO WS-CC-PRIOR-YTD.
055900     ADD WS-LIN-BUDGET    TO WS-CC-BUDGET.

056000     MOVE 'N' TO WS-LINE-ACTIVE-SW.
056100 3200-EXIT.
056200     EXIT.

056300 3300-PRINT-COST-CENTER-TOTAL.
056400     COMPUTE WS-REMAINING-USD = WS-CC-BUDGET - WS-CC-YTD.

056500     MOVE WS-CC-COST-CENTER  TO YTR-CC-COST-CENTER.
056600     MOVE '  COST CENTER TOTAL' TO YTR-CC-CATEGORY.
056700     MOVE WS-CC-PTD          TO YTR-CC-PTD.
056800     MOVE WS-CC-YTD          TO YTR-CC-YTD.
056900     MOVE WS-CC-BUDGET       TO YTR-CC-BUDGET.
057000     MOVE WS-REMAINING-USD   TO YTR-CC-REMAINING.
057100     MOVE WS-CC-PRIOR-YTD    TO YTR-CC-PRIOR-YTD.
057200     MOVE SPACES             TO YTR-CC-FLAG.
057300     WRITE YTR-REPORT-LINE FROM YTR-CC-LINE
057400         AFTER ADVANCING 1 LINE.
057500     MOVE SPACES TO YTR-SEC-TEXT.
057600     WRITE YTR-REPORT-LINE FROM YTR-SECTION-LINE
057700         AFTER ADVANCING 1 LINE.

057800     ADD WS-CC-PTD       TO WS-TOT-PTD.
057900     ADD WS-CC-YTD       TO WS-TOT-YTD.
058000     ADD WS-CC-PRIOR-YTD TO WS-TOT-PRIOR-YTD.
058100     ADD WS-CC-BUDGET    TO WS-TOT-BUDGET.

058200     MOVE 'N' TO WS-CC-ACTIVE-SW.
058300 3300-EXIT.
058400     EXIT.

058500*================================================================
058600* 4000-SELECT-EMPLOYEE-ROWS (SORT INPUT PROCEDURE) - EVERY
058700* POSTED ROW IN RANGE AGAIN, THIS TIME FOR THE EMPLOYEE SECTION.
058800* THE PERIOD RIDES ALONG SO THE EMPLOYEE'S LATEST COST CENTER
058900* IS THE ONE PRINTED.
059000*================================================================
059100 4000-SELECT-EMPLOYEE-ROWS.
059200     PERFORM 2500-START-MASTER-RANGE
059300         THRU 2500-EXIT.
059400     PERFORM 4100-RELEASE-ONE-EMPLOYEE-ROW
059500         THRU 4100-EXIT
059600         UNTIL MASTER-EOF.
059700 4000-EXIT.
059800     EXIT.

059900 4100-RELEASE-ONE-EMPLOYEE-ROW.
060000     IF ROW-IN-RANGE
060100         MOVE EXM-EMPLOYEE-ID   TO YES-EMPLOYEE-ID
060200         MOVE EXM-FISCAL-PERIOD TO YES-FISCAL-PERIOD
060300         MOVE EmployeeName      TO YES-EMPLOYEE-NAME
060400         MOVE EXM-COST-CENTER   TO YES-COST-CENTER
060500         MOVE WS-ROW-PTD        TO YES-PTD-USD
060600         MOVE WS-ROW-YTD        TO YES-YTD-USD
060700         MOVE WS-ROW-PRIOR-YTD  TO YES-PRIOR-YTD-USD
060800         RELEASE YES-REC
060900     END-IF.

061000     PERFORM 2600-READ-NEXT-IN-RANGE
061100         THRU 2600-EXIT.
061200 4100-EXIT.
061300     EXIT.

061400*================================================================
061500* 5000-PRINT-EMPLOYEES (SORT OUTPUT PROCEDURE) - ONE LINE PER
061600* EMPLOYEE REIMBURSED THIS YEAR OR IN THE PRIOR-YEAR WINDOW.
061700*================================================================
061800 5000-PRINT-EMPLOYEES.
061900     WRITE YTR-REPORT-LINE FROM YTR-HDG-3
062000         AFTER ADVANCING 1 LINE.
062100     MOVE 'YEAR-TO-DATE REIMBURSEMENT BY EMPLOYEE'
062200         TO YTR-SEC-TEXT.
062300     WRITE YTR-REPORT-LINE FROM YTR-SECTION-LINE
062400         AFTER ADVANCING 1 LINE.
062500     WRITE YTR-REPORT-LINE FROM YTR-EMP-HDG
062600         AFTER ADVANCING 1 LINE.
062700     WRITE YTR-REPORT-LINE FROM YTR-HDG-3
062800         AFTER ADVANCING 1 LINE.

062900     MOVE 'N' TO WS-SORT-EOF-SW.
063000     MOVE 'N' TO WS-EMP-ACTIVE-SW.

063100     RETURN YtdEmpSortFile
063200         AT END MOVE 'Y' TO WS-SORT-EOF-SW
063300     END-RETURN.

063400     PERFORM 5100-ADD-ONE-EMPLOYEE-ROW
063500         THRU 5100-EXIT
063600         UNTIL SORT-RETURN-EOF.

063700     IF EMP-ACTIVE
063800         PERFORM 5200-PRINT-EMPLOYEE-LINE
063900             THRU 5200-EXIT
064000     END-IF.
064100 5000-EXIT.
064200     EXIT.

064300 5100-ADD-ONE-EMPLOYEE-ROW.
064400     IF EMP-ACTIVE
064500         AND YES-EMPLOYEE-ID NOT = WS-EMP-EMPLOYEE-ID
064600         PERFORM 5200-PRINT-EMPLOYEE-LINE
064700             THRU 5200-EXIT
064800     END-IF.

064900     IF NOT EMP-ACTIVE
065000         MOVE 'Y'             TO WS-EMP-ACTIVE-SW
065100         MOVE YES-EMPLOYEE-ID TO WS-EMP-EMPLOYEE-ID
065200         MOVE ZERO TO WS-EMP-PTD
065300         MOVE ZERO TO WS-EMP-YTD
065400         MOVE ZERO TO WS-EMP-PRIOR-YTD
065500     END-IF.

065600     MOVE YES-EMPLOYEE-NAME    TO WS-EMP-NAME.
065700     MOVE YES-COST-CENTER      TO WS-EMP-COST-CENTER.
065800     ADD YES-PTD-USD           TO WS-EMP-PTD.
065900     ADD YES-YTD-USD           TO WS-EMP-YTD.
066000     ADD YES-PRIOR-YTD-USD     TO WS-EMP-PRIOR-YTD.

066100     RETURN YtdEmpSortFile
066200         AT END MOVE 'Y' TO WS-SORT-EOF-SW
066300     END-RETURN.
066400 5100-EXIT.
066500     EXIT.

066600 5200-PRINT-EMPLOYEE-LINE.
066700     MOVE WS-EMP-EMPLOYEE-ID  TO YTR-EMP-EMPLOYEE-ID.
066800     MOVE WS-EMP-NAME         TO YTR-EMP-NAME.
066900     MOVE WS-EMP-COST-CENTER  TO YTR-EMP-COST-CENTER.
067000     MOVE WS-EMP-PTD          TO YTR-EMP-PTD.
067100     MOVE WS-EMP-YTD          TO YTR-EMP-YTD.
067200     MOVE WS-EMP-PRIOR-YTD    TO YTR-EMP-PRIOR-YTD.
067300     WRITE YTR-REPORT-LINE FROM YTR-EMP-LINE
067400         AFTER ADVANCING 1 LINE.
067500     ADD 1 TO WS-EMPLOYEES-REPORTED.

067600     ADD WS-EMP-PTD       TO WS-EMP-TOT-PTD.
067700     ADD WS-EMP-YTD       TO WS-EMP-TOT-YTD.
067800     ADD WS-EMP-PRIOR-YTD TO WS-EMP-TOT-PRIOR-YTD.

067900     MOVE 'N' TO WS-EMP-ACTIVE-SW.
068000 5200-EXIT.
068100     EXIT.

068200*================================================================
068300* 8000-PRINT-TOTALS - THE EMPLOYEE SECTION'S TOTAL, THE COMPANY
068400* TOTAL FROM THE COST-CENTER SECTION (THE TWO MUST AGREE), AND
068500* THE COUNTS.
068600*================================================================
068700 8000-PRINT-TOTALS.
068800     WRITE YTR-REPORT-LINE FROM YTR-HDG-3
068900         AFTER ADVANCING 1 LINE.
069000     MOVE ZERO                 TO YTR-EMP-EMPLOYEE-ID.
069100     MOVE 'ALL EMPLOYEES'      TO YTR-EMP-NAME.
069200     MOVE SPACES               TO YTR-EMP-COST-CENTER.
069300     MOVE WS-EMP-TOT-PTD       TO YTR-EMP-PTD.
069400     MOVE WS-EMP-TOT-YTD       TO YTR-EMP-YTD.
069500     MOVE WS-EMP-TOT-PRIOR-YTD TO YTR-EMP-PRIOR-YTD.
069600     WRITE YTR-REPORT-LINE FROM YTR-EMP-LINE
069700         AFTER ADVANCING 1 LINE.

069800     COMPUTE WS-REMAINING-USD = WS-TOT-BUDGET - WS-TOT-YTD.
069900     MOVE 'ALL'                TO YTR-CC-COST-CENTER.
070000     MOVE '  COMPANY TOTAL'    TO YTR-CC-CATEGORY.
070100     MOVE WS-TOT-PTD           TO YTR-CC-PTD.
070200     MOVE WS-TOT-YTD           TO YTR-CC-YTD.
070300     MOVE WS-TOT-BUDGET        TO YTR-CC-BUDGET.
070400     MOVE WS-REMAINING-USD     TO YTR-CC-REMAINING.
070500     MOVE WS-TOT-PRIOR-YTD     TO YTR-CC-PRIOR-YTD.
070600     MOVE SPACES               TO YTR-CC-FLAG.
070700     WRITE YTR-REPORT-LINE FROM YTR-CC-LINE
070800         AFTER ADVANCING 1 LINE.

070900     IF WS-EMP-TOT-YTD NOT = WS-TOT-YTD
071000         OR WS-EMP-TOT-PRIOR-YTD NOT = WS-TOT-PRIOR-YTD
071100         MOVE 'WARNING - EMPLOYEE AND COST CENTER TOTALS DIFFER'
071200             TO YTR-SEC-TEXT
071300         WRITE YTR-REPORT-LINE FROM YTR-SECTION-LINE
071400             AFTER ADVANCING 1 LINE
071500     END-IF.

071600     WRITE YTR-REPORT-LINE FROM YTR-HDG-3
071700         AFTER ADVANCING 1 LINE.
071800     MOVE 'POSTED ROWS IN THIS YEAR OR PRIOR-YEAR WINDOW'
071900                                             TO YTR-CNT-LABEL.
072000     MOVE WS-MASTER-ROWS-READ                TO YTR-CNT-VALUE.
072100     WRITE YTR-REPORT-LINE FROM YTR-COUNT-LINE
072200         AFTER ADVANCING 1 LINE.
072300     MOVE 'BUDGET ROWS FOR THE FISCAL YEAR'  TO YTR-CNT-LABEL.
072400     MOVE WS-BUDGET-ROWS-USED                TO YTR-CNT-VALUE.
072500     WRITE YTR-REPORT-LINE FROM YTR-COUNT-LINE
072600         AFTER ADVANCING 1 LINE.
072700     MOVE 'LINES OVER FULL-YEAR BUDGET'      TO YTR-CNT-LABEL.
072800     MOVE WS-LINES-OVER                      TO YTR-CNT-VALUE.
072900     WRITE YTR-REPORT-LINE FROM YTR-COUNT-LINE
073000         AFTER ADVANCING 1 LINE.
073100     MOVE 'LINES WITH SPEND AND NO BUDGET'   TO YTR-CNT-LABEL.
073200     MOVE WS-LINES-NO-BUDGET                 TO YTR-CNT-VALUE.
073300     WRITE YTR-REPORT-LINE FROM YTR-COUNT-LINE
073400         AFTER ADVANCING 1 LINE.
073500     MOVE 'EMPLOYEES REPORTED'               TO YTR-CNT-LABEL.
073600     MOVE WS-EMPLOYEES-REPORTED              TO YTR-CNT-VALUE.
073700     WRITE YTR-REPORT-LINE FROM YTR-COUNT-LINE
073800         AFTER ADVANCING 1 LINE.
073900 8000-EXIT.
074000     EXIT.

074100*================================================================
074200* 9000-TERMINATE
074300*================================================================
074400 9000-TERMINATE.
074500     CLOSE ExpMasterFile YtdReportFile.
074600     MOVE WS-EMPLOYEES-REPORTED TO WS-DSP-EMPLOYEES.
074700     MOVE WS-LINES-OVER         TO WS-DSP-OVER.
074800     DISPLAY 'YEAR-TO-DATE REPORT COMPLETE - PERIOD '
074900         WS-RPT-PERIOD ', ' WS-DSP-EMPLOYEES
075000         ' EMPLOYEES, ' WS-DSP-OVER ' LINES OVER BUDGET'.
075100 9000-EXIT.
075200     EXIT.
