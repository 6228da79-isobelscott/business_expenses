000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.               CALC-REBILL.
000300 AUTHOR.                   ISOBEL SCOTT.
000400 INSTALLATION.             FINANCE SYSTEMS.
000500 DATE-WRITTEN.             10/15/2026.
000600 DATE-COMPILED.            10/15/2026.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  10/15/2026  IS  NEW PROGRAM.  CONSULTING TRAVEL THE CLIENT
001100*                  CONTRACT LETS US BILL BACK USED TO BE PICKED
001200*                  OUT OF STATEMENTS.RPT BY HAND EACH MONTH, AND
001300*                  SOME OF IT WAS NEVER BILLED.  AN EXPENSE ROW
001400*                  NOW CARRIES AN OPTIONAL PROJECTCODE, CHECKED
001500*                  BY EXP-ENGINE AGAINST THE PROJECT MASTER
001600*                  (CONTROL/PROJECTS.DAT, COPYBOOK PROJMAST),
001700*                  WHICH HOLDS THE CLIENT, UP TO FIVE BILLABLE
001800*                  CATEGORIES AND THE MARKUP PERCENT.  THIS JOB
001900*                  PULLS EVERY ROW ON PROCESSED/ALLSORTED.CSV
002000*                  WHOSE CATEGORY IS BILLABLE ON ITS PROJECT
002100*                  AND - AN INTERNAL SORT, AS CALC-TAXBEN DOES -
002200*                  WRITES THE REBILL INVOICE EXTRACT
002300*                  (PROCESSED/REBILL.DAT) GROUPED BY CLIENT AND
002400*                  PROJECT WITH THE MARKUP APPLIED, A PRINTED
002500*                  COPY (PROCESSED/REBILL.RPT) WITH A SIGN-OFF
002600*                  BLOCK FOR BILLING, AND THE GL RECLASS
002700*                  (PROCESSED/REBILLGL.DAT) THAT MOVES THE
002800*                  REBILLED COST OUT OF THE COST CENTER'S
002900*                  EXPENSE ACCOUNT INTO 'UNBILLED RECEIVABLES'.
003000*                  ONLY THE COST IS RECLASSED - THE MARKUP IS
003100*                  REVENUE, BOOKED WHEN THE INVOICE IS RAISED.
003200*                  A ROW WHOSE PROJECT HAS SINCE LEFT THE MASTER
003300*                  OR WHOSE CATEGORY HAS NO GL ACCOUNT IS LEFT
003400*                  OUT AND LOGGED TO PROCESSED/REBILLUNMAPPED.CSV,
003500*                  THE SAME EXCLUDE-AND-LOG TREATMENT CALC-GLFEED
003600*                  GIVES AN UNMAPPED CATEGORY.  GUARDED BY THE
003700*                  RUN-CONTROL LEDGER ('X' ENTRIES), SINCE A
003800*                  SECOND EXTRACT OF THE SAME RUN WOULD BILL THE
003900*                  CLIENT TWICE; FORCE ON THE COMMAND LINE
004000*                  OVERRIDES.
004100*--------------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT RebillInputFile ASSIGN TO
004600             'processed/ALLSORTED.csv'
004700         ORGANIZATION IS LINE SEQUENTIAL.

004800     SELECT ProjectFile ASSIGN TO
004900             'control/PROJECTS.DAT'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-PROJECT-FILE-STATUS.

005200     SELECT GlAccountFile ASSIGN TO
005300             'control/GLACCOUNTS.DAT'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-GLACCOUNT-FILE-STATUS.

005600     SELECT RebillSortFile ASSIGN TO RBLSORT.

005700     SELECT RebillExtractFile ASSIGN TO
005800             'processed/REBILL.DAT'
005900         ORGANIZATION IS LINE SEQUENTIAL.

006000     SELECT RebillGlFile ASSIGN TO
006100             'processed/REBILLGL.DAT'
006200         ORGANIZATION IS LINE SEQUENTIAL.

006300     SELECT RebillUnmappedFile ASSIGN TO
006400             'processed/REBILLUNMAPPED.csv'
006500         ORGANIZATION IS LINE SEQUENTIAL.

006600     SELECT RebillReportFile ASSIGN TO
006700             'processed/REBILL.rpt'
006800         ORGANIZATION IS LINE SEQUENTIAL.

006900     SELECT RunStampFile ASSIGN TO
007000             'processed/ALLSORTED.RUN'
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-STAMP-FILE-STATUS.

007300     SELECT RunControlFile ASSIGN TO
007400             'control/RUNCONTROL.DAT'
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-RUNCTL-FILE-STATUS.

007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  RebillInputFile.
008000 01  RBL-IN-REC.
008100     COPY EXPREC.

008200 FD  ProjectFile.
008300 01  PRJ-REC.
008400     COPY PROJMAST.

008500 FD  GlAccountFile.
008600 01  GLA-REC.
008700     03 GLA-CATEGORY             PIC X(50).
008800     03 GLA-ACCOUNT-CODE         PIC 9(06).

008900 SD  RebillSortFile.
009000 01  RBS-REC.
009100     03 RBS-CLIENT-CODE          PIC X(10).
009200     03 RBS-PROJECT-CODE         PIC X(10).
009300     03 RBS-EMPLOYEE-ID          PIC 9(6).
009400     03 RBS-EXPENSE-DATE         PIC X(10).
009500     03 RBS-REPORT-ID            PIC 9(6).
009600     03 RBS-CLIENT-NAME          PIC X(40).
009700     03 RBS-EMPLOYEE-NAME        PIC X(50).
009800     03 RBS-CATEGORY             PIC X(50).
009900     03 RBS-COST-CENTER          PIC X(10).
010000     03 RBS-FISCAL-PERIOD        PIC 9(6).
010100     03 RBS-GL-ACCOUNT           PIC 9(06).
010200     03 RBS-MARKUP-PCT           PIC 9(3)V99.
010300     03 RBS-COST-USD             PIC 9(7)V99.
010400     03 RBS-MARKUP-USD           PIC 9(7)V99.
010500     03 RBS-BILL-USD             PIC 9(7)V99.

010600*--------------------------------------------------------------
010700* REBILL INVOICE EXTRACT - ONE 'D' RECORD PER BILLABLE EXPENSE
010800* ROW, A 'P' TOTAL AFTER EACH PROJECT AND A 'C' TOTAL AFTER
010900* EACH CLIENT.  ON A TOTAL RECORD THE ROW FIELDS ARE BLANK OR
011000* ZERO AND RBX-ROW-COUNT IS THE NUMBER OF ROWS IT COVERS.
011100* AMOUNTS ARE USD; BILL = COST + MARKUP.
011200*--------------------------------------------------------------
011300 FD  RebillExtractFile.
011400 01  RBX-REC.
011500     03 RBX-RECORD-TYPE          PIC X(1).
011600        88 RBX-DETAIL                    VALUE 'D'.
011700        88 RBX-PROJECT-TOTAL             VALUE 'P'.
011800        88 RBX-CLIENT-TOTAL              VALUE 'C'.
011900     03 RBX-RUN-ID               PIC 9(6).
012000     03 RBX-CLIENT-CODE          PIC X(10).
012100     03 RBX-CLIENT-NAME          PIC X(40).
012200     03 RBX-PROJECT-CODE         PIC X(10).
012300     03 RBX-EMPLOYEE-ID          PIC 9(6).
012400     03 RBX-REPORT-ID            PIC 9(6).
012500     03 RBX-EXPENSE-DATE         PIC X(10).
012600     03 RBX-CATEGORY             PIC X(50).
012700     03 RBX-COST-CENTER          PIC X(10).
012800     03 RBX-ROW-COUNT            PIC 9(5).
012900     03 RBX-MARKUP-PCT           PIC 9(3)V99.
013000     03 RBX-COST-USD             PIC 9(9)V99.
013100     03 RBX-MARKUP-USD           PIC 9(9)V99.
013200     03 RBX-BILL-USD             PIC 9(9)V99.

013300*--------------------------------------------------------------
013400* GL RECLASS ENTRY - ONE PER REBILLED ROW, IN THE SAME DEBIT/
013500* CREDIT FORM AS CALC-ADVANCE'S ADVGLFEED.DAT: DEBIT UNBILLED
013600* RECEIVABLES, CREDIT THE CATEGORY'S EXPENSE ACCOUNT IN THE
013700* ROW'S COST CENTER, FOR THE COST (NO MARKUP).
013800*--------------------------------------------------------------
013900 FD  RebillGlFile.
014000 01  RBG-REC.
014100     03 RBG-POST-DATE            PIC 9(8).
014200     03 RBG-RUN-ID               PIC 9(6).
014300     03 RBG-EMPLOYEE-ID          PIC 9(6).
014400     03 RBG-REPORT-ID            PIC 9(6).
014500     03 RBG-PROJECT-CODE         PIC X(10).
014600     03 RBG-COST-CENTER          PIC X(10).
014700     03 RBG-DEBIT-ACCOUNT        PIC 9(06).
014800     03 RBG-CREDIT-ACCOUNT       PIC 9(06).
014900     03 RBG-USD-AMOUNT           PIC 9(9)V99.

015000 FD  RebillUnmappedFile.
015100 01  RBU-REC.
015200     03 RBU-REASON               PIC X(4).
015300        88 RBU-NO-PROJECT                VALUE 'PROJ'.
015400        88 RBU-NO-GL-ACCOUNT             VALUE 'GLAC'.
015500     03 RBU-REPORT-ID            PIC 9(6).
015600     03 RBU-EMPLOYEE-ID          PIC 9(6).
015700     03 RBU-PROJECT-CODE         PIC X(10).
015800     03 RBU-CATEGORY             PIC X(50).
015900     03 RBU-USD-AMOUNT           PIC 9(7)V99.

016000 FD  RebillReportFile.
016100 01  RBR-REPORT-LINE             PIC X(132).

016200 FD  RunStampFile.
016300 01  STAMP-REC.
016400     03 STAMP-RUN-ID             PIC 9(6).
016500     03 STAMP-RUN-DATE           PIC 9(8).

016600 FD  RunControlFile.
016700 01  RC-REC.
016800     COPY RUNCTL.

016900 WORKING-STORAGE SECTION.
017000*--------------------------------------------------------------
017100* RUN-CONTROL FIELDS - THE FEED'S RUN ID COMES FROM THE STAMP
017200* CALC-BATCH WRITES NEXT TO ALLSORTED.CSV; THE HIGHEST RUN ID
017300* ALREADY EXTRACTED COMES FROM THIS PROGRAM'S 'X' ENTRIES ON
017400* THE LEDGER.
017500*--------------------------------------------------------------
017600 01  WS-STAMP-FILE-STATUS        PIC X(02).
017700 01  WS-RUNCTL-FILE-STATUS       PIC X(02).
017800 01  WS-PROJECT-FILE-STATUS      PIC X(02).
017900 01  WS-GLACCOUNT-FILE-STATUS    PIC X(02).
018000 01  WS-FEED-RUN-ID              PIC 9(6) VALUE ZERO.
018100 01  WS-LAST-EXTRACTED-ID        PIC 9(6) VALUE ZERO.
018200 01  WS-RUN-DATE                 PIC 9(8).
018300 01  WS-COMMAND-LINE             PIC X(80).

018400*--------------------------------------------------------------
018500* SWITCHES
018600*--------------------------------------------------------------
018700 01  WS-SWITCHES.
018800     05 WS-RUN-OK-SW             PIC X(01) VALUE 'N'.
018900        88 RUN-CONTROL-OK                  VALUE 'Y'.
019000        88 RUN-CONTROL-BLOCKED             VALUE 'N'.
019100     05 WS-FORCE-SW              PIC X(01) VALUE 'N'.
019200        88 FORCED-RERUN                    VALUE 'Y'.
019300     05 WS-RUNCTL-EOF-SW         PIC X(01) VALUE 'N'.
019400        88 RUNCTL-EOF                      VALUE 'Y'.
019500     05 WS-INPUT-EOF-SW          PIC X(01) VALUE 'N'.
019600        88 INPUT-EOF                        VALUE 'Y'.
019700     05 WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
019800        88 SORT-RETURN-EOF                  VALUE 'Y'.
019900     05 WS-PROJFILE-EOF-SW       PIC X(01) VALUE 'N'.
020000        88 PROJFILE-EOF                     VALUE 'Y'.
020100     05 WS-GLFILE-EOF-SW         PIC X(01) VALUE 'N'.
020200        88 GLFILE-EOF                       VALUE 'Y'.
020300     05 WS-PROJECT-FOUND-SW      PIC X(01) VALUE 'N'.
020400        88 PROJECT-FOUND                    VALUE 'Y'.
020500        88 PROJECT-NOT-FOUND                VALUE 'N'.
020600     05 WS-BILLABLE-SW           PIC X(01) VALUE 'N'.
020700        88 CATEGORY-BILLABLE                VALUE 'Y'.
020800        88 CATEGORY-NOT-BILLABLE            VALUE 'N'.
020900     05 WS-GL-FOUND-SW           PIC X(01) VALUE 'N'.
021000        88 GL-ACCOUNT-FOUND                 VALUE 'Y'.
021100        88 GL-ACCOUNT-NOT-FOUND             VALUE 'N'.

021200*--------------------------------------------------------------
021300* PROJECT MASTER - LOADED FROM PROJECTS.DAT AT STARTUP.
021400*--------------------------------------------------------------
021500 01  PROJECT-TABLE-AREA.
021600     05 PROJECT-COUNT            PIC 9(04) COMP VALUE ZERO.
021700     05 PROJECT-TABLE OCCURS 1 TO 500 TIMES
021800           DEPENDING ON PROJECT-COUNT
021900           INDEXED BY PRJ-IDX.
022000        10 PRJ-TAB-PROJECT-CODE  PIC X(10).
022100        10 PRJ-TAB-CLIENT-CODE   PIC X(10).
022200        10 PRJ-TAB-CLIENT-NAME   PIC X(40).
022300        10 PRJ-TAB-MARKUP-PCT    PIC 9(3)V99.
022400        10 PRJ-TAB-CATEGORY      PIC X(50) OCCURS 5 TIMES.
022500 01  WS-PROJECTS-DROPPED         PIC 9(05) COMP VALUE ZERO.
022600 01  WS-CAT-SUB                  PIC 9(04) COMP VALUE ZERO.

022700*--------------------------------------------------------------
022800* CATEGORY-TO-GL-ACCOUNT LOOKUP TABLE - THE SAME MAP AS
022900* CALC-GLFEED'S, PLUS THE RECEIVABLE THE COST IS MOVED TO.
023000*--------------------------------------------------------------
023100 01  GL-ACCOUNT-TABLE-AREA.
023200     05 GL-ACCOUNT-COUNT         PIC 9(04) COMP VALUE ZERO.
023300     05 GL-ACCOUNT-TABLE OCCURS 1 TO 50 TIMES
023400           DEPENDING ON GL-ACCOUNT-COUNT
023500           INDEXED BY GLA-IDX.
023600        10 GLA-TAB-CATEGORY      PIC X(50).
023700        10 GLA-TAB-ACCOUNT       PIC 9(06).
023800 01  WS-GL-CATEGORY              PIC X(50).
023900 01  WS-UNBILLED-CATEGORY        PIC X(50) VALUE
024000         'Unbilled Receivables'.
024100 01  WS-UNBILLED-ACCOUNT         PIC 9(06) VALUE ZERO.

024200*--------------------------------------------------------------
024300* CONTROL-BREAK FIELDS - A PROJECT GROUP INSIDE A CLIENT GROUP.
024400*--------------------------------------------------------------
024500 01  WS-BREAK-CONTROL.
024600     05 WS-CLIENT-ACTIVE-SW      PIC X(01) VALUE 'N'.
024700        88 CLIENT-ACTIVE                   VALUE 'Y'.
024800     05 WS-PROJECT-ACTIVE-SW     PIC X(01) VALUE 'N'.
024900        88 PROJECT-ACTIVE                  VALUE 'Y'.
025000     05 WS-CLI-CLIENT-CODE       PIC X(10).
025100     05 WS-CLI-CLIENT-NAME       PIC X(40).
025200     05 WS-CLI-ROWS              PIC 9(5).
025300     05 WS-CLI-COST              PIC 9(9)V99.
025400     05 WS-CLI-MARKUP            PIC 9(9)V99.
025500     05 WS-CLI-BILL              PIC 9(9)V99.
025600     05 WS-PRJ-PROJECT-CODE      PIC X(10).
025700     05 WS-PRJ-MARKUP-PCT        PIC 9(3)V99.
025800     05 WS-PRJ-ROWS              PIC 9(5).
025900     05 WS-PRJ-COST              PIC 9(9)V99.
026000     05 WS-PRJ-MARKUP            PIC 9(9)V99.
026100     05 WS-PRJ-BILL              PIC 9(9)V99.

026200*--------------------------------------------------------------
026300* RUN COUNTERS AND WORK FIELDS
026400*--------------------------------------------------------------
026500 01  WS-COUNTERS.
026600     05 WS-RECORDS-READ          PIC 9(9) COMP VALUE ZERO.
026700     05 WS-RECORDS-PROJECT       PIC 9(9) COMP VALUE ZERO.
026800     05 WS-RECORDS-NOT-BILLABLE  PIC 9(9) COMP VALUE ZERO.
026900     05 WS-RECORDS-UNMAPPED      PIC 9(9) COMP VALUE ZERO.
027000     05 WS-RECORDS-BILLED        PIC 9(9) COMP VALUE ZERO.
027100     05 WS-GL-ENTRIES-WRITTEN    PIC 9(9) COMP VALUE ZERO.
027200     05 WS-PROJECTS-BILLED       PIC 9(9) COMP VALUE ZERO.
027300     05 WS-CLIENTS-BILLED        PIC 9(9) COMP VALUE ZERO.

027400 01  WS-GRAND-TOTALS.
027500     05 WS-TOT-COST              PIC 9(11)V99 VALUE ZERO.
027600     05 WS-TOT-MARKUP            PIC 9(11)V99 VALUE ZERO.
027700     05 WS-TOT-BILL              PIC 9(11)V99 VALUE ZERO.
027800     05 WS-TOT-GL-RECLASS        PIC 9(11)V99 VALUE ZERO.

027900 01  WS-REBILL-WORK.
028000     05 WS-MARKUP-USD            PIC 9(7)V99.

028100*--------------------------------------------------------------
028200* REPORT LINE LAYOUTS
028300*--------------------------------------------------------------
028400 01  RBR-HDG-1.
028500     05 FILLER                   PIC X(44) VALUE
028600         'CLIENT PROJECT REBILL EXTRACT - RUN DATE '.
028700     05 RBR-HDG-RUN-DATE         PIC 9(8).
028800     05 FILLER                   PIC X(10) VALUE '   RUN ID '.
028900     05 RBR-HDG-RUN-ID           PIC 9(6).
029000     05 FILLER                   PIC X(64) VALUE SPACES.

029100 01  RBR-HDG-2.
029200     05 FILLER                   PIC X(07) VALUE 'EMP-ID'.
029300     05 FILLER                   PIC X(21) VALUE 'EMPLOYEE NAME'.
029400     05 FILLER                   PIC X(11) VALUE 'DATE'.
029500     05 FILLER                   PIC X(07) VALUE 'REPORT'.
029600     05 FILLER                   PIC X(16) VALUE 'CATEGORY'.
029700     05 FILLER                   PIC X(11) VALUE 'COST CTR'.
029800     05 FILLER                   PIC X(14) VALUE
029900         '     COST USD'.
030000     05 FILLER                   PIC X(14) VALUE
030100         '   MARKUP USD'.
030200     05 FILLER                   PIC X(14) VALUE
030300         '     BILL USD'.
030400     05 FILLER                   PIC X(17) VALUE SPACES.

030500 01  RBR-HDG-3                   PIC X(132) VALUE ALL '-'.

030600 01  RBR-PROJECT-LINE.
030700     05 FILLER                   PIC X(08) VALUE 'CLIENT '.
030800     05 RBR-PRJ-CLIENT-CODE      PIC X(10).
030900     05 FILLER                   PIC X(01) VALUE SPACES.
031000     05 RBR-PRJ-CLIENT-NAME      PIC X(40).
031100     05 FILLER                   PIC X(10) VALUE '  PROJECT '.
031200     05 RBR-PRJ-PROJECT-CODE     PIC X(10).
031300     05 FILLER                   PIC X(10) VALUE '  MARKUP '.
031400     05 RBR-PRJ-MARKUP-PCT       PIC ZZ9.99.
031500     05 FILLER                   PIC X(01) VALUE '%'.
031600     05 FILLER                   PIC X(36) VALUE SPACES.

031700 01  RBR-DETAIL-LINE.
031800     05 RBR-DTL-EMPLOYEE-ID      PIC 9(6).
031900     05 FILLER                   PIC X(01) VALUE SPACES.
032000     05 RBR-DTL-NAME             PIC X(20).
032100     05 FILLER                   PIC X(01) VALUE SPACES.
032200     05 RBR-DTL-DATE             PIC X(10).
032300     05 FILLER                   PIC X(01) VALUE SPACES.
032400     05 RBR-DTL-REPORT-ID        PIC 9(6).
032500     05 FILLER                   PIC X(01) VALUE SPACES.
032600     05 RBR-DTL-CATEGORY         PIC X(15).
032700     05 FILLER                   PIC X(01) VALUE SPACES.
032800     05 RBR-DTL-COST-CENTER      PIC X(10).
032900     05 FILLER                   PIC X(01) VALUE SPACES.
033000     05 RBR-DTL-COST             PIC ZZ,ZZZ,ZZ9.99.
033100     05 FILLER                   PIC X(01) VALUE SPACES.
033200     05 RBR-DTL-MARKUP           PIC ZZ,ZZZ,ZZ9.99.
033300     05 FILLER                   PIC X(01) VALUE SPACES.
033400     05 RBR-DTL-BILL             PIC ZZ,ZZZ,ZZ9.99.
033500     05 FILLER                   PIC X(17) VALUE SPACES.

033600 01  RBR-TOTAL-LINE.
033700     05 RBR-TOT-LABEL            PIC X(15).
033800     05 RBR-TOT-CODE             PIC X(10).
033900     05 FILLER                   PIC X(02) VALUE SPACES.
034000     05 RBR-TOT-ROWS             PIC ZZZZ9.
034100     05 FILLER                   PIC X(41) VALUE ' ROWS'.
034200     05 RBR-TOT-COST             PIC ZZ,ZZZ,ZZ9.99.
034300     05 FILLER                   PIC X(01) VALUE SPACES.
034400     05 RBR-TOT-MARKUP           PIC ZZ,ZZZ,ZZ9.99.
034500     05 FILLER                   PIC X(01) VALUE SPACES.
034600     05 RBR-TOT-BILL             PIC ZZ,ZZZ,ZZ9.99.
034700     05 FILLER                   PIC X(17) VALUE SPACES.

034800 01  RBR-GRAND-LINE.
034900     05 FILLER                   PIC X(27) VALUE
035000         'GRAND TOTAL ALL CLIENTS'.
035100     05 RBR-GRD-ROWS             PIC ZZZZ9.
035200     05 FILLER                   PIC X(40) VALUE ' ROWS'.
035300     05 RBR-GRD-COST             PIC ZZZ,ZZZ,ZZ9.99.
035400     05 RBR-GRD-MARKUP           PIC ZZZ,ZZZ,ZZ9.99.
035500     05 RBR-GRD-BILL             PIC ZZZ,ZZZ,ZZ9.99.
035600     05 FILLER                   PIC X(18) VALUE SPACES.

035700 01  RBR-SECTION-LINE.
035800     05 RBR-SEC-TEXT             PIC X(60).
035900     05 FILLER                   PIC X(72) VALUE SPACES.

036000 01  RBR-COUNT-LINE.
036100     05 RBR-CNT-LABEL            PIC X(50).
036200     05 RBR-CNT-VALUE            PIC ZZZZZZZZ9.
036300     05 FILLER                   PIC X(73) VALUE SPACES.

036400 01  RBR-AMOUNT-LINE.
036500     05 RBR-AMT-LABEL            PIC X(50).
036600     05 RBR-AMT-VALUE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
036700     05 FILLER                   PIC X(64) VALUE SPACES.

036800 01  RBR-SIGNOFF-LINE.
036900     05 RBR-SGN-LABEL            PIC X(30).
037000     05 FILLER                   PIC X(40) VALUE ALL '_'.
037100     05 FILLER                   PIC X(08) VALUE '  DATE '.
037200     05 FILLER                   PIC X(12) VALUE ALL '_'.
037300     05 FILLER                   PIC X(42) VALUE SPACES.

037400 PROCEDURE DIVISION.

037500*================================================================
037600* 0000-MAINLINE
037700*================================================================
037800 0000-MAINLINE.
037900     PERFORM 0100-CHECK-RUN-CONTROL
038000         THRU 0100-EXIT.

038100     IF RUN-CONTROL-BLOCKED
038200         GOBACK
038300     END-IF.

038400     PERFORM 1000-INITIALIZE
038500         THRU 1000-EXIT.

038600     IF RUN-CONTROL-BLOCKED
038700         GOBACK
038800     END-IF.

038900     SORT RebillSortFile
039000         ON ASCENDING KEY RBS-CLIENT-CODE RBS-PROJECT-CODE
039100             RBS-EMPLOYEE-ID RBS-EXPENSE-DATE RBS-REPORT-ID
039200         INPUT PROCEDURE 2000-SELECT-BILLABLE
039300             THRU 2000-EXIT
039400         OUTPUT PROCEDURE 3000-WRITE-GROUPED
039500             THRU 3000-EXIT.

039600     PERFORM 8000-PRINT-TOTALS
039700         THRU 8000-EXIT.

039800     PERFORM 9000-TERMINATE
039900         THRU 9000-EXIT.

040000     GOBACK.

040100*================================================================
040200* 0100-CHECK-RUN-CONTROL - REFUSE A FEED THAT ISN'T FROM A
040300* NEWER RUN THAN THE LAST ONE EXTRACTED - A SECOND REBILL.DAT
040400* OF THE SAME RUN WOULD INVOICE THE CLIENT TWICE FOR THE SAME
040500* TRAVEL - UNLESS THE OPERATOR SAID FORCE ON THE COMMAND LINE.
040600*================================================================
040700 0100-CHECK-RUN-CONTROL.
040800     SET RUN-CONTROL-BLOCKED TO TRUE.
040900     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
041000     IF WS-COMMAND-LINE (1:5) = 'FORCE'
041100         SET FORCED-RERUN TO TRUE
041200     END-IF.

041300     OPEN INPUT RunStampFile.
041400     IF WS-STAMP-FILE-STATUS NOT = '00'
041500         DISPLAY 'CALC-REBILL: ALLSORTED.csv CARRIES NO RUN '
041600             'STAMP - RUN CALC-BATCH FIRST.'
041700         GO TO 0100-EXIT
041800     END-IF.
041900     READ RunStampFile
042000         AT END CONTINUE
042100     END-READ.
042200     IF STAMP-RUN-ID IS NOT NUMERIC
042300         DISPLAY 'CALC-REBILL: ALLSORTED.csv RUN STAMP IS '
042400             'UNREADABLE - RUN CALC-BATCH AGAIN.'
042500         CLOSE RunStampFile
042600         GO TO 0100-EXIT
042700     END-IF.
042800     MOVE STAMP-RUN-ID TO WS-FEED-RUN-ID.
042900     CLOSE RunStampFile.

043000     MOVE ZERO TO WS-LAST-EXTRACTED-ID.
043100     MOVE 'N' TO WS-RUNCTL-EOF-SW.
043200     OPEN INPUT RunControlFile.
043300     IF WS-RUNCTL-FILE-STATUS = '00'
043400         READ RunControlFile
043500             AT END SET RUNCTL-EOF TO TRUE
043600         END-READ
043700         PERFORM 0110-SCAN-ONE-LEDGER-ENTRY
043800             THRU 0110-EXIT
043900             UNTIL RUNCTL-EOF
044000         CLOSE RunControlFile
044100     END-IF.

044200     IF WS-FEED-RUN-ID > WS-LAST-EXTRACTED-ID
044300         SET RUN-CONTROL-OK TO TRUE
044400     ELSE
044500         IF FORCED-RERUN
044600             DISPLAY 'CALC-REBILL: RUN ' WS-FEED-RUN-ID
044700                 ' ALREADY EXTRACTED - FORCED RERUN.'
044800             SET RUN-CONTROL-OK TO TRUE
044900         ELSE
045000             DISPLAY 'CALC-REBILL: REFUSED - RUN '
045100                 WS-FEED-RUN-ID ' ALREADY EXTRACTED (LAST = '
045200                 WS-LAST-EXTRACTED-ID ').  A SECOND EXTRACT '
045300                 'WOULD BILL THE CLIENT TWICE.  SAY FORCE TO '
045400                 'RERUN.'
045500         END-IF
045600     END-IF.
045700 0100-EXIT.
045800     EXIT.

045900 0110-SCAN-ONE-LEDGER-ENTRY.
046000     IF RC-REBILL-EXTRACTED
046100         AND RC-RUN-ID > WS-LAST-EXTRACTED-ID
046200         MOVE RC-RUN-ID TO WS-LAST-EXTRACTED-ID
046300     END-IF.

046400     READ RunControlFile
046500         AT END SET RUNCTL-EOF TO TRUE
046600     END-READ.
046700 0110-EXIT.
046800     EXIT.

046900*================================================================
047000* 1000-INITIALIZE - LOAD THE ACCOUNT MAP AND PROJECT MASTER AND
047100* OPEN THE FILES.  THE RUN IS REFUSED, WITH NOTHING WRITTEN, IF
047200* GLACCOUNTS.DAT HAS NO 'UNBILLED RECEIVABLES' ROW - THE
047300* RECLASS WOULD HAVE NOWHERE TO GO.
047400*================================================================
047500 1000-INITIALIZE.
047600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

047700     PERFORM 1100-LOAD-GL-TABLE
047800         THRU 1100-EXIT.
047900     MOVE WS-UNBILLED-CATEGORY TO WS-GL-CATEGORY.
048000     PERFORM 1150-FIND-GL-ACCOUNT
048100         THRU 1150-EXIT.
048200     IF GL-ACCOUNT-NOT-FOUND
048300         DISPLAY 'CALC-REBILL: REFUSED - NO ' WS-GL-CATEGORY
048400         DISPLAY 'CALC-REBILL: ROW ON CONTROL/GLACCOUNTS.DAT - '
048500             'ADD IT AND RUN AGAIN.'
048600         SET RUN-CONTROL-BLOCKED TO TRUE
048700         GO TO 1000-EXIT
048800     END-IF.
048900     MOVE GLA-TAB-ACCOUNT (GLA-IDX) TO WS-UNBILLED-ACCOUNT.

049000     PERFORM 1200-LOAD-PROJECT-TABLE
049100         THRU 1200-EXIT.

049200     OPEN INPUT  RebillInputFile.
049300     OPEN OUTPUT RebillExtractFile.
049400     OPEN OUTPUT RebillGlFile.
049500     OPEN OUTPUT RebillUnmappedFile.
049600     OPEN OUTPUT RebillReportFile.

049700     MOVE WS-RUN-DATE    TO RBR-HDG-RUN-DATE.
049800     MOVE WS-FEED-RUN-ID TO RBR-HDG-RUN-ID.
049900     WRITE RBR-REPORT-LINE FROM RBR-HDG-1
050000         AFTER ADVANCING 1 LINE.
050100     WRITE RBR-REPORT-LINE FROM RBR-HDG-2
050200         AFTER ADVANCING 1 LINE.
050300     WRITE RBR-REPORT-LINE FROM RBR-HDG-3
050400         AFTER ADVANCING 1 LINE.
050500 1000-EXIT.
050600     EXIT.

050700*================================================================
050800* 1100-LOAD-GL-TABLE - LOAD THE CATEGORY-TO-ACCOUNT MAPPING
050900* FROM CONTROL/GLACCOUNTS.DAT.
051000*================================================================
051100 1100-LOAD-GL-TABLE.
051200     MOVE ZERO TO GL-ACCOUNT-COUNT.
051300     MOVE 'N' TO WS-GLFILE-EOF-SW.
051400     OPEN INPUT GlAccountFile.
051500     IF WS-GLACCOUNT-FILE-STATUS NOT = '00'
051600         GO TO 1100-EXIT
051700     END-IF.

051800     READ GlAccountFile
051900         AT END MOVE 'Y' TO WS-GLFILE-EOF-SW
052000     END-READ.

052100     PERFORM 1110-LOAD-ONE-GL-ACCOUNT
052200         THRU 1110-EXIT
052300         UNTIL GLFILE-EOF.

052400     CLOSE GlAccountFile.
052500 1100-EXIT.
052600     EXIT.

052700 1110-LOAD-ONE-GL-ACCOUNT.
052800     IF GL-ACCOUNT-COUNT < 50
052900         ADD 1 TO GL-ACCOUNT-COUNT
053000         SET GLA-IDX TO GL-ACCOUNT-COUNT
053100         MOVE GLA-CATEGORY     TO GLA-TAB-CATEGORY (GLA-IDX)
053200         MOVE GLA-ACCOUNT-CODE TO GLA-TAB-ACCOUNT (GLA-IDX)
053300     END-IF.

053400     READ GlAccountFile
053500         AT END MOVE 'Y' TO WS-GLFILE-EOF-SW
053600     END-READ.
053700 1110-EXIT.
053800     EXIT.

053900*================================================================
054000* 1150-FIND-GL-ACCOUNT - POINT GLA-IDX AT WS-GL-CATEGORY'S ROW.
054100* NOT FOUND LEAVES GLA-IDX ON ROW 1 SO THE CALLER'S MOVE IS
054200* HARMLESS - IT CHECKS THE SWITCH.
054300*================================================================
054400 1150-FIND-GL-ACCOUNT.
054500     SET GL-ACCOUNT-NOT-FOUND TO TRUE.
054600     SET GLA-IDX TO 1.
054700     IF GL-ACCOUNT-COUNT > ZERO
054800         SEARCH GL-ACCOUNT-TABLE
054900             AT END
055000                 SET GL-ACCOUNT-NOT-FOUND TO TRUE
055100                 SET GLA-IDX TO 1
055200             WHEN GLA-TAB-CATEGORY (GLA-IDX) = WS-GL-CATEGORY
055300                 SET GL-ACCOUNT-FOUND TO TRUE
055400         END-SEARCH
055500     END-IF.
055600 1150-EXIT.
055700     EXIT.

055800*================================================================
055900* 1200-LOAD-PROJECT-TABLE - LOAD THE PROJECT MASTER.  NO
056000* PROJECTS.DAT ON DISK MEANS NO PROJECTS ARE SET UP - EVERY
056100* CODED ROW THEN LANDS ON REBILLUNMAPPED.CSV.
056200*================================================================
056300 1200-LOAD-PROJECT-TABLE.
056400     MOVE ZERO TO PROJECT-COUNT.
056500     MOVE 'N' TO WS-PROJFILE-EOF-SW.
056600     OPEN INPUT ProjectFile.
056700     IF WS-PROJECT-FILE-STATUS NOT = '00'
056800         GO TO 1200-EXIT
056900     END-IF.

057000     READ ProjectFile
057100         AT END MOVE 'Y' TO WS-PROJFILE-EOF-SW
057200     END-READ.

057300     PERFORM 1210-LOAD-ONE-PROJECT
057400         THRU 1210-EXIT
057500         UNTIL PROJFILE-EOF.

057600     CLOSE ProjectFile.

057700     IF WS-PROJECTS-DROPPED > ZERO
057800         DISPLAY 'REBILL WARNING - ' WS-PROJECTS-DROPPED
057900             ' PROJECTS PAST THE TABLE LIMIT - THEIR ROWS WILL '
058000             'SHOW AS UNMAPPED.  RAISE THE LIMIT'
058100     END-IF.
058200 1200-EXIT.
058300     EXIT.

058400 1210-LOAD-ONE-PROJECT.
058500     IF PROJECT-COUNT < 500
058600         ADD 1 TO PROJECT-COUNT
058700         SET PRJ-IDX TO PROJECT-COUNT
058800         MOVE PRJ-PROJECT-CODE TO PRJ-TAB-PROJECT-CODE (PRJ-IDX)
058900         MOVE PRJ-CLIENT-CODE  TO PRJ-TAB-CLIENT-CODE (PRJ-IDX)
059000         MOVE PRJ-CLIENT-NAME  TO PRJ-TAB-CLIENT-NAME (PRJ-IDX)
059100         MOVE PRJ-MARKUP-PCT   TO PRJ-TAB-MARKUP-PCT (PRJ-IDX)
059200         MOVE PRJ-BILLABLE-CATEGORY (1)
059300             TO PRJ-TAB-CATEGORY (PRJ-IDX, 1)
059400         MOVE PRJ-BILLABLE-CATEGORY (2)
059500             TO PRJ-TAB-CATEGORY (PRJ-IDX, 2)
059600         MOVE PRJ-BILLABLE-CATEGORY (3)
059700             TO PRJ-TAB-CATEGORY (PRJ-IDX, 3)
059800         MOVE PRJ-BILLABLE-CATEGORY (4)
059900             TO PRJ-TAB-CATEGORY (PRJ-IDX, 4)
060000         MOVE PRJ-BILLABLE-CATEGORY (5)
060100             TO PRJ-TAB-CATEGORY (PRJ-IDX, 5)
060200         IF PRJ-TAB-MARKUP-PCT (PRJ-IDX) IS NOT NUMERIC
060300             MOVE ZERO TO PRJ-TAB-MARKUP-PCT (PRJ-IDX)
060400         END-IF
060500     ELSE
060600         ADD 1 TO WS-PROJECTS-DROPPED
060700     END-IF.

060800     READ ProjectFile
060900         AT END MOVE 'Y' TO WS-PROJFILE-EOF-SW
061000     END-READ.
061100 1210-EXIT.
061200     EXIT.

061300*================================================================
061400* 2000-SELECT-BILLABLE (SORT INPUT PROCEDURE) - RELEASE EVERY
061500* PROJECT ROW WHOSE CATEGORY IS BILLABLE ON ITS PROJECT, WITH
061600* ITS MARKUP ALREADY COMPUTED.  ROWS WITH NO PROJECT CODE ARE
061700* ORDINARY SPEND AND ARE SKIPPED; A PROJECT ROW IN A CATEGORY
061800* THE CONTRACT DOESN'T COVER IS COUNTED BUT NOT BILLED.
061900*================================================================
062000 2000-SELECT-BILLABLE.
062100     READ RebillInputFile
062200         AT END MOVE 'Y' TO WS-INPUT-EOF-SW
062300     END-READ.

062400     PERFORM 2100-SELECT-ONE-RECORD
062500         THRU 2100-EXIT
062600         UNTIL INPUT-EOF.
062700 2000-EXIT.
062800     EXIT.

062900 2100-SELECT-ONE-RECORD.
063000     ADD 1 TO WS-RECORDS-READ.

063100     IF ProjectCode = SPACES
063200         GO TO 2100-NEXT
063300     END-IF.

063400     ADD 1 TO WS-RECORDS-PROJECT.

063500     PERFORM 2110-FIND-PROJECT
063600         THRU 2110-EXIT.
063700     IF PROJECT-NOT-FOUND
063800         SET RBU-NO-PROJECT TO TRUE
063900         PERFORM 2130-WRITE-UNMAPPED
064000             THRU 2130-EXIT
064100         GO TO 2100-NEXT
064200     END-IF.

064300     SET CATEGORY-NOT-BILLABLE TO TRUE.
064400     PERFORM 2115-CHECK-ONE-CATEGORY
064500         THRU 2115-EXIT
064600         VARYING WS-CAT-SUB FROM 1 BY 1
064700         UNTIL WS-CAT-SUB > 5
064800            OR CATEGORY-BILLABLE.
064900     IF CATEGORY-NOT-BILLABLE
065000         ADD 1 TO WS-RECORDS-NOT-BILLABLE
065100         GO TO 2100-NEXT
065200     END-IF.

065300     MOVE Category TO WS-GL-CATEGORY.
065400     PERFORM 1150-FIND-GL-ACCOUNT
065500         THRU 1150-EXIT.
065600     IF GL-ACCOUNT-NOT-FOUND
065700         SET RBU-NO-GL-ACCOUNT TO TRUE
065800         PERFORM 2130-WRITE-UNMAPPED
065900             THRU 2130-EXIT
066000         GO TO 2100-NEXT
066100     END-IF.

066200     PERFORM 2120-RELEASE-BILLABLE
066300         THRU 2120-EXIT.

066400 2100-NEXT.
066500     READ RebillInputFile
066600         AT END MOVE 'Y' TO WS-INPUT-EOF-SW
066700     END-READ.
066800 2100-EXIT.
066900     EXIT.

067000*================================================================
067100* 2110-FIND-PROJECT - POINT PRJ-IDX AT THE ROW'S PROJECT.
067200*================================================================
067300 2110-FIND-PROJECT.
067400     SET PROJECT-NOT-FOUND TO TRUE.
067500     IF PROJECT-COUNT > ZERO
067600         SET PRJ-IDX TO 1
067700         SEARCH PROJECT-TABLE
067800             AT END
067900                 SET PROJECT-NOT-FOUND TO TRUE
068000             WHEN PRJ-TAB-PROJECT-CODE (PRJ-IDX) = ProjectCode
068100                 SET PROJECT-FOUND TO TRUE
068200         END-SEARCH
068300     END-IF.
068400 2110-EXIT.
068500     EXIT.

068600 2115-CHECK-ONE-CATEGORY.
068700     IF PRJ-TAB-CATEGORY (PRJ-IDX, WS-CAT-SUB) NOT = SPACES
068800         AND PRJ-TAB-CATEGORY (PRJ-IDX, WS-CAT-SUB) = Category
068900         SET CATEGORY-BILLABLE TO TRUE
069000     END-IF.
069100 2115-EXIT.
069200     EXIT.

069300*================================================================
069400* 2120-RELEASE-BILLABLE - THE MARKUP IS THE PROJECT'S PERCENT
069500* OF THE USD COST, ROUNDED TO THE CENT, PER ROW.
069600*================================================================
069700 2120-RELEASE-BILLABLE.
069800     COMPUTE WS-MARKUP-USD ROUNDED =
069900             UsdAmount * PRJ-TAB-MARKUP-PCT (PRJ-IDX) / 100.

070000     MOVE PRJ-TAB-CLIENT-CODE (PRJ-IDX) TO RBS-CLIENT-CODE.
070100     MOVE ProjectCode              TO RBS-PROJECT-CODE.
070200     MOVE EmployeeId               TO RBS-EMPLOYEE-ID.
070300     MOVE ExpenseDate (1:10)       TO RBS-EXPENSE-DATE.
070400     MOVE ReportId                 TO RBS-REPORT-ID.
070500     MOVE PRJ-TAB-CLIENT-NAME (PRJ-IDX) TO RBS-CLIENT-NAME.
070600     MOVE EmployeeName             TO RBS-EMPLOYEE-NAME.
070700     MOVE Category                 TO RBS-CATEGORY.
070800     MOVE CostCenter               TO RBS-COST-CENTER.
070900     MOVE FiscalPeriod             TO RBS-FISCAL-PERIOD.
071000     MOVE GLA-TAB-ACCOUNT (GLA-IDX) TO RBS-GL-ACCOUNT.
071100     MOVE PRJ-TAB-MARKUP-PCT (PRJ-IDX) TO RBS-MARKUP-PCT.
071200     MOVE UsdAmount                TO RBS-COST-USD.
071300     MOVE WS-MARKUP-USD            TO RBS-MARKUP-USD.
071400     COMPUTE RBS-BILL-USD = UsdAmount + WS-MARKUP-USD.

071500     RELEASE RBS-REC.
071600 2120-EXIT.
071700     EXIT.

071800 2130-WRITE-UNMAPPED.
071900     MOVE ReportId          TO RBU-REPORT-ID.
072000     MOVE EmployeeId        TO RBU-EMPLOYEE-ID.
072100     MOVE ProjectCode       TO RBU-PROJECT-CODE.
072200     MOVE Category          TO RBU-CATEGORY.
072300     MOVE UsdAmount         TO RBU-USD-AMOUNT.

072400     WRITE RBU-REC.

072500     ADD 1 TO WS-RECORDS-UNMAPPED.
072600 2130-EXIT.
072700     EXIT.

072800*================================================================
072900* 3000-WRITE-GROUPED (SORT OUTPUT PROCEDURE) - ROWS COME BACK
073000* ORDERED BY CLIENT, PROJECT, EMPLOYEE AND DATE.  EVERY ROW IS
073100* EXTRACTED, PRINTED AND RECLASSED AS IT COMES; THE PROJECT AND
073200* CLIENT TOTALS ARE WRITTEN AT THE BREAKS AND AFTER THE LAST ROW.
073300*================================================================
073400 3000-WRITE-GROUPED.
073500     MOVE 'N' TO WS-CLIENT-ACTIVE-SW.
073600     MOVE 'N' TO WS-PROJECT-ACTIVE-SW.

073700     RETURN RebillSortFile
073800         AT END MOVE 'Y' TO WS-SORT-EOF-SW
073900     END-RETURN.

074000     PERFORM 3100-ADD-ONE-ROW
074100         THRU 3100-EXIT
074200         UNTIL SORT-RETURN-EOF.

074300     IF PROJECT-ACTIVE
074400         PERFORM 3300-WRITE-PROJECT-TOTAL
074500             THRU 3300-EXIT
074600     END-IF.
074700     IF CLIENT-ACTIVE
074800         PERFORM 3400-WRITE-CLIENT-TOTAL
074900             THRU 3400-EXIT
075000     END-IF.
075100 3000-EXIT.
075200     EXIT.

075300 3100-ADD-ONE-ROW.
075400     IF PROJECT-ACTIVE
075500         AND (RBS-CLIENT-CODE NOT = WS-CLI-CLIENT-CODE
075600           OR RBS-PROJECT-CODE NOT = WS-PRJ-PROJECT-CODE)
075700         PERFORM 3300-WRITE-PROJECT-TOTAL
075800             THRU 3300-EXIT
075900     END-IF.
076000     IF CLIENT-ACTIVE
076100         AND RBS-CLIENT-CODE NOT = WS-CLI-CLIENT-CODE
076200         PERFORM 3400-WRITE-CLIENT-TOTAL
076300             THRU 3400-EXIT
076400     END-IF.

076500     IF NOT CLIENT-ACTIVE
076600         MOVE 'Y'                TO WS-CLIENT-ACTIVE-SW
076700         MOVE RBS-CLIENT-CODE    TO WS-CLI-CLIENT-CODE
076800         MOVE RBS-CLIENT-NAME    TO WS-CLI-CLIENT-NAME
076900         MOVE ZERO TO WS-CLI-ROWS
077000         MOVE ZERO TO WS-CLI-COST
077100         MOVE ZERO TO WS-CLI-MARKUP
077200         MOVE ZERO TO WS-CLI-BILL
077300     END-IF.

077400     IF NOT PROJECT-ACTIVE
077500         MOVE 'Y'                TO WS-PROJECT-ACTIVE-SW
077600         MOVE RBS-PROJECT-CODE   TO WS-PRJ-PROJECT-CODE
077700         MOVE RBS-MARKUP-PCT     TO WS-PRJ-MARKUP-PCT
077800         MOVE ZERO TO WS-PRJ-ROWS
077900         MOVE ZERO TO WS-PRJ-COST
078000         MOVE ZERO TO WS-PRJ-MARKUP
078100         MOVE ZERO TO WS-PRJ-BILL
078200         MOVE WS-CLI-CLIENT-CODE  TO RBR-PRJ-CLIENT-CODE
078300         MOVE WS-CLI-CLIENT-NAME  TO RBR-PRJ-CLIENT-NAME
078400         MOVE WS-PRJ-PROJECT-CODE TO RBR-PRJ-PROJECT-CODE
078500         MOVE WS-PRJ-MARKUP-PCT   TO RBR-PRJ-MARKUP-PCT
078600         WRITE RBR-REPORT-LINE FROM RBR-PROJECT-LINE
078700             AFTER ADVANCING 2 LINES
078800     END-IF.

078900     PERFORM 3200-WRITE-DETAIL
079000         THRU 3200-EXIT.

079100     RETURN RebillSortFile
079200         AT END MOVE 'Y' TO WS-SORT-EOF-SW
079300     END-RETURN.
079400 3100-EXIT.
079500     EXIT.

079600*================================================================
079700* 3200-WRITE-DETAIL - ONE EXTRACT RECORD, ONE REPORT LINE AND
079800* ONE GL RECLASS ENTRY PER BILLABLE ROW.
079900*================================================================
080000 3200-WRITE-DETAIL.
080100     MOVE SPACES               TO RBX-REC.
080200     SET RBX-DETAIL            TO TRUE.
080300     MOVE WS-FEED-RUN-ID       TO RBX-RUN-ID.
080400     MOVE WS-CLI-CLIENT-CODE   TO RBX-CLIENT-CODE.
080500     MOVE WS-CLI-CLIENT-NAME   TO RBX-CLIENT-NAME.
080600     MOVE WS-PRJ-PROJECT-CODE  TO RBX-PROJECT-CODE.
080700     MOVE RBS-EMPLOYEE-ID      TO RBX-EMPLOYEE-ID.
080800     MOVE RBS-REPORT-ID        TO RBX-REPORT-ID.
080900     MOVE RBS-EXPENSE-DATE     TO RBX-EXPENSE-DATE.
081000     MOVE RBS-CATEGORY         TO RBX-CATEGORY.
081100     MOVE RBS-COST-CENTER      TO RBX-COST-CENTER.
081200     MOVE 1                    TO RBX-ROW-COUNT.
081300     MOVE RBS-MARKUP-PCT       TO RBX-MARKUP-PCT.
081400     MOVE RBS-COST-USD         TO RBX-COST-USD.
081500     MOVE RBS-MARKUP-USD       TO RBX-MARKUP-USD.
081600     MOVE RBS-BILL-USD         TO RBX-BILL-USD.
081700     WRITE RBX-REC.
081800     ADD 1 TO WS-RECORDS-BILLED.

081900     MOVE RBS-EMPLOYEE-ID      TO RBR-DTL-EMPLOYEE-ID.
082000     MOVE RBS-EMPLOYEE-NAME    TO RBR-DTL-NAME.
082100     MOVE RBS-EXPENSE-DATE     TO RBR-DTL-DATE.
082200     MOVE RBS-REPORT-ID        TO RBR-DTL-REPORT-ID.
082300     MOVE RBS-CATEGORY         TO RBR-DTL-CATEGORY.
082400     MOVE RBS-COST-CENTER      TO RBR-DTL-COST-CENTER.
082500     MOVE RBS-COST-USD         TO RBR-DTL-COST.
082600     MOVE RBS-MARKUP-USD       TO RBR-DTL-MARKUP.
082700     MOVE RBS-BILL-USD         TO RBR-DTL-BILL.
082800     WRITE RBR-REPORT-LINE FROM RBR-DETAIL-LINE
082900         AFTER ADVANCING 1 LINE.

083000     MOVE WS-RUN-DATE          TO RBG-POST-DATE.
083100     MOVE WS-FEED-RUN-ID       TO RBG-RUN-ID.
083200     MOVE RBS-EMPLOYEE-ID      TO RBG-EMPLOYEE-ID.
083300     MOVE RBS-REPORT-ID        TO RBG-REPORT-ID.
083400     MOVE RBS-PROJECT-CODE     TO RBG-PROJECT-CODE.
083500     MOVE RBS-COST-CENTER      TO RBG-COST-CENTER.
083600     MOVE WS-UNBILLED-ACCOUNT  TO RBG-DEBIT-ACCOUNT.
083700     MOVE RBS-GL-ACCOUNT       TO RBG-CREDIT-ACCOUNT.
083800     MOVE RBS-COST-USD         TO RBG-USD-AMOUNT.
083900     WRITE RBG-REC.
084000     ADD 1 TO WS-GL-ENTRIES-WRITTEN.
084100     ADD RBS-COST-USD TO WS-TOT-GL-RECLASS.

084200     ADD 1              TO WS-PRJ-ROWS.
084300     ADD RBS-COST-USD   TO WS-PRJ-COST.
084400     ADD RBS-MARKUP-USD TO WS-PRJ-MARKUP.
084500     ADD RBS-BILL-USD   TO WS-PRJ-BILL.
084600 3200-EXIT.
084700     EXIT.

084800*================================================================
084900* 3300-WRITE-PROJECT-TOTAL - THE 'P' RECORD AND REPORT LINE FOR
085000* THE PROJECT JUST FINISHED, ROLLED INTO ITS CLIENT.
085100*================================================================
085200 3300-WRITE-PROJECT-TOTAL.
085300     MOVE SPACES               TO RBX-REC.
085400     SET RBX-PROJECT-TOTAL     TO TRUE.
085500     MOVE WS-FEED-RUN-ID       TO RBX-RUN-ID.
085600     MOVE WS-CLI-CLIENT-CODE   TO RBX-CLIENT-CODE.
085700     MOVE WS-CLI-CLIENT-NAME   TO RBX-CLIENT-NAME.
085800     MOVE WS-PRJ-PROJECT-CODE  TO RBX-PROJECT-CODE.
085900     MOVE ZERO                 TO RBX-EMPLOYEE-ID.
086000     MOVE ZERO                 TO RBX-REPORT-ID.
086100     MOVE WS-PRJ-ROWS          TO RBX-ROW-COUNT.
086200     MOVE WS-PRJ-MARKUP-PCT    TO RBX-MARKUP-PCT.
086300     MOVE WS-PRJ-COST          TO RBX-COST-USD.
086400     MOVE WS-PRJ-MARKUP        TO RBX-MARKUP-USD.
086500     MOVE WS-PRJ-BILL          TO RBX-BILL-USD.
086600     WRITE RBX-REC.

086700     MOVE 'TOTAL PROJECT '     TO RBR-TOT-LABEL.
086800     MOVE WS-PRJ-PROJECT-CODE  TO RBR-TOT-CODE.
086900     MOVE WS-PRJ-ROWS          TO RBR-TOT-ROWS.
087000     MOVE WS-PRJ-COST          TO RBR-TOT-COST.
087100     MOVE WS-PRJ-MARKUP        TO RBR-TOT-MARKUP.
087200     MOVE WS-PRJ-BILL          TO RBR-TOT-BILL.
087300     WRITE RBR-REPORT-LINE FROM RBR-TOTAL-LINE
087400         AFTER ADVANCING 1 LINE.
087500     ADD 1 TO WS-PROJECTS-BILLED.

087600     ADD WS-PRJ-ROWS   TO WS-CLI-ROWS.
087700     ADD WS-PRJ-COST   TO WS-CLI-COST.
087800     ADD WS-PRJ-MARKUP TO WS-CLI-MARKUP.
087900     ADD WS-PRJ-BILL   TO WS-CLI-BILL.

088000     MOVE 'N' TO WS-PROJECT-ACTIVE-SW.
088100 3300-EXIT.
088200     EXIT.

088300*================================================================
088400* 3400-WRITE-CLIENT-TOTAL - THE 'C' RECORD AND REPORT LINE FOR
088500* THE CLIENT JUST FINISHED, ROLLED INTO THE GRAND TOTAL.
088600*================================================================
088700 3400-WRITE-CLIENT-TOTAL.
088800     MOVE SPACES               TO RBX-REC.
088900     SET RBX-CLIENT-TOTAL      TO TRUE.
089000     MOVE WS-FEED-RUN-ID       TO RBX-RUN-ID.
089100     MOVE WS-CLI-CLIENT-CODE   TO RBX-CLIENT-CODE.
089200     MOVE WS-CLI-CLIENT-NAME   TO RBX-CLIENT-NAME.
089300     MOVE ZERO                 TO RBX-EMPLOYEE-ID.
089400     MOVE ZERO                 TO RBX-REPORT-ID.
089500     MOVE WS-CLI-ROWS          TO RBX-ROW-COUNT.
089600     MOVE ZERO                 TO RBX-MARKUP-PCT.
089700     MOVE WS-CLI-COST          TO RBX-COST-USD.
089800     MOVE WS-CLI-MARKUP        TO RBX-MARKUP-USD.
089900     MOVE WS-CLI-BILL          TO RBX-BILL-USD.
090000     WRITE RBX-REC.

090100     MOVE 'TOTAL CLIENT  '     TO RBR-TOT-LABEL.
090200     MOVE WS-CLI-CLIENT-CODE   TO RBR-TOT-CODE.
090300     MOVE WS-CLI-ROWS          TO RBR-TOT-ROWS.
090400     MOVE WS-CLI-COST          TO RBR-TOT-COST.
090500     MOVE WS-CLI-MARKUP        TO RBR-TOT-MARKUP.
090600     MOVE WS-CLI-BILL          TO RBR-TOT-BILL.
090700     WRITE RBR-REPORT-LINE FROM RBR-TOTAL-LINE
090800         AFTER ADVANCING 1 LINE.
090900     ADD 1 TO WS-CLIENTS-BILLED.

091000     ADD WS-CLI-COST   TO WS-TOT-COST.
091100     ADD WS-CLI-MARKUP TO WS-TOT-MARKUP.
091200     ADD WS-CLI-BILL   TO WS-TOT-BILL.

091300     MOVE 'N' TO WS-CLIENT-ACTIVE-SW.
091400 3400-EXIT.
091500     EXIT.

091600*================================================================
091700* 8000-PRINT-TOTALS - GRAND TOTAL, ROW COUNTS THAT TIE THE
091800* REPORT BACK TO ALLSORTED.CSV, THE RECLASS TOTAL THAT TIES TO
091900* THE COST BILLED, AND THE SIGN-OFF BLOCK.
092000*================================================================
092100 8000-PRINT-TOTALS.
092200     WRITE RBR-REPORT-LINE FROM RBR-HDG-3
092300         AFTER ADVANCING 2 LINES.
092400     MOVE WS-RECORDS-BILLED TO RBR-GRD-ROWS.
092500     MOVE WS-TOT-COST       TO RBR-GRD-COST.
092600     MOVE WS-TOT-MARKUP     TO RBR-GRD-MARKUP.
092700     MOVE WS-TOT-BILL       TO RBR-GRD-BILL.
092800     WRITE RBR-REPORT-LINE FROM RBR-GRAND-LINE
092900         AFTER ADVANCING 1 LINE.
093000     WRITE RBR-REPORT-LINE FROM RBR-HDG-3
093100         AFTER ADVANCING 1 LINE.

093200     MOVE 'ROWS READ FROM ALLSORTED.CSV'     TO RBR-CNT-LABEL.
093300     MOVE WS-RECORDS-READ                    TO RBR-CNT-VALUE.
093400     WRITE RBR-REPORT-LINE FROM RBR-COUNT-LINE
093500         AFTER ADVANCING 1 LINE.
093600     MOVE 'ROWS CARRYING A PROJECT CODE'     TO RBR-CNT-LABEL.
093700     MOVE WS-RECORDS-PROJECT                 TO RBR-CNT-VALUE.
093800     WRITE RBR-REPORT-LINE FROM RBR-COUNT-LINE
093900         AFTER ADVANCING 1 LINE.
094000     MOVE 'CATEGORY NOT BILLABLE ON THE PROJECT'
094100                                             TO RBR-CNT-LABEL.
094200     MOVE WS-RECORDS-NOT-BILLABLE            TO RBR-CNT-VALUE.
094300     WRITE RBR-REPORT-LINE FROM RBR-COUNT-LINE
094400         AFTER ADVANCING 1 LINE.
094500     MOVE 'LEFT OUT - SEE REBILLUNMAPPED.CSV' TO RBR-CNT-LABEL.
094600     MOVE WS-RECORDS-UNMAPPED                TO RBR-CNT-VALUE.
094700     WRITE RBR-REPORT-LINE FROM RBR-COUNT-LINE
094800         AFTER ADVANCING 1 LINE.
094900     MOVE 'ROWS BILLED'                      TO RBR-CNT-LABEL.
095000     MOVE WS-RECORDS-BILLED                  TO RBR-CNT-VALUE.
095100     WRITE RBR-REPORT-LINE FROM RBR-COUNT-LINE
095200         AFTER ADVANCING 1 LINE.
095300     MOVE 'PROJECTS BILLED'                  TO RBR-CNT-LABEL.
095400     MOVE WS-PROJECTS-BILLED                 TO RBR-CNT-VALUE.
095500     WRITE RBR-REPORT-LINE FROM RBR-COUNT-LINE
095600         AFTER ADVANCING 1 LINE.
095700     MOVE 'CLIENTS BILLED'                   TO RBR-CNT-LABEL.
095800     MOVE WS-CLIENTS-BILLED                  TO RBR-CNT-VALUE.
095900     WRITE RBR-REPORT-LINE FROM RBR-COUNT-LINE
096000         AFTER ADVANCING 1 LINE.
096100     MOVE 'GL RECLASS ENTRIES (REBILLGL.DAT)' TO RBR-CNT-LABEL.
096200     MOVE WS-GL-ENTRIES-WRITTEN              TO RBR-CNT-VALUE.
096300     WRITE RBR-REPORT-LINE FROM RBR-COUNT-LINE
096400         AFTER ADVANCING 1 LINE.
096500     MOVE 'COST RECLASSED TO UNBILLED RECEIVABLES USD'
096600                                             TO RBR-AMT-LABEL.
096700     MOVE WS-TOT-GL-RECLASS                  TO RBR-AMT-VALUE.
096800     WRITE RBR-REPORT-LINE FROM RBR-AMOUNT-LINE
096900         AFTER ADVANCING 1 LINE.

097000     IF WS-TOT-GL-RECLASS NOT = WS-TOT-COST
097100         MOVE 'WARNING - GL RECLASS DOES NOT AGREE TO COST BILLED'
097200             TO RBR-SEC-TEXT
097300         WRITE RBR-REPORT-LINE FROM RBR-SECTION-LINE
097400             AFTER ADVANCING 1 LINE
097500     END-IF.

097600     MOVE 'PREPARED BY (FINANCE):'   TO RBR-SGN-LABEL.
097700     WRITE RBR-REPORT-LINE FROM RBR-SIGNOFF-LINE
097800         AFTER ADVANCING 3 LINES.
097900     MOVE 'APPROVED BY (BILLING):'   TO RBR-SGN-LABEL.
098000     WRITE RBR-REPORT-LINE FROM RBR-SIGNOFF-LINE
098100         AFTER ADVANCING 2 LINES.
098200 8000-EXIT.
098300     EXIT.

098400*================================================================
098500* 9000-TERMINATE
098600*================================================================
098700 9000-TERMINATE.
098800     CLOSE RebillInputFile RebillExtractFile RebillGlFile
098900         RebillUnmappedFile RebillReportFile.

099000     OPEN EXTEND RunControlFile.
099100     IF WS-RUNCTL-FILE-STATUS = '35'
099200         OPEN OUTPUT RunControlFile
099300         CLOSE RunControlFile
099400         OPEN EXTEND RunControlFile
099500     END-IF.
099600     MOVE WS-FEED-RUN-ID TO RC-RUN-ID.
099700     MOVE WS-RUN-DATE    TO RC-RUN-DATE.
099800     MOVE 'CALC-REBILL'  TO RC-PROGRAM.
099900     SET RC-REBILL-EXTRACTED TO TRUE.
100000     WRITE RC-REC.
100100     CLOSE RunControlFile.

100200     DISPLAY 'CLIENT REBILL EXTRACT COMPLETE - '
100300         WS-RECORDS-BILLED ' ROWS BILLED ON '
100400         WS-PROJECTS-BILLED ' PROJECTS, '
100500         WS-RECORDS-UNMAPPED ' LEFT OUT - RUN '
100600         WS-FEED-RUN-ID.
100700 9000-EXIT.
100800     EXIT.
