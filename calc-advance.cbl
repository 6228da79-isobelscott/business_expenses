000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.               CALC-ADVANCE.
000300 AUTHOR.                   ISOBEL SCOTT.
000400 INSTALLATION.             FINANCE SYSTEMS.
000500 DATE-WRITTEN.             10/15/2026.
000600 DATE-COMPILED.            10/15/2026.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  10/15/2026  IS  NEW PROGRAM.  CASH ADVANCES FOR LONG TRIPS
001100*                  WERE TRACKED ON A SPREADSHEET, SO NOTHING IN
001200*                  THE CHAIN KNEW AN EMPLOYEE'S TRIP HAD BEEN
001300*                  PRE-FUNDED AND CALC-PAYFEED REIMBURSED THE
001400*                  WHOLE CLAIM.  ADVANCES ARE NOW ISSUED THROUGH
001500*                  THIS PROGRAM FROM TRANSACTIONS ON CONTROL/
001600*                  ADVISSUE.DAT ONTO THE ADVANCE LEDGER, CONTROL/
001700*                  ADVANCES.DAT, KEYED BY EMPLOYEEID AND ADVANCE
001800*                  NUMBER WITH THE AMOUNT, CURRENCY, ISSUE DATE
001900*                  AND TRIP END DATE.  AN ADVANCE MUST BE FOR AN
002000*                  ACTIVE EMPLOYEE ON THE HR MASTER (CONTROL/
002100*                  EMPMASTER.IDX) IN A CURRENCY WITH A RATE IN
002200*                  FORCE ON THE ISSUE DATE.  CALC-PAYFEED
002300*                  RECOVERS THE OUTSTANDING BALANCE FROM THE
002400*                  EMPLOYEE'S REIMBURSEMENTS AND LOGS EACH
002500*                  RECOVERY TO PROCESSED/ADVRECOVERY.DAT.  THIS
002600*                  PROGRAM POSTS THE RECEIVABLE TO THE APPEND-ONLY
002700*                  PROCESSED/ADVGLFEED.DAT - DEBIT THE ADVANCE
002800*                  RECEIVABLE AND CREDIT THE ADVANCE CLEARING
002900*                  ACCOUNT FOR EACH ISSUE, DEBIT REIMBURSEMENTS
003000*                  PAYABLE AND CREDIT THE RECEIVABLE FOR EACH
003100*                  RECOVERY, ACCOUNTS BY NAME FROM CONTROL/
003200*                  GLACCOUNTS.DAT - SO THE BALANCE SHEET SHOWS
003300*                  WHAT EMPLOYEES STILL OWE.  RECOVERIES ARE
003400*                  POSTED ONCE PER PAYMENT RUN ID, GUARDED BY
003500*                  'A' ENTRIES ON THE RUN-CONTROL LEDGER.  EVERY
003600*                  ADVANCE STILL OPEN PAST ITS TRIP END DATE IS
003700*                  PRINTED ON PROCESSED/ADVAGING.RPT IN 30/60/90
003800*                  DAY BANDS.  ISSUE TRANSACTIONS, APPLIED OR
003900*                  REJECTED, ARE PRINTED ON PROCESSED/
004000*                  ADVISSUE.RPT AND THE TRANSACTION FILE IS
004100*                  EMPTIED AT THE END OF THE RUN, AS
004200*                  CALC-BANKMAINT DOES WITH ITS OWN.
004300*--------------------------------------------------------------
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT AdvanceIssueFile ASSIGN TO
004800             'control/ADVISSUE.DAT'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-ISSUE-FILE-STATUS.

005100     SELECT AdvanceLedgerFile ASSIGN TO
005200             'control/ADVANCES.DAT'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-ADVANCE-FILE-STATUS.

005500     SELECT EmpMasterIdxFile ASSIGN TO
005600             'control/EMPMASTER.IDX'
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS EMX-EMPLOYEE-ID
006000         FILE STATUS IS WS-EMPIDX-STATUS.

006100     SELECT FxRateFile ASSIGN TO
006200             'control/FXRATES.DAT'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-FXRATE-FILE-STATUS.

006500     SELECT GlAccountFile ASSIGN TO
006600             'control/GLACCOUNTS.DAT'
006700         ORGANIZATION IS LINE SEQUENTIAL.

006800     SELECT AdvanceRecoveryFile ASSIGN TO
006900             'processed/ADVRECOVERY.DAT'
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-ADVRCV-FILE-STATUS.

007200     SELECT RunControlFile ASSIGN TO
007300             'control/RUNCONTROL.DAT'
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-RUNCTL-FILE-STATUS.

007600     SELECT AdvanceGlFile ASSIGN TO
007700             'processed/ADVGLFEED.DAT'
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-ADVGL-FILE-STATUS.

008000     SELECT IssueReportFile ASSIGN TO
008100             'processed/ADVISSUE.rpt'
008200         ORGANIZATION IS LINE SEQUENTIAL.

008300     SELECT AgingReportFile ASSIGN TO
008400             'processed/ADVAGING.rpt'
008500         ORGANIZATION IS LINE SEQUENTIAL.

008600 DATA DIVISION.
008700 FILE SECTION.
008800*--------------------------------------------------------------
008900* ONE ADVANCE ISSUED.  A BLANK CURRENCY MEANS USD; A ZERO ISSUE
009000* DATE MEANS TODAY.
009100*--------------------------------------------------------------
009200 FD  AdvanceIssueFile.
009300 01  AIS-REC.
009400     03 AIS-EMPLOYEE-ID          PIC 9(6).
009500     03 AIS-ADVANCE-NO           PIC 9(6).
009600     03 AIS-CURRENCY             PIC X(3).
009700     03 AIS-AMOUNT               PIC 9(9)V99.
009800     03 AIS-ISSUE-DATE           PIC 9(8).
009900     03 AIS-TRIP-END-DATE        PIC 9(8).

010000 FD  AdvanceLedgerFile.
010100 01  ADV-REC.
010200     COPY ADVLEDG.

010300 FD  EmpMasterIdxFile.
010400 01  EMX-REC.
010500     03 EMX-EMPLOYEE-ID          PIC 9(6).
010600     03 EMX-NAME                 PIC X(50).
010700     03 EMX-DEPARTMENT           PIC X(30).
010800     03 EMX-COST-CENTER          PIC X(10).
010900     03 EMX-STATUS               PIC X(1).
011000        88 EMX-ACTIVE                    VALUE 'A'.
011100        88 EMX-TERMINATED                VALUE 'T'.

011200*--------------------------------------------------------------
011300* FX RATES - USD PER ONE UNIT OF THE CURRENCY, IN FORCE FROM
011400* FXR-EFF-START THROUGH FXR-EFF-END, AS EXP-ENGINE READS THEM.
011500*--------------------------------------------------------------
011600 FD  FxRateFile.
011700 01  FXR-REC.
011800     03 FXR-CURRENCY             PIC X(03).
011900     03 FXR-RATE                 PIC 9(03)V9(06).
012000     03 FXR-EFF-START            PIC 9(08).
012100     03 FXR-EFF-END              PIC 9(08).

012200 FD  GlAccountFile.
012300 01  GLA-REC.
012400     03 GLA-CATEGORY             PIC X(50).
012500     03 GLA-ACCOUNT-CODE         PIC 9(06).

012600 FD  AdvanceRecoveryFile.
012700 01  ARV-REC.
012800     COPY ADVRCV.

012900 FD  RunControlFile.
013000 01  RC-REC.
013100     COPY RUNCTL.

013200*--------------------------------------------------------------
013300* ONE BALANCED RECEIVABLE ENTRY - BOTH SIDES ON THE ONE RECORD.
013400* THE LOCAL AMOUNT IS IN THE ADVANCE CURRENCY; THE USD AMOUNT IS
013500* AT THE RATE ON THE ISSUE DATE FOR AN ISSUE AND AT THE RATE
013600* CALC-PAYFEED RECOVERED AT FOR A RECOVERY.  ADG-RUN-ID IS THE
013700* PAYMENT RUN A RECOVERY CAME FROM (ZERO FOR AN ISSUE).
013800*--------------------------------------------------------------
013900 FD  AdvanceGlFile.
014000 01  ADG-REC.
014100     03 ADG-ENTRY-TYPE           PIC X(1).
014200        88 ADG-ISSUE                     VALUE 'I'.
014300        88 ADG-RECOVERY                  VALUE 'R'.
014400     03 ADG-POST-DATE            PIC 9(8).
014500     03 ADG-RUN-ID               PIC 9(6).
014600     03 ADG-EMPLOYEE-ID          PIC 9(6).
014700     03 ADG-ADVANCE-NO           PIC 9(6).
014800     03 ADG-COST-CENTER          PIC X(10).
014900     03 ADG-DEBIT-ACCOUNT        PIC 9(06).
015000     03 ADG-CREDIT-ACCOUNT       PIC 9(06).
015100     03 ADG-CURRENCY             PIC X(3).
015200     03 ADG-LOCAL-AMOUNT         PIC 9(9)V99.
015300     03 ADG-USD-AMOUNT           PIC 9(9)V99.

015400 FD  IssueReportFile.
015500 01  ISS-REPORT-LINE             PIC X(132).

015600 FD  AgingReportFile.
015700 01  AGE-REPORT-LINE             PIC X(132).

015800 WORKING-STORAGE SECTION.
015900*--------------------------------------------------------------
016000* FILE-STATUS FIELDS
016100*--------------------------------------------------------------
016200 01  WS-ISSUE-FILE-STATUS        PIC X(02).
016300 01  WS-ADVANCE-FILE-STATUS      PIC X(02).
016400 01  WS-EMPIDX-STATUS            PIC X(02).
016500 01  WS-FXRATE-FILE-STATUS       PIC X(02).
016600 01  WS-ADVRCV-FILE-STATUS       PIC X(02).
016700 01  WS-RUNCTL-FILE-STATUS       PIC X(02).
016800 01  WS-ADVGL-FILE-STATUS        PIC X(02).

016900 01  WS-RUN-DATE                 PIC 9(08).

017000*--------------------------------------------------------------
017100* RUN-CONTROL FIELDS - THE HIGHEST PAYMENT RUN WHOSE RECOVERIES
017200* HAVE ALREADY BEEN POSTED ('A' ENTRIES ON THE LEDGER), AND THE
017300* HIGHEST POSTED BY THIS RUN.
017400*--------------------------------------------------------------
017500 01  WS-LAST-POSTED-RUN-ID       PIC 9(6) VALUE ZERO.
017600 01  WS-HIGH-POSTED-RUN-ID       PIC 9(6) VALUE ZERO.

017700*--------------------------------------------------------------
017800* SWITCHES
017900*--------------------------------------------------------------
018000 01  WS-SWITCHES.
018100     05 WS-ISSUE-EOF-SW          PIC X(01) VALUE 'N'.
018200        88 ISSUE-EOF                        VALUE 'Y'.
018300     05 WS-ISSUE-OPEN-SW         PIC X(01) VALUE 'N'.
018400        88 ISSUE-FILE-OPEN                  VALUE 'Y'.
018500     05 WS-ADVANCE-EOF-SW        PIC X(01) VALUE 'N'.
018600        88 ADVANCE-EOF                      VALUE 'Y'.
018700     05 WS-FXFILE-EOF-SW         PIC X(01) VALUE 'N'.
018800        88 FXFILE-EOF                       VALUE 'Y'.
018900     05 WS-GLFILE-EOF-SW         PIC X(01) VALUE 'N'.
019000        88 GLFILE-EOF                       VALUE 'Y'.
019100     05 WS-ADVRCV-EOF-SW         PIC X(01) VALUE 'N'.
019200        88 ADVRCV-EOF                       VALUE 'Y'.
019300     05 WS-RUNCTL-EOF-SW         PIC X(01) VALUE 'N'.
019400        88 RUNCTL-EOF                       VALUE 'Y'.
019500     05 WS-RUN-OK-SW             PIC X(01) VALUE 'N'.
019600        88 ADVANCE-RUN-OK                   VALUE 'Y'.
019700        88 ADVANCE-RUN-BLOCKED              VALUE 'N'.
019800     05 WS-TRANS-OK-SW           PIC X(01) VALUE 'Y'.
019900        88 TRANS-ACCEPTED                   VALUE 'Y'.
020000        88 TRANS-REJECTED                   VALUE 'N'.
020100     05 WS-EMPLOYEE-FOUND-SW     PIC X(01) VALUE 'N'.
020200        88 EMPLOYEE-FOUND                   VALUE 'Y'.
020300        88 EMPLOYEE-NOT-FOUND               VALUE 'N'.
020400     05 WS-ADVANCE-FOUND-SW      PIC X(01) VALUE 'N'.
020500        88 ADVANCE-FOUND                    VALUE 'Y'.
020600        88 ADVANCE-NOT-FOUND                VALUE 'N'.
020700     05 WS-RATE-FOUND-SW         PIC X(01) VALUE 'N'.
020800        88 RATE-FOUND                       VALUE 'Y'.
020900        88 RATE-NOT-FOUND                   VALUE 'N'.
021000     05 WS-GL-FOUND-SW           PIC X(01) VALUE 'N'.
021100        88 GL-ACCOUNT-FOUND                 VALUE 'Y'.
021200        88 GL-ACCOUNT-NOT-FOUND             VALUE 'N'.

021300*--------------------------------------------------------------
021400* ADVANCE LEDGER TABLE - THE WHOLE OF CONTROL/ADVANCES.DAT IN
021500* ISSUE ORDER, WITH NEW ADVANCES ADDED AT THE END AND WRITTEN
021600* BACK AT THE END OF THE RUN.
021700*--------------------------------------------------------------
021800 01  ADV-TABLE-AREA.
021900     05 ADV-COUNT                PIC 9(04) COMP VALUE ZERO.
022000     05 ADV-TABLE OCCURS 1 TO 500 TIMES
022100           DEPENDING ON ADV-COUNT
022200           INDEXED BY ADV-IDX.
022300        10 ADV-TAB-EMPLOYEE-ID   PIC 9(6).
022400        10 ADV-TAB-ADVANCE-NO    PIC 9(6).
022500        10 ADV-TAB-CURRENCY      PIC X(3).
022600        10 ADV-TAB-AMOUNT        PIC 9(9)V99.
022700        10 ADV-TAB-ISSUE-DATE    PIC 9(8).
022800        10 ADV-TAB-TRIP-END-DATE PIC 9(8).
022900        10 ADV-TAB-RECOVERED     PIC 9(9)V99.
023000        10 ADV-TAB-LAST-RCV-DATE PIC 9(8).
023100        10 ADV-TAB-STATUS        PIC X(1).
023200           88 ADV-TAB-OPEN                 VALUE 'O'.
023300           88 ADV-TAB-SETTLED              VALUE 'S'.
023400 01  WS-ADVANCE-ROWS-OVER        PIC 9(05) COMP VALUE ZERO.

023500*--------------------------------------------------------------
023600* FX RATE TABLE - LOADED FROM CONTROL/FXRATES.DAT.  A CURRENCY
023700* MAY HAVE ANY NUMBER OF DATED ROWS.
023800*--------------------------------------------------------------
023900 01  FX-TABLE-AREA.
024000     05 FX-RATE-COUNT            PIC 9(04) COMP VALUE ZERO.
024100     05 FX-TABLE OCCURS 1 TO 200 TIMES
024200           DEPENDING ON FX-RATE-COUNT
024300           INDEXED BY FX-IDX.
024400        10 FX-CURRENCY           PIC X(03).
024500        10 FX-RATE               PIC 9(03)V9(06).
024600        10 FX-EFF-START          PIC 9(08).
024700        10 FX-EFF-END            PIC 9(08).
024800 01  WS-FX-RATES-DROPPED         PIC 9(05) COMP VALUE ZERO.
024900 01  WS-RATE-CURRENCY            PIC X(03).
025000 01  WS-RATE-DATE                PIC 9(08).
025100 01  WS-RATE                     PIC 9(03)V9(06).

025200*--------------------------------------------------------------
025300* CATEGORY-TO-GL-ACCOUNT LOOKUP TABLE - SAME SOURCE AND LIMIT AS
025400* CALC-GLFEED'S - AND THE THREE ROWS THE RECEIVABLE POSTS
025500* THROUGH.
025600*--------------------------------------------------------------
025700 01  GL-ACCOUNT-TABLE-AREA.
025800     05 GL-ACCOUNT-COUNT         PIC 9(04) COMP VALUE ZERO.
025900     05 GL-ACCOUNT-TABLE OCCURS 1 TO 50 TIMES
026000           DEPENDING ON GL-ACCOUNT-COUNT
026100           INDEXED BY GLA-IDX.
026200        10 GLA-TAB-CATEGORY      PIC X(50).
026300        10 GLA-TAB-ACCOUNT       PIC 9(06).
026400 01  WS-GL-CATEGORY              PIC X(50).
026500 01  WS-RECEIVABLE-CATEGORY      PIC X(50) VALUE
026600         'Travel Advances Receivable'.
026700 01  WS-CLEARING-CATEGORY        PIC X(50) VALUE
026800         'Travel Advance Clearing'.
026900 01  WS-PAYABLE-CATEGORY         PIC X(50) VALUE
027000         'Reimbursements Payable'.
027100 01  WS-RECEIVABLE-ACCOUNT       PIC 9(06) VALUE ZERO.
027200 01  WS-CLEARING-ACCOUNT         PIC 9(06) VALUE ZERO.
027300 01  WS-PAYABLE-ACCOUNT          PIC 9(06) VALUE ZERO.

027400*--------------------------------------------------------------
027500* AGING WORK FIELDS - DAYS PAST THE TRIP END DATE BY THE USUAL
027600* BATCH-SHOP APPROXIMATION (YEARS AT 365, MONTHS AT 30), THE
027700* SAME WAY THE PAYMENT FEED AGES ITS HOLDS.
027800*--------------------------------------------------------------
027900 01  WS-AGE-DAYS                 PIC S9(05) COMP.
028000 01  WS-DATE-PARTS.
028100     05 WS-RUN-YYYY              PIC 9(4).
028200     05 WS-RUN-MM                PIC 9(2).
028300     05 WS-RUN-DD                PIC 9(2).
028400     05 WS-FROM-YYYY             PIC 9(4).
028500     05 WS-FROM-MM               PIC 9(2).
028600     05 WS-FROM-DD               PIC 9(2).
028700 01  WS-AGE-FROM-DATE            PIC 9(8).

028800*--------------------------------------------------------------
028900* AGING BANDS - COUNT AND OUTSTANDING USD PER BAND, PLUS THE
029000* ADVANCES STILL OPEN WHOSE TRIP HAS NOT ENDED YET.
029100*--------------------------------------------------------------
029200 01  WS-BAND-TOTALS.
029300     05 WS-BAND OCCURS 4 TIMES
029400           INDEXED BY BND-IDX.
029500        10 WS-BAND-COUNT         PIC 9(6).
029600        10 WS-BAND-USD           PIC S9(11)V99.
029700 01  WS-BAND-LABELS.
029800     05 FILLER                   PIC X(25) VALUE
029900         '1 - 30 DAYS PAST TRIP:   '.
030000     05 FILLER                   PIC X(25) VALUE
030100         '31 - 60 DAYS PAST TRIP:  '.
030200     05 FILLER                   PIC X(25) VALUE
030300         '61 - 90 DAYS PAST TRIP:  '.
030400     05 FILLER                   PIC X(25) VALUE
030500         'OVER 90 DAYS PAST TRIP:  '.
030600 01  WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABELS.
030700     05 WS-BAND-LABEL            PIC X(25) OCCURS 4 TIMES.
030800 01  WS-BAND-NAMES.
030900     05 FILLER                   PIC X(08) VALUE '1-30'.
031000     05 FILLER                   PIC X(08) VALUE '31-60'.
031100     05 FILLER                   PIC X(08) VALUE '61-90'.
031200     05 FILLER                   PIC X(08) VALUE 'OVER 90'.
031300 01  WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
031400     05 WS-BAND-NAME             PIC X(08) OCCURS 4 TIMES.

031500*--------------------------------------------------------------
031600* ADVANCE WORK FIELDS
031700*--------------------------------------------------------------
031800 01  WS-OUTSTANDING-LOCAL        PIC S9(9)V99.
031900 01  WS-OUTSTANDING-USD          PIC S9(9)V99.
032000 01  WS-ISSUE-USD                PIC S9(9)V99.
032100 01  WS-REJECT-REASON            PIC X(45).

032200*--------------------------------------------------------------
032300* RUN COUNTERS AND CONTROL TOTALS
032400*--------------------------------------------------------------
032500 01  WS-COUNTERS.
032600     05 WS-TRANS-READ            PIC 9(6) VALUE ZERO.
032700     05 WS-TRANS-APPLIED         PIC 9(6) VALUE ZERO.
032800     05 WS-TRANS-REJECTED        PIC 9(6) VALUE ZERO.
032900     05 WS-ISSUED-USD            PIC S9(11)V99 VALUE ZERO.
033000     05 WS-RECOVERIES-POSTED     PIC 9(6) VALUE ZERO.
033100     05 WS-RECOVERED-USD         PIC S9(11)V99 VALUE ZERO.
033200     05 WS-OPEN-NOT-DUE          PIC 9(6) VALUE ZERO.
033300     05 WS-OPEN-NOT-DUE-USD      PIC S9(11)V99 VALUE ZERO.
033400     05 WS-OPEN-NO-RATE          PIC 9(6) VALUE ZERO.
033500     05 WS-ADVANCES-WRITTEN      PIC 9(6) VALUE ZERO.

033600*--------------------------------------------------------------
033700* ISSUE REPORT LINE LAYOUTS
033800*--------------------------------------------------------------
033900 01  ISS-HDG-1.
034000     05 FILLER                   PIC X(36) VALUE
034100         'TRAVEL ADVANCES ISSUED - RUN DATE: '.
034200     05 ISS-HDG-RUN-DATE         PIC 9(8).
034300     05 FILLER                   PIC X(88) VALUE SPACES.

034400 01  ISS-HDG-2.
034500     05 FILLER                   PIC X(07) VALUE 'EMP-ID'.
034600     05 FILLER                   PIC X(07) VALUE 'ADV-NO'.
034700     05 FILLER                   PIC X(04) VALUE 'CUR'.
034800     05 FILLER                   PIC X(14) VALUE '       AMOUNT'.
034900     05 FILLER                   PIC X(09) VALUE 'ISSUED'.
035000     05 FILLER                   PIC X(09) VALUE 'TRIP END'.
035100     05 FILLER                   PIC X(14) VALUE '      USD'.
035200     05 FILLER                   PIC X(09) VALUE 'RESULT'.
035300     05 FILLER                   PIC X(45) VALUE 'REASON'.
035400     05 FILLER                   PIC X(14) VALUE SPACES.

035500 01  ISS-HDG-3                   PIC X(132) VALUE ALL '-'.

035600 01  ISS-DETAIL-LINE.
035700     05 ISS-DTL-EMPLOYEE-ID      PIC X(6).
035800     05 FILLER                   PIC X(01) VALUE SPACES.
035900     05 ISS-DTL-ADVANCE-NO       PIC X(6).
036000     05 FILLER                   PIC X(01) VALUE SPACES.
036100     05 ISS-DTL-CURRENCY         PIC X(3).
036200     05 FILLER                   PIC X(01) VALUE SPACES.
036300     05 ISS-DTL-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
036400     05 FILLER                   PIC X(01) VALUE SPACES.
036500     05 ISS-DTL-ISSUE-DATE       PIC X(8).
036600     05 FILLER                   PIC X(01) VALUE SPACES.
036700     05 ISS-DTL-TRIP-END-DATE    PIC X(8).
036800     05 FILLER                   PIC X(01) VALUE SPACES.
036900     05 ISS-DTL-USD              PIC Z,ZZZ,ZZ9.99-.
037000     05 FILLER                   PIC X(01) VALUE SPACES.
037100     05 ISS-DTL-RESULT           PIC X(8).
037200     05 FILLER                   PIC X(01) VALUE SPACES.
037300     05 ISS-DTL-REASON           PIC X(45).
037400     05 FILLER                   PIC X(14) VALUE SPACES.

037500 01  ISS-TOTAL-LINE.
037600     05 ISS-TOT-LABEL            PIC X(25).
037700     05 ISS-TOT-COUNT            PIC ZZZZ9.
037800     05 FILLER                   PIC X(07) VALUE ' ITEMS '.
037900     05 ISS-TOT-USD              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
038000     05 FILLER                   PIC X(77) VALUE SPACES.

038100*--------------------------------------------------------------
038200* AGING REPORT LINE LAYOUTS
038300*--------------------------------------------------------------
038400 01  AGE-HDG-1.
038500     05 FILLER                   PIC X(43) VALUE
038600         'TRAVEL ADVANCES OPEN PAST TRIP END - AS AT '.
038700     05 AGE-HDG-RUN-DATE         PIC 9(8).
038800     05 FILLER                   PIC X(81) VALUE SPACES.

038900 01  AGE-HDG-2.
039000     05 FILLER                   PIC X(07) VALUE 'EMP-ID'.
039100     05 FILLER                   PIC X(21) VALUE 'EMPLOYEE NAME'.
039200     05 FILLER                   PIC X(21) VALUE 'DEPARTMENT'.
039300     05 FILLER                   PIC X(07) VALUE 'ADV-NO'.
039400     05 FILLER                   PIC X(04) VALUE 'CUR'.
039500     05 FILLER                   PIC X(09) VALUE 'ISSUED'.
039600     05 FILLER                   PIC X(09) VALUE 'TRIP END'.
039700     05 FILLER                   PIC X(06) VALUE ' DAYS'.
039800     05 FILLER                   PIC X(09) VALUE 'BAND'.
039900     05 FILLER                   PIC X(14) VALUE '  OUTSTANDING'.
040000     05 FILLER                   PIC X(14) VALUE '     USD'.
040100     05 FILLER                   PIC X(11) VALUE SPACES.

040200 01  AGE-HDG-3                   PIC X(132) VALUE ALL '-'.

040300 01  AGE-DETAIL-LINE.
040400     05 AGE-DTL-EMPLOYEE-ID      PIC 9(6).
040500     05 FILLER                   PIC X(01) VALUE SPACES.
040600     05 AGE-DTL-NAME             PIC X(20).
040700     05 FILLER                   PIC X(01) VALUE SPACES.
040800     05 AGE-DTL-DEPARTMENT       PIC X(20).
040900     05 FILLER                   PIC X(01) VALUE SPACES.
041000     05 AGE-DTL-ADVANCE-NO       PIC 9(6).
041100     05 FILLER                   PIC X(01) VALUE SPACES.
041200     05 AGE-DTL-CURRENCY         PIC X(3).
041300     05 FILLER                   PIC X(01) VALUE SPACES.
041400     05 AGE-DTL-ISSUE-DATE       PIC 9(8).
041500     05 FILLER                   PIC X(01) VALUE SPACES.
041600     05 AGE-DTL-TRIP-END-DATE    PIC 9(8).
041700     05 FILLER                   PIC X(01) VALUE SPACES.
041800     05 AGE-DTL-DAYS             PIC ZZZZ9.
041900     05 FILLER                   PIC X(01) VALUE SPACES.
042000     05 AGE-DTL-BAND             PIC X(8).
042100     05 FILLER                   PIC X(01) VALUE SPACES.
042200     05 AGE-DTL-LOCAL            PIC Z,ZZZ,ZZ9.99-.
042300     05 FILLER                   PIC X(01) VALUE SPACES.
042400     05 AGE-DTL-USD              PIC Z,ZZZ,ZZ9.99-.
042500     05 FILLER                   PIC X(01) VALUE SPACES.
042600     05 AGE-DTL-NOTE             PIC X(10).

042700 01  AGE-TOTAL-LINE.
042800     05 AGE-TOT-LABEL            PIC X(25).
042900     05 AGE-TOT-COUNT            PIC ZZZZ9.
043000     05 FILLER                   PIC X(07) VALUE ' ITEMS '.
043100     05 AGE-TOT-USD              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
043200     05 FILLER                   PIC X(77) VALUE SPACES.

043300 PROCEDURE DIVISION.

043400*================================================================
043500* 0000-MAINLINE
043600*================================================================
043700 0000-MAINLINE.
043800     PERFORM 1000-INITIALIZE
043900         THRU 1000-EXIT.

044000     IF ADVANCE-RUN-BLOCKED
044100         STOP RUN
044200     END-IF.

044300     PERFORM 2000-APPLY-ISSUES
044400         THRU 2000-EXIT.

044500     PERFORM 3000-POST-RECOVERIES
044600         THRU 3000-EXIT.

044700     PERFORM 4000-AGE-ADVANCES
044800         THRU 4000-EXIT.

044900     PERFORM 5000-REWRITE-LEDGER
045000         THRU 5000-EXIT.

045100     PERFORM 9000-TERMINATE
045200         THRU 9000-EXIT.

045300     STOP RUN.

045400*================================================================
045500* 1000-INITIALIZE - LOAD THE LEDGER, RATES AND ACCOUNT MAP, FIND
045600* THE LAST PAYMENT RUN POSTED, AND OPEN THE FILES.  THE RUN IS
045700* REFUSED, WITH NOTHING TOUCHED, IF THE HR MASTER CAN'T BE READ,
045800* A RECEIVABLE ACCOUNT IS MISSING FROM GLACCOUNTS.DAT (NOTHING
045900* COULD BE POSTED), OR THE LEDGER IS BIGGER THAN THE TABLE (THE
046000* REWRITE WOULD DROP EVERY ADVANCE PAST THE LIMIT).
046100*================================================================
046200 1000-INITIALIZE.
046300     SET ADVANCE-RUN-BLOCKED TO TRUE.
046400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
046500     MOVE WS-RUN-DATE (1:4) TO WS-RUN-YYYY.
046600     MOVE WS-RUN-DATE (5:2) TO WS-RUN-MM.
046700     MOVE WS-RUN-DATE (7:2) TO WS-RUN-DD.

046800     OPEN INPUT EmpMasterIdxFile.
046900     IF WS-EMPIDX-STATUS NOT = '00'
047000         DISPLAY 'ADVANCE: REFUSED - CONTROL/EMPMASTER.IDX '
047100             'CANNOT BE READ (STATUS ' WS-EMPIDX-STATUS
047200             ').  RUN CALC-KEYLOAD FIRST.'
047300         GO TO 1000-EXIT
047400     END-IF.

047500     PERFORM 1100-LOAD-GL-TABLE
047600         THRU 1100-EXIT.
047700     MOVE WS-RECEIVABLE-CATEGORY TO WS-GL-CATEGORY.
047800     PERFORM 1150-FIND-GL-ACCOUNT
047900         THRU 1150-EXIT.
048000     MOVE GLA-TAB-ACCOUNT (GLA-IDX) TO WS-RECEIVABLE-ACCOUNT.
048100     IF GL-ACCOUNT-FOUND
048200         MOVE WS-CLEARING-CATEGORY TO WS-GL-CATEGORY
048300         PERFORM 1150-FIND-GL-ACCOUNT
048400             THRU 1150-EXIT
048500         MOVE GLA-TAB-ACCOUNT (GLA-IDX) TO WS-CLEARING-ACCOUNT
048600     END-IF.
048700     IF GL-ACCOUNT-FOUND
048800         MOVE WS-PAYABLE-CATEGORY TO WS-GL-CATEGORY
048900         PERFORM 1150-FIND-GL-ACCOUNT
049000             THRU 1150-EXIT
049100         MOVE GLA-TAB-ACCOUNT (GLA-IDX) TO WS-PAYABLE-ACCOUNT
049200     END-IF.
049300     IF GL-ACCOUNT-NOT-FOUND
049400         DISPLAY 'ADVANCE: REFUSED - NO ' WS-GL-CATEGORY
049500         DISPLAY 'ADVANCE: ROW ON CONTROL/GLACCOUNTS.DAT - '
049600             'ADD IT AND RUN AGAIN.'
049700         CLOSE EmpMasterIdxFile
049800         GO TO 1000-EXIT
049900     END-IF.

050000     PERFORM 1200-LOAD-LEDGER
050100         THRU 1200-EXIT.
050200     IF WS-ADVANCE-ROWS-OVER > ZERO
050300         DISPLAY 'ADVANCE: REFUSED - CONTROL/ADVANCES.DAT HAS '
050400             WS-ADVANCE-ROWS-OVER ' ADVANCES PAST THE TABLE '
050500             'LIMIT AND WOULD LOSE THEM ON REWRITE.  RAISE THE '
050600             'LIMIT.'
050700         CLOSE EmpMasterIdxFile
050800         GO TO 1000-EXIT
050900     END-IF.

051000     PERFORM 1300-LOAD-FX-TABLE
051100         THRU 1300-EXIT.

051200     PERFORM 1400-FIND-LAST-POSTED
051300         THRU 1400-EXIT.

051400*    NO TRANSACTION FILE JUST MEANS NOTHING TO ISSUE - THE
051500*    RECOVERIES ARE STILL POSTED AND THE LEDGER STILL AGED.
051600     OPEN INPUT AdvanceIssueFile.
051700     IF WS-ISSUE-FILE-STATUS = '00'
051800         SET ISSUE-FILE-OPEN TO TRUE
051900     END-IF.

052000*    THE RECEIVABLE FEED APPENDS ACROSS RUNS WITH THE POSTING
052100*    DATE ON EVERY LINE - CREATED ON FIRST USE THE SAME WAY THE
052200*    RUN-CONTROL LEDGER IS.
052300     OPEN EXTEND AdvanceGlFile.
052400     IF WS-ADVGL-FILE-STATUS = '35'
052500         OPEN OUTPUT AdvanceGlFile
052600         CLOSE AdvanceGlFile
052700         OPEN EXTEND AdvanceGlFile
052800     END-IF.

052900     OPEN OUTPUT IssueReportFile.
053000     MOVE WS-RUN-DATE TO ISS-HDG-RUN-DATE.
053100     WRITE ISS-REPORT-LINE FROM ISS-HDG-1
053200         AFTER ADVANCING 1 LINE.
053300     WRITE ISS-REPORT-LINE FROM ISS-HDG-2
053400         AFTER ADVANCING 1 LINE.
053500     WRITE ISS-REPORT-LINE FROM ISS-HDG-3
053600         AFTER ADVANCING 1 LINE.

053700     OPEN OUTPUT AgingReportFile.
053800     MOVE WS-RUN-DATE TO AGE-HDG-RUN-DATE.
053900     WRITE AGE-REPORT-LINE FROM AGE-HDG-1
054000         AFTER ADVANCING 1 LINE.
054100     WRITE AGE-REPORT-LINE FROM AGE-HDG-2
054200         AFTER ADVANCING 1 LINE.
054300     WRITE AGE-REPORT-LINE FROM AGE-HDG-3
054400         AFTER ADVANCING 1 LINE.

054500     SET ADVANCE-RUN-OK TO TRUE.
054600 1000-EXIT.
054700     EXIT.

054800*================================================================
054900* 1100-LOAD-GL-TABLE - LOAD THE CATEGORY-TO-ACCOUNT MAPPING FROM
055000* CONTROL/GLACCOUNTS.DAT.
055100*================================================================
055200 1100-LOAD-GL-TABLE.
055300     MOVE ZERO TO GL-ACCOUNT-COUNT.
055400     MOVE 'N' TO WS-GLFILE-EOF-SW.
055500     OPEN INPUT GlAccountFile.

055600     READ GlAccountFile
055700         AT END MOVE 'Y' TO WS-GLFILE-EOF-SW
055800     END-READ.

055900     PERFORM 1110-LOAD-ONE-GL-ACCOUNT
056000         THRU 1110-EXIT
056100         UNTIL GLFILE-EOF.

056200     CLOSE GlAccountFile.
056300 1100-EXIT.
056400     EXIT.

056500 1110-LOAD-ONE-GL-ACCOUNT.
056600     IF GL-ACCOUNT-COUNT < 50
056700         ADD 1 TO GL-ACCOUNT-COUNT
056800         SET GLA-IDX TO GL-ACCOUNT-COUNT
056900         MOVE GLA-CATEGORY     TO GLA-TAB-CATEGORY (GLA-IDX)
057000         MOVE GLA-ACCOUNT-CODE TO GLA-TAB-ACCOUNT (GLA-IDX)
057100     END-IF.

057200     READ GlAccountFile
057300         AT END MOVE 'Y' TO WS-GLFILE-EOF-SW
057400     END-READ.
057500 1110-EXIT.
057600     EXIT.

057700*================================================================
057800* 1150-FIND-GL-ACCOUNT - POINT GLA-IDX AT WS-GL-CATEGORY'S ROW.
057900* NOT FOUND LEAVES GLA-IDX ON ROW 1 SO THE CALLER'S MOVE IS
058000* HARMLESS - IT CHECKS THE SWITCH.
058100*================================================================
058200 1150-FIND-GL-ACCOUNT.
058300     SET GL-ACCOUNT-NOT-FOUND TO TRUE.
058400     SET GLA-IDX TO 1.
058500     IF GL-ACCOUNT-COUNT > ZERO
058600         SEARCH GL-ACCOUNT-TABLE
058700             AT END
058800                 SET GL-ACCOUNT-NOT-FOUND TO TRUE
058900                 SET GLA-IDX TO 1
059000             WHEN GLA-TAB-CATEGORY (GLA-IDX) = WS-GL-CATEGORY
059100                 SET GL-ACCOUNT-FOUND TO TRUE
059200         END-SEARCH
059300     END-IF.
059400 1150-EXIT.
059500     EXIT.

059600*================================================================
059700* 1200-LOAD-LEDGER - THE WHOLE ADVANCE LEDGER INTO THE TABLE.  NO
059800* LEDGER YET JUST MEANS AN EMPTY ONE - THE FIRST ISSUES BUILD IT.
059900*================================================================
060000 1200-LOAD-LEDGER.
060100     MOVE ZERO TO ADV-COUNT.
060200     MOVE 'N' TO WS-ADVANCE-EOF-SW.
060300     OPEN INPUT AdvanceLedgerFile.
060400     IF WS-ADVANCE-FILE-STATUS NOT = '00'
060500         GO TO 1200-EXIT
060600     END-IF.

060700     READ AdvanceLedgerFile
060800         AT END MOVE 'Y' TO WS-ADVANCE-EOF-SW
060900     END-READ.

061000     PERFORM 1210-LOAD-ONE-ADVANCE
061100         THRU 1210-EXIT
061200         UNTIL ADVANCE-EOF.

061300     CLOSE AdvanceLedgerFile.
061400 1200-EXIT.
061500     EXIT.

061600 1210-LOAD-ONE-ADVANCE.
061700     IF ADV-COUNT < 500
061800         ADD 1 TO ADV-COUNT
061900         SET ADV-IDX TO ADV-COUNT
062000         MOVE ADV-EMPLOYEE-ID   TO ADV-TAB-EMPLOYEE-ID (ADV-IDX)
062100         MOVE ADV-ADVANCE-NO    TO ADV-TAB-ADVANCE-NO (ADV-IDX)
062200         MOVE ADV-CURRENCY      TO ADV-TAB-CURRENCY (ADV-IDX)
062300         MOVE ADV-AMOUNT        TO ADV-TAB-AMOUNT (ADV-IDX)
062400         MOVE ADV-ISSUE-DATE    TO ADV-TAB-ISSUE-DATE (ADV-IDX)
062500         MOVE ADV-TRIP-END-DATE
062600             TO ADV-TAB-TRIP-END-DATE (ADV-IDX)
062700         MOVE ADV-RECOVERED     TO ADV-TAB-RECOVERED (ADV-IDX)
062800         MOVE ADV-LAST-RECOVERY-DATE
062900             TO ADV-TAB-LAST-RCV-DATE (ADV-IDX)
063000         MOVE ADV-STATUS        TO ADV-TAB-STATUS (ADV-IDX)
063100     ELSE
063200         ADD 1 TO WS-ADVANCE-ROWS-OVER
063300     END-IF.

063400     READ AdvanceLedgerFile
063500         AT END MOVE 'Y' TO WS-ADVANCE-EOF-SW
063600     END-READ.
063700 1210-EXIT.
063800     EXIT.

063900*================================================================
064000* 1300-LOAD-FX-TABLE - LOAD THE DATED RATES FROM CONTROL/
064100* FXRATES.DAT.  NO RATES FILE MEANS ONLY USD ADVANCES CAN BE
064200* ISSUED OR VALUED THIS RUN.
064300*================================================================
064400 1300-LOAD-FX-TABLE.
064500     MOVE ZERO TO FX-RATE-COUNT.
064600     MOVE 'N' TO WS-FXFILE-EOF-SW.
064700     OPEN INPUT FxRateFile.
064800     IF WS-FXRATE-FILE-STATUS NOT = '00'
064900         DISPLAY 'ADVANCE WARNING - NO CONTROL/FXRATES.DAT ON '
065000             'DISK - ONLY USD ADVANCES CAN BE ISSUED OR VALUED'
065100         GO TO 1300-EXIT
065200     END-IF.

065300     READ FxRateFile
065400         AT END MOVE 'Y' TO WS-FXFILE-EOF-SW
065500     END-READ.

065600     PERFORM 1310-LOAD-ONE-FX-RATE
065700         THRU 1310-EXIT
065800         UNTIL FXFILE-EOF.

065900     CLOSE FxRateFile.
066000 1300-EXIT.
066100     EXIT.

066200 1310-LOAD-ONE-FX-RATE.
066300     IF FX-RATE-COUNT < 200
066400         ADD 1 TO FX-RATE-COUNT
066500         SET FX-IDX TO FX-RATE-COUNT
066600         MOVE FXR-CURRENCY  TO FX-CURRENCY (FX-IDX)
066700         MOVE FXR-RATE      TO FX-RATE (FX-IDX)
066800         MOVE FXR-EFF-START TO FX-EFF-START (FX-IDX)
066900         MOVE FXR-EFF-END   TO FX-EFF-END (FX-IDX)
067000     ELSE
067100         ADD 1 TO WS-FX-RATES-DROPPED
067200     END-IF.

067300     READ FxRateFile
067400         AT END MOVE 'Y' TO WS-FXFILE-EOF-SW
067500     END-READ.
067600 1310-EXIT.
067700     EXIT.

067800*================================================================
067900* 1400-FIND-LAST-POSTED - THE HIGHEST PAYMENT RUN ID WHOSE
068000* RECOVERIES THIS PROGRAM HAS ALREADY POSTED.
068100*================================================================
068200 1400-FIND-LAST-POSTED.
068300     MOVE ZERO TO WS-LAST-POSTED-RUN-ID.
068400     MOVE 'N' TO WS-RUNCTL-EOF-SW.
068500     OPEN INPUT RunControlFile.
068600     IF WS-RUNCTL-FILE-STATUS NOT = '00'
068700         GO TO 1400-EXIT
068800     END-IF.

068900     READ RunControlFile
069000         AT END SET RUNCTL-EOF TO TRUE
069100     END-READ.

069200     PERFORM 1410-SCAN-ONE-LEDGER-ENTRY
069300         THRU 1410-EXIT
069400         UNTIL RUNCTL-EOF.

069500     CLOSE RunControlFile.
069600 1400-EXIT.
069700     EXIT.

069800 1410-SCAN-ONE-LEDGER-ENTRY.
069900     IF RC-ADVANCE-POSTED
070000         AND RC-RUN-ID > WS-LAST-POSTED-RUN-ID
070100         MOVE RC-RUN-ID TO WS-LAST-POSTED-RUN-ID
070200     END-IF.

070300     READ RunControlFile
070400         AT END SET RUNCTL-EOF TO TRUE
070500     END-READ.
070600 1410-EXIT.
070700     EXIT.

070800*================================================================
070900* 2000-APPLY-ISSUES
071000*================================================================
071100 2000-APPLY-ISSUES.
071200     IF NOT ISSUE-FILE-OPEN
071300         GO TO 2000-EXIT
071400     END-IF.

071500     MOVE 'N' TO WS-ISSUE-EOF-SW.
071600     READ AdvanceIssueFile
071700         AT END MOVE 'Y' TO WS-ISSUE-EOF-SW
071800     END-READ.

071900     PERFORM 2100-APPLY-ONE-ISSUE
072000         THRU 2100-EXIT
072100         UNTIL ISSUE-EOF.
072200 2000-EXIT.
072300     EXIT.

072400 2100-APPLY-ONE-ISSUE.
072500     ADD 1 TO WS-TRANS-READ.
072600     SET TRANS-ACCEPTED TO TRUE.
072700     MOVE SPACES TO WS-REJECT-REASON.
072800     MOVE ZERO TO WS-ISSUE-USD.

072900     PERFORM 2200-VALIDATE-ISSUE
073000         THRU 2200-EXIT.

073100     IF TRANS-REJECTED
073200         ADD 1 TO WS-TRANS-REJECTED
073300         PERFORM 8100-PRINT-ISSUE
073400             THRU 8100-EXIT
073500         GO TO 2100-NEXT
073600     END-IF.

073700     PERFORM 2300-ADD-ADVANCE
073800         THRU 2300-EXIT.
073900     ADD 1 TO WS-TRANS-APPLIED.
074000     ADD WS-ISSUE-USD TO WS-ISSUED-USD.
074100     PERFORM 8100-PRINT-ISSUE
074200         THRU 8100-EXIT.

074300 2100-NEXT.
074400     READ AdvanceIssueFile
074500         AT END MOVE 'Y' TO WS-ISSUE-EOF-SW
074600     END-READ.
074700 2100-EXIT.
074800     EXIT.

074900*================================================================
075000* 2200-VALIDATE-ISSUE - THE FIRST FAILED CHECK REJECTS THE
075100* TRANSACTION WITH ITS REASON.  ON SUCCESS EMX-REC HOLDS THE
075200* EMPLOYEE'S HR ROW AND WS-RATE THE ISSUE-DATE RATE.
075300*================================================================
075400 2200-VALIDATE-ISSUE.
075500     IF AIS-EMPLOYEE-ID IS NOT NUMERIC
075600         OR AIS-EMPLOYEE-ID = ZERO
075700         MOVE 'EMPLOYEEID MISSING OR NOT NUMERIC'
075800             TO WS-REJECT-REASON
075900         SET TRANS-REJECTED TO TRUE
076000         GO TO 2200-EXIT
076100     END-IF.
076200     IF AIS-ADVANCE-NO IS NOT NUMERIC
076300         OR AIS-ADVANCE-NO = ZERO
076400         MOVE 'ADVANCE NUMBER MISSING OR NOT NUMERIC'
076500             TO WS-REJECT-REASON
076600         SET TRANS-REJECTED TO TRUE
076700         GO TO 2200-EXIT
076800     END-IF.

076900     PERFORM 2210-CHECK-EMPLOYEE-MASTER
077000         THRU 2210-EXIT.
077100     IF EMPLOYEE-NOT-FOUND
077200         MOVE 'EMPLOYEEID NOT ON THE HR MASTER'
077300             TO WS-REJECT-REASON
077400         SET TRANS-REJECTED TO TRUE
077500         GO TO 2200-EXIT
077600     END-IF.
077700     IF NOT EMX-ACTIVE
077800         MOVE 'EMPLOYEE IS NOT ACTIVE ON THE HR MASTER'
077900             TO WS-REJECT-REASON
078000         SET TRANS-REJECTED TO TRUE
078100         GO TO 2200-EXIT
078200     END-IF.

078300     PERFORM 2220-FIND-ADVANCE
078400         THRU 2220-EXIT.
078500     IF ADVANCE-FOUND
078600         MOVE 'ADVANCE NUMBER ALREADY ON THE LEDGER'
078700             TO WS-REJECT-REASON
078800         SET TRANS-REJECTED TO TRUE
078900         GO TO 2200-EXIT
079000     END-IF.
079100     IF ADV-COUNT NOT < 500
079200         MOVE 'ADVANCE LEDGER TABLE FULL - RAISE THE LIMIT'
079300             TO WS-REJECT-REASON
079400         SET TRANS-REJECTED TO TRUE
079500         GO TO 2200-EXIT
079600     END-IF.

079700     IF AIS-CURRENCY = SPACES
079800         MOVE 'USD' TO AIS-CURRENCY
079900     END-IF.
080000     IF AIS-AMOUNT IS NOT NUMERIC
080100         OR AIS-AMOUNT = ZERO
080200         MOVE 'AMOUNT MISSING OR NOT NUMERIC'
080300             TO WS-REJECT-REASON
080400         SET TRANS-REJECTED TO TRUE
080500         GO TO 2200-EXIT
080600     END-IF.
080700     IF AIS-ISSUE-DATE IS NOT NUMERIC
080800         MOVE 'ISSUE DATE NOT NUMERIC' TO WS-REJECT-REASON
080900         SET TRANS-REJECTED TO TRUE
081000         GO TO 2200-EXIT
081100     END-IF.
081200     IF AIS-ISSUE-DATE = ZERO
081300         MOVE WS-RUN-DATE TO AIS-ISSUE-DATE
081400     END-IF.
081500     IF AIS-TRIP-END-DATE IS NOT NUMERIC
081600         OR AIS-TRIP-END-DATE < AIS-ISSUE-DATE
081700         MOVE 'TRIP END DATE MISSING OR BEFORE ISSUE DATE'
081800             TO WS-REJECT-REASON
081900         SET TRANS-REJECTED TO TRUE
082000         GO TO 2200-EXIT
082100     END-IF.

082200     MOVE AIS-CURRENCY   TO WS-RATE-CURRENCY.
082300     MOVE AIS-ISSUE-DATE TO WS-RATE-DATE.
082400     PERFORM 2230-FIND-RATE
082500         THRU 2230-EXIT.
082600     IF RATE-NOT-FOUND
082700         MOVE 'NO FX RATE IN FORCE ON THE ISSUE DATE'
082800             TO WS-REJECT-REASON
082900         SET TRANS-REJECTED TO TRUE
083000     END-IF.
083100 2200-EXIT.
083200     EXIT.

083300*================================================================
083400* 2210-CHECK-EMPLOYEE-MASTER - ONE KEYED READ OF THE HR MASTER.
083500*================================================================
083600 2210-CHECK-EMPLOYEE-MASTER.
083700     SET EMPLOYEE-NOT-FOUND TO TRUE.
083800     MOVE AIS-EMPLOYEE-ID TO EMX-EMPLOYEE-ID.
083900     READ EmpMasterIdxFile
084000         INVALID KEY
084100             SET EMPLOYEE-NOT-FOUND TO TRUE
084200         NOT INVALID KEY
084300             SET EMPLOYEE-FOUND TO TRUE
084400     END-READ.
084500 2210-EXIT.
084600     EXIT.

084700 2220-FIND-ADVANCE.
084800     SET ADVANCE-NOT-FOUND TO TRUE.
084900     IF ADV-COUNT > ZERO
085000         SET ADV-IDX TO 1
085100         SEARCH ADV-TABLE
085200             AT END
085300                 SET ADVANCE-NOT-FOUND TO TRUE
085400             WHEN ADV-TAB-EMPLOYEE-ID (ADV-IDX) = AIS-EMPLOYEE-ID
085500                 AND ADV-TAB-ADVANCE-NO (ADV-IDX)
085600                     = AIS-ADVANCE-NO
085700                 SET ADVANCE-FOUND TO TRUE
085800         END-SEARCH
085900     END-IF.
086000 2220-EXIT.
086100     EXIT.

086200*================================================================
086300* 2230-FIND-RATE - THE RATE FOR WS-RATE-CURRENCY IN FORCE ON
086400* WS-RATE-DATE.  USD NEEDS NO RATE.  A ZERO RATE ON FILE IS
086500* TREATED AS NO RATE.
086600*================================================================
086700 2230-FIND-RATE.
086800     SET RATE-NOT-FOUND TO TRUE.
086900     MOVE ZERO TO WS-RATE.
087000     IF WS-RATE-CURRENCY = 'USD'
087100         MOVE 1 TO WS-RATE
087200         SET RATE-FOUND TO TRUE
087300         GO TO 2230-EXIT
087400     END-IF.

087500     IF FX-RATE-COUNT > ZERO
087600         SET FX-IDX TO 1
087700         SEARCH FX-TABLE
087800             AT END
087900                 SET RATE-NOT-FOUND TO TRUE
088000             WHEN FX-CURRENCY (FX-IDX) = WS-RATE-CURRENCY
088100                 AND WS-RATE-DATE >= FX-EFF-START (FX-IDX)
088200                 AND WS-RATE-DATE <= FX-EFF-END (FX-IDX)
088300                 AND FX-RATE (FX-IDX) > ZERO
088400                 MOVE FX-RATE (FX-IDX) TO WS-RATE
088500                 SET RATE-FOUND TO TRUE
088600         END-SEARCH
088700     END-IF.
088800 2230-EXIT.
088900     EXIT.

089000*================================================================
089100* 2300-ADD-ADVANCE - ONTO THE LEDGER, AND THE RECEIVABLE DEBIT
089200* AT THE ISSUE DATE'S RATE.
089300*================================================================
089400 2300-ADD-ADVANCE.
089500     ADD 1 TO ADV-COUNT.
089600     SET ADV-IDX TO ADV-COUNT.
089700     MOVE AIS-EMPLOYEE-ID   TO ADV-TAB-EMPLOYEE-ID (ADV-IDX).
089800     MOVE AIS-ADVANCE-NO    TO ADV-TAB-ADVANCE-NO (ADV-IDX).
089900     MOVE AIS-CURRENCY      TO ADV-TAB-CURRENCY (ADV-IDX).
090000     MOVE AIS-AMOUNT        TO ADV-TAB-AMOUNT (ADV-IDX).
090100     MOVE AIS-ISSUE-DATE    TO ADV-TAB-ISSUE-DATE (ADV-IDX).
090200     MOVE AIS-TRIP-END-DATE TO ADV-TAB-TRIP-END-DATE (ADV-IDX).
090300     MOVE ZERO              TO ADV-TAB-RECOVERED (ADV-IDX).
090400     MOVE ZERO              TO ADV-TAB-LAST-RCV-DATE (ADV-IDX).
090500     SET ADV-TAB-OPEN (ADV-IDX) TO TRUE.

090600     COMPUTE WS-ISSUE-USD ROUNDED = AIS-AMOUNT * WS-RATE.

090700     SET ADG-ISSUE TO TRUE.
090800     MOVE WS-RUN-DATE           TO ADG-POST-DATE.
090900     MOVE ZERO                  TO ADG-RUN-ID.
091000     MOVE AIS-EMPLOYEE-ID       TO ADG-EMPLOYEE-ID.
091100     MOVE AIS-ADVANCE-NO        TO ADG-ADVANCE-NO.
091200     MOVE EMX-COST-CENTER       TO ADG-COST-CENTER.
091300     MOVE WS-RECEIVABLE-ACCOUNT TO ADG-DEBIT-ACCOUNT.
091400     MOVE WS-CLEARING-ACCOUNT   TO ADG-CREDIT-ACCOUNT.
091500     MOVE AIS-CURRENCY          TO ADG-CURRENCY.
091600     MOVE AIS-AMOUNT            TO ADG-LOCAL-AMOUNT.
091700     MOVE WS-ISSUE-USD          TO ADG-USD-AMOUNT.
091800     WRITE ADG-REC.
091900 2300-EXIT.
092000     EXIT.

092100*================================================================
092200* 3000-POST-RECOVERIES - EVERY RECOVERY CALC-PAYFEED LOGGED UNDER
092300* A PAYMENT RUN NEWER THAN THE LAST ONE POSTED CREDITS THE
092400* RECEIVABLE AGAINST REIMBURSEMENTS PAYABLE.  NO LOG YET MEANS
092500* NOTHING HAS BEEN RECOVERED.
092600*================================================================
092700 3000-POST-RECOVERIES.
092800     MOVE WS-LAST-POSTED-RUN-ID TO WS-HIGH-POSTED-RUN-ID.
092900     MOVE 'N' TO WS-ADVRCV-EOF-SW.
093000     OPEN INPUT AdvanceRecoveryFile.
093100     IF WS-ADVRCV-FILE-STATUS NOT = '00'
093200         GO TO 3000-EXIT
093300     END-IF.

093400     READ AdvanceRecoveryFile
093500         AT END MOVE 'Y' TO WS-ADVRCV-EOF-SW
093600     END-READ.

093700     PERFORM 3100-POST-ONE-RECOVERY
093800         THRU 3100-EXIT
093900         UNTIL ADVRCV-EOF.

094000     CLOSE AdvanceRecoveryFile.
094100 3000-EXIT.
094200     EXIT.

094300 3100-POST-ONE-RECOVERY.
094400     IF ARV-RUN-ID NOT > WS-LAST-POSTED-RUN-ID
094500         GO TO 3100-NEXT
094600     END-IF.

094700     MOVE ARV-EMPLOYEE-ID TO EMX-EMPLOYEE-ID.
094800     READ EmpMasterIdxFile
094900         INVALID KEY
095000             MOVE SPACES TO EMX-COST-CENTER
095100     END-READ.

095200     SET ADG-RECOVERY TO TRUE.
095300     MOVE WS-RUN-DATE           TO ADG-POST-DATE.
095400     MOVE ARV-RUN-ID            TO ADG-RUN-ID.
095500     MOVE ARV-EMPLOYEE-ID       TO ADG-EMPLOYEE-ID.
095600     MOVE ARV-ADVANCE-NO        TO ADG-ADVANCE-NO.
095700     MOVE EMX-COST-CENTER       TO ADG-COST-CENTER.
095800     MOVE WS-PAYABLE-ACCOUNT    TO ADG-DEBIT-ACCOUNT.
095900     MOVE WS-RECEIVABLE-ACCOUNT TO ADG-CREDIT-ACCOUNT.
096000     MOVE ARV-CURRENCY          TO ADG-CURRENCY.
096100     MOVE ARV-LOCAL-AMOUNT      TO ADG-LOCAL-AMOUNT.
096200     MOVE ARV-USD-AMOUNT        TO ADG-USD-AMOUNT.
096300     WRITE ADG-REC.
096400     ADD 1 TO WS-RECOVERIES-POSTED.
096500     ADD ARV-USD-AMOUNT TO WS-RECOVERED-USD.
096600     IF ARV-RUN-ID > WS-HIGH-POSTED-RUN-ID
096700         MOVE ARV-RUN-ID TO WS-HIGH-POSTED-RUN-ID
096800     END-IF.

096900 3100-NEXT.
097000     READ AdvanceRecoveryFile
097100         AT END MOVE 'Y' TO WS-ADVRCV-EOF-SW
097200     END-READ.
097300 3100-EXIT.
097400     EXIT.

097500*================================================================
097600* 4000-AGE-ADVANCES - EVERY ADVANCE STILL OPEN PAST ITS TRIP END
097700* DATE GOES ON THE AGING REPORT IN ITS BAND; ONE WHOSE TRIP HAS
097800* NOT ENDED YET IS ONLY COUNTED.  BOTH ARE VALUED IN USD AT
097900* TODAY'S RATE.
098000*================================================================
098100 4000-AGE-ADVANCES.
098200     SET BND-IDX TO 1.
098300     PERFORM 4050-CLEAR-ONE-BAND
098400         THRU 4050-EXIT
098500         UNTIL BND-IDX > 4.

098600     SET ADV-IDX TO 1.
098700     PERFORM 4100-AGE-ONE-ADVANCE
098800         THRU 4100-EXIT
098900         UNTIL ADV-IDX > ADV-COUNT.

099000     PERFORM 8200-PRINT-AGING-TOTALS
099100         THRU 8200-EXIT.
099200 4000-EXIT.
099300     EXIT.

099400 4050-CLEAR-ONE-BAND.
099500     MOVE ZERO TO WS-BAND-COUNT (BND-IDX).
099600     MOVE ZERO TO WS-BAND-USD (BND-IDX).
099700     SET BND-IDX UP BY 1.
099800 4050-EXIT.
099900     EXIT.

100000 4100-AGE-ONE-ADVANCE.
100100     IF NOT ADV-TAB-OPEN (ADV-IDX)
100200         GO TO 4100-NEXT
100300     END-IF.
100400     COMPUTE WS-OUTSTANDING-LOCAL =
100500         ADV-TAB-AMOUNT (ADV-IDX) - ADV-TAB-RECOVERED (ADV-IDX).
100600     IF WS-OUTSTANDING-LOCAL NOT > ZERO
100700         GO TO 4100-NEXT
100800     END-IF.

100900     MOVE ADV-TAB-CURRENCY (ADV-IDX) TO WS-RATE-CURRENCY.
101000     MOVE WS-RUN-DATE                TO WS-RATE-DATE.
101100     PERFORM 2230-FIND-RATE
101200         THRU 2230-EXIT.
101300     MOVE ZERO TO WS-OUTSTANDING-USD.
101400     IF RATE-FOUND
101500         COMPUTE WS-OUTSTANDING-USD ROUNDED =
101600             WS-OUTSTANDING-LOCAL * WS-RATE
101700     ELSE
101800         ADD 1 TO WS-OPEN-NO-RATE
101900     END-IF.

102000     IF ADV-TAB-TRIP-END-DATE (ADV-IDX) NOT < WS-RUN-DATE
102100         ADD 1 TO WS-OPEN-NOT-DUE
102200         ADD WS-OUTSTANDING-USD TO WS-OPEN-NOT-DUE-USD
102300         GO TO 4100-NEXT
102400     END-IF.

102500     MOVE ADV-TAB-TRIP-END-DATE (ADV-IDX) TO WS-AGE-FROM-DATE.
102600     PERFORM 4200-COMPUTE-AGE
102700         THRU 4200-EXIT.
102800     EVALUATE TRUE
102900         WHEN WS-AGE-DAYS NOT > 30
103000             SET BND-IDX TO 1
103100         WHEN WS-AGE-DAYS NOT > 60
103200             SET BND-IDX TO 2
103300         WHEN WS-AGE-DAYS NOT > 90
103400             SET BND-IDX TO 3
103500         WHEN OTHER
103600             SET BND-IDX TO 4
103700     END-EVALUATE.
103800     ADD 1 TO WS-BAND-COUNT (BND-IDX).
103900     ADD WS-OUTSTANDING-USD TO WS-BAND-USD (BND-IDX).

104000     MOVE ADV-TAB-EMPLOYEE-ID (ADV-IDX) TO EMX-EMPLOYEE-ID.
104100     READ EmpMasterIdxFile
104200         INVALID KEY
104300             MOVE 'NOT ON HR MASTER' TO EMX-NAME
104400             MOVE SPACES             TO EMX-DEPARTMENT
104500     END-READ.

104600     MOVE ADV-TAB-EMPLOYEE-ID (ADV-IDX)   TO AGE-DTL-EMPLOYEE-ID.
104700     MOVE EMX-NAME                        TO AGE-DTL-NAME.
104800     MOVE EMX-DEPARTMENT                  TO AGE-DTL-DEPARTMENT.
104900     MOVE ADV-TAB-ADVANCE-NO (ADV-IDX)    TO AGE-DTL-ADVANCE-NO.
105000     MOVE ADV-TAB-CURRENCY (ADV-IDX)      TO AGE-DTL-CURRENCY.
105100     MOVE ADV-TAB-ISSUE-DATE (ADV-IDX)    TO AGE-DTL-ISSUE-DATE.
105200     MOVE ADV-TAB-TRIP-END-DATE (ADV-IDX)
105300         TO AGE-DTL-TRIP-END-DATE.
105400     MOVE WS-AGE-DAYS                     TO AGE-DTL-DAYS.
105500     MOVE WS-BAND-NAME (BND-IDX)          TO AGE-DTL-BAND.
105600     MOVE WS-OUTSTANDING-LOCAL            TO AGE-DTL-LOCAL.
105700     MOVE WS-OUTSTANDING-USD              TO AGE-DTL-USD.
105800     IF RATE-FOUND
105900         MOVE SPACES    TO AGE-DTL-NOTE
106000     ELSE
106100         MOVE 'NO RATE' TO AGE-DTL-NOTE
106200     END-IF.
106300     WRITE AGE-REPORT-LINE FROM AGE-DETAIL-LINE
106400         AFTER ADVANCING 1 LINE.

106500 4100-NEXT.
106600     SET ADV-IDX UP BY 1.
106700 4100-EXIT.
106800     EXIT.

106900*================================================================
107000* 4200-COMPUTE-AGE - DAYS SINCE WS-AGE-FROM-DATE, BY THE USUAL
107100* 365/30 APPROXIMATION.
107200*================================================================
107300 4200-COMPUTE-AGE.
107400     MOVE WS-AGE-FROM-DATE (1:4) TO WS-FROM-YYYY.
107500     MOVE WS-AGE-FROM-DATE (5:2) TO WS-FROM-MM.
107600     MOVE WS-AGE-FROM-DATE (7:2) TO WS-FROM-DD.

107700     COMPUTE WS-AGE-DAYS =
107800         ((WS-RUN-YYYY - WS-FROM-YYYY) * 365)
107900         + ((WS-RUN-MM - WS-FROM-MM) * 30)
108000         + (WS-RUN-DD - WS-FROM-DD).

108100     IF WS-AGE-DAYS < 1
108200         MOVE 1 TO WS-AGE-DAYS
108300     END-IF.
108400 4200-EXIT.
108500     EXIT.

108600*================================================================
108700* 5000-REWRITE-LEDGER - ONLY IF SOMETHING WAS ISSUED.  RECOVERIES
108800* ARE APPLIED TO THE LEDGER BY CALC-PAYFEED ITSELF.
108900*================================================================
109000 5000-REWRITE-LEDGER.
109100     IF WS-TRANS-APPLIED = ZERO
109200         GO TO 5000-EXIT
109300     END-IF.

109400     OPEN OUTPUT AdvanceLedgerFile.
109500     SET ADV-IDX TO 1.
109600     PERFORM 5100-WRITE-ONE-ADVANCE
109700         THRU 5100-EXIT
109800         UNTIL ADV-IDX > ADV-COUNT.
109900     CLOSE AdvanceLedgerFile.
110000 5000-EXIT.
110100     EXIT.

110200 5100-WRITE-ONE-ADVANCE.
110300     MOVE ADV-TAB-EMPLOYEE-ID (ADV-IDX)   TO ADV-EMPLOYEE-ID.
110400     MOVE ADV-TAB-ADVANCE-NO (ADV-IDX)    TO ADV-ADVANCE-NO.
110500     MOVE ADV-TAB-CURRENCY (ADV-IDX)      TO ADV-CURRENCY.
110600     MOVE ADV-TAB-AMOUNT (ADV-IDX)        TO ADV-AMOUNT.
110700     MOVE ADV-TAB-ISSUE-DATE (ADV-IDX)    TO ADV-ISSUE-DATE.
110800     MOVE ADV-TAB-TRIP-END-DATE (ADV-IDX) TO ADV-TRIP-END-DATE.
110900     MOVE ADV-TAB-RECOVERED (ADV-IDX)     TO ADV-RECOVERED.
111000     MOVE ADV-TAB-LAST-RCV-DATE (ADV-IDX)
111100         TO ADV-LAST-RECOVERY-DATE.
111200     MOVE ADV-TAB-STATUS (ADV-IDX)        TO ADV-STATUS.
111300     WRITE ADV-REC.
111400     ADD 1 TO WS-ADVANCES-WRITTEN.
111500     SET ADV-IDX UP BY 1.
111600 5100-EXIT.
111700     EXIT.

111800*================================================================
111900* 8100-PRINT-ISSUE - ONE LINE PER TRANSACTION, AS KEYED.
112000*================================================================
112100 8100-PRINT-ISSUE.
112200     MOVE AIS-EMPLOYEE-ID   TO ISS-DTL-EMPLOYEE-ID.
112300     MOVE AIS-ADVANCE-NO    TO ISS-DTL-ADVANCE-NO.
112400     MOVE AIS-CURRENCY      TO ISS-DTL-CURRENCY.
112500     IF AIS-AMOUNT IS NUMERIC
112600         MOVE AIS-AMOUNT    TO ISS-DTL-AMOUNT
112700     ELSE
112800         MOVE ZERO          TO ISS-DTL-AMOUNT
112900     END-IF.
113000     MOVE AIS-ISSUE-DATE    TO ISS-DTL-ISSUE-DATE.
113100     MOVE AIS-TRIP-END-DATE TO ISS-DTL-TRIP-END-DATE.
113200     MOVE WS-ISSUE-USD      TO ISS-DTL-USD.
113300     IF TRANS-ACCEPTED
113400         MOVE 'APPLIED'  TO ISS-DTL-RESULT
113500     ELSE
113600         MOVE 'REJECTED' TO ISS-DTL-RESULT
113700     END-IF.
113800     MOVE WS-REJECT-REASON  TO ISS-DTL-REASON.
113900     WRITE ISS-REPORT-LINE FROM ISS-DETAIL-LINE
114000         AFTER ADVANCING 1 LINE.
114100 8100-EXIT.
114200     EXIT.

114300*================================================================
114400* 8200-PRINT-AGING-TOTALS - ONE LINE PER BAND, THEN THE ADVANCES
114500* NOT YET DUE, SO THE REPORT FOOTS TO THE WHOLE RECEIVABLE.
114600*================================================================
114700 8200-PRINT-AGING-TOTALS.
114800     WRITE AGE-REPORT-LINE FROM AGE-HDG-3
114900         AFTER ADVANCING 1 LINE.

115000     SET BND-IDX TO 1.
115100     PERFORM 8210-PRINT-ONE-BAND
115200         THRU 8210-EXIT
115300         UNTIL BND-IDX > 4.

115400     MOVE 'TRIP NOT YET ENDED:      ' TO AGE-TOT-LABEL.
115500     MOVE WS-OPEN-NOT-DUE     TO AGE-TOT-COUNT.
115600     MOVE WS-OPEN-NOT-DUE-USD TO AGE-TOT-USD.
115700     WRITE AGE-REPORT-LINE FROM AGE-TOTAL-LINE
115800         AFTER ADVANCING 1 LINE.
115900 8200-EXIT.
116000     EXIT.

116100 8210-PRINT-ONE-BAND.
116200     MOVE WS-BAND-LABEL (BND-IDX) TO AGE-TOT-LABEL.
116300     MOVE WS-BAND-COUNT (BND-IDX) TO AGE-TOT-COUNT.
116400     MOVE WS-BAND-USD (BND-IDX)   TO AGE-TOT-USD.
116500     WRITE AGE-REPORT-LINE FROM AGE-TOTAL-LINE
116600         AFTER ADVANCING 1 LINE.
116700     SET BND-IDX UP BY 1.
116800 8210-EXIT.
116900     EXIT.

117000*================================================================
117100* 9000-TERMINATE - TOTALS, THE RUN-CONTROL ENTRY FOR THE
117200* RECOVERIES POSTED, THEN EMPTY THE TRANSACTION FILE.  A
117300* REJECTED ISSUE IS ON THE REPORT WITH ITS REASON TO BE
117400* CORRECTED AND KEYED AGAIN.
117500*================================================================
117600 9000-TERMINATE.
117700     WRITE ISS-REPORT-LINE FROM ISS-HDG-3
117800         AFTER ADVANCING 1 LINE.
117900     MOVE 'TRANSACTIONS READ:       ' TO ISS-TOT-LABEL.
118000     MOVE WS-TRANS-READ TO ISS-TOT-COUNT.
118100     MOVE ZERO          TO ISS-TOT-USD.
118200     WRITE ISS-REPORT-LINE FROM ISS-TOTAL-LINE
118300         AFTER ADVANCING 1 LINE.
118400     MOVE 'ISSUED:                  ' TO ISS-TOT-LABEL.
118500     MOVE WS-TRANS-APPLIED TO ISS-TOT-COUNT.
118600     MOVE WS-ISSUED-USD    TO ISS-TOT-USD.
118700     WRITE ISS-REPORT-LINE FROM ISS-TOTAL-LINE
118800         AFTER ADVANCING 1 LINE.
118900     MOVE 'REJECTED:                ' TO ISS-TOT-LABEL.
119000     MOVE WS-TRANS-REJECTED TO ISS-TOT-COUNT.
119100     MOVE ZERO              TO ISS-TOT-USD.
119200     WRITE ISS-REPORT-LINE FROM ISS-TOTAL-LINE
119300         AFTER ADVANCING 1 LINE.
119400     MOVE 'RECOVERIES POSTED:       ' TO ISS-TOT-LABEL.
119500     MOVE WS-RECOVERIES-POSTED TO ISS-TOT-COUNT.
119600     MOVE WS-RECOVERED-USD     TO ISS-TOT-USD.
119700     WRITE ISS-REPORT-LINE FROM ISS-TOTAL-LINE
119800         AFTER ADVANCING 1 LINE.

119900     CLOSE EmpMasterIdxFile AdvanceGlFile IssueReportFile
120000         AgingReportFile.

120100     IF ISSUE-FILE-OPEN
120200         CLOSE AdvanceIssueFile
120300         OPEN OUTPUT AdvanceIssueFile
120400         CLOSE AdvanceIssueFile
120500     END-IF.

120600     IF WS-HIGH-POSTED-RUN-ID > WS-LAST-POSTED-RUN-ID
120700         OPEN EXTEND RunControlFile
120800         IF WS-RUNCTL-FILE-STATUS = '35'
120900             OPEN OUTPUT RunControlFile
121000             CLOSE RunControlFile
121100             OPEN EXTEND RunControlFile
121200         END-IF
121300         MOVE WS-HIGH-POSTED-RUN-ID TO RC-RUN-ID
121400         MOVE WS-RUN-DATE           TO RC-RUN-DATE
121500         MOVE 'CALC-ADVANCE'        TO RC-PROGRAM
121600         SET RC-ADVANCE-POSTED TO TRUE
121700         WRITE RC-REC
121800         CLOSE RunControlFile
121900     END-IF.

122000     DISPLAY 'TRAVEL ADVANCES COMPLETE - ' WS-TRANS-READ
122100         ' ISSUES READ, ' WS-TRANS-APPLIED ' ISSUED, '
122200         WS-TRANS-REJECTED ' REJECTED, ' WS-RECOVERIES-POSTED
122300         ' RECOVERIES POSTED THROUGH RUN ' WS-HIGH-POSTED-RUN-ID
122400         '.'.
122500     IF WS-TRANS-APPLIED > ZERO
122600         DISPLAY 'ADVANCE: CONTROL/ADVANCES.DAT REWRITTEN - '
122700             WS-ADVANCES-WRITTEN ' ADVANCES ON FILE.'
122800     END-IF.
122900     IF WS-OPEN-NO-RATE > ZERO
123000         DISPLAY 'ADVANCE WARNING - ' WS-OPEN-NO-RATE
123100             ' OPEN ADVANCES HAVE NO FX RATE IN FORCE TODAY - '
123200             'THEIR USD IS MISSING FROM ADVAGING.RPT'
123300     END-IF.
123400     IF WS-FX-RATES-DROPPED > ZERO
123500         DISPLAY 'ADVANCE WARNING - ' WS-FX-RATES-DROPPED
123600             ' FX RATES PAST THE TABLE LIMIT - RAISE THE LIMIT'
123700     END-IF.
123800 9000-EXIT.
123900     EXIT.
