000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.               CALC-EXPPOST.
000300 AUTHOR.                   ISOBEL SCOTT.
000400 INSTALLATION.             FINANCE SYSTEMS.
000500 DATE-WRITTEN.             10/15/2026.
000600 DATE-COMPILED.            10/15/2026.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  10/15/2026  IS  NEW PROGRAM.  CALC-BATCH REBUILDS
001100*                  ALLSORTED.CSV FROM SCRATCH EVERY RUN, SO
001200*                  NOTHING DOWNSTREAM EVER SAW MORE THAN ONE
001300*                  RUN AND YEAR-TO-DATE QUESTIONS MEANT
001400*                  STITCHING DATED COPIES OUT OF ARCHIVE/.  THIS
001500*                  STEP OF THE MONTH-END CHAIN APPENDS EVERY ROW
001600*                  OF THE RUN'S ALLSORTED.CSV TO THE PERMANENT
001700*                  KEYED EXPENSE MASTER, CONTROL/EXPMASTER.IDX
001800*                  (COPYBOOK EXPMAST), WHICH CALC-YTD REPORTS
001900*                  FROM.  THE MASTER IS BUILT EMPTY ON FIRST
002000*                  USE.  GUARDED BY THE RUN-CONTROL LEDGER ('M'
002100*                  ENTRIES) LIKE CALC-GLFEED, SO THE SAME RUN
002200*                  IS NOT POSTED TWICE; FORCE ON THE COMMAND
002300*                  LINE OVERRIDES - SAFE, SINCE THE RUN ID AND
002400*                  ROW SEQUENCE ARE PART OF THE KEY AND A ROW
002500*                  ALREADY ON THE MASTER IS SKIPPED, NOT DOUBLED
002600*                  (WHICH IS HOW A POST THAT DIED PART WAY IS
002700*                  FINISHED).
002800*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PostInputFile ASSIGN TO
003300             'processed/ALLSORTED.csv'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-INPUT-FILE-STATUS.

003600     SELECT ExpMasterFile ASSIGN TO
003700             'control/EXPMASTER.IDX'
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS EXM-KEY
004100         FILE STATUS IS WS-EXPMAST-STATUS.

004200     SELECT RunStampFile ASSIGN TO
004300             'processed/ALLSORTED.RUN'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-STAMP-FILE-STATUS.

004600     SELECT RunControlFile ASSIGN TO
004700             'control/RUNCONTROL.DAT'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-RUNCTL-FILE-STATUS.

005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  PostInputFile.
005300 01  PST-IN-REC.
005400     COPY EXPREC.

005500 FD  ExpMasterFile.
005600 01  EXM-REC.
005700     COPY EXPMAST.

005800 FD  RunStampFile.
005900 01  STAMP-REC.
006000     03 STAMP-RUN-ID             PIC 9(6).
006100     03 STAMP-RUN-DATE           PIC 9(8).

006200 FD  RunControlFile.
006300 01  RC-REC.
006400     COPY RUNCTL.

006500 WORKING-STORAGE SECTION.
006600*--------------------------------------------------------------
006700* RUN-CONTROL FIELDS - THE FEED'S RUN ID COMES FROM THE STAMP
006800* CALC-BATCH WRITES NEXT TO ALLSORTED.CSV; THE HIGHEST RUN ID
006900* ALREADY POSTED COMES FROM THIS PROGRAM'S 'M' ENTRIES ON THE
007000* LEDGER.
007100*--------------------------------------------------------------
007200 01  WS-STAMP-FILE-STATUS        PIC X(02).
007300 01  WS-RUNCTL-FILE-STATUS       PIC X(02).
007400 01  WS-INPUT-FILE-STATUS        PIC X(02).
007500 01  WS-EXPMAST-STATUS           PIC X(02).
007600 01  WS-FEED-RUN-ID              PIC 9(6) VALUE ZERO.
007700 01  WS-LAST-POSTED-ID           PIC 9(6) VALUE ZERO.
007800 01  WS-RUN-DATE                 PIC 9(8).
007900 01  WS-COMMAND-LINE             PIC X(80).

008000*--------------------------------------------------------------
008100* SWITCHES
008200*--------------------------------------------------------------
008300 01  WS-SWITCHES.
008400     05 WS-RUN-OK-SW             PIC X(01) VALUE 'N'.
008500        88 RUN-CONTROL-OK                  VALUE 'Y'.
008600        88 RUN-CONTROL-BLOCKED             VALUE 'N'.
008700     05 WS-FORCE-SW              PIC X(01) VALUE 'N'.
008800        88 FORCED-RERUN                    VALUE 'Y'.
008900     05 WS-RUNCTL-EOF-SW         PIC X(01) VALUE 'N'.
009000        88 RUNCTL-EOF                      VALUE 'Y'.
009100     05 WS-INPUT-EOF-SW          PIC X(01) VALUE 'N'.
009200        88 INPUT-EOF                        VALUE 'Y'.

009300*--------------------------------------------------------------
009400* RUN COUNTERS AND CONTROL TOTALS
009500*--------------------------------------------------------------
009600 01  WS-COUNTERS.
009700     05 WS-RECORDS-READ          PIC 9(9) COMP VALUE ZERO.
009800     05 WS-RECORDS-POSTED        PIC 9(9) COMP VALUE ZERO.
009900     05 WS-RECORDS-ALREADY       PIC 9(9) COMP VALUE ZERO.
010000     05 WS-RECORDS-FAILED        PIC 9(9) COMP VALUE ZERO.
010100 01  WS-ROW-SEQ                  PIC 9(6) VALUE ZERO.
010200 01  WS-USD-POSTED               PIC 9(11)V99 VALUE ZERO.

010300 01  WS-DISPLAY-COUNTS.
010400     05 WS-DSP-POSTED            PIC ZZZZZZZZ9.
010500     05 WS-DSP-ALREADY           PIC ZZZZZZZZ9.
010600     05 WS-DSP-FAILED            PIC ZZZZZZZZ9.
010700     05 WS-DSP-USD               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

010800 PROCEDURE DIVISION.

010900*================================================================
011000* 0000-MAINLINE
011100*================================================================
011200 0000-MAINLINE.
011300     PERFORM 0100-CHECK-RUN-CONTROL
011400         THRU 0100-EXIT.

011500     IF RUN-CONTROL-BLOCKED
011600         GOBACK
011700     END-IF.

011800     PERFORM 1000-INITIALIZE
011900         THRU 1000-EXIT.

012000     IF RUN-CONTROL-BLOCKED
012100         GOBACK
012200     END-IF.

012300     PERFORM 2000-POST-RECORDS
012400         THRU 2000-EXIT.

012500     PERFORM 9000-TERMINATE
012600         THRU 9000-EXIT.

012700     GOBACK.

012800*================================================================
012900* 0100-CHECK-RUN-CONTROL - REFUSE A FEED THAT ISN'T FROM A
013000* NEWER RUN THAN THE LAST ONE POSTED - A STALE ALLSORTED.CSV
013100* HAS NOTHING NEW FOR THE MASTER - UNLESS THE OPERATOR SAID
013200* FORCE ON THE COMMAND LINE.
013300*================================================================
013400 0100-CHECK-RUN-CONTROL.
013500     SET RUN-CONTROL-BLOCKED TO TRUE.
013600     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
013700     IF WS-COMMAND-LINE (1:5) = 'FORCE'
013800         SET FORCED-RERUN TO TRUE
013900     END-IF.

014000     OPEN INPUT RunStampFile.
014100     IF WS-STAMP-FILE-STATUS NOT = '00'
014200         DISPLAY 'CALC-EXPPOST: ALLSORTED.csv CARRIES NO RUN '
014300             'STAMP - RUN CALC-BATCH FIRST.'
014400         GO TO 0100-EXIT
014500     END-IF.
014600     READ RunStampFile
014700         AT END CONTINUE
014800     END-READ.
014900     IF STAMP-RUN-ID IS NOT NUMERIC
015000         DISPLAY 'CALC-EXPPOST: ALLSORTED.csv RUN STAMP IS '
015100             'UNREADABLE - RUN CALC-BATCH AGAIN.'
015200         CLOSE RunStampFile
015300         GO TO 0100-EXIT
015400     END-IF.
015500     MOVE STAMP-RUN-ID TO WS-FEED-RUN-ID.
015600     CLOSE RunStampFile.

015700     MOVE ZERO TO WS-LAST-POSTED-ID.
015800     MOVE 'N' TO WS-RUNCTL-EOF-SW.
015900     OPEN INPUT RunControlFile.
016000     IF WS-RUNCTL-FILE-STATUS = '00'
016100         READ RunControlFile
016200             AT END SET RUNCTL-EOF TO TRUE
016300         END-READ
016400         PERFORM 0110-SCAN-ONE-LEDGER-ENTRY
016500             THRU 0110-EXIT
016600             UNTIL RUNCTL-EOF
016700         CLOSE RunControlFile
016800     END-IF.

016900     IF WS-FEED-RUN-ID > WS-LAST-POSTED-ID
017000         SET RUN-CONTROL-OK TO TRUE
017100     ELSE
017200         IF FORCED-RERUN
017300             DISPLAY 'CALC-EXPPOST: RUN ' WS-FEED-RUN-ID
017400                 ' ALREADY POSTED - FORCED RERUN, ROWS ALREADY '
017500                 'ON THE MASTER WILL BE SKIPPED.'
017600             SET RUN-CONTROL-OK TO TRUE
017700         ELSE
017800             DISPLAY 'CALC-EXPPOST: REFUSED - RUN '
017900                 WS-FEED-RUN-ID ' ALREADY POSTED (LAST = '
018000                 WS-LAST-POSTED-ID ').  SAY FORCE TO FINISH '
018100                 'A POST THAT DID NOT COMPLETE.'
018200         END-IF
018300     END-IF.
018400 0100-EXIT.
018500     EXIT.

018600 0110-SCAN-ONE-LEDGER-ENTRY.
018700     IF RC-MASTER-POSTED
018800         AND RC-RUN-ID > WS-LAST-POSTED-ID
018900         MOVE RC-RUN-ID TO WS-LAST-POSTED-ID
019000     END-IF.

019100     READ RunControlFile
019200         AT END SET RUNCTL-EOF TO TRUE
019300     END-READ.
019400 0110-EXIT.
019500     EXIT.

019600*================================================================
019700* 1000-INITIALIZE - OPEN THE FEED AND THE MASTER.  NO MASTER ON
019800* DISK YET MEANS THIS IS THE FIRST POST - BUILD IT EMPTY.  ANY
019900* OTHER FAILURE TO OPEN IT REFUSES THE RUN WITH NOTHING POSTED
020000* AND NO LEDGER ENTRY, SO THE NEXT RUN STILL PICKS IT UP.
020100*================================================================
020200 1000-INITIALIZE.
020300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

020400     OPEN INPUT PostInputFile.
020500     IF WS-INPUT-FILE-STATUS NOT = '00'
020600         DISPLAY 'CALC-EXPPOST: REFUSED - ALLSORTED.csv '
020700             'CANNOT BE READ (STATUS ' WS-INPUT-FILE-STATUS
020800             ').'
020900         SET RUN-CONTROL-BLOCKED TO TRUE
021000         GO TO 1000-EXIT
021100     END-IF.

021200     OPEN I-O ExpMasterFile.
021300     IF WS-EXPMAST-STATUS = '35'
021400         OPEN OUTPUT ExpMasterFile
021500         CLOSE ExpMasterFile
021600         OPEN I-O ExpMasterFile
021700         DISPLAY 'CALC-EXPPOST: CONTROL/EXPMASTER.IDX BUILT - '
021800             'FIRST POST.'
021900     END-IF.
022000     IF WS-EXPMAST-STATUS NOT = '00'
022100         DISPLAY 'CALC-EXPPOST: REFUSED - CONTROL/EXPMASTER.IDX '
022200             'CANNOT BE OPENED (STATUS ' WS-EXPMAST-STATUS ').'
022300         CLOSE PostInputFile
022400         SET RUN-CONTROL-BLOCKED TO TRUE
022500         GO TO 1000-EXIT
022600     END-IF.
022700 1000-EXIT.
022800     EXIT.

022900*================================================================
023000* 2000-POST-RECORDS - ONE MASTER RECORD PER ALLSORTED.CSV ROW.
023100* THE ROW SEQUENCE IS THE ROW'S POSITION ON THE FILE, SO A
023200* RE-POST OF THE SAME RUN BUILDS THE SAME KEYS.
023300*================================================================
023400 2000-POST-RECORDS.
023500     READ PostInputFile
023600         AT END MOVE 'Y' TO WS-INPUT-EOF-SW
023700     END-READ.

023800     PERFORM 2100-POST-ONE-RECORD
023900         THRU 2100-EXIT
024000         UNTIL INPUT-EOF.
024100 2000-EXIT.
024200     EXIT.

024300 2100-POST-ONE-RECORD.
024400     ADD 1 TO WS-RECORDS-READ.
024500     ADD 1 TO WS-ROW-SEQ.

024600     MOVE FiscalPeriod        TO EXM-FISCAL-PERIOD.
024700     IF FiscalPeriod IS NOT NUMERIC
024800         MOVE ZERO            TO EXM-FISCAL-PERIOD
024900     END-IF.
025000     MOVE CostCenter          TO EXM-COST-CENTER.
025100     MOVE EmployeeId          TO EXM-EMPLOYEE-ID.
025200     MOVE ReportId            TO EXM-REPORT-ID.
025300     MOVE WS-FEED-RUN-ID      TO EXM-RUN-ID.
025400     MOVE WS-ROW-SEQ          TO EXM-ROW-SEQ.
025500     MOVE WS-RUN-DATE         TO EXM-POSTED-DATE.
025600     MOVE PST-IN-REC          TO EXM-EXPENSE-ROW.

025700     WRITE EXM-REC
025800         INVALID KEY
025900             IF WS-EXPMAST-STATUS = '22'
026000                 ADD 1 TO WS-RECORDS-ALREADY
026100             ELSE
026200                 ADD 1 TO WS-RECORDS-FAILED
026300                 DISPLAY 'CALC-EXPPOST: ROW ' WS-ROW-SEQ
026400                     ' NOT POSTED (STATUS ' WS-EXPMAST-STATUS
026500                     ') - REPORT ' ReportId ' EMPLOYEE '
026600                     EmployeeId
026700             END-IF
026800         NOT INVALID KEY
026900             ADD 1 TO WS-RECORDS-POSTED
027000             ADD UsdAmount TO WS-USD-POSTED
027100     END-WRITE.

027200     READ PostInputFile
027300         AT END MOVE 'Y' TO WS-INPUT-EOF-SW
027400     END-READ.
027500 2100-EXIT.
027600     EXIT.

027700*================================================================
027800* 9000-TERMINATE - THE LEDGER ENTRY IS WRITTEN ONLY WHEN EVERY
027900* ROW IS ON THE MASTER; A ROW THAT FAILED LEAVES THE RUN
028000* UNPOSTED SO IT IS PICKED UP AGAIN (WITH FORCE NOT NEEDED).
028100*================================================================
028200 9000-TERMINATE.
028300     CLOSE PostInputFile ExpMasterFile.

028400     MOVE WS-RECORDS-POSTED  TO WS-DSP-POSTED.
028500     MOVE WS-RECORDS-ALREADY TO WS-DSP-ALREADY.
028600     MOVE WS-RECORDS-FAILED  TO WS-DSP-FAILED.
028700     MOVE WS-USD-POSTED      TO WS-DSP-USD.

028800     IF WS-RECORDS-FAILED > ZERO
028900         DISPLAY 'CALC-EXPPOST: ' WS-DSP-FAILED
029000             ' ROWS COULD NOT BE POSTED - RUN ' WS-FEED-RUN-ID
029100             ' LEFT OPEN ON THE LEDGER.  FIX AND RUN AGAIN.'
029200         GO TO 9000-EXIT
029300     END-IF.

029400     OPEN EXTEND RunControlFile.
029500     IF WS-RUNCTL-FILE-STATUS = '35'
029600         OPEN OUTPUT RunControlFile
029700         CLOSE RunControlFile
029800         OPEN EXTEND RunControlFile
029900     END-IF.
030000     MOVE WS-FEED-RUN-ID  TO RC-RUN-ID.
030100     MOVE WS-RUN-DATE     TO RC-RUN-DATE.
030200     MOVE 'CALC-EXPPOST' TO RC-PROGRAM.
030300     SET RC-MASTER-POSTED TO TRUE.
030400     WRITE RC-REC.
030500     CLOSE RunControlFile.

030600     DISPLAY 'EXPENSE MASTER POST COMPLETE - ' WS-DSP-POSTED
030700         ' ROWS POSTED, USD ' WS-DSP-USD ', ' WS-DSP-ALREADY
030800         ' ALREADY ON THE MASTER - RUN ' WS-FEED-RUN-ID.
030900 9000-EXIT.
031000     EXIT.
