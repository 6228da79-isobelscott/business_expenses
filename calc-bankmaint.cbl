000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.               CALC-BANKMAINT.
000300 AUTHOR.                   ISOBEL SCOTT.
000400 INSTALLATION.             FINANCE SYSTEMS.
000500 DATE-WRITTEN.             10/15/2026.
000600 DATE-COMPILED.            10/15/2026.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  10/15/2026  IS  NEW PROGRAM.  CONTROL/BANKMASTER.DAT WAS
001100*                  MAINTAINED BY HAND-EDITING THE FLAT FILE, AND
001200*                  CALC-PAYFEED PAYS WHATEVER ROUTING AND ACCOUNT
001300*                  IT FINDS THERE - ONE EDITED LINE COULD
001400*                  REDIRECT A REIMBURSEMENT WITH NO RECORD OF
001500*                  WHO CHANGED IT OR WHEN.  BANK DETAILS ARE NOW
001600*                  CHANGED ONLY THROUGH THIS PROGRAM, FROM ADD
001700*                  (A), CHANGE (C), CLOSE (X) AND CONFIRM (V)
001800*                  TRANSACTIONS ON CONTROL/BANKMAINT.DAT KEYED BY
001900*                  EMPLOYEEID.  ADDS, CHANGES AND CONFIRMATIONS
002000*                  MUST BE FOR AN ACTIVE EMPLOYEE ON THE HR
002100*                  MASTER (CONTROL/EMPMASTER.IDX) - NOTHING IS
002200*                  EVER SET UP FOR A TERMINATED EMPLOYEE - WHILE
002300*                  A CLOSE IS ALLOWED FOR ANYONE, SINCE CLOSING A
002400*                  LEAVER'S ACCOUNT IS EXACTLY WHAT IT IS FOR.
002500*                  EVERY APPLIED TRANSACTION IS APPENDED TO THE
002600*                  BANK-CHANGE AUDIT FILE (CONTROL/
002700*                  BANKCHANGES.DAT) WITH THE ACCOUNT BEFORE AND
002800*                  AFTER, THE OPERATOR GIVEN ON THE COMMAND LINE
002900*                  AND THE DATE.  A CONFIRMATION MUST COME FROM
003000*                  A DIFFERENT OPERATOR THAN THE ONE WHO MADE THE
003100*                  CHANGE AND MUST REPEAT THE DETAILS NOW ON
003200*                  FILE; UNTIL ONE IS RECORDED CALC-PAYFEED HOLDS
003300*                  A RECENTLY CHANGED ACCOUNT'S MONEY.  EVERY
003400*                  TRANSACTION, APPLIED OR REJECTED, IS PRINTED
003500*                  ON PROCESSED/BANKMAINT.RPT, AND THE
003600*                  TRANSACTION FILE IS EMPTIED AT THE END OF THE
003700*                  RUN SO THE SAME BATCH CAN'T BE APPLIED TWICE -
003800*                  THE AUDIT FILE AND THE REPORT ARE THE RECORD.
003808*  10/15/2026  IS  CALC-PAYFEED NOW HOLDS ANY ACCOUNT WITH NO
003816*                  AUDIT ENTRY OR WHOSE DETAILS DIFFER FROM ITS
003824*                  LATEST ONE, SO THE ACCOUNTS ALREADY ON
003832*                  BANKMASTER.DAT WHEN THIS PROGRAM CAME IN MUST
003840*                  BE TAKEN ON ONCE.  CALC-BANKMAINT <OPERATOR>
003848*                  SEED WRITES, FOR EVERY ACCOUNT WITH NO AUDIT
003856*                  ENTRY, AN ADD STAMPED *SEED* AND A
003864*                  CONFIRMATION BY THE OPERATOR, SO THE ACCOUNT
003872*                  STARTS CONFIRMED, AND LISTS EACH ONE ON
003880*                  BANKMAINT.RPT.  A SECOND SEED IS REFUSED -
003888*                  ANYTHING ADDED BY HAND AFTER IT STAYS HELD.
003900*--------------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT BankMaintFile ASSIGN TO
004400             'control/BANKMAINT.DAT'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-BANKMAINT-FILE-STATUS.

004700     SELECT BankMasterFile ASSIGN TO
004800             'control/BANKMASTER.DAT'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-BANKMASTER-FILE-STATUS.

005100     SELECT EmpMasterIdxFile ASSIGN TO
005200             'control/EMPMASTER.IDX'
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS EMX-EMPLOYEE-ID
005600         FILE STATUS IS WS-EMPIDX-STATUS.

005700     SELECT BankChangeFile ASSIGN TO
005800             'control/BANKCHANGES.DAT'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-BANKCHG-FILE-STATUS.

006100     SELECT MaintReportFile ASSIGN TO
006200             'processed/BANKMAINT.rpt'
006300         ORGANIZATION IS LINE SEQUENTIAL.

006400 DATA DIVISION.
006500 FILE SECTION.
006600*--------------------------------------------------------------
006700* ONE MAINTENANCE TRANSACTION.  A CLOSE NEEDS ONLY THE
006800* EMPLOYEEID; A CONFIRMATION REPEATS THE DETAILS BEING
006900* CONFIRMED.  A BLANK CURRENCY MEANS USD, AS ON THE MASTER.
007000*--------------------------------------------------------------
007100 FD  BankMaintFile.
007200 01  BMT-REC.
007300     03 BMT-EMPLOYEE-ID          PIC 9(6).
007400     03 BMT-ACTION               PIC X(1).
007500        88 BMT-ADD                       VALUE 'A'.
007600        88 BMT-CHANGE                    VALUE 'C'.
007700        88 BMT-CLOSE                     VALUE 'X'.
007800        88 BMT-CONFIRM                   VALUE 'V'.
007900     03 BMT-ROUTING-NUMBER       PIC 9(9).
008000     03 BMT-ACCOUNT-NUMBER       PIC X(18).
008100     03 BMT-PAY-CURRENCY         PIC X(3).

008200 FD  BankMasterFile.
008300 01  BNK-REC.
008400     03 BNK-EMPLOYEE-ID          PIC 9(6).
008500     03 BNK-ROUTING-NUMBER       PIC 9(9).
008600     03 BNK-ACCOUNT-NUMBER       PIC X(18).
008700     03 BNK-PAY-CURRENCY         PIC X(3).

008800 FD  EmpMasterIdxFile.
008900 01  EMX-REC.
009000     03 EMX-EMPLOYEE-ID          PIC 9(6).
009100     03 EMX-NAME                 PIC X(50).
009200     03 EMX-DEPARTMENT           PIC X(30).
009300     03 EMX-COST-CENTER          PIC X(10).
009400     03 EMX-STATUS               PIC X(1).
009500        88 EMX-ACTIVE                    VALUE 'A'.
009600        88 EMX-TERMINATED                VALUE 'T'.

009700 FD  BankChangeFile.
009800 01  BCH-REC.
009900     COPY BANKCHG.

010000 FD  MaintReportFile.
010100 01  MNT-REPORT-LINE             PIC X(132).

010200 WORKING-STORAGE SECTION.
010300*--------------------------------------------------------------
010400* FILE-STATUS FIELDS
010500*--------------------------------------------------------------
010600 01  WS-BANKMAINT-FILE-STATUS    PIC X(02).
010700 01  WS-BANKMASTER-FILE-STATUS   PIC X(02).
010800 01  WS-EMPIDX-STATUS            PIC X(02).
010900 01  WS-BANKCHG-FILE-STATUS      PIC X(02).

011000 01  WS-COMMAND-LINE             PIC X(80).
011100 01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
011110 01  WS-RUN-MODE                 PIC X(8) VALUE SPACES.
011120     88 SEED-RUN                          VALUE 'SEED'.
011130 01  WS-SEED-OPERATOR            PIC X(8) VALUE '*SEED*'.
011200 01  WS-RUN-DATE                 PIC 9(08).

011300*--------------------------------------------------------------
011400* SWITCHES
011500*--------------------------------------------------------------
011600 01  WS-SWITCHES.
011700     05 WS-MAINT-EOF-SW          PIC X(01) VALUE 'N'.
011800        88 MAINT-EOF                        VALUE 'Y'.
011900     05 WS-BANKFILE-EOF-SW       PIC X(01) VALUE 'N'.
012000        88 BANKFILE-EOF                     VALUE 'Y'.
012100     05 WS-BANKCHG-EOF-SW        PIC X(01) VALUE 'N'.
012200        88 BANKCHG-EOF                      VALUE 'Y'.
012300     05 WS-RUN-OK-SW             PIC X(01) VALUE 'N'.
012400        88 MAINT-RUN-OK                     VALUE 'Y'.
012500        88 MAINT-RUN-BLOCKED                VALUE 'N'.
012600     05 WS-TRANS-OK-SW           PIC X(01) VALUE 'Y'.
012700        88 TRANS-ACCEPTED                   VALUE 'Y'.
012800        88 TRANS-REJECTED                   VALUE 'N'.
012900     05 WS-BANK-FOUND-SW         PIC X(01) VALUE 'N'.
013000        88 BANK-ACCOUNT-FOUND               VALUE 'Y'.
013100        88 BANK-ACCOUNT-NOT-FOUND           VALUE 'N'.
013200     05 WS-EMPLOYEE-FOUND-SW     PIC X(01) VALUE 'N'.
013300        88 EMPLOYEE-FOUND                   VALUE 'Y'.
013400        88 EMPLOYEE-NOT-FOUND               VALUE 'N'.
013500     05 WS-CHANGE-FOUND-SW       PIC X(01) VALUE 'N'.
013600        88 CHANGE-FOUND                     VALUE 'Y'.
013700        88 CHANGE-NOT-FOUND                 VALUE 'N'.
013710     05 WS-SEEDED-SW             PIC X(01) VALUE 'N'.
013720        88 AUDIT-FILE-SEEDED                VALUE 'Y'.

013800*--------------------------------------------------------------
013900* BANK MASTER TABLE - THE WHOLE OF CONTROL/BANKMASTER.DAT,
014000* UPDATED IN PLACE AND WRITTEN BACK AT THE END OF THE RUN.  A
014100* CLOSED ACCOUNT IS MARKED 'X' AND LEFT OUT OF THE REWRITE.
014200*--------------------------------------------------------------
014300 01  BANK-TABLE-AREA.
014400     05 BANK-COUNT               PIC 9(04) COMP VALUE ZERO.
014500     05 BANK-TABLE OCCURS 1 TO 500 TIMES
014600           DEPENDING ON BANK-COUNT
014700           INDEXED BY BNK-IDX.
014800        10 BNK-TAB-EMPLOYEE-ID   PIC 9(6).
014900        10 BNK-TAB-ROUTING       PIC 9(9).
015000        10 BNK-TAB-ACCOUNT       PIC X(18).
015100        10 BNK-TAB-CURRENCY      PIC X(3).
015200        10 BNK-TAB-STATUS        PIC X(1).
015300           88 BNK-TAB-CLOSED               VALUE 'X'.
015400 01  WS-BANK-ROWS-OVER           PIC 9(05) COMP VALUE ZERO.

015500*--------------------------------------------------------------
015600* CHANGE-HISTORY TABLE - EACH EMPLOYEE'S LATEST ADD OR CHANGE
015700* FROM THE AUDIT FILE, WITH WHO MADE IT AND WHETHER A SECOND
015800* OPERATOR HAS CONFIRMED IT YET.
015900*--------------------------------------------------------------
016000 01  CHG-TABLE-AREA.
016100     05 CHG-COUNT                PIC 9(04) COMP VALUE ZERO.
016200     05 CHG-TABLE OCCURS 1 TO 500 TIMES
016300           DEPENDING ON CHG-COUNT
016400           INDEXED BY CHG-IDX.
016500        10 CHG-TAB-EMPLOYEE-ID   PIC 9(6).
016600        10 CHG-TAB-CHANGE-DATE   PIC 9(8).
016700        10 CHG-TAB-OPERATOR      PIC X(8).
016800        10 CHG-TAB-STATUS        PIC X(1).
016900           88 CHG-TAB-UNCONFIRMED          VALUE 'U'.
017000           88 CHG-TAB-CONFIRMED            VALUE 'C'.
017100           88 CHG-TAB-CLOSED               VALUE 'X'.
017200 01  WS-CHG-EMPLOYEE-ID          PIC 9(6).
017300 01  WS-CHANGES-DROPPED          PIC 9(05) COMP VALUE ZERO.

017400*--------------------------------------------------------------
017500* RUN COUNTERS
017600*--------------------------------------------------------------
017700 01  WS-COUNTERS.
017800     05 WS-TRANS-READ            PIC 9(6) VALUE ZERO.
017900     05 WS-TRANS-APPLIED         PIC 9(6) VALUE ZERO.
018000     05 WS-TRANS-REJECTED        PIC 9(6) VALUE ZERO.
018100     05 WS-ACCOUNTS-WRITTEN      PIC 9(6) VALUE ZERO.
018110     05 WS-ACCOUNTS-SEEDED       PIC 9(6) VALUE ZERO.
018120     05 WS-ACCOUNTS-ON-AUDIT     PIC 9(6) VALUE ZERO.

018200 01  WS-REJECT-REASON            PIC X(45).

018300*--------------------------------------------------------------
018400* MAINTENANCE REPORT LINE LAYOUTS
018500*--------------------------------------------------------------
018600 01  MNT-HDG-1.
018700     05 FILLER                   PIC X(38) VALUE
018800         'BANK MASTER MAINTENANCE - RUN DATE: '.
018900     05 MNT-HDG-RUN-DATE         PIC 9(8).
019000     05 FILLER                   PIC X(13) VALUE
019100         '   OPERATOR: '.
019200     05 MNT-HDG-OPERATOR         PIC X(8).
019300     05 FILLER                   PIC X(65) VALUE SPACES.

019400 01  MNT-HDG-2.
019500     05 FILLER                   PIC X(07) VALUE 'EMP-ID'.
019600     05 FILLER                   PIC X(04) VALUE 'ACT'.
019700     05 FILLER                   PIC X(10) VALUE 'ROUTING'.
019800     05 FILLER                   PIC X(19) VALUE 'ACCOUNT'.
019900     05 FILLER                   PIC X(04) VALUE 'CUR'.
020000     05 FILLER                   PIC X(09) VALUE 'RESULT'.
020100     05 FILLER                   PIC X(45) VALUE 'REASON'.
020200     05 FILLER                   PIC X(34) VALUE SPACES.

020300 01  MNT-HDG-3                   PIC X(132) VALUE ALL '-'.

020400 01  MNT-DETAIL-LINE.
020500     05 MNT-DTL-EMPLOYEE-ID      PIC X(6).
020600     05 FILLER                   PIC X(01) VALUE SPACES.
020700     05 MNT-DTL-ACTION           PIC X(1).
020800     05 FILLER                   PIC X(03) VALUE SPACES.
020900     05 MNT-DTL-ROUTING          PIC X(9).
021000     05 FILLER                   PIC X(01) VALUE SPACES.
021100     05 MNT-DTL-ACCOUNT          PIC X(18).
021200     05 FILLER                   PIC X(01) VALUE SPACES.
021300     05 MNT-DTL-CURRENCY         PIC X(3).
021400     05 FILLER                   PIC X(01) VALUE SPACES.
021500     05 MNT-DTL-RESULT           PIC X(8).
021600     05 FILLER                   PIC X(01) VALUE SPACES.
021700     05 MNT-DTL-REASON           PIC X(45).
021800     05 FILLER                   PIC X(34) VALUE SPACES.

021900 01  MNT-TOTAL-LINE.
022000     05 MNT-TOT-LABEL            PIC X(25).
022100     05 MNT-TOT-COUNT            PIC ZZZZ9.
022200     05 FILLER                   PIC X(102) VALUE SPACES.

022300 PROCEDURE DIVISION.

022400*================================================================
022500* 0000-MAINLINE
022600*================================================================
022700 0000-MAINLINE.
022800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022900     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
022910     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
022920         INTO WS-OPERATOR-ID WS-RUN-MODE.

022930     IF WS-OPERATOR-ID = SPACES
022940         OR WS-OPERATOR-ID = WS-SEED-OPERATOR
022950         DISPLAY 'BANKMAINT: SAY WHO IS MAINTAINING - '
022960             'CALC-BANKMAINT <OPERATOR> [SEED]'
022970         STOP RUN
022980     END-IF.

022990     IF SEED-RUN
023000         PERFORM 4000-SEED-AUDIT-FILE
023010             THRU 4000-EXIT
023020         STOP RUN
023030     END-IF.

023600     PERFORM 1000-INITIALIZE
023700         THRU 1000-EXIT.

023800     IF MAINT-RUN-BLOCKED
023900         STOP RUN
024000     END-IF.

024100     PERFORM 2000-APPLY-TRANSACTIONS
024200         THRU 2000-EXIT.

024300     PERFORM 3000-REWRITE-BANK-MASTER
024400         THRU 3000-EXIT.

024500     PERFORM 9000-TERMINATE
024600         THRU 9000-EXIT.

024700     STOP RUN.

024800*================================================================
024900* 1000-INITIALIZE - LOAD THE BANK MASTER AND THE CHANGE HISTORY
025000* AND OPEN THE FILES.  THE RUN IS REFUSED, WITH NOTHING TOUCHED,
025100* IF THE HR MASTER CAN'T BE READ (NOTHING COULD BE VALIDATED) OR
025200* THE BANK MASTER IS BIGGER THAN THE TABLE (THE REWRITE WOULD
025300* DROP EVERY ACCOUNT PAST THE LIMIT).
025400*================================================================
025500 1000-INITIALIZE.
025600     SET MAINT-RUN-BLOCKED TO TRUE.

025700     OPEN INPUT BankMaintFile.
025800     IF WS-BANKMAINT-FILE-STATUS NOT = '00'
025900         DISPLAY 'BANKMAINT: NO CONTROL/BANKMAINT.DAT ON DISK - '
026000             'NOTHING TO APPLY.'
026100         GO TO 1000-EXIT
026200     END-IF.

026300     OPEN INPUT EmpMasterIdxFile.
026400     IF WS-EMPIDX-STATUS NOT = '00'
026500         DISPLAY 'BANKMAINT: REFUSED - CONTROL/EMPMASTER.IDX '
026600             'CANNOT BE READ (STATUS ' WS-EMPIDX-STATUS
026700             ').  RUN CALC-KEYLOAD FIRST.'
026800         CLOSE BankMaintFile
026900         GO TO 1000-EXIT
027000     END-IF.

027100     PERFORM 1100-LOAD-BANK-TABLE
027200         THRU 1100-EXIT.
027300     IF WS-BANK-ROWS-OVER > ZERO
027400         DISPLAY 'BANKMAINT: REFUSED - CONTROL/BANKMASTER.DAT '
027500             'HAS ' WS-BANK-ROWS-OVER ' ACCOUNTS PAST THE '
027600             'TABLE LIMIT AND WOULD LOSE THEM ON REWRITE.  '
027700             'RAISE THE LIMIT.'
027800         CLOSE BankMaintFile EmpMasterIdxFile
027900         GO TO 1000-EXIT
028000     END-IF.

028100     PERFORM 1200-LOAD-CHANGE-HISTORY
028200         THRU 1200-EXIT.

028300*    THE AUDIT FILE APPENDS ACROSS RUNS - CREATED ON FIRST USE
028400*    THE SAME WAY THE RUN-CONTROL LEDGER IS.
028500     OPEN EXTEND BankChangeFile.
028600     IF WS-BANKCHG-FILE-STATUS = '35'
028700         OPEN OUTPUT BankChangeFile
028800         CLOSE BankChangeFile
028900         OPEN EXTEND BankChangeFile
029000     END-IF.

029100     OPEN OUTPUT MaintReportFile.
029200     MOVE WS-RUN-DATE    TO MNT-HDG-RUN-DATE.
029300     MOVE WS-OPERATOR-ID TO MNT-HDG-OPERATOR.
029400     WRITE MNT-REPORT-LINE FROM MNT-HDG-1
029500         AFTER ADVANCING 1 LINE.
029600     WRITE MNT-REPORT-LINE FROM MNT-HDG-2
029700         AFTER ADVANCING 1 LINE.
029800     WRITE MNT-REPORT-LINE FROM MNT-HDG-3
029900         AFTER ADVANCING 1 LINE.

030000     SET MAINT-RUN-OK TO TRUE.
030100 1000-EXIT.
030200     EXIT.

030300*================================================================
030400* 1100-LOAD-BANK-TABLE - THE WHOLE BANK MASTER INTO THE TABLE.
030500* NO MASTER YET JUST MEANS AN EMPTY ONE - THE FIRST ADDS BUILD
030600* IT.
030700*================================================================
030800 1100-LOAD-BANK-TABLE.
030900     MOVE ZERO TO BANK-COUNT.
031000     MOVE 'N' TO WS-BANKFILE-EOF-SW.
031100     OPEN INPUT BankMasterFile.
031200     IF WS-BANKMASTER-FILE-STATUS NOT = '00'
031300         GO TO 1100-EXIT
031400     END-IF.

031500     READ BankMasterFile
031600         AT END MOVE 'Y' TO WS-BANKFILE-EOF-SW
031700     END-READ.

031800     PERFORM 1110-LOAD-ONE-BANK-RECORD
031900         THRU 1110-EXIT
032000         UNTIL BANKFILE-EOF.

032100     CLOSE BankMasterFile.
032200 1100-EXIT.
032300     EXIT.

032400 1110-LOAD-ONE-BANK-RECORD.
032500     IF BANK-COUNT < 500
032600         ADD 1 TO BANK-COUNT
032700         SET BNK-IDX TO BANK-COUNT
032800         MOVE BNK-EMPLOYEE-ID    TO BNK-TAB-EMPLOYEE-ID (BNK-IDX)
032900         MOVE BNK-ROUTING-NUMBER TO BNK-TAB-ROUTING (BNK-IDX)
033000         MOVE BNK-ACCOUNT-NUMBER TO BNK-TAB-ACCOUNT (BNK-IDX)
033100         IF BNK-PAY-CURRENCY = SPACES
033200             MOVE 'USD' TO BNK-TAB-CURRENCY (BNK-IDX)
033300         ELSE
033400             MOVE BNK-PAY-CURRENCY TO BNK-TAB-CURRENCY (BNK-IDX)
033500         END-IF
033600         MOVE SPACE TO BNK-TAB-STATUS (BNK-IDX)
033700     ELSE
033800         ADD 1 TO WS-BANK-ROWS-OVER
033900     END-IF.

034000     READ BankMasterFile
034100         AT END MOVE 'Y' TO WS-BANKFILE-EOF-SW
034200     END-READ.
034300 1110-EXIT.
034400     EXIT.

034500*================================================================
034600* 1200-LOAD-CHANGE-HISTORY - REPLAY THE AUDIT FILE IN THE ORDER
034700* IT WAS WRITTEN, SO EACH EMPLOYEE ENDS UP WITH THEIR LATEST
034800* CHANGE AND ITS CONFIRMATION STATE.  NO AUDIT FILE YET MEANS
034900* NOTHING HAS BEEN CHANGED THROUGH THIS PROGRAM.
035000*================================================================
035100 1200-LOAD-CHANGE-HISTORY.
035200     MOVE ZERO TO CHG-COUNT.
035300     MOVE 'N' TO WS-BANKCHG-EOF-SW.
035400     OPEN INPUT BankChangeFile.
035500     IF WS-BANKCHG-FILE-STATUS NOT = '00'
035600         GO TO 1200-EXIT
035700     END-IF.

035800     READ BankChangeFile
035900         AT END MOVE 'Y' TO WS-BANKCHG-EOF-SW
036000     END-READ.

036100     PERFORM 1210-LOAD-ONE-CHANGE
036200         THRU 1210-EXIT
036300         UNTIL BANKCHG-EOF.

036400     CLOSE BankChangeFile.
036500 1200-EXIT.
036600     EXIT.

036700 1210-LOAD-ONE-CHANGE.
036710     IF BCH-OPERATOR = WS-SEED-OPERATOR
036720         SET AUDIT-FILE-SEEDED TO TRUE
036730     END-IF.
036740     MOVE BCH-EMPLOYEE-ID TO WS-CHG-EMPLOYEE-ID.
036900     PERFORM 2710-FIND-OR-ADD-CHANGE
037000         THRU 2710-EXIT.
037100     IF CHANGE-NOT-FOUND
037200         GO TO 1210-NEXT
037300     END-IF.

037400     EVALUATE TRUE
037500         WHEN BCH-ADDED
037600             OR BCH-CHANGED
037700             MOVE BCH-CHANGE-DATE
037800                 TO CHG-TAB-CHANGE-DATE (CHG-IDX)
037900             MOVE BCH-OPERATOR TO CHG-TAB-OPERATOR (CHG-IDX)
038000             SET CHG-TAB-UNCONFIRMED (CHG-IDX) TO TRUE
038100         WHEN BCH-CONFIRMED
038200             AND BCH-OPERATOR NOT = CHG-TAB-OPERATOR (CHG-IDX)
038300             SET CHG-TAB-CONFIRMED (CHG-IDX) TO TRUE
038400         WHEN BCH-CLOSED
038500             SET CHG-TAB-CLOSED (CHG-IDX) TO TRUE
038600     END-EVALUATE.

038700 1210-NEXT.
038800     READ BankChangeFile
038900         AT END MOVE 'Y' TO WS-BANKCHG-EOF-SW
039000     END-READ.
039100 1210-EXIT.
039200     EXIT.

039300*================================================================
039400* 2000-APPLY-TRANSACTIONS
039500*================================================================
039600 2000-APPLY-TRANSACTIONS.
039700     MOVE 'N' TO WS-MAINT-EOF-SW.
039800     READ BankMaintFile
039900         AT END MOVE 'Y' TO WS-MAINT-EOF-SW
040000     END-READ.

040100     PERFORM 2100-APPLY-ONE-TRANSACTION
040200         THRU 2100-EXIT
040300         UNTIL MAINT-EOF.
040400 2000-EXIT.
040500     EXIT.

040600 2100-APPLY-ONE-TRANSACTION.
040700     ADD 1 TO WS-TRANS-READ.
040800     SET TRANS-ACCEPTED TO TRUE.
040900     MOVE SPACES TO WS-REJECT-REASON.

041000     PERFORM 2200-VALIDATE-TRANSACTION
041100         THRU 2200-EXIT.

041200     IF TRANS-REJECTED
041300         ADD 1 TO WS-TRANS-REJECTED
041400         PERFORM 8100-PRINT-TRANSACTION
041500             THRU 8100-EXIT
041600         GO TO 2100-NEXT
041700     END-IF.

041800     EVALUATE TRUE
041900         WHEN BMT-ADD
042000             PERFORM 2300-ADD-ACCOUNT
042100                 THRU 2300-EXIT
042200         WHEN BMT-CHANGE
042300             PERFORM 2400-CHANGE-ACCOUNT
042400                 THRU 2400-EXIT
042500         WHEN BMT-CLOSE
042600             PERFORM 2500-CLOSE-ACCOUNT
042700                 THRU 2500-EXIT
042800         WHEN BMT-CONFIRM
042900             PERFORM 2600-CONFIRM-CHANGE
043000                 THRU 2600-EXIT
043100     END-EVALUATE.
043200     ADD 1 TO WS-TRANS-APPLIED.
043300     PERFORM 8100-PRINT-TRANSACTION
043400         THRU 8100-EXIT.

043500 2100-NEXT.
043600     READ BankMaintFile
043700         AT END MOVE 'Y' TO WS-MAINT-EOF-SW
043800     END-READ.
043900 2100-EXIT.
044000     EXIT.

044100*================================================================
044200* 2200-VALIDATE-TRANSACTION - THE FIRST FAILED CHECK REJECTS
044300* THE TRANSACTION WITH ITS REASON.  ON SUCCESS BNK-IDX POINTS
044400* AT THE EMPLOYEE'S OPEN ACCOUNT (IF ANY) AND, FOR A
044500* CONFIRMATION, CHG-IDX AT THE CHANGE BEING CONFIRMED.
044600*================================================================
044700 2200-VALIDATE-TRANSACTION.
044800     IF BMT-EMPLOYEE-ID IS NOT NUMERIC
044900         OR BMT-EMPLOYEE-ID = ZERO
045000         MOVE 'EMPLOYEEID MISSING OR NOT NUMERIC'
045100             TO WS-REJECT-REASON
045200         SET TRANS-REJECTED TO TRUE
045300         GO TO 2200-EXIT
045400     END-IF.

045500     IF NOT BMT-ADD AND NOT BMT-CHANGE
045600         AND NOT BMT-CLOSE AND NOT BMT-CONFIRM
045700         MOVE 'UNKNOWN ACTION - USE A, C, X OR V'
045800             TO WS-REJECT-REASON
045900         SET TRANS-REJECTED TO TRUE
046000         GO TO 2200-EXIT
046100     END-IF.

046200     PERFORM 2210-FIND-BANK-ACCOUNT
046300         THRU 2210-EXIT.

046400*    CLOSING AN ACCOUNT NEVER SENDS MONEY ANYWHERE, AND A
046500*    LEAVER'S ACCOUNT IS THE ONE MOST WORTH CLOSING - SO A
046600*    CLOSE IS NOT HELD TO THE HR STATUS CHECK.
046700     IF BMT-CLOSE
046800         IF BANK-ACCOUNT-NOT-FOUND
046900             MOVE 'NO OPEN ACCOUNT ON THE BANK MASTER'
047000                 TO WS-REJECT-REASON
047100             SET TRANS-REJECTED TO TRUE
047200         END-IF
047300         GO TO 2200-EXIT
047400     END-IF.

047500     PERFORM 2220-CHECK-EMPLOYEE-MASTER
047600         THRU 2220-EXIT.
047700     IF EMPLOYEE-NOT-FOUND
047800         MOVE 'EMPLOYEEID NOT ON THE HR MASTER'
047900             TO WS-REJECT-REASON
048000         SET TRANS-REJECTED TO TRUE
048100         GO TO 2200-EXIT
048200     END-IF.
048300     IF EMX-TERMINATED
048400         MOVE 'EMPLOYEE IS TERMINATED ON THE HR MASTER'
048500             TO WS-REJECT-REASON
048600         SET TRANS-REJECTED TO TRUE
048700         GO TO 2200-EXIT
048800     END-IF.
048900     IF NOT EMX-ACTIVE
049000         MOVE 'EMPLOYEE IS NOT ACTIVE ON THE HR MASTER'
049100             TO WS-REJECT-REASON
049200         SET TRANS-REJECTED TO TRUE
049300         GO TO 2200-EXIT
049400     END-IF.

049500     IF BMT-PAY-CURRENCY = SPACES
049600         MOVE 'USD' TO BMT-PAY-CURRENCY
049700     END-IF.
049800     IF BMT-ROUTING-NUMBER IS NOT NUMERIC
049900         OR BMT-ROUTING-NUMBER = ZERO
050000         MOVE 'ROUTING NUMBER MISSING OR NOT NUMERIC'
050100             TO WS-REJECT-REASON
050200         SET TRANS-REJECTED TO TRUE
050300         GO TO 2200-EXIT
050400     END-IF.
050500     IF BMT-ACCOUNT-NUMBER = SPACES
050600         MOVE 'ACCOUNT NUMBER MISSING' TO WS-REJECT-REASON
050700         SET TRANS-REJECTED TO TRUE
050800         GO TO 2200-EXIT
050900     END-IF.

051000     EVALUATE TRUE
051100         WHEN BMT-ADD
051200             PERFORM 2230-VALIDATE-ADD
051300                 THRU 2230-EXIT
051400         WHEN BMT-CHANGE
051500             PERFORM 2240-VALIDATE-CHANGE
051600                 THRU 2240-EXIT
051700         WHEN BMT-CONFIRM
051800             PERFORM 2250-VALIDATE-CONFIRM
051900                 THRU 2250-EXIT
052000     END-EVALUATE.
052100 2200-EXIT.
052200     EXIT.

052300*================================================================
052400* 2210-FIND-BANK-ACCOUNT - THE EMPLOYEE'S OPEN ACCOUNT, IGNORING
052500* ANY CLOSED EARLIER IN THIS RUN.
052600*================================================================
052700 2210-FIND-BANK-ACCOUNT.
052800     SET BANK-ACCOUNT-NOT-FOUND TO TRUE.
052900     IF BANK-COUNT > ZERO
053000         SET BNK-IDX TO 1
053100         SEARCH BANK-TABLE
053200             AT END
053300                 SET BANK-ACCOUNT-NOT-FOUND TO TRUE
053400             WHEN BNK-TAB-EMPLOYEE-ID (BNK-IDX) = BMT-EMPLOYEE-ID
053500                 AND NOT BNK-TAB-CLOSED (BNK-IDX)
053600                 SET BANK-ACCOUNT-FOUND TO TRUE
053700         END-SEARCH
053800     END-IF.
053900 2210-EXIT.
054000     EXIT.

054100*================================================================
054200* 2220-CHECK-EMPLOYEE-MASTER - ONE KEYED READ OF THE HR MASTER;
054300* ON SUCCESS EMX-REC HOLDS THE EMPLOYEE'S ROW FOR THE STATUS
054400* CHECK.
054500*================================================================
054600 2220-CHECK-EMPLOYEE-MASTER.
054700     SET EMPLOYEE-NOT-FOUND TO TRUE.
054800     MOVE BMT-EMPLOYEE-ID TO EMX-EMPLOYEE-ID.
054900     READ EmpMasterIdxFile
055000         INVALID KEY
055100             SET EMPLOYEE-NOT-FOUND TO TRUE
055200         NOT INVALID KEY
055300             SET EMPLOYEE-FOUND TO TRUE
055400     END-READ.
055500 2220-EXIT.
055600     EXIT.

055700 2230-VALIDATE-ADD.
055800     IF BANK-ACCOUNT-FOUND
055900         MOVE 'ALREADY HAS AN ACCOUNT - USE C TO CHANGE IT'
056000             TO WS-REJECT-REASON
056100         SET TRANS-REJECTED TO TRUE
056200         GO TO 2230-EXIT
056300     END-IF.
056400     IF BANK-COUNT NOT < 500
056500         MOVE 'BANK MASTER TABLE FULL - RAISE THE LIMIT'
056600             TO WS-REJECT-REASON
056700         SET TRANS-REJECTED TO TRUE
056800     END-IF.
056900 2230-EXIT.
057000     EXIT.

057100 2240-VALIDATE-CHANGE.
057200     IF BANK-ACCOUNT-NOT-FOUND
057300         MOVE 'NO ACCOUNT ON FILE - USE A TO ADD ONE'
057400             TO WS-REJECT-REASON
057500         SET TRANS-REJECTED TO TRUE
057600         GO TO 2240-EXIT
057700     END-IF.
057800     IF BMT-ROUTING-NUMBER = BNK-TAB-ROUTING (BNK-IDX)
057900         AND BMT-ACCOUNT-NUMBER = BNK-TAB-ACCOUNT (BNK-IDX)
058000         AND BMT-PAY-CURRENCY = BNK-TAB-CURRENCY (BNK-IDX)
058100         MOVE 'NO CHANGE - THESE DETAILS ARE ALREADY ON FILE'
058200             TO WS-REJECT-REASON
058300         SET TRANS-REJECTED TO TRUE
058400     END-IF.
058500 2240-EXIT.
058600     EXIT.

058700*================================================================
058800* 2250-VALIDATE-CONFIRM - A CONFIRMATION ONLY COUNTS IF THERE IS
058900* AN UNCONFIRMED CHANGE, IT COMES FROM SOMEBODY OTHER THAN THE
059000* OPERATOR WHO MADE THE CHANGE, AND IT REPEATS THE DETAILS THAT
059100* ARE ACTUALLY ON FILE - THE CONFIRMER HAS TO HAVE CHECKED THEM
059200* WITH THE EMPLOYEE, NOT JUST WAVED THEM THROUGH.
059300*================================================================
059400 2250-VALIDATE-CONFIRM.
059500     IF BANK-ACCOUNT-NOT-FOUND
059600         MOVE 'NO OPEN ACCOUNT ON THE BANK MASTER'
059700             TO WS-REJECT-REASON
059800         SET TRANS-REJECTED TO TRUE
059900         GO TO 2250-EXIT
060000     END-IF.

060100     SET CHANGE-NOT-FOUND TO TRUE.
060200     IF CHG-COUNT > ZERO
060300         SET CHG-IDX TO 1
060400         SEARCH CHG-TABLE
060500             AT END
060600                 SET CHANGE-NOT-FOUND TO TRUE
060700             WHEN CHG-TAB-EMPLOYEE-ID (CHG-IDX) = BMT-EMPLOYEE-ID
060800                 SET CHANGE-FOUND TO TRUE
060900         END-SEARCH
061000     END-IF.
061100     IF CHANGE-NOT-FOUND
061200         OR NOT CHG-TAB-UNCONFIRMED (CHG-IDX)
061300         MOVE 'NO UNCONFIRMED CHANGE ON FILE TO CONFIRM'
061400             TO WS-REJECT-REASON
061500         SET TRANS-REJECTED TO TRUE
061600         GO TO 2250-EXIT
061700     END-IF.
061800     IF CHG-TAB-OPERATOR (CHG-IDX) = WS-OPERATOR-ID
061900         MOVE 'CONFIRMER MADE THE CHANGE - NEEDS A 2ND OPERATOR'
062000             TO WS-REJECT-REASON
062100         SET TRANS-REJECTED TO TRUE
062200         GO TO 2250-EXIT
062300     END-IF.
062400     IF BMT-ROUTING-NUMBER NOT = BNK-TAB-ROUTING (BNK-IDX)
062500         OR BMT-ACCOUNT-NUMBER NOT = BNK-TAB-ACCOUNT (BNK-IDX)
062600         OR BMT-PAY-CURRENCY NOT = BNK-TAB-CURRENCY (BNK-IDX)
062700         MOVE 'DETAILS DO NOT MATCH THE BANK MASTER'
062800             TO WS-REJECT-REASON
062900         SET TRANS-REJECTED TO TRUE
063000     END-IF.
063100 2250-EXIT.
063200     EXIT.

063300*================================================================
063400* 2300-ADD-ACCOUNT
063500*================================================================
063600 2300-ADD-ACCOUNT.
063700     ADD 1 TO BANK-COUNT.
063800     SET BNK-IDX TO BANK-COUNT.
063900     MOVE BMT-EMPLOYEE-ID    TO BNK-TAB-EMPLOYEE-ID (BNK-IDX).
064000     MOVE BMT-ROUTING-NUMBER TO BNK-TAB-ROUTING (BNK-IDX).
064100     MOVE BMT-ACCOUNT-NUMBER TO BNK-TAB-ACCOUNT (BNK-IDX).
064200     MOVE BMT-PAY-CURRENCY   TO BNK-TAB-CURRENCY (BNK-IDX).
064300     MOVE SPACE              TO BNK-TAB-STATUS (BNK-IDX).

064400     SET BCH-ADDED TO TRUE.
064500     MOVE ZERO   TO BCH-BEFORE-ROUTING.
064600     MOVE SPACES TO BCH-BEFORE-ACCOUNT.
064700     MOVE SPACES TO BCH-BEFORE-CURRENCY.
064800     PERFORM 2810-TAKE-AFTER-IMAGE
064900         THRU 2810-EXIT.
065000     PERFORM 2800-WRITE-AUDIT-ENTRY
065100         THRU 2800-EXIT.
065200     PERFORM 2700-RECORD-CHANGE
065300         THRU 2700-EXIT.
065400 2300-EXIT.
065500     EXIT.

065600*================================================================
065700* 2400-CHANGE-ACCOUNT
065800*================================================================
065900 2400-CHANGE-ACCOUNT.
066000     SET BCH-CHANGED TO TRUE.
066100     PERFORM 2820-TAKE-BEFORE-IMAGE
066200         THRU 2820-EXIT.

066300     MOVE BMT-ROUTING-NUMBER TO BNK-TAB-ROUTING (BNK-IDX).
066400     MOVE BMT-ACCOUNT-NUMBER TO BNK-TAB-ACCOUNT (BNK-IDX).
066500     MOVE BMT-PAY-CURRENCY   TO BNK-TAB-CURRENCY (BNK-IDX).

066600     PERFORM 2810-TAKE-AFTER-IMAGE
066700         THRU 2810-EXIT.
066800     PERFORM 2800-WRITE-AUDIT-ENTRY
066900         THRU 2800-EXIT.
067000     PERFORM 2700-RECORD-CHANGE
067100         THRU 2700-EXIT.
067200 2400-EXIT.
067300     EXIT.

067400*================================================================
067500* 2500-CLOSE-ACCOUNT - THE ACCOUNT DROPS OFF THE MASTER AT THE
067600* REWRITE; ANY MONEY FOR THE EMPLOYEE PENDS IN CALC-PAYFEED
067700* UNTIL A NEW ACCOUNT IS ADDED.
067800*================================================================
067900 2500-CLOSE-ACCOUNT.
068000     SET BCH-CLOSED TO TRUE.
068100     PERFORM 2820-TAKE-BEFORE-IMAGE
068200         THRU 2820-EXIT.
068300     MOVE 'X' TO BNK-TAB-STATUS (BNK-IDX).
068400     MOVE ZERO   TO BCH-AFTER-ROUTING.
068500     MOVE SPACES TO BCH-AFTER-ACCOUNT.
068600     MOVE SPACES TO BCH-AFTER-CURRENCY.
068700     PERFORM 2800-WRITE-AUDIT-ENTRY
068800         THRU 2800-EXIT.

068900     MOVE BMT-EMPLOYEE-ID TO WS-CHG-EMPLOYEE-ID.
069000     PERFORM 2710-FIND-OR-ADD-CHANGE
069100         THRU 2710-EXIT.
069200     IF CHANGE-FOUND
069300         SET CHG-TAB-CLOSED (CHG-IDX) TO TRUE
069400     END-IF.
069500 2500-EXIT.
069600     EXIT.

069700*================================================================
069800* 2600-CONFIRM-CHANGE - THE DETAILS CONFIRMED ARE LOGGED AS BOTH
069900* IMAGES SO THE AUDIT FILE SHOWS EXACTLY WHAT WAS CHECKED.
070000*================================================================
070100 2600-CONFIRM-CHANGE.
070200     SET BCH-CONFIRMED TO TRUE.
070300     PERFORM 2820-TAKE-BEFORE-IMAGE
070400         THRU 2820-EXIT.
070500     PERFORM 2810-TAKE-AFTER-IMAGE
070600         THRU 2810-EXIT.
070700     PERFORM 2800-WRITE-AUDIT-ENTRY
070800         THRU 2800-EXIT.
070900     SET CHG-TAB-CONFIRMED (CHG-IDX) TO TRUE.
071000 2600-EXIT.
071100     EXIT.

071200*================================================================
071300* 2700-RECORD-CHANGE - AN ADD OR CHANGE STARTS A NEW
071400* UNCONFIRMED CHANGE FOR THE EMPLOYEE, REPLACING ANY EARLIER
071500* ONE - A SECOND CHANGE NEEDS ITS OWN CONFIRMATION.
071600*================================================================
071700 2700-RECORD-CHANGE.
071800     MOVE BMT-EMPLOYEE-ID TO WS-CHG-EMPLOYEE-ID.
071900     PERFORM 2710-FIND-OR-ADD-CHANGE
072000         THRU 2710-EXIT.
072100     IF CHANGE-FOUND
072200         MOVE WS-RUN-DATE    TO CHG-TAB-CHANGE-DATE (CHG-IDX)
072300         MOVE WS-OPERATOR-ID TO CHG-TAB-OPERATOR (CHG-IDX)
072400         SET CHG-TAB-UNCONFIRMED (CHG-IDX) TO TRUE
072500     END-IF.
072600 2700-EXIT.
072700     EXIT.

072800*================================================================
072900* 2710-FIND-OR-ADD-CHANGE - POINT CHG-IDX AT WS-CHG-EMPLOYEE-ID'S
073000* ENTRY, OPENING ONE IF NEEDED.  A FULL TABLE LEAVES
073100* CHANGE-NOT-FOUND SET AND IS COUNTED.
073200*================================================================
073300 2710-FIND-OR-ADD-CHANGE.
073400     SET CHANGE-NOT-FOUND TO TRUE.
073500     IF CHG-COUNT > ZERO
073600         SET CHG-IDX TO 1
073700         SEARCH CHG-TABLE
073800             AT END
073900                 SET CHANGE-NOT-FOUND TO TRUE
074000             WHEN CHG-TAB-EMPLOYEE-ID (CHG-IDX)
074100                 = WS-CHG-EMPLOYEE-ID
074200                 SET CHANGE-FOUND TO TRUE
074300         END-SEARCH
074400     END-IF.
074500     IF CHANGE-FOUND
074600         GO TO 2710-EXIT
074700     END-IF.

074800     IF CHG-COUNT < 500
074900         ADD 1 TO CHG-COUNT
075000         SET CHG-IDX TO CHG-COUNT
075100         MOVE WS-CHG-EMPLOYEE-ID TO CHG-TAB-EMPLOYEE-ID (CHG-IDX)
075200         MOVE ZERO               TO CHG-TAB-CHANGE-DATE (CHG-IDX)
075300         MOVE SPACES             TO CHG-TAB-OPERATOR (CHG-IDX)
075400         MOVE SPACE              TO CHG-TAB-STATUS (CHG-IDX)
075500         SET CHANGE-FOUND TO TRUE
075600     ELSE
075700         ADD 1 TO WS-CHANGES-DROPPED
075800     END-IF.
075900 2710-EXIT.
076000     EXIT.

076100*================================================================
076200* 2800-WRITE-AUDIT-ENTRY - BCH-ACTION AND BOTH IMAGES ARE FILLED
076300* IN BY THE CALLER; STAMP THE DATE, EMPLOYEE AND OPERATOR.
076400*================================================================
076500 2800-WRITE-AUDIT-ENTRY.
076600     MOVE WS-RUN-DATE     TO BCH-CHANGE-DATE.
076700     MOVE BMT-EMPLOYEE-ID TO BCH-EMPLOYEE-ID.
076800     MOVE WS-OPERATOR-ID  TO BCH-OPERATOR.
076900     WRITE BCH-REC.
077000 2800-EXIT.
077100     EXIT.

077200 2810-TAKE-AFTER-IMAGE.
077300     MOVE BNK-TAB-ROUTING (BNK-IDX)  TO BCH-AFTER-ROUTING.
077400     MOVE BNK-TAB-ACCOUNT (BNK-IDX)  TO BCH-AFTER-ACCOUNT.
077500     MOVE BNK-TAB-CURRENCY (BNK-IDX) TO BCH-AFTER-CURRENCY.
077600 2810-EXIT.
077700     EXIT.

077800 2820-TAKE-BEFORE-IMAGE.
077900     MOVE BNK-TAB-ROUTING (BNK-IDX)  TO BCH-BEFORE-ROUTING.
078000     MOVE BNK-TAB-ACCOUNT (BNK-IDX)  TO BCH-BEFORE-ACCOUNT.
078100     MOVE BNK-TAB-CURRENCY (BNK-IDX) TO BCH-BEFORE-CURRENCY.
078200 2820-EXIT.
078300     EXIT.

078400*================================================================
078500* 3000-REWRITE-BANK-MASTER - ONLY IF SOMETHING WAS APPLIED.
078600* CLOSED ACCOUNTS ARE LEFT OUT.
078700*================================================================
078800 3000-REWRITE-BANK-MASTER.
078900     IF WS-TRANS-APPLIED = ZERO
079000         GO TO 3000-EXIT
079100     END-IF.

079200     OPEN OUTPUT BankMasterFile.
079300     SET BNK-IDX TO 1.
079400     PERFORM 3100-WRITE-ONE-ACCOUNT
079500         THRU 3100-EXIT
079600         UNTIL BNK-IDX > BANK-COUNT.
079700     CLOSE BankMasterFile.
079800 3000-EXIT.
079900     EXIT.

080000 3100-WRITE-ONE-ACCOUNT.
080100     IF NOT BNK-TAB-CLOSED (BNK-IDX)
080200         MOVE BNK-TAB-EMPLOYEE-ID (BNK-IDX) TO BNK-EMPLOYEE-ID
080300         MOVE BNK-TAB-ROUTING (BNK-IDX)     TO BNK-ROUTING-NUMBER
080400         MOVE BNK-TAB-ACCOUNT (BNK-IDX)     TO BNK-ACCOUNT-NUMBER
080500         MOVE BNK-TAB-CURRENCY (BNK-IDX)    TO BNK-PAY-CURRENCY
080600         WRITE BNK-REC
080700         ADD 1 TO WS-ACCOUNTS-WRITTEN
080800     END-IF.
080900     SET BNK-IDX UP BY 1.
081000 3100-EXIT.
081100     EXIT.

081200*================================================================
081201* 4000-SEED-AUDIT-FILE - TAKE THE ACCOUNTS ALREADY ON THE BANK
081202* MASTER ONTO THE AUDIT FILE, ONCE.  AN ACCOUNT THAT ALREADY HAS
081203* AN AUDIT ENTRY IS LEFT ALONE.  THE RUN IS REFUSED, WITH
081204* NOTHING WRITTEN, IF THE AUDIT FILE HAS BEEN SEEDED BEFORE OR
081205* THE BANK MASTER IS BIGGER THAN THE TABLE.  THE TRANSACTION
081206* FILE IS NOT READ OR EMPTIED.
081207*================================================================
081208 4000-SEED-AUDIT-FILE.
081209     PERFORM 1100-LOAD-BANK-TABLE
081210         THRU 1100-EXIT.
081211     IF WS-BANK-ROWS-OVER > ZERO
081212         DISPLAY 'BANKMAINT: SEED REFUSED - CONTROL/'
081213             'BANKMASTER.DAT HAS ' WS-BANK-ROWS-OVER
081214             ' ACCOUNTS PAST THE TABLE LIMIT.  RAISE THE LIMIT.'
081215         GO TO 4000-EXIT
081216     END-IF.

081217     PERFORM 1200-LOAD-CHANGE-HISTORY
081218         THRU 1200-EXIT.
081219     IF AUDIT-FILE-SEEDED
081220         DISPLAY 'BANKMAINT: SEED REFUSED - CONTROL/'
081221             'BANKCHANGES.DAT HAS ALREADY BEEN SEEDED.  ADD '
081222             'ACCOUNTS WITH AN A TRANSACTION.'
081223         GO TO 4000-EXIT
081224     END-IF.

081225     OPEN EXTEND BankChangeFile.
081226     IF WS-BANKCHG-FILE-STATUS = '35'
081227         OPEN OUTPUT BankChangeFile
081228         CLOSE BankChangeFile
081229         OPEN EXTEND BankChangeFile
081230     END-IF.

081231     OPEN OUTPUT MaintReportFile.
081232     MOVE WS-RUN-DATE    TO MNT-HDG-RUN-DATE.
081233     MOVE WS-OPERATOR-ID TO MNT-HDG-OPERATOR.
081234     WRITE MNT-REPORT-LINE FROM MNT-HDG-1
081235         AFTER ADVANCING 1 LINE.
081236     WRITE MNT-REPORT-LINE FROM MNT-HDG-2
081237         AFTER ADVANCING 1 LINE.
081238     WRITE MNT-REPORT-LINE FROM MNT-HDG-3
081239         AFTER ADVANCING 1 LINE.

081240     SET BNK-IDX TO 1.
081241     PERFORM 4100-SEED-ONE-ACCOUNT
081242         THRU 4100-EXIT
081243         UNTIL BNK-IDX > BANK-COUNT.

081244     WRITE MNT-REPORT-LINE FROM MNT-HDG-3
081245         AFTER ADVANCING 1 LINE.
081246     MOVE 'ACCOUNTS SEEDED:         ' TO MNT-TOT-LABEL.
081247     MOVE WS-ACCOUNTS-SEEDED TO MNT-TOT-COUNT.
081248     WRITE MNT-REPORT-LINE FROM MNT-TOTAL-LINE
081249         AFTER ADVANCING 1 LINE.
081250     MOVE 'ALREADY ON AUDIT FILE:   ' TO MNT-TOT-LABEL.
081251     MOVE WS-ACCOUNTS-ON-AUDIT TO MNT-TOT-COUNT.
081252     WRITE MNT-REPORT-LINE FROM MNT-TOTAL-LINE
081253         AFTER ADVANCING 1 LINE.

081254     CLOSE BankChangeFile MaintReportFile.

081255     DISPLAY 'BANK AUDIT SEED COMPLETE - ' WS-ACCOUNTS-SEEDED
081256         ' ACCOUNTS SEEDED, ' WS-ACCOUNTS-ON-AUDIT
081257         ' ALREADY ON THE AUDIT FILE.'.
081258 4000-EXIT.
081259     EXIT.

081260*================================================================
081261* 4100-SEED-ONE-ACCOUNT - AN ADD BY *SEED* WITH THE DETAILS ON
081262* FILE, THEN THE OPERATOR'S CONFIRMATION OF THE SAME DETAILS.
081263*================================================================
081264 4100-SEED-ONE-ACCOUNT.
081265     MOVE BNK-TAB-EMPLOYEE-ID (BNK-IDX)   TO MNT-DTL-EMPLOYEE-ID.
081266     MOVE 'A'                             TO MNT-DTL-ACTION.
081267     MOVE BNK-TAB-ROUTING (BNK-IDX)       TO MNT-DTL-ROUTING.
081268     MOVE BNK-TAB-ACCOUNT (BNK-IDX)       TO MNT-DTL-ACCOUNT.
081269     MOVE BNK-TAB-CURRENCY (BNK-IDX)      TO MNT-DTL-CURRENCY.

081270     SET CHANGE-NOT-FOUND TO TRUE.
081271     IF CHG-COUNT > ZERO
081272         SET CHG-IDX TO 1
081273         SEARCH CHG-TABLE
081274             AT END
081275                 SET CHANGE-NOT-FOUND TO TRUE
081276             WHEN CHG-TAB-EMPLOYEE-ID (CHG-IDX)
081277                 = BNK-TAB-EMPLOYEE-ID (BNK-IDX)
081278                 SET CHANGE-FOUND TO TRUE
081279         END-SEARCH
081280     END-IF.
081281     IF CHANGE-FOUND
081282         ADD 1 TO WS-ACCOUNTS-ON-AUDIT
081283         MOVE 'SKIPPED'  TO MNT-DTL-RESULT
081284         MOVE 'ALREADY ON THE AUDIT FILE' TO MNT-DTL-REASON
081285         GO TO 4100-PRINT
081286     END-IF.

081287     MOVE WS-RUN-DATE                   TO BCH-CHANGE-DATE.
081288     MOVE BNK-TAB-EMPLOYEE-ID (BNK-IDX) TO BCH-EMPLOYEE-ID.
081289     SET BCH-ADDED TO TRUE.
081290     MOVE WS-SEED-OPERATOR              TO BCH-OPERATOR.
081291     MOVE ZERO   TO BCH-BEFORE-ROUTING.
081292     MOVE SPACES TO BCH-BEFORE-ACCOUNT.
081293     MOVE SPACES TO BCH-BEFORE-CURRENCY.
081294     PERFORM 2810-TAKE-AFTER-IMAGE
081295         THRU 2810-EXIT.
081296     WRITE BCH-REC.

081297     SET BCH-CONFIRMED TO TRUE.
081298     MOVE WS-OPERATOR-ID                TO BCH-OPERATOR.
081299     PERFORM 2820-TAKE-BEFORE-IMAGE
081300         THRU 2820-EXIT.
081301     WRITE BCH-REC.

081302     ADD 1 TO WS-ACCOUNTS-SEEDED.
081303     MOVE 'SEEDED'   TO MNT-DTL-RESULT.
081304     MOVE 'EXISTING ACCOUNT TAKEN ON AS CONFIRMED'
081305         TO MNT-DTL-REASON.

081306 4100-PRINT.
081307     WRITE MNT-REPORT-LINE FROM MNT-DETAIL-LINE
081308         AFTER ADVANCING 1 LINE.
081309     SET BNK-IDX UP BY 1.
081310 4100-EXIT.
081311     EXIT.

081312*================================================================
081313* 8100-PRINT-TRANSACTION - ONE LINE PER TRANSACTION, AS KEYED.
081400*================================================================
081500 8100-PRINT-TRANSACTION.
081600     MOVE BMT-EMPLOYEE-ID    TO MNT-DTL-EMPLOYEE-ID.
081700     MOVE BMT-ACTION         TO MNT-DTL-ACTION.
081800     MOVE BMT-ROUTING-NUMBER TO MNT-DTL-ROUTING.
081900     MOVE BMT-ACCOUNT-NUMBER TO MNT-DTL-ACCOUNT.
082000     MOVE BMT-PAY-CURRENCY   TO MNT-DTL-CURRENCY.
082100     IF TRANS-ACCEPTED
082200         MOVE 'APPLIED'  TO MNT-DTL-RESULT
082300     ELSE
082400         MOVE 'REJECTED' TO MNT-DTL-RESULT
082500     END-IF.
082600     MOVE WS-REJECT-REASON   TO MNT-DTL-REASON.
082700     WRITE MNT-REPORT-LINE FROM MNT-DETAIL-LINE
082800         AFTER ADVANCING 1 LINE.
082900 8100-EXIT.
083000     EXIT.

083100*================================================================
083200* 9000-TERMINATE - TOTALS, THEN EMPTY THE TRANSACTION FILE.  A
083300* REJECTED TRANSACTION IS ON THE REPORT WITH ITS REASON TO BE
083400* CORRECTED AND KEYED AGAIN.
083500*================================================================
083600 9000-TERMINATE.
083700     WRITE MNT-REPORT-LINE FROM MNT-HDG-3
083800         AFTER ADVANCING 1 LINE.
083900     MOVE 'TRANSACTIONS READ:       ' TO MNT-TOT-LABEL.
084000     MOVE WS-TRANS-READ TO MNT-TOT-COUNT.
084100     WRITE MNT-REPORT-LINE FROM MNT-TOTAL-LINE
084200         AFTER ADVANCING 1 LINE.
084300     MOVE 'APPLIED:                 ' TO MNT-TOT-LABEL.
084400     MOVE WS-TRANS-APPLIED TO MNT-TOT-COUNT.
084500     WRITE MNT-REPORT-LINE FROM MNT-TOTAL-LINE
084600         AFTER ADVANCING 1 LINE.
084700     MOVE 'REJECTED:                ' TO MNT-TOT-LABEL.
084800     MOVE WS-TRANS-REJECTED TO MNT-TOT-COUNT.
084900     WRITE MNT-REPORT-LINE FROM MNT-TOTAL-LINE
085000         AFTER ADVANCING 1 LINE.

085100     CLOSE BankMaintFile EmpMasterIdxFile BankChangeFile
085200         MaintReportFile.

085300     OPEN OUTPUT BankMaintFile.
085400     CLOSE BankMaintFile.

085500     DISPLAY 'BANK MAINTENANCE COMPLETE - ' WS-TRANS-READ
085600         ' TRANSACTIONS READ, ' WS-TRANS-APPLIED ' APPLIED, '
085700         WS-TRANS-REJECTED ' REJECTED.'.
085800     IF WS-TRANS-APPLIED > ZERO
085900         DISPLAY 'BANKMAINT: CONTROL/BANKMASTER.DAT REWRITTEN - '
086000             WS-ACCOUNTS-WRITTEN ' ACCOUNTS ON FILE.'
086100     END-IF.
086200     IF WS-CHANGES-DROPPED > ZERO
086300         DISPLAY 'BANKMAINT WARNING - ' WS-CHANGES-DROPPED
086400             ' CHANGE-HISTORY ENTRIES PAST THE TABLE LIMIT - '
086500             'CONFIRMATIONS FOR THOSE EMPLOYEES WILL BE '
086600             'REFUSED.  RAISE THE LIMIT'
086700     END-IF.
086800 9000-EXIT.
086900     EXIT.
