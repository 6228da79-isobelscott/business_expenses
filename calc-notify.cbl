000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.               CALC-NOTIFY.
000300 AUTHOR.                   ISOBEL SCOTT.
000400 INSTALLATION.             FINANCE SYSTEMS.
000500 DATE-WRITTEN.             10/15/2026.
000600 DATE-COMPILED.            10/15/2026.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  10/15/2026  IS  NEW PROGRAM.  EMPLOYEES ONLY FOUND OUT A
001100*                  LINE WAS REJECTED, PARKED OR WITHHELD, OR
001200*                  THAT THE BANK SENT A PAYMENT BACK, WHEN THEY
001300*                  RANG THE HELP DESK AND SOMEONE RAN CALC-
001400*                  TRACE.  RUN AT THE END OF EACH CYCLE (AFTER
001500*                  CALC-PAYRETURN), THIS JOB READS THE SAME
001600*                  FILES CALC-TRACE DOES - EVERY OFFICE'S
001700*                  REJECTS, SUSPENSE AND HELD FILES VIA
001800*                  CITYLIST.DAT, THE WITHHELD POOL (PAYHELD.DAT),
001900*                  THE DENIED AND EMPLOYEE-OWES LEDGERS
002000*                  (PAYDENIED.CSV, PAYOWED.CSV), PAYFEED.DAT AND
002100*                  THE PAYMENT STATUS LEDGER (PAYSTATUS.DAT) -
002200*                  AND WRITES ONE RECORD PER EMPLOYEE PER EVENT
002300*                  TO PROCESSED/NOTIFY.DAT FOR THE CORPORATE
002400*                  EMAIL SYSTEM: REJECTED (WITH THE REASON IN
002500*                  PLAIN WORDS), PARKED IN SUSPENSE FOR
002600*                  CORRECTION, HELD FOR A CLOSED PERIOD,
002700*                  AWAITING MANAGER APPROVAL, HELD FOR A BANK-
002800*                  DETAIL CHANGE, DENIED, OWED BACK, PAID (WITH
002900*                  THE AMOUNT AND VALUE DATE) AND RETURNED BY
003000*                  THE BANK.  EVERY EVENT SENT IS KEPT ON
003100*                  CONTROL/NOTIFIED.DAT, SO ONE STILL SITTING IN
003200*                  ITS FILE THE NEXT NIGHT IS NOT SENT AGAIN.
003300*--------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CityListFile ASSIGN TO
003800             'control/CITYLIST.DAT'
003900         ORGANIZATION IS LINE SEQUENTIAL.

004000     SELECT RejectFile ASSIGN TO
004100             DYNAMIC WS-REJECT-FILE
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-REJECT-FILE-STATUS.

004400     SELECT SuspenseFile ASSIGN TO
004500             DYNAMIC WS-SUSPENSE-FILE
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

004800     SELECT SuspenseIdxFile ASSIGN TO
004900             DYNAMIC WS-SUSPENSE-IDX-FILE
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS SUX-KEY
005300         FILE STATUS IS WS-SUSPENSE-IDX-STATUS.

005400     SELECT HeldFile ASSIGN TO
005500             DYNAMIC WS-HELD-FILE
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-HELD-FILE-STATUS.

005800     SELECT PayHeldFile ASSIGN TO
005900             'processed/PAYHELD.DAT'
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-PAYHELD-FILE-STATUS.

006200     SELECT PayDeniedFile ASSIGN TO
006300             'processed/PAYDENIED.csv'
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-DENIED-FILE-STATUS.

006600     SELECT PayOwedFile ASSIGN TO
006700             'processed/PAYOWED.csv'
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-OWED-FILE-STATUS.

007000     SELECT PayFeedFile ASSIGN TO
007100             'processed/PAYFEED.DAT'
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-PAYFEED-FILE-STATUS.

007400     SELECT PayStatusFile ASSIGN TO
007500             'processed/PAYSTATUS.DAT'
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-PAYSTATUS-FILE-STATUS.

007800     SELECT EmpMasterIdxFile ASSIGN TO
007900             'control/EMPMASTER.IDX'
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS RANDOM
008200         RECORD KEY IS EMX-EMPLOYEE-ID
008300         FILE STATUS IS WS-EMPIDX-STATUS.

008400     SELECT NotifiedFile ASSIGN TO
008500             'control/NOTIFIED.DAT'
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-NOTIFIED-FILE-STATUS.

008800     SELECT NotifyFile ASSIGN TO
008900             'processed/NOTIFY.DAT'
009000         ORGANIZATION IS LINE SEQUENTIAL.

009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  CityListFile.
009400 01  CITY-LIST-REC.
009500     03 CL-CITY-CODE             PIC X(15).
009600     03 FILLER                   PIC X(1).

009700 FD  RejectFile.
009800 01  REJ-REC.
009900     03 REJ-REPORT-ID            PIC 9(6).
010000     03 REJ-EMPLOYEE-ID          PIC X(06).
010100     03 REJ-REASON-CODE          PIC X(01).
010110        88 REJ-DUPLICATE-REPORT         VALUE 'D'.
010120     03 REJ-REASON-TEXT          PIC X(30).
010300     03 REJ-LOCAL-AMOUNT         PIC 9(10)V99.
010400     03 REJ-LOCAL-CURRENCY       PIC X(3).
010500     03 REJ-USD-AMOUNT           PIC 9(7)V99.

010600*--------------------------------------------------------------
010700* THE OLD FLAT SUSPENSE FILE - STILL THE LIVE DATA FOR AN
010800* OFFICE THAT HASN'T RUN SINCE THE KEYED-FILE CUTOVER, SO THE
010900* SCAN FALLS BACK TO IT WHEN THERE IS NO .IDX.
011000*--------------------------------------------------------------
011100 FD  SuspenseFile.
011200 01  SUS-REC.
011300     03 SUS-STATUS               PIC X(1).
011400        88 SUS-HELD                      VALUE 'H'.
011500     03 SUS-HELD-DATE            PIC 9(8).
011600     03 SUS-REASON-CODE          PIC X(1).
011700     03 SUS-REPORT-ID            PIC 9(6).
011800     03 SUS-EMPLOYEE-ID          PIC X(6).
011900     03 SUS-RECORD-IMAGE         PIC X(284).

012000 FD  SuspenseIdxFile.
012100 01  SUX-REC.
012200     03 SUX-KEY.
012300        05 SUX-REPORT-ID         PIC 9(6).
012400        05 SUX-EMPLOYEE-ID       PIC X(6).
012500     03 SUX-STATUS               PIC X(1).
012600        88 SUX-HELD                      VALUE 'H'.
012700     03 SUX-HELD-DATE            PIC 9(8).
012800     03 SUX-REASON-CODE          PIC X(1).
012900     03 SUX-RECORD-IMAGE         PIC X(284).

013000 FD  HeldFile.
013100 01  HELD-REC                    PIC X(284).

013200 FD  PayHeldFile.
013300 01  PHL-REC.
013400     03 PHL-REPORT-ID            PIC 9(6).
013500     03 PHL-EMPLOYEE-ID          PIC 9(6).
013600     03 PHL-EMPLOYEE-NAME        PIC X(50).
013700     03 PHL-USD-AMOUNT           PIC 9(7)V99.
013800     03 PHL-FIRST-HELD-DATE      PIC 9(8).
013900     03 PHL-HOLD-REASON          PIC X(1).
014000        88 PHL-HELD-FOR-BANK-CHANGE      VALUE 'B'.

014100 FD  PayDeniedFile.
014200 01  DNY-REC.
014300     03 DNY-RUN-DATE             PIC 9(8).
014400     03 DNY-REPORT-ID            PIC 9(6).
014500     03 DNY-EMPLOYEE-ID          PIC 9(6).
014600     03 DNY-EMPLOYEE-NAME        PIC X(50).
014700     03 DNY-USD-AMOUNT           PIC 9(7)V99.
014800     03 DNY-MANAGER-ID           PIC X(6).
014900     03 DNY-DECISION-DATE        PIC 9(8).

015000 FD  PayOwedFile.
015100 01  OWE-REC.
015200     03 OWE-RUN-DATE             PIC 9(8).
015300     03 OWE-EMPLOYEE-ID          PIC 9(6).
015400     03 OWE-EMPLOYEE-NAME        PIC X(50).
015500     03 OWE-GROSS-USD            PIC 9(9)V99.
015600     03 OWE-DEDUCTION-USD        PIC 9(9)V99.
015700     03 OWE-OWED-USD             PIC 9(9)V99.
015800     03 OWE-PAY-CURRENCY         PIC X(3).
015900     03 OWE-GROSS-LOCAL          PIC 9(9)V99.
016000     03 OWE-DEDUCTION-LOCAL      PIC 9(9)V99.
016100     03 OWE-OWED-LOCAL           PIC 9(9)V99.

016200 FD  PayFeedFile.
016300 01  PAY-REC                     PIC X(120).

016400 FD  PayStatusFile.
016500 01  PST-REC.
016600     03 PST-RUN-DATE             PIC 9(8).
016700     03 PST-EMPLOYEE-ID          PIC 9(6).
016800     03 PST-USD-AMOUNT           PIC 9(9)V99.
016900     03 PST-STATUS               PIC X(1).
017000        88 PST-RETURNED                  VALUE 'R'.
017100     03 PST-REASON-CODE          PIC X(2).
017200     03 PST-REASON-TEXT          PIC X(30).

017300 FD  EmpMasterIdxFile.
017400 01  EMX-REC.
017500     03 EMX-EMPLOYEE-ID          PIC 9(6).
017600     03 EMX-NAME                 PIC X(50).
017700     03 EMX-DEPARTMENT           PIC X(30).
017800     03 EMX-COST-CENTER          PIC X(10).
017900     03 EMX-STATUS               PIC X(1).
018000        88 EMX-ACTIVE                    VALUE 'A'.
018100        88 EMX-TERMINATED                VALUE 'T'.

018200*--------------------------------------------------------------
018300* NOTIFIED-EVENTS FILE - ONE RECORD PER EVENT ALREADY SENT,
018400* KEYED BY WHAT MAKES THE EVENT THE SAME ONE NIGHT AFTER NIGHT
018500* (SEE 5000-RAISE-NOTICE).  REWRITTEN EVERY RUN; AN EVENT NOT
018600* SEEN IN ITS SOURCE FILE FOR WS-RETAIN-DAYS IS DROPPED.
018700*--------------------------------------------------------------
018800 FD  NotifiedFile.
018900 01  NTH-REC.
019000     03 NTH-KEY.
019100        05 NTH-EVENT-CODE        PIC X(4).
019200        05 NTH-EMPLOYEE-ID       PIC 9(6).
019300        05 NTH-REPORT-ID         PIC 9(6).
019400        05 NTH-REASON-CODE       PIC X(2).
019500        05 NTH-KEY-DATE          PIC 9(8).
019600        05 NTH-KEY-AMOUNT        PIC 9(10)V99.
019700        05 NTH-KEY-CURRENCY      PIC X(3).
019800     03 NTH-NOTIFIED-DATE        PIC 9(8).
019900     03 NTH-LAST-SEEN-DATE       PIC 9(8).

020000*--------------------------------------------------------------
020100* EMAIL INTERFACE RECORD - ONE PER EMPLOYEE PER EVENT.  THE
020200* EMAIL SYSTEM ADDRESSES IT BY EMPLOYEEID; NTF-MESSAGE IS THE
020300* TEXT TO SHOW THE EMPLOYEE.  NTF-AMOUNT IS IN NTF-CURRENCY -
020400* THE SUBMITTED CURRENCY FOR A REJECT, THE PAYMENT CURRENCY FOR
020500* A PAYMENT OR AN AMOUNT OWED, USD OTHERWISE; ZERO WHERE THE
020600* EVENT CARRIES NO AMOUNT.
020700*--------------------------------------------------------------
020800 FD  NotifyFile.
020900 01  NTF-REC.
021000     03 NTF-RUN-DATE             PIC 9(8).
021100     03 NTF-EMPLOYEE-ID          PIC 9(6).
021200     03 NTF-EMPLOYEE-NAME        PIC X(50).
021300     03 NTF-EVENT-CODE           PIC X(4).
021400        88 NTF-REJECTED                  VALUE 'REJT'.
021500        88 NTF-SUSPENDED                 VALUE 'SUSP'.
021600        88 NTF-PERIOD-HELD               VALUE 'HELD'.
021700        88 NTF-AWAITING-APPROVAL         VALUE 'APPR'.
021800        88 NTF-BANK-CHANGE-HOLD          VALUE 'BANK'.
021900        88 NTF-DENIED                    VALUE 'DENY'.
022000        88 NTF-OWED                      VALUE 'OWED'.
022100        88 NTF-PAID                      VALUE 'PAID'.
022200        88 NTF-RETURNED                  VALUE 'RETN'.
022300     03 NTF-REPORT-ID            PIC 9(6).
022400     03 NTF-EVENT-DATE           PIC 9(8).
022500     03 NTF-AMOUNT               PIC 9(10)V99.
022600     03 NTF-CURRENCY             PIC X(3).
022700     03 NTF-REASON-CODE          PIC X(2).
022800     03 NTF-MESSAGE              PIC X(120).

022900 WORKING-STORAGE SECTION.
023000*--------------------------------------------------------------
023100* DYNAMIC FILE-NAME AND FILE-STATUS FIELDS - EVERY SOURCE FILE
023200* IS OPTIONAL; A MISSING ONE JUST MEANS NOTHING TO TELL FROM IT.
023300*--------------------------------------------------------------
023400 01  WS-FILENAMES.
023500     05 WS-REJECT-FILE           PIC X(80).
023600     05 WS-SUSPENSE-FILE         PIC X(80).
023700     05 WS-SUSPENSE-IDX-FILE     PIC X(80).
023800     05 WS-HELD-FILE             PIC X(80).

023900 01  WS-FILE-STATUSES.
024000     05 WS-REJECT-FILE-STATUS    PIC X(02).
024100     05 WS-SUSPENSE-FILE-STATUS  PIC X(02).
024200     05 WS-SUSPENSE-IDX-STATUS   PIC X(02).
024300     05 WS-HELD-FILE-STATUS      PIC X(02).
024400     05 WS-PAYHELD-FILE-STATUS   PIC X(02).
024500     05 WS-DENIED-FILE-STATUS    PIC X(02).
024600     05 WS-OWED-FILE-STATUS      PIC X(02).
024700     05 WS-PAYFEED-FILE-STATUS   PIC X(02).
024800     05 WS-PAYSTATUS-FILE-STATUS PIC X(02).
024900     05 WS-EMPIDX-STATUS         PIC X(02).
025000     05 WS-NOTIFIED-FILE-STATUS  PIC X(02).

025100*--------------------------------------------------------------
025200* SWITCHES
025300*--------------------------------------------------------------
025400 01  WS-SWITCHES.
025500     05 WS-CITYLIST-EOF-SW       PIC X(01) VALUE 'N'.
025600        88 CITYLIST-EOF                    VALUE 'Y'.
025700     05 WS-SCAN-EOF-SW           PIC X(01) VALUE 'N'.
025800        88 SCAN-EOF                        VALUE 'Y'.
025900     05 WS-EMPIDX-OPEN-SW        PIC X(01) VALUE 'N'.
026000        88 EMPIDX-OPEN                     VALUE 'Y'.
026100     05 WS-HISTORY-FOUND-SW      PIC X(01) VALUE 'N'.
026200        88 HISTORY-FOUND                   VALUE 'Y'.
026300        88 HISTORY-NOT-FOUND               VALUE 'N'.
026310     05 WS-NOTIFY-BLOCKED-SW     PIC X(01) VALUE 'N'.
026320        88 NOTIFY-BLOCKED                  VALUE 'Y'.

026400*--------------------------------------------------------------
026500* TIME LIMITS, IN DAYS.  PAYDENIED, PAYOWED AND PAYSTATUS ARE
026600* APPEND-ONLY LEDGERS, AND PAYFEED.DAT STAYS ON DISK UNTIL THE
026700* NEXT PAYMENT RUN - ONLY ENTRIES NEWER THAN WS-LEDGER-DAYS ARE
026800* NEWS, SO THE FIRST RUN DOESN'T MAIL OUT EVERY DENIAL ON FILE.
026900* AN EVENT GONE FROM ITS FILE FOR WS-RETAIN-DAYS IS FORGOTTEN;
027000* THAT IS LONGER THAN THE LEDGER WINDOW, SO A LEDGER ENTRY HAS
027100* AGED OUT OF THE WINDOW BEFORE ITS RECORD IS DROPPED.
027200*--------------------------------------------------------------
027300 01  WS-LEDGER-DAYS              PIC 9(3) VALUE 030.
027400 01  WS-RETAIN-DAYS              PIC 9(3) VALUE 090.

027500*--------------------------------------------------------------
027600* NOTIFIED-EVENTS TABLE - CONTROL/NOTIFIED.DAT, LOADED AT
027700* STARTUP AND REWRITTEN AT THE END.  HST-TAB-NTC-SUB POINTS AT
027800* THE EVENT'S NOTICE WHEN ONE IS BEING SENT THIS RUN, SO A
027900* SECOND LINE FOR THE SAME EVENT ADDS TO IT.
028000*--------------------------------------------------------------
028100 01  HISTORY-TABLE-AREA.
028200     05 HST-COUNT                PIC 9(05) COMP VALUE ZERO.
028300     05 HST-TABLE OCCURS 1 TO 5000 TIMES
028400           DEPENDING ON HST-COUNT
028500           INDEXED BY HST-IDX.
028600        10 HST-TAB-KEY.
028700           15 HST-TAB-EVENT-CODE PIC X(4).
028800           15 HST-TAB-EMPLOYEE-ID
028900                                 PIC 9(6).
029000           15 HST-TAB-REPORT-ID  PIC 9(6).
029100           15 HST-TAB-REASON-CODE
029200                                 PIC X(2).
029300           15 HST-TAB-KEY-DATE   PIC 9(8).
029400           15 HST-TAB-KEY-AMOUNT PIC 9(10)V99.
029500           15 HST-TAB-KEY-CURRENCY
029600                                 PIC X(3).
029700        10 HST-TAB-NOTIFIED-DATE PIC 9(8).
029800        10 HST-TAB-LAST-SEEN     PIC 9(8).
029900        10 HST-TAB-NTC-SUB       PIC 9(05) COMP.

030000*--------------------------------------------------------------
030100* NOTICE TABLE - THIS RUN'S NOTICES, WRITTEN AT THE END.  EVERY
030200* NOTICE HAS A NOTIFIED-EVENTS ENTRY, SO IT CAN'T OUTGROW THAT
030300* TABLE.  THE ENTRY LAYOUT IS NTF-REC'S.
030400*--------------------------------------------------------------
030500 01  NOTICE-TABLE-AREA.
030600     05 NTC-COUNT                PIC 9(05) COMP VALUE ZERO.
030700     05 NTC-TABLE OCCURS 1 TO 5000 TIMES
030800           DEPENDING ON NTC-COUNT
030900           INDEXED BY NTC-IDX.
031000        10 NTC-TAB-RUN-DATE      PIC 9(8).
031100        10 NTC-TAB-EMPLOYEE-ID   PIC 9(6).
031200        10 NTC-TAB-EMPLOYEE-NAME PIC X(50).
031300        10 NTC-TAB-EVENT-CODE    PIC X(4).
031400        10 NTC-TAB-REPORT-ID     PIC 9(6).
031500        10 NTC-TAB-EVENT-DATE    PIC 9(8).
031600        10 NTC-TAB-AMOUNT        PIC 9(10)V99.
031700        10 NTC-TAB-CURRENCY      PIC X(3).
031800        10 NTC-TAB-REASON-CODE   PIC X(2).
031900        10 NTC-TAB-MESSAGE       PIC X(120).

032000*--------------------------------------------------------------
032100* THE EVENT BEING RAISED - THE SCANS FILL THIS IN AND PERFORM
032200* 5000-RAISE-NOTICE.  WS-EVT-KEY HAS NTH-KEY'S LAYOUT.
032300*--------------------------------------------------------------
032400 01  WS-EVENT.
032500     05 WS-EVT-KEY.
032600        10 WS-EVT-EVENT-CODE     PIC X(4).
032700        10 WS-EVT-EMPLOYEE-ID    PIC 9(6).
032800        10 WS-EVT-REPORT-ID      PIC 9(6).
032900        10 WS-EVT-REASON-CODE    PIC X(2).
033000        10 WS-EVT-KEY-DATE       PIC 9(8).
033100        10 WS-EVT-KEY-AMOUNT     PIC 9(10)V99.
033200        10 WS-EVT-KEY-CURRENCY   PIC X(3).
033300     05 WS-EVT-EMPLOYEE-NAME     PIC X(50).
033400     05 WS-EVT-EVENT-DATE        PIC 9(8).
033500     05 WS-EVT-AMOUNT            PIC 9(10)V99.
033600     05 WS-EVT-CURRENCY          PIC X(3).
033700     05 WS-EVT-MESSAGE           PIC X(120).

033800 01  WS-REASON-WORDS             PIC X(60).
033900 01  WS-DISPLAY-DATE             PIC X(10).

034000*--------------------------------------------------------------
034100* EXPENSE WORK RECORD - HELD IMAGES ARE OVERLAID HERE SO THEIR
034200* FIELDS CAN BE PICKED OUT.
034300*--------------------------------------------------------------
034400 01  WS-WORK-REC.
034500     COPY EXPREC.

034600*--------------------------------------------------------------
034700* PAYMENT-FEED OVERLAYS, AS CALC-PAYFEED WRITES THEM.  EACH
034800* CURRENCY BATCH'S HEADER GIVES ITS DETAILS THE VALUE DATE.
034900*--------------------------------------------------------------
035000 01  WS-PAY-LINE.
035100     05 WS-PAY-RECORD-TYPE       PIC X(01).
035200     05 WS-PAY-EMPLOYEE-ID       PIC 9(06).
035300     05 WS-PAY-ROUTING           PIC 9(09).
035400     05 WS-PAY-ACCOUNT           PIC X(18).
035500     05 WS-PAY-USD-AMOUNT        PIC 9(09)V99.
035600     05 WS-PAY-EMPLOYEE-NAME     PIC X(50).
035700     05 FILLER                   PIC X(05).
035800     05 WS-PAY-PAY-CURRENCY      PIC X(03).
035900     05 WS-PAY-PAY-AMOUNT        PIC 9(09)V99.
036000     05 FILLER                   PIC X(06).

036100 01  WS-PAY-HEADER-LINE.
036200     05 WS-PAY-HDR-RECORD-TYPE   PIC X(01).
036300     05 WS-PAY-HDR-FEED-NAME     PIC X(08).
036400     05 WS-PAY-HDR-RUN-DATE      PIC 9(08).
036500     05 WS-PAY-HDR-PAY-CURRENCY  PIC X(03).
036600     05 FILLER                   PIC X(100).

036700 01  WS-VALUE-DATE               PIC 9(08) VALUE ZERO.

036800*--------------------------------------------------------------
036900* AGING WORK FIELDS - DAYS SINCE WS-AGE-FROM-DATE BY THE USUAL
037000* BATCH-SHOP APPROXIMATION (YEARS AT 365, MONTHS AT 30).
037100*--------------------------------------------------------------
037200 01  WS-RUN-DATE                 PIC 9(8).
037300 01  WS-AGE-DAYS                 PIC S9(05) COMP.
037400 01  WS-DATE-PARTS.
037500     05 WS-RUN-YYYY              PIC 9(4).
037600     05 WS-RUN-MM                PIC 9(2).
037700     05 WS-RUN-DD                PIC 9(2).
037800     05 WS-FROM-YYYY             PIC 9(4).
037900     05 WS-FROM-MM               PIC 9(2).
038000     05 WS-FROM-DD               PIC 9(2).
038100 01  WS-AGE-FROM-DATE            PIC 9(8).

038200*--------------------------------------------------------------
038300* RUN COUNTERS
038400*--------------------------------------------------------------
038500 01  WS-COUNTERS.
038600     05 WS-HISTORY-LOADED        PIC 9(7) VALUE ZERO.
038700     05 WS-HISTORY-PRUNED        PIC 9(7) VALUE ZERO.
038800     05 WS-HISTORY-OVER          PIC 9(7) VALUE ZERO.
038900     05 WS-HISTORY-FULL          PIC 9(7) VALUE ZERO.
039000     05 WS-ALREADY-NOTIFIED      PIC 9(7) VALUE ZERO.
039100     05 WS-TOO-OLD               PIC 9(7) VALUE ZERO.
039200     05 WS-NO-EMPLOYEE           PIC 9(7) VALUE ZERO.
039210     05 WS-DUPLICATE-SKIPPED     PIC 9(7) VALUE ZERO.
039300     05 WS-NOTICES-WRITTEN       PIC 9(7) VALUE ZERO.
039400     05 WS-CNT-REJECTED          PIC 9(7) VALUE ZERO.
039500     05 WS-CNT-SUSPENDED         PIC 9(7) VALUE ZERO.
039600     05 WS-CNT-PERIOD-HELD       PIC 9(7) VALUE ZERO.
039700     05 WS-CNT-APPROVAL          PIC 9(7) VALUE ZERO.
039800     05 WS-CNT-BANK-HOLD         PIC 9(7) VALUE ZERO.
039900     05 WS-CNT-DENIED            PIC 9(7) VALUE ZERO.
040000     05 WS-CNT-OWED              PIC 9(7) VALUE ZERO.
040100     05 WS-CNT-PAID              PIC 9(7) VALUE ZERO.
040200     05 WS-CNT-RETURNED          PIC 9(7) VALUE ZERO.

040300 PROCEDURE DIVISION.

040400*================================================================
040500* 0000-MAINLINE
040600*================================================================
040700 0000-MAINLINE.
040800     PERFORM 1000-INITIALIZE
040900         THRU 1000-EXIT.

041000     PERFORM 1100-LOAD-HISTORY
041100         THRU 1100-EXIT.

041200*    A NOTIFIED-EVENTS FILE BIGGER THAN THE TABLE CAN'T BE
041300*    CHECKED OR REWRITTEN WHOLE - SENDING ANYTHING WOULD REPEAT
041400*    OLD NOTICES.  NOTHING IS SENT (NOTIFY.DAT IS LEFT EMPTY)
041500*    AND THE FILE IS LEFT AS IT STANDS UNTIL THE LIMIT IS RAISED.
041600     IF WS-HISTORY-OVER > ZERO
041700         DISPLAY 'NOTIFY WARNING - CONTROL/NOTIFIED.DAT HAS '
041800             WS-HISTORY-OVER ' EVENTS PAST THE TABLE LIMIT - '
041900             'NOTHING SENT.  RAISE THE LIMIT AND RERUN.'
041910         SET NOTIFY-BLOCKED TO TRUE
041920         GO TO 0900-END-OF-RUN
042200     END-IF.

042300     PERFORM 2000-SCAN-OFFICES
042400         THRU 2000-EXIT.

042500     PERFORM 3000-SCAN-PAYMENT-FILES
042600         THRU 3000-EXIT.

042700     PERFORM 7000-WRITE-NOTICES
042800         THRU 7000-EXIT.

042900     PERFORM 7500-REWRITE-HISTORY
043000         THRU 7500-EXIT.

043010 0900-END-OF-RUN.
043020     PERFORM 9000-TERMINATE
043030         THRU 9000-EXIT.

043040     STOP RUN.

043400*================================================================
043500* 1000-INITIALIZE - THE INTERFACE FILE IS REPLACED EVERY RUN.
043600*================================================================
043700 1000-INITIALIZE.
043800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
043900     MOVE WS-RUN-DATE (1:4) TO WS-RUN-YYYY.
044000     MOVE WS-RUN-DATE (5:2) TO WS-RUN-MM.
044100     MOVE WS-RUN-DATE (7:2) TO WS-RUN-DD.

044200     OPEN OUTPUT NotifyFile.

044300     OPEN INPUT EmpMasterIdxFile.
044400     IF WS-EMPIDX-STATUS = '00'
044500         SET EMPIDX-OPEN TO TRUE
044600     ELSE
044700         DISPLAY 'NOTIFY WARNING - CONTROL/EMPMASTER.IDX CANNOT '
044800             'BE READ (STATUS ' WS-EMPIDX-STATUS ') - NOTICES '
044900             'FROM FILES WITHOUT A NAME GO OUT UNNAMED.  RUN '
045000             'CALC-KEYLOAD.'
045100     END-IF.
045200 1000-EXIT.
045300     EXIT.

045400*================================================================
045500* 1100-LOAD-HISTORY - THE EVENTS ALREADY SENT.  NO FILE YET
045600* MEANS NOTHING HAS BEEN SENT.  ONE NOT SEEN IN ITS SOURCE FILE
045700* FOR WS-RETAIN-DAYS IS DROPPED HERE.
045800*================================================================
045900 1100-LOAD-HISTORY.
046000     MOVE ZERO TO HST-COUNT.
046100     MOVE 'N' TO WS-SCAN-EOF-SW.
046200     OPEN INPUT NotifiedFile.
046300     IF WS-NOTIFIED-FILE-STATUS NOT = '00'
046400         GO TO 1100-EXIT
046500     END-IF.
046600     READ NotifiedFile
046700         AT END MOVE 'Y' TO WS-SCAN-EOF-SW
046800     END-READ.
046900     PERFORM 1110-LOAD-ONE-EVENT
047000         THRU 1110-EXIT
047100         UNTIL SCAN-EOF.
047200     CLOSE NotifiedFile.
047300 1100-EXIT.
047400     EXIT.

047500 1110-LOAD-ONE-EVENT.
047600     MOVE NTH-LAST-SEEN-DATE TO WS-AGE-FROM-DATE.
047700     PERFORM 8100-COMPUTE-AGE
047800         THRU 8100-EXIT.
047900     IF WS-AGE-DAYS > WS-RETAIN-DAYS
048000         ADD 1 TO WS-HISTORY-PRUNED
048100     ELSE
048200         IF HST-COUNT < 5000
048300             ADD 1 TO HST-COUNT
048400             ADD 1 TO WS-HISTORY-LOADED
048500             SET HST-IDX TO HST-COUNT
048600             MOVE NTH-KEY TO HST-TAB-KEY (HST-IDX)
048700             MOVE NTH-NOTIFIED-DATE
048800                 TO HST-TAB-NOTIFIED-DATE (HST-IDX)
048900             MOVE NTH-LAST-SEEN-DATE
049000                 TO HST-TAB-LAST-SEEN (HST-IDX)
049100             MOVE ZERO TO HST-TAB-NTC-SUB (HST-IDX)
049200         ELSE
049300             ADD 1 TO WS-HISTORY-OVER
049400         END-IF
049500     END-IF.

049600     READ NotifiedFile
049700         AT END MOVE 'Y' TO WS-SCAN-EOF-SW
049800     END-READ.
049900 1110-EXIT.
050000     EXIT.

050100*================================================================
050200* 2000-SCAN-OFFICES - EVERY OFFICE ON CITYLIST.DAT.
050300*================================================================
050400 2000-SCAN-OFFICES.
050500     OPEN INPUT CityListFile.
050600     READ CityListFile
050700         AT END MOVE 'Y' TO WS-CITYLIST-EOF-SW
050800     END-READ.

050900     PERFORM 2100-SCAN-ONE-OFFICE
051000         THRU 2100-EXIT
051100         UNTIL CITYLIST-EOF.
051200     CLOSE CityListFile.
051300 2000-EXIT.
051400     EXIT.

051500 2100-SCAN-ONE-OFFICE.
051600     MOVE SPACES TO WS-REJECT-FILE.
051700     STRING 'processed/' DELIMITED BY SIZE
051800            CL-CITY-CODE DELIMITED BY SPACE
051900            'REJECTS.csv' DELIMITED BY SIZE
052000         INTO WS-REJECT-FILE.
052100     MOVE SPACES TO WS-SUSPENSE-IDX-FILE.
052200     STRING 'processed/' DELIMITED BY SIZE
052300            CL-CITY-CODE DELIMITED BY SPACE
052400            'SUSPENSE.IDX' DELIMITED BY SIZE
052500         INTO WS-SUSPENSE-IDX-FILE.
052600     MOVE SPACES TO WS-SUSPENSE-FILE.
052700     STRING 'processed/' DELIMITED BY SIZE
052800            CL-CITY-CODE DELIMITED BY SPACE
052900            'SUSPENSE.DAT' DELIMITED BY SIZE
053000         INTO WS-SUSPENSE-FILE.
053100     MOVE SPACES TO WS-HELD-FILE.
053200     STRING 'processed/' DELIMITED BY SIZE
053300            CL-CITY-CODE DELIMITED BY SPACE
053400            'HELD.DAT' DELIMITED BY SIZE
053500         INTO WS-HELD-FILE.

053600     PERFORM 2200-SCAN-REJECTS
053700         THRU 2200-EXIT.
053800     PERFORM 2300-SCAN-SUSPENSE
053900         THRU 2300-EXIT.
054000     PERFORM 2400-SCAN-HELD
054100         THRU 2400-EXIT.

054200     READ CityListFile
054300         AT END MOVE 'Y' TO WS-CITYLIST-EOF-SW
054400     END-READ.
054500 2100-EXIT.
054600     EXIT.

054700*================================================================
054800* 2200-SCAN-REJECTS - THE OFFICE'S LAST ENGINE RUN'S REJECTS.
054900* THE ENGINE RE-READS THE WHOLE INPUT FILE EVERY RUN, SO THE
055000* SAME REJECT COMES BACK UNTIL IT IS FIXED - ONE NOTICE PER
055100* REPORT, REASON AND CURRENCY, WITH THE LINES' AMOUNTS ADDED.
055110* FOR THE SAME REASON A DUPLICATE REJECT IS NOT NEWS - EVERY
055120* LINE ALREADY SORTED COMES BACK AS ONE ON THE NEXT RUN WHILE
055130* THE FILE STAYS IN PLACE - SO IT IS COUNTED, NOT SENT, AS
055140* EXP-ENGINE KEEPS IT OUT OF SUSPENSE.
055200*================================================================
055300 2200-SCAN-REJECTS.
055400     MOVE 'N' TO WS-SCAN-EOF-SW.
055500     OPEN INPUT RejectFile.
055600     IF WS-REJECT-FILE-STATUS NOT = '00'
055700         GO TO 2200-EXIT
055800     END-IF.
055900     READ RejectFile
056000         AT END MOVE 'Y' TO WS-SCAN-EOF-SW
056100     END-READ.
056200     PERFORM 2210-CHECK-ONE-REJECT
056300         THRU 2210-EXIT
056400         UNTIL SCAN-EOF.
056500     CLOSE RejectFile.
056600 2200-EXIT.
056700     EXIT.

056800 2210-CHECK-ONE-REJECT.
056900*    A REJECT FOR A BAD EMPLOYEE ID HAS NOBODY TO TELL.
057000     IF REJ-EMPLOYEE-ID IS NOT NUMERIC
057100         ADD 1 TO WS-NO-EMPLOYEE
057200         GO TO 2210-NEXT
057300     END-IF.
057310     IF REJ-DUPLICATE-REPORT
057320         ADD 1 TO WS-DUPLICATE-SKIPPED
057330         GO TO 2210-NEXT
057340     END-IF.

057350     PERFORM 8000-CLEAR-EVENT
057500         THRU 8000-EXIT.
057600     MOVE 'REJT'             TO WS-EVT-EVENT-CODE.
057700     MOVE REJ-EMPLOYEE-ID    TO WS-EVT-EMPLOYEE-ID.
057800     MOVE REJ-REPORT-ID      TO WS-EVT-REPORT-ID.
057900     MOVE REJ-REASON-CODE    TO WS-EVT-REASON-CODE.
058000     MOVE REJ-LOCAL-CURRENCY TO WS-EVT-KEY-CURRENCY.
058100     MOVE WS-RUN-DATE        TO WS-EVT-EVENT-DATE.
058200     MOVE REJ-LOCAL-AMOUNT   TO WS-EVT-AMOUNT.
058300     MOVE REJ-LOCAL-CURRENCY TO WS-EVT-CURRENCY.
058400     PERFORM 8200-REASON-WORDS
058500         THRU 8200-EXIT.
058600     STRING 'YOUR EXPENSE REPORT WAS REJECTED - '
058700                DELIMITED BY SIZE
058800            WS-REASON-WORDS DELIMITED BY '  '
058900            '.  CORRECT IT AND SUBMIT IT AGAIN.'
059000                DELIMITED BY SIZE
059100         INTO WS-EVT-MESSAGE.
059110     PERFORM 5000-RAISE-NOTICE
060200         THRU 5000-EXIT.

060300 2210-NEXT.
060400     READ RejectFile
060500         AT END MOVE 'Y' TO WS-SCAN-EOF-SW
060600     END-READ.
060700 2210-EXIT.
060800     EXIT.

060900*================================================================
061000* 2300-SCAN-SUSPENSE - RECORDS HELD IN SUSPENSE AWAITING A
061100* CORRECTION.  ONE CORRECTED, RELEASED OR WRITTEN OFF IS NO
061200* LONGER WAITING ON ANYBODY.
061300*================================================================
061400 2300-SCAN-SUSPENSE.
061500     MOVE 'N' TO WS-SCAN-EOF-SW.
061600     OPEN INPUT SuspenseIdxFile.
061700*    NO .IDX YET - THE OFFICE HASN'T RUN SINCE THE CUTOVER, SO
061800*    THE LIVE SUSPENSE IS STILL THE FLAT FILE.
061900     IF WS-SUSPENSE-IDX-STATUS = '35'
062000         PERFORM 2350-SCAN-FLAT-SUSPENSE
062100             THRU 2350-EXIT
062200         GO TO 2300-EXIT
062300     END-IF.
062400     IF WS-SUSPENSE-IDX-STATUS NOT = '00'
062500         GO TO 2300-EXIT
062600     END-IF.
062700     READ SuspenseIdxFile NEXT
062800         AT END MOVE 'Y' TO WS-SCAN-EOF-SW
062900     END-READ.
063000     PERFORM 2310-CHECK-ONE-SUSPENSE
063100         THRU 2310-EXIT
063200         UNTIL SCAN-EOF.
063300     CLOSE SuspenseIdxFile.
063400 2300-EXIT.
063500     EXIT.

063600 2310-CHECK-ONE-SUSPENSE.
063700     IF SUX-HELD
063800         MOVE SUX-STATUS      TO SUS-STATUS
063900         MOVE SUX-HELD-DATE   TO SUS-HELD-DATE
064000         MOVE SUX-REASON-CODE TO SUS-REASON-CODE
064100         MOVE SUX-REPORT-ID   TO SUS-REPORT-ID
064200         MOVE SUX-EMPLOYEE-ID TO SUS-EMPLOYEE-ID
064300         PERFORM 2320-RAISE-SUSPENSE
064400             THRU 2320-EXIT
064500     END-IF.

064600     READ SuspenseIdxFile NEXT
064700         AT END MOVE 'Y' TO WS-SCAN-EOF-SW
064800     END-READ.
064900 2310-EXIT.
065000     EXIT.

065100*    THE SUSPENSE IMAGE IS THE OFFICE'S RAW INPUT LINE - FIXED
065200*    OR DELIMITED - SO NO AMOUNT IS PICKED OUT OF IT.
065300 2320-RAISE-SUSPENSE.
065400     IF SUS-EMPLOYEE-ID IS NOT NUMERIC
065500         ADD 1 TO WS-NO-EMPLOYEE
065600         GO TO 2320-EXIT
065700     END-IF.

065800     PERFORM 8000-CLEAR-EVENT
065900         THRU 8000-EXIT.
066000     MOVE 'SUSP'          TO WS-EVT-EVENT-CODE.
066100     MOVE SUS-EMPLOYEE-ID TO WS-EVT-EMPLOYEE-ID.
066200     MOVE SUS-REPORT-ID   TO WS-EVT-REPORT-ID.
066300     MOVE SUS-REASON-CODE TO WS-EVT-REASON-CODE.
066400     MOVE SUS-HELD-DATE   TO WS-EVT-KEY-DATE.
066500     MOVE SUS-HELD-DATE   TO WS-EVT-EVENT-DATE.
066600     PERFORM 8200-REASON-WORDS
066700         THRU 8200-EXIT.
066800     STRING 'YOUR REPORT IS IN SUSPENSE - ' DELIMITED BY SIZE
066900            WS-REASON-WORDS DELIMITED BY '  '
067000            '.  SEND A CORRECTION TO ACCOUNTS PAYABLE.'
067100                DELIMITED BY SIZE
067200         INTO WS-EVT-MESSAGE.
067300     PERFORM 5000-RAISE-NOTICE
067400         THRU 5000-EXIT.
067500 2320-EXIT.
067600     EXIT.

067700*================================================================
067800* 2350-SCAN-FLAT-SUSPENSE - THE CUTOVER FALLBACK: SAME CHECK,
067900* READ FROM THE OFFICE'S FLAT SUSPENSE.DAT.
068000*================================================================
068100 2350-SCAN-FLAT-SUSPENSE.
068200     MOVE 'N' TO WS-SCAN-EOF-SW.
068300     OPEN INPUT SuspenseFile.
068400     IF WS-SUSPENSE-FILE-STATUS NOT = '00'
068500         GO TO 2350-EXIT
068600     END-IF.
068700     READ SuspenseFile
068800         AT END MOVE 'Y' TO WS-SCAN-EOF-SW
068900     END-READ.
069000     PERFORM 2360-CHECK-ONE-FLAT-SUSPENSE
069100         THRU 2360-EXIT
069200         UNTIL SCAN-EOF.
069300     CLOSE SuspenseFile.
069400 2350-EXIT.
069500     EXIT.

069600 2360-CHECK-ONE-FLAT-SUSPENSE.
069700     IF SUS-HELD
069800         PERFORM 2320-RAISE-SUSPENSE
069900             THRU 2320-EXIT
070000     END-IF.

070100     READ SuspenseFile
070200         AT END MOVE 'Y' TO WS-SCAN-EOF-SW
070300     END-READ.
070400 2360-EXIT.
070500     EXIT.

070600*================================================================
070700* 2400-SCAN-HELD - ROWS WAITING FOR AN OPEN PERIOD.  ONE NOTICE
070800* PER REPORT, WITH THE ROWS' USD ADDED.
070900*================================================================
071000 2400-SCAN-HELD.
071100     MOVE 'N' TO WS-SCAN-EOF-SW.
071200     OPEN INPUT HeldFile.
071300     IF WS-HELD-FILE-STATUS NOT = '00'
071400         GO TO 2400-EXIT
071500     END-IF.
071600     READ HeldFile
071700         AT END MOVE 'Y' TO WS-SCAN-EOF-SW
071800     END-READ.
071900     PERFORM 2410-CHECK-ONE-HELD
072000         THRU 2410-EXIT
072100         UNTIL SCAN-EOF.
072200     CLOSE HeldFile.
072300 2400-EXIT.
072400     EXIT.

072500 2410-CHECK-ONE-HELD.
072600     MOVE SPACES TO WS-WORK-REC.
072700     MOVE HELD-REC TO WS-WORK-REC.
072800     IF EmployeeId OF WS-WORK-REC IS NOT NUMERIC
072900         ADD 1 TO WS-NO-EMPLOYEE
073000         GO TO 2410-NEXT
073100     END-IF.

073200     PERFORM 8000-CLEAR-EVENT
073300         THRU 8000-EXIT.
073400     MOVE 'HELD'                     TO WS-EVT-EVENT-CODE.
073500     MOVE EmployeeId OF WS-WORK-REC  TO WS-EVT-EMPLOYEE-ID.
073600     MOVE ReportId OF WS-WORK-REC    TO WS-EVT-REPORT-ID.
073700     MOVE EmployeeName OF WS-WORK-REC
073800         TO WS-EVT-EMPLOYEE-NAME.
073900     MOVE WS-RUN-DATE                TO WS-EVT-EVENT-DATE.
074000     MOVE UsdAmount OF WS-WORK-REC   TO WS-EVT-AMOUNT.
074100     MOVE 'USD'                      TO WS-EVT-CURRENCY.
074200     STRING 'YOUR EXPENSE REPORT IS HELD - ITS ACCOUNTING '
074300                DELIMITED BY SIZE
074400            'PERIOD IS CLOSED.  IT WILL GO THROUGH WHEN THE '
074500                DELIMITED BY SIZE
074600            'PERIOD OPENS.'
074700                DELIMITED BY SIZE
074800         INTO WS-EVT-MESSAGE.
074900     PERFORM 5000-RAISE-NOTICE
075000         THRU 5000-EXIT.

075100 2410-NEXT.
075200     READ HeldFile
075300         AT END MOVE 'Y' TO WS-SCAN-EOF-SW
075400     END-READ.
075500 2410-EXIT.
075600     EXIT.

075700*================================================================
075800* 3000-SCAN-PAYMENT-FILES
075900*================================================================
076000 3000-SCAN-PAYMENT-FILES.
076100     PERFORM 3100-SCAN-WITHHELD
076200         THRU 3100-EXIT.
076300     PERFORM 3200-SCAN-DENIED
076400         THRU 3200-EXIT.
076500     PERFORM 3300-SCAN-OWED
076600         THRU 3300-EXIT.
076700     PERFORM 3400-SCAN-PAYFEED
076800         THRU 3400-EXIT.
076900     PERFORM 3500-SCAN-PAY-STATUS
077000         THRU 3500-EXIT.
077100 3000-EXIT.
077200     EXIT.

077300*================================================================
077400* 3100-SCAN-WITHHELD - THE WITHHELD POOL: FLAGGED ROWS WAITING
077500* FOR A MANAGER, AND NETTED PAYMENTS PARKED FOR A BANK-DETAIL
077600* CHANGE NOT YET CONFIRMED.  THE LATTER ALSO WARNS AN EMPLOYEE
077700* WHO DIDN'T ASK FOR THE CHANGE.
077800*================================================================
077900 3100-SCAN-WITHHELD.
078000     MOVE 'N' TO WS-SCAN-EOF-SW.
078100     OPEN INPUT PayHeldFile.
078200     IF WS-PAYHELD-FILE-STATUS NOT = '00'
078300         GO TO 3100-EXIT
078400     END-IF.
078500     READ PayHeldFile
078600         AT END MOVE 'Y' TO WS-SCAN-EOF-SW
078700     END-READ.
078800     PERFORM 3110-CHECK-ONE-WITHHELD
078900         THRU 3110-EXIT
079000         UNTIL SCAN-EOF.
079100     CLOSE PayHeldFile.
079200 3100-EXIT.
079300     EXIT.

079400 3110-CHECK-ONE-WITHHELD.
079500     PERFORM 8000-CLEAR-EVENT
079600         THRU 8000-EXIT.
079700     MOVE PHL-EMPLOYEE-ID     TO WS-EVT-EMPLOYEE-ID.
079800     MOVE PHL-FIRST-HELD-DATE TO WS-EVT-KEY-DATE.
079900     MOVE PHL-EMPLOYEE-NAME   TO WS-EVT-EMPLOYEE-NAME.
080000     MOVE PHL-FIRST-HELD-DATE TO WS-EVT-EVENT-DATE.
080100     MOVE PHL-USD-AMOUNT      TO WS-EVT-AMOUNT.
080200     MOVE 'USD'               TO WS-EVT-CURRENCY.
080300     IF PHL-HELD-FOR-BANK-CHANGE
080400         MOVE 'BANK' TO WS-EVT-EVENT-CODE
080500         STRING 'PAYMENT HELD - YOUR BANK DETAILS WERE '
080600                    DELIMITED BY SIZE
080700                'CHANGED AND ARE BEING CONFIRMED.  '
080800                    DELIMITED BY SIZE
080900                'IF YOU DID NOT CHANGE THEM, CALL PAYROLL NOW.'
081000                    DELIMITED BY SIZE
081100             INTO WS-EVT-MESSAGE
081200     ELSE
081300         MOVE 'APPR' TO WS-EVT-EVENT-CODE
081400         MOVE PHL-REPORT-ID TO WS-EVT-REPORT-ID
081500         STRING 'PAYMENT FOR YOUR EXPENSE REPORT IS WITHHELD '
081600                    DELIMITED BY SIZE
081700                'UNTIL YOUR MANAGER APPROVES ITS POLICY '
081800                    DELIMITED BY SIZE
081900                'EXCEPTION.' DELIMITED BY SIZE
082000             INTO WS-EVT-MESSAGE
082100     END-IF.
082200     PERFORM 5000-RAISE-NOTICE
082300         THRU 5000-EXIT.

082400     READ PayHeldFile
082500         AT END MOVE 'Y' TO WS-SCAN-EOF-SW
082600     END-READ.
082700 3110-EXIT.
082800     EXIT.

082900*================================================================
083000* 3200-SCAN-DENIED - THE DENIED LEDGER, RECENT ENTRIES ONLY.
083100*================================================================
083200 3200-SCAN-DENIED.
083300     MOVE 'N' TO WS-SCAN-EOF-SW.
083400     OPEN INPUT PayDeniedFile.
083500     IF WS-DENIED-FILE-STATUS NOT = '00'
083600         GO TO 3200-EXIT
083700     END-IF.
083800     READ PayDeniedFile
083900         AT END MOVE 'Y' TO WS-SCAN-EOF-SW
084000     END-READ.
084100     PERFORM 3210-CHECK-ONE-DENIAL
084200         THRU 3210-EXIT
084300         UNTIL SCAN-EOF.
084400     CLOSE PayDeniedFile.
084500 3200-EXIT.
084600     EXIT.

084700 3210-CHECK-ONE-DENIAL.
084800     MOVE DNY-RUN-DATE TO WS-AGE-FROM-DATE.
084900     PERFORM 8100-COMPUTE-AGE
085000         THRU 8100-EXIT.
085100     IF WS-AGE-DAYS > WS-LEDGER-DAYS
085200         ADD 1 TO WS-TOO-OLD
085300         GO TO 3210-NEXT
085400     END-IF.

085500     PERFORM 8000-CLEAR-EVENT
085600         THRU 8000-EXIT.
085700     MOVE 'DENY'            TO WS-EVT-EVENT-CODE.
085800     MOVE DNY-EMPLOYEE-ID   TO WS-EVT-EMPLOYEE-ID.
085900     MOVE DNY-REPORT-ID     TO WS-EVT-REPORT-ID.
086000     MOVE DNY-DECISION-DATE TO WS-EVT-KEY-DATE.
086100     MOVE DNY-EMPLOYEE-NAME TO WS-EVT-EMPLOYEE-NAME.
086200     MOVE DNY-DECISION-DATE TO WS-EVT-EVENT-DATE.
086300     MOVE DNY-USD-AMOUNT    TO WS-EVT-AMOUNT.
086400     MOVE 'USD'             TO WS-EVT-CURRENCY.
086500     STRING 'YOUR MANAGER DENIED THE POLICY EXCEPTION ON YOUR '
086600                DELIMITED BY SIZE
086700            'EXPENSE REPORT - THIS AMOUNT WILL NOT BE '
086800                DELIMITED BY SIZE
086900            'REIMBURSED.' DELIMITED BY SIZE
087000         INTO WS-EVT-MESSAGE.
087100     PERFORM 5000-RAISE-NOTICE
087200         THRU 5000-EXIT.

087300 3210-NEXT.
087400     READ PayDeniedFile
087500         AT END MOVE 'Y' TO WS-SCAN-EOF-SW
087600     END-READ.
087700 3210-EXIT.
087800     EXIT.

087900*================================================================
088000* 3300-SCAN-OWED - THE EMPLOYEE-OWES LEDGER, RECENT ENTRIES
088100* ONLY.  THE AMOUNT IS IN THE EMPLOYEE'S PAYMENT CURRENCY WHERE
088200* THE LEDGER HAS ONE.
088300*================================================================
088400 3300-SCAN-OWED.
088500     MOVE 'N' TO WS-SCAN-EOF-SW.
088600     OPEN INPUT PayOwedFile.
088700     IF WS-OWED-FILE-STATUS NOT = '00'
088800         GO TO 3300-EXIT
088900     END-IF.
089000     READ PayOwedFile
089100         AT END MOVE 'Y' TO WS-SCAN-EOF-SW
089200     END-READ.
089300     PERFORM 3310-CHECK-ONE-OWED
089400         THRU 3310-EXIT
089500         UNTIL SCAN-EOF.
089600     CLOSE PayOwedFile.
089700 3300-EXIT.
089800     EXIT.

089900 3310-CHECK-ONE-OWED.
090000     MOVE OWE-RUN-DATE TO WS-AGE-FROM-DATE.
090100     PERFORM 8100-COMPUTE-AGE
090200         THRU 8100-EXIT.
090300     IF WS-AGE-DAYS > WS-LEDGER-DAYS
090400         ADD 1 TO WS-TOO-OLD
090500         GO TO 3310-NEXT
090600     END-IF.

090700     PERFORM 8000-CLEAR-EVENT
090800         THRU 8000-EXIT.
090900     MOVE 'OWED'            TO WS-EVT-EVENT-CODE.
091000     MOVE OWE-EMPLOYEE-ID   TO WS-EVT-EMPLOYEE-ID.
091100     MOVE OWE-RUN-DATE      TO WS-EVT-KEY-DATE.
091200     MOVE OWE-EMPLOYEE-NAME TO WS-EVT-EMPLOYEE-NAME.
091300     MOVE OWE-RUN-DATE      TO WS-EVT-EVENT-DATE.
091400     IF OWE-PAY-CURRENCY = SPACES
091500         OR OWE-PAY-CURRENCY = 'USD'
091600         MOVE OWE-OWED-USD     TO WS-EVT-AMOUNT
091700         MOVE 'USD'            TO WS-EVT-CURRENCY
091800     ELSE
091900         MOVE OWE-OWED-LOCAL   TO WS-EVT-AMOUNT
092000         MOVE OWE-PAY-CURRENCY TO WS-EVT-CURRENCY
092100     END-IF.
092200     STRING 'CARD DEDUCTIONS THIS PAYMENT RUN WERE MORE THAN '
092300                DELIMITED BY SIZE
092400            'YOUR REIMBURSEMENT - YOU OWE THE COMPANY THIS '
092500                DELIMITED BY SIZE
092600            'AMOUNT.' DELIMITED BY SIZE
092700         INTO WS-EVT-MESSAGE.
092800     PERFORM 5000-RAISE-NOTICE
092900         THRU 5000-EXIT.

093000 3310-NEXT.
093100     READ PayOwedFile
093200         AT END MOVE 'Y' TO WS-SCAN-EOF-SW
093300     END-READ.
093400 3310-EXIT.
093500     EXIT.

093600*================================================================
093700* 3400-SCAN-PAYFEED - PAYMENTS SENT, IN THE PAYMENT CURRENCY,
093800* VALUE-DATED BY THEIR BATCH HEADER.  A RECORD FROM BEFORE
093900* PAYMENT CURRENCIES (BLANK CURRENCY) IS A USD PAYMENT.
094000*================================================================
094100 3400-SCAN-PAYFEED.
094200     MOVE 'N' TO WS-SCAN-EOF-SW.
094300     MOVE ZERO TO WS-VALUE-DATE.
094400     OPEN INPUT PayFeedFile.
094500     IF WS-PAYFEED-FILE-STATUS NOT = '00'
094600         GO TO 3400-EXIT
094700     END-IF.
094800     READ PayFeedFile
094900         AT END MOVE 'Y' TO WS-SCAN-EOF-SW
095000     END-READ.
095100     PERFORM 3410-CHECK-ONE-PAYMENT
095200         THRU 3410-EXIT
095300         UNTIL SCAN-EOF.
095400     CLOSE PayFeedFile.
095500 3400-EXIT.
095600     EXIT.

095700 3410-CHECK-ONE-PAYMENT.
095800     MOVE PAY-REC TO WS-PAY-LINE.
095900     IF WS-PAY-RECORD-TYPE = 'H'
096000         MOVE PAY-REC TO WS-PAY-HEADER-LINE
096100         MOVE WS-PAY-HDR-RUN-DATE TO WS-VALUE-DATE
096200         GO TO 3410-NEXT
096300     END-IF.
096400     IF WS-PAY-RECORD-TYPE NOT = 'D'
096500         GO TO 3410-NEXT
096600     END-IF.

096700     MOVE WS-VALUE-DATE TO WS-AGE-FROM-DATE.
096800     PERFORM 8100-COMPUTE-AGE
096900         THRU 8100-EXIT.
097000     IF WS-AGE-DAYS > WS-LEDGER-DAYS
097100         ADD 1 TO WS-TOO-OLD
097200         GO TO 3410-NEXT
097300     END-IF.

097400     PERFORM 8000-CLEAR-EVENT
097500         THRU 8000-EXIT.
097600     MOVE 'PAID'               TO WS-EVT-EVENT-CODE.
097700     MOVE WS-PAY-EMPLOYEE-ID   TO WS-EVT-EMPLOYEE-ID.
097800     MOVE WS-VALUE-DATE        TO WS-EVT-KEY-DATE.
097900     MOVE WS-PAY-EMPLOYEE-NAME TO WS-EVT-EMPLOYEE-NAME.
098000     MOVE WS-VALUE-DATE        TO WS-EVT-EVENT-DATE.
098100     IF WS-PAY-PAY-CURRENCY = SPACES
098200         MOVE WS-PAY-USD-AMOUNT   TO WS-EVT-AMOUNT
098300         MOVE 'USD'               TO WS-EVT-CURRENCY
098400     ELSE
098500         MOVE WS-PAY-PAY-AMOUNT   TO WS-EVT-AMOUNT
098600         MOVE WS-PAY-PAY-CURRENCY TO WS-EVT-CURRENCY
098700     END-IF.
098800     MOVE WS-EVT-CURRENCY TO WS-EVT-KEY-CURRENCY.
098900     MOVE SPACES TO WS-DISPLAY-DATE.
099000     STRING WS-VALUE-DATE (1:4) '-' WS-VALUE-DATE (5:2) '-'
099100            WS-VALUE-DATE (7:2) DELIMITED BY SIZE
099200         INTO WS-DISPLAY-DATE.
099300     STRING 'YOUR EXPENSE REIMBURSEMENT HAS BEEN SENT TO YOUR '
099400                DELIMITED BY SIZE
099500            'BANK ACCOUNT WITH VALUE DATE ' DELIMITED BY SIZE
099600            WS-DISPLAY-DATE DELIMITED BY SIZE
099700            '.' DELIMITED BY SIZE
099800         INTO WS-EVT-MESSAGE.
099900     PERFORM 5000-RAISE-NOTICE
100000         THRU 5000-EXIT.

100100 3410-NEXT.
100200     READ PayFeedFile
100300         AT END MOVE 'Y' TO WS-SCAN-EOF-SW
100400     END-READ.
100500 3410-EXIT.
100600     EXIT.

100700*================================================================
100800* 3500-SCAN-PAY-STATUS - PAYMENTS THE BANK RETURNED, RECENT
100900* LEDGER ENTRIES ONLY.  CALC-PAYRETURN HAS ALREADY PUT THE
101000* MONEY BACK ON THE PENDING POOL.
101100*================================================================
101200 3500-SCAN-PAY-STATUS.
101300     MOVE 'N' TO WS-SCAN-EOF-SW.
101400     OPEN INPUT PayStatusFile.
101500     IF WS-PAYSTATUS-FILE-STATUS NOT = '00'
101600         GO TO 3500-EXIT
101700     END-IF.
101800     READ PayStatusFile
101900         AT END MOVE 'Y' TO WS-SCAN-EOF-SW
102000     END-READ.
102100     PERFORM 3510-CHECK-ONE-STATUS
102200         THRU 3510-EXIT
102300         UNTIL SCAN-EOF.
102400     CLOSE PayStatusFile.
102500 3500-EXIT.
102600     EXIT.

102700 3510-CHECK-ONE-STATUS.
102800     IF NOT PST-RETURNED
102900         GO TO 3510-NEXT
103000     END-IF.
103100     MOVE PST-RUN-DATE TO WS-AGE-FROM-DATE.
103200     PERFORM 8100-COMPUTE-AGE
103300         THRU 8100-EXIT.
103400     IF WS-AGE-DAYS > WS-LEDGER-DAYS
103500         ADD 1 TO WS-TOO-OLD
103600         GO TO 3510-NEXT
103700     END-IF.

103800     PERFORM 8000-CLEAR-EVENT
103900         THRU 8000-EXIT.
104000     MOVE 'RETN'          TO WS-EVT-EVENT-CODE.
104100     MOVE PST-EMPLOYEE-ID TO WS-EVT-EMPLOYEE-ID.
104200     MOVE PST-REASON-CODE TO WS-EVT-REASON-CODE.
104300     MOVE PST-RUN-DATE    TO WS-EVT-KEY-DATE.
104400     MOVE PST-USD-AMOUNT  TO WS-EVT-KEY-AMOUNT.
104500     MOVE PST-RUN-DATE    TO WS-EVT-EVENT-DATE.
104600     MOVE PST-USD-AMOUNT  TO WS-EVT-AMOUNT.
104700     MOVE 'USD'           TO WS-EVT-CURRENCY.
104800     STRING 'YOUR BANK RETURNED YOUR PAYMENT ('
104900                DELIMITED BY SIZE
105000            PST-REASON-TEXT DELIMITED BY '  '
105100            ').  IT WILL BE RESENT ONCE YOUR BANK DETAILS ARE '
105200                DELIMITED BY SIZE
105300            'FIXED.' DELIMITED BY SIZE
105400         INTO WS-EVT-MESSAGE.
105500     PERFORM 5000-RAISE-NOTICE
105600         THRU 5000-EXIT.

105700 3510-NEXT.
105800     READ PayStatusFile
105900         AT END MOVE 'Y' TO WS-SCAN-EOF-SW
106000     END-READ.
106100 3510-EXIT.
106200     EXIT.

106300*================================================================
106400* 5000-RAISE-NOTICE - THE EVENT IN WS-EVENT.  AN EVENT ALREADY
106500* ON THE NOTIFIED FILE IS ONLY MARKED AS STILL SEEN - UNLESS IT
106600* WAS SENT TODAY BY AN EARLIER RUN, WHOSE NOTIFY.DAT THIS RUN
106700* HAS JUST REPLACED, SO IT GOES ON THIS ONE TOO.  A SECOND LINE
106800* FOR AN EVENT ALREADY ON THIS RUN'S FILE ADDS ITS AMOUNT.  A
106900* NEW EVENT IS RECORDED AND A NOTICE BUILT; IF THE NOTIFIED
107000* TABLE IS FULL IT IS LEFT FOR A LATER RUN RATHER THAN SENT
107100* WITHOUT A RECORD.
107200*================================================================
107300 5000-RAISE-NOTICE.
107400     SET HISTORY-NOT-FOUND TO TRUE.
107500     IF HST-COUNT > ZERO
107600         SET HST-IDX TO 1
107700         SEARCH HST-TABLE
107800             AT END
107900                 SET HISTORY-NOT-FOUND TO TRUE
108000             WHEN HST-TAB-KEY (HST-IDX) = WS-EVT-KEY
108100                 SET HISTORY-FOUND TO TRUE
108200         END-SEARCH
108300     END-IF.

108400     IF HISTORY-FOUND
108500         MOVE WS-RUN-DATE TO HST-TAB-LAST-SEEN (HST-IDX)
108600         IF HST-TAB-NTC-SUB (HST-IDX) > ZERO
108700             SET NTC-IDX TO HST-TAB-NTC-SUB (HST-IDX)
108800             ADD WS-EVT-AMOUNT TO NTC-TAB-AMOUNT (NTC-IDX)
108900             GO TO 5000-EXIT
109000         END-IF
109100         IF HST-TAB-NOTIFIED-DATE (HST-IDX) NOT = WS-RUN-DATE
109200             ADD 1 TO WS-ALREADY-NOTIFIED
109300             GO TO 5000-EXIT
109400         END-IF
109500     ELSE
109600         IF HST-COUNT NOT < 5000
109700             ADD 1 TO WS-HISTORY-FULL
109800             GO TO 5000-EXIT
109900         END-IF
110000         ADD 1 TO HST-COUNT
110100         SET HST-IDX TO HST-COUNT
110200         MOVE WS-EVT-KEY  TO HST-TAB-KEY (HST-IDX)
110300         MOVE WS-RUN-DATE TO HST-TAB-NOTIFIED-DATE (HST-IDX)
110400         MOVE WS-RUN-DATE TO HST-TAB-LAST-SEEN (HST-IDX)
110500     END-IF.

110600     PERFORM 8300-GET-EMPLOYEE-NAME
110700         THRU 8300-EXIT.

110800     ADD 1 TO NTC-COUNT.
110900     SET NTC-IDX TO NTC-COUNT.
111000     MOVE NTC-COUNT TO HST-TAB-NTC-SUB (HST-IDX).
111100     MOVE WS-RUN-DATE          TO NTC-TAB-RUN-DATE (NTC-IDX).
111200     MOVE WS-EVT-EMPLOYEE-ID   TO NTC-TAB-EMPLOYEE-ID (NTC-IDX).
111300     MOVE WS-EVT-EMPLOYEE-NAME
111400         TO NTC-TAB-EMPLOYEE-NAME (NTC-IDX).
111500     MOVE WS-EVT-EVENT-CODE    TO NTC-TAB-EVENT-CODE (NTC-IDX).
111600     MOVE WS-EVT-REPORT-ID     TO NTC-TAB-REPORT-ID (NTC-IDX).
111700     MOVE WS-EVT-EVENT-DATE    TO NTC-TAB-EVENT-DATE (NTC-IDX).
111800     MOVE WS-EVT-AMOUNT        TO NTC-TAB-AMOUNT (NTC-IDX).
111900     MOVE WS-EVT-CURRENCY      TO NTC-TAB-CURRENCY (NTC-IDX).
112000     MOVE WS-EVT-REASON-CODE   TO NTC-TAB-REASON-CODE (NTC-IDX).
112100     MOVE WS-EVT-MESSAGE       TO NTC-TAB-MESSAGE (NTC-IDX).
112200 5000-EXIT.
112300     EXIT.

112400*================================================================
112500* 7000-WRITE-NOTICES - THIS RUN'S NOTICES TO NOTIFY.DAT.
112600*================================================================
112700 7000-WRITE-NOTICES.
112800     SET NTC-IDX TO 1.
112900     PERFORM 7100-WRITE-ONE-NOTICE
113000         THRU 7100-EXIT
113100         UNTIL NTC-IDX > NTC-COUNT.
113200 7000-EXIT.
113300     EXIT.

113400 7100-WRITE-ONE-NOTICE.
113500     MOVE NTC-TABLE (NTC-IDX) TO NTF-REC.
113600     WRITE NTF-REC.
113700     ADD 1 TO WS-NOTICES-WRITTEN.

113800     EVALUATE TRUE
113900         WHEN NTF-REJECTED
114000             ADD 1 TO WS-CNT-REJECTED
114100         WHEN NTF-SUSPENDED
114200             ADD 1 TO WS-CNT-SUSPENDED
114300         WHEN NTF-PERIOD-HELD
114400             ADD 1 TO WS-CNT-PERIOD-HELD
114500         WHEN NTF-AWAITING-APPROVAL
114600             ADD 1 TO WS-CNT-APPROVAL
114700         WHEN NTF-BANK-CHANGE-HOLD
114800             ADD 1 TO WS-CNT-BANK-HOLD
114900         WHEN NTF-DENIED
115000             ADD 1 TO WS-CNT-DENIED
115100         WHEN NTF-OWED
115200             ADD 1 TO WS-CNT-OWED
115300         WHEN NTF-PAID
115400             ADD 1 TO WS-CNT-PAID
115500         WHEN NTF-RETURNED
115600             ADD 1 TO WS-CNT-RETURNED
115700     END-EVALUATE.
115800     SET NTC-IDX UP BY 1.
115900 7100-EXIT.
116000     EXIT.

116100*================================================================
116200* 7500-REWRITE-HISTORY - THE WHOLE TABLE BACK TO CONTROL/
116300* NOTIFIED.DAT, CREATED ON FIRST USE.
116400*================================================================
116500 7500-REWRITE-HISTORY.
116600     OPEN OUTPUT NotifiedFile.
116700     SET HST-IDX TO 1.
116800     PERFORM 7510-WRITE-ONE-EVENT
116900         THRU 7510-EXIT
117000         UNTIL HST-IDX > HST-COUNT.
117100     CLOSE NotifiedFile.
117200 7500-EXIT.
117300     EXIT.

117400 7510-WRITE-ONE-EVENT.
117500     MOVE HST-TAB-KEY (HST-IDX) TO NTH-KEY.
117600     MOVE HST-TAB-NOTIFIED-DATE (HST-IDX) TO NTH-NOTIFIED-DATE.
117700     MOVE HST-TAB-LAST-SEEN (HST-IDX)     TO NTH-LAST-SEEN-DATE.
117800     WRITE NTH-REC.
117900     SET HST-IDX UP BY 1.
118000 7510-EXIT.
118100     EXIT.

118200*================================================================
118300* 8000-CLEAR-EVENT - BLANK THE EVENT AREA BEFORE A SCAN FILLS
118400* IN THE FIELDS ITS EVENT USES.
118500*================================================================
118600 8000-CLEAR-EVENT.
118700     MOVE SPACES TO WS-EVT-EVENT-CODE.
118800     MOVE ZERO   TO WS-EVT-EMPLOYEE-ID.
118900     MOVE ZERO   TO WS-EVT-REPORT-ID.
119000     MOVE SPACES TO WS-EVT-REASON-CODE.
119100     MOVE ZERO   TO WS-EVT-KEY-DATE.
119200     MOVE ZERO   TO WS-EVT-KEY-AMOUNT.
119300     MOVE SPACES TO WS-EVT-KEY-CURRENCY.
119400     MOVE SPACES TO WS-EVT-EMPLOYEE-NAME.
119500     MOVE ZERO   TO WS-EVT-EVENT-DATE.
119600     MOVE ZERO   TO WS-EVT-AMOUNT.
119700     MOVE SPACES TO WS-EVT-CURRENCY.
119800     MOVE SPACES TO WS-EVT-MESSAGE.
119900 8000-EXIT.
120000     EXIT.

120100*================================================================
120200* 8100-COMPUTE-AGE - DAYS FROM WS-AGE-FROM-DATE TO THE RUN DATE
120300* BY THE USUAL 365/30 APPROXIMATION.  A DATE THAT ISN'T ONE
120400* COUNTS AS TODAY.
120500*================================================================
120600 8100-COMPUTE-AGE.
120700     MOVE ZERO TO WS-AGE-DAYS.
120800     IF WS-AGE-FROM-DATE IS NOT NUMERIC
120900         OR WS-AGE-FROM-DATE = ZERO
121000         GO TO 8100-EXIT
121100     END-IF.
121200     MOVE WS-AGE-FROM-DATE (1:4) TO WS-FROM-YYYY.
121300     MOVE WS-AGE-FROM-DATE (5:2) TO WS-FROM-MM.
121400     MOVE WS-AGE-FROM-DATE (7:2) TO WS-FROM-DD.

121500     COMPUTE WS-AGE-DAYS =
121600         ((WS-RUN-YYYY - WS-FROM-YYYY) * 365)
121700         + ((WS-RUN-MM - WS-FROM-MM) * 30)
121800         + (WS-RUN-DD - WS-FROM-DD).
121900 8100-EXIT.
122000     EXIT.

122100*================================================================
122200* 8200-REASON-WORDS - EXP-ENGINE'S REJECT REASON CODE (IN
122300* WS-EVT-REASON-CODE) IN WORDS AN EMPLOYEE CAN ACT ON.
122400*================================================================
122500 8200-REASON-WORDS.
122600     EVALUATE WS-EVT-REASON-CODE
122700         WHEN 'E '
122800             MOVE 'THE EMPLOYEE ID ON IT IS NOT VALID'
122900                 TO WS-REASON-WORDS
123000         WHEN 'A '
123100             MOVE 'A LINE ON IT HAS A ZERO AMOUNT'
123200                 TO WS-REASON-WORDS
123300         WHEN 'C '
123400             MOVE 'A LINE ON IT IS IN A CURRENCY WE DO NOT PAY'
123500                 TO WS-REASON-WORDS
123600         WHEN 'D '
123700             MOVE 'IT WAS ALREADY SUBMITTED AND PROCESSED'
123800                 TO WS-REASON-WORDS
123900         WHEN 'P '
124000             MOVE 'ITS EXPENSE DATE IS IN NO ACCOUNTING PERIOD'
124100                 TO WS-REASON-WORDS
124200         WHEN 'M '
124300             MOVE 'YOU ARE NOT ON THE HR EMPLOYEE MASTER'
124400                 TO WS-REASON-WORDS
124500         WHEN 'T '
124600             MOVE 'HR HAS YOU RECORDED AS A LEAVER'
124700                 TO WS-REASON-WORDS
124800         WHEN 'F '
124900             MOVE 'THE EXPENSE TOOL SENT IT IN AN UNREADABLE FORM'
125000                 TO WS-REASON-WORDS
125100         WHEN 'Q '
125200             MOVE 'A MILEAGE OR PER-DIEM QUANTITY IS NOT VALID'
125300                 TO WS-REASON-WORDS
125400         WHEN 'J '
125500             MOVE 'ITS CLIENT PROJECT CODE IS NOT A KNOWN PROJECT'
125600                 TO WS-REASON-WORDS
125700         WHEN OTHER
125800             MOVE 'IT FAILED VALIDATION' TO WS-REASON-WORDS
125900     END-EVALUATE.
126000 8200-EXIT.
126100     EXIT.

126200*================================================================
126300* 8300-GET-EMPLOYEE-NAME - FROM THE HR MASTER WHEN THE SOURCE
126400* FILE CARRIES NO NAME.
126500*================================================================
126600 8300-GET-EMPLOYEE-NAME.
126700     IF WS-EVT-EMPLOYEE-NAME NOT = SPACES
126800         OR NOT EMPIDX-OPEN
126900         GO TO 8300-EXIT
127000     END-IF.
127100     MOVE WS-EVT-EMPLOYEE-ID TO EMX-EMPLOYEE-ID.
127200     READ EmpMasterIdxFile
127300         INVALID KEY
127400             GO TO 8300-EXIT
127500     END-READ.
127600     MOVE EMX-NAME TO WS-EVT-EMPLOYEE-NAME.
127700 8300-EXIT.
127800     EXIT.

127900*================================================================
128000* 9000-TERMINATE
128100*================================================================
128200 9000-TERMINATE.
128300     CLOSE NotifyFile.
128400     IF EMPIDX-OPEN
128500         CLOSE EmpMasterIdxFile
128600     END-IF.

128700     DISPLAY 'EMPLOYEE NOTIFICATIONS COMPLETE - '
128800         WS-NOTICES-WRITTEN ' NOTICES TO processed/NOTIFY.DAT, '
128900         WS-ALREADY-NOTIFIED ' ENTRIES ALREADY NOTIFIED EARLIER'.
129000     DISPLAY '  REJECTED ' WS-CNT-REJECTED
129100         '  SUSPENSE ' WS-CNT-SUSPENDED
129200         '  PERIOD HELD ' WS-CNT-PERIOD-HELD
129300         '  APPROVAL ' WS-CNT-APPROVAL
129400         '  BANK HOLD ' WS-CNT-BANK-HOLD.
129500     DISPLAY '  DENIED ' WS-CNT-DENIED
129600         '  OWED ' WS-CNT-OWED
129700         '  PAID ' WS-CNT-PAID
129800         '  RETURNED ' WS-CNT-RETURNED.
129810     IF WS-DUPLICATE-SKIPPED > ZERO
129820         DISPLAY '  ' WS-DUPLICATE-SKIPPED
129830             ' DUPLICATE REJECTS NOT SENT (ALREADY PROCESSED)'
130200     END-IF.
130210     IF WS-NO-EMPLOYEE > ZERO
130220         DISPLAY 'NOTIFY WARNING - ' WS-NO-EMPLOYEE
130230             ' ENTRIES HAVE NO USABLE EMPLOYEEID - NOT SENT'
130240     END-IF.
130250     IF NOTIFY-BLOCKED
130260         DISPLAY 'NOTIFY WARNING - NOTHING SENT AND CONTROL/'
130270             'NOTIFIED.DAT LEFT AS IT STANDS THIS RUN.'
130280     END-IF.
130300     IF WS-HISTORY-FULL > ZERO
130400         DISPLAY 'NOTIFY WARNING - NOTIFIED-EVENTS TABLE FULL - '
130500             WS-HISTORY-FULL ' NEW EVENTS HELD BACK FOR A LATER '
130600             'RUN.  RAISE THE LIMIT.'
130700     END-IF.
130800 9000-EXIT.
130900     EXIT.
