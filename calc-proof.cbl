000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.               CALC-PROOF.
000300 AUTHOR.                   ISOBEL SCOTT.
000400 INSTALLATION.             FINANCE SYSTEMS.
000500 DATE-WRITTEN.             10/15/2026.
000600 DATE-COMPILED.            10/15/2026.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  10/15/2026  IS  NEW PROGRAM.  THE END-TO-END MONEY PROOF FOR
001100*                  ONE RUN OF THE MONTH-END CHAIN, RUN AFTER
001200*                  CALC-PAYFEED HAS PAID IT AND BEFORE ANYTHING
001300*                  ELSE TOUCHES THE POOLS (CALC-PAYRETURN ADDS
001400*                  RETURNED PAYMENTS TO PAYPENDING.CSV).  TIES,
001500*                  PER OFFICE, THE USD READ TO WHAT WAS SORTED,
001600*                  REJECTED, HELD AND REFUSED AS A DUPLICATE,
001700*                  AND EACH OF THOSE TO THE OFFICE'S FILES;
001800*                  TIES ALLSORTED.CSV (THE OFFICES' SORTED ROWS
001900*                  PLUS THE RECYCLED RELEASES MERGED INTO IT) TO
002000*                  GLFEED.DAT PLUS GLUNMAPPED.CSV; AND TIES THE
002100*                  REIMBURSABLE TOTAL AND THE OPENING POOLS TO
002200*                  PAYFEED.DAT PLUS THE WITHHELD, PENDING,
002300*                  DENIED, OWED AND DEDUCTION POOLS.  THE
002400*                  PROGRAMS' OWN FIGURES COME FROM THE RUN-TOTALS
002500*                  LEDGER (CONTROL/RUNTOTALS.DAT).  EVERY CHECK
002600*                  IS PRINTED ON PROCESSED/PROOF.RPT WITH ITS
002700*                  DIFFERENCE, AND A 'V' (BALANCED) OR 'F'
002800*                  (OUT OF BALANCE) ENTRY IS APPENDED TO THE
002900*                  RUN-CONTROL LEDGER, WHICH CALC-PERCLOSE
003000*                  CHECKS BEFORE IT WILL CLOSE A PERIOD.  THE
003100*                  RUN ID MAY BE GIVEN ON THE COMMAND LINE BUT
003200*                  MUST BE THE RUN WHOSE FILES ARE ON DISK.
003210*  10/15/2026  IS  PAYDENIED.CSV AND PAYOWED.CSV ARE NOW TIED
003220*                  TO THE DENIED AND OWED TOTALS.  BOTH ARE
003230*                  APPEND-ONLY LEDGERS, SO ONLY THE ROWS CARRYING
003240*                  THE RUN DATE ON THIS RUN'S 'P' ENTRY COUNT -
003250*                  DENIED OR OWED MONEY THAT NEVER REACHED ITS
003260*                  LEDGER WAS NOT BEING CAUGHT BY THE PROOF.
003300*--------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT RunStampFile ASSIGN TO
003800             'processed/ALLSORTED.RUN'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-STAMP-FILE-STATUS.

004100     SELECT RunControlFile ASSIGN TO
004200             'control/RUNCONTROL.DAT'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-RUNCTL-FILE-STATUS.

004500     SELECT RunTotalsFile ASSIGN TO
004600             'control/RUNTOTALS.DAT'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-RUNTOT-FILE-STATUS.

004900     SELECT CityListFile ASSIGN TO
005000             'control/CITYLIST.DAT'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-CITYLIST-FILE-STATUS.

005300     SELECT CitySortedFile ASSIGN TO
005400             DYNAMIC WS-CITY-SORTED-FILE
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-CITY-FILE-STATUS.

005700     SELECT CityRejectFile ASSIGN TO
005800             DYNAMIC WS-CITY-REJECT-FILE
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CITY-FILE-STATUS.

006100     SELECT CityHeldFile ASSIGN TO
006200             DYNAMIC WS-CITY-HELD-FILE
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-CITY-FILE-STATUS.

006500     SELECT AllSortedFile ASSIGN TO
006600             'processed/ALLSORTED.csv'
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-POOL-FILE-STATUS.

006900     SELECT GlFeedFile ASSIGN TO
007000             'processed/GLFEED.DAT'
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-POOL-FILE-STATUS.

007300     SELECT GlUnmappedFile ASSIGN TO
007400             'processed/GLUNMAPPED.csv'
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-POOL-FILE-STATUS.

007700     SELECT PayFeedFile ASSIGN TO
007800             'processed/PAYFEED.DAT'
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-POOL-FILE-STATUS.

008100     SELECT PayHeldFile ASSIGN TO
008200             'processed/PAYHELD.DAT'
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-POOL-FILE-STATUS.

008500     SELECT PayPendingFile ASSIGN TO
008600             'processed/PAYPENDING.csv'
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-POOL-FILE-STATUS.

008900     SELECT DeductCarryFile ASSIGN TO
009000             'processed/PAYDEDCARRY.DAT'
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-POOL-FILE-STATUS.

009210     SELECT PayDeniedFile ASSIGN TO
009220             'processed/PAYDENIED.csv'
009230         ORGANIZATION IS LINE SEQUENTIAL
009240         FILE STATUS IS WS-POOL-FILE-STATUS.

009250     SELECT PayOwedFile ASSIGN TO
009260             'processed/PAYOWED.csv'
009270         ORGANIZATION IS LINE SEQUENTIAL
009280         FILE STATUS IS WS-POOL-FILE-STATUS.

009300     SELECT ProofReportFile ASSIGN TO
009400             'processed/PROOF.rpt'
009500         ORGANIZATION IS LINE SEQUENTIAL.

009600 DATA DIVISION.
009700 FILE SECTION.
009800 FD  RunStampFile.
009900 01  STAMP-REC.
010000     03 STAMP-RUN-ID             PIC 9(6).
010100     03 STAMP-RUN-DATE           PIC 9(8).

010200 FD  RunControlFile.
010300 01  RC-REC.
010400     COPY RUNCTL.

010500 FD  RunTotalsFile.
010600 01  RT-REC.
010700     COPY RUNTOT.

010800 FD  CityListFile.
010900 01  CITY-LIST-REC.
011000     03 CL-CITY-CODE             PIC X(15).
011100     03 CL-INPUT-FORMAT          PIC X(1).

011200*--------------------------------------------------------------
011300* THE OFFICE FILES EXP-ENGINE WROTE THIS RUN.  ONLY THE COUNT
011400* AND THE USDAMOUNT ARE WANTED FROM THE SORTED AND HELD ROWS,
011500* SO THEY ARE READ AS TEXT AND THE AMOUNT PICKED OUT THROUGH
011600* THE REDEFINED WORK FIELD, AS CALC-BATCH DOES.
011700*--------------------------------------------------------------
011800 FD  CitySortedFile.
011900 01  CSR-REC                     PIC X(330).

012000 FD  CityRejectFile.
012100 01  REJ-REC.
012200     03 REJ-REPORT-ID            PIC 9(6).
012300     03 REJ-EMPLOYEE-ID          PIC X(06).
012400     03 REJ-REASON-CODE          PIC X(01).
012500        88 REJ-DUPLICATE-REPORT         VALUE 'D'.
012600     03 REJ-REASON-TEXT          PIC X(30).
012700     03 REJ-LOCAL-AMOUNT         PIC 9(10)V99.
012800     03 REJ-LOCAL-CURRENCY       PIC X(3).
012900     03 REJ-USD-AMOUNT           PIC 9(7)V99.

013000 FD  CityHeldFile.
013100 01  CHL-REC                     PIC X(284).

013200 FD  AllSortedFile.
013300 01  ALL-REC                     PIC X(330).

013400 FD  GlFeedFile.
013500 01  GLF-REC.
013600     03 GLF-EMPLOYEE-ID          PIC 9(6).
013700     03 GLF-REPORT-ID            PIC 9(6).
013800     03 GLF-GL-ACCOUNT           PIC 9(6).
013900     03 GLF-COST-CENTER          PIC X(10).
014000     03 GLF-USD-AMOUNT           PIC 9(7)V99.

014100 FD  GlUnmappedFile.
014200 01  GLU-REC.
014300     03 GLU-REPORT-ID            PIC 9(6).
014400     03 GLU-EMPLOYEE-ID          PIC 9(6).
014500     03 GLU-CATEGORY             PIC X(50).
014600     03 GLU-USD-AMOUNT           PIC 9(7)V99.

014700*--------------------------------------------------------------
014800* THE PAYMENT FEED - HEADER, DETAIL AND TRAILER VIEWS OF THE
014900* SAME 120-BYTE RECORD, AS CALC-PAYFEED LAYS THEM OUT.
015000*--------------------------------------------------------------
015100 FD  PayFeedFile.
015200 01  PAY-REC                     PIC X(120).
015300 01  PAY-DETAIL-REC.
015400     05 PAY-DTL-RECORD-TYPE      PIC X(01).
015500        88 PAY-DETAIL                    VALUE 'D'.
015600        88 PAY-TRAILER                   VALUE 'T'.
015700     05 PAY-DTL-EMPLOYEE-ID      PIC 9(06).
015800     05 PAY-DTL-ROUTING          PIC 9(09).
015900     05 PAY-DTL-ACCOUNT          PIC X(18).
016000     05 PAY-DTL-USD-AMOUNT       PIC 9(09)V99.
016100     05 FILLER                   PIC X(75).
016200 01  PAY-TRAILER-REC.
016300     05 PAY-TRL-RECORD-TYPE      PIC X(01).
016400     05 PAY-TRL-PAYMENT-COUNT    PIC 9(06).
016500     05 PAY-TRL-USD-TOTAL        PIC 9(11)V99.
016600     05 FILLER                   PIC X(100).

016700 FD  PayHeldFile.
016800 01  PHL-REC.
016900     03 PHL-REPORT-ID            PIC 9(6).
017000     03 PHL-EMPLOYEE-ID          PIC 9(6).
017100     03 PHL-EMPLOYEE-NAME        PIC X(50).
017200     03 PHL-USD-AMOUNT           PIC 9(7)V99.
017300     03 PHL-FIRST-HELD-DATE      PIC 9(8).
017400     03 PHL-HOLD-REASON          PIC X(1).

017500 FD  PayPendingFile.
017600 01  PND-REC.
017700     03 PND-EMPLOYEE-ID          PIC 9(6).
017800     03 PND-EMPLOYEE-NAME        PIC X(50).
017900     03 PND-USD-AMOUNT           PIC 9(9)V99.

018000 FD  DeductCarryFile.
018100 01  DCR-REC.
018200     03 DCR-EMPLOYEE-ID          PIC 9(6).
018300     03 DCR-USD-AMOUNT           PIC 9(9)V99.

018303*--------------------------------------------------------------
018306* THE DENIED AND EMPLOYEE-OWES LEDGERS, AS CALC-PAYFEED APPENDS
018309* TO THEM.  EVERY RUN'S ROWS ARE ON THEM, EACH WITH ITS RUN DATE.
018312*--------------------------------------------------------------
018315 FD  PayDeniedFile.
018318 01  DNY-REC.
018321     03 DNY-RUN-DATE             PIC 9(8).
018324     03 DNY-REPORT-ID            PIC 9(6).
018327     03 DNY-EMPLOYEE-ID          PIC 9(6).
018330     03 DNY-EMPLOYEE-NAME        PIC X(50).
018333     03 DNY-USD-AMOUNT           PIC 9(7)V99.
018336     03 DNY-MANAGER-ID           PIC X(6).
018339     03 DNY-DECISION-DATE        PIC 9(8).

018342 FD  PayOwedFile.
018345 01  OWE-REC.
018348     03 OWE-RUN-DATE             PIC 9(8).
018351     03 OWE-EMPLOYEE-ID          PIC 9(6).
018354     03 OWE-EMPLOYEE-NAME        PIC X(50).
018357     03 OWE-GROSS-USD            PIC 9(9)V99.
018360     03 OWE-DEDUCTION-USD        PIC 9(9)V99.
018363     03 OWE-OWED-USD             PIC 9(9)V99.
018366     03 OWE-PAY-CURRENCY         PIC X(3).
018369     03 OWE-GROSS-LOCAL          PIC 9(9)V99.
018372     03 OWE-DEDUCTION-LOCAL      PIC 9(9)V99.
018375     03 OWE-OWED-LOCAL           PIC 9(9)V99.

018400 FD  ProofReportFile.
018500 01  PRF-REPORT-LINE             PIC X(132).

018600 WORKING-STORAGE SECTION.
018700*--------------------------------------------------------------
018800* FILE-STATUS AND DYNAMIC FILE-NAME FIELDS.  A POOL OR OFFICE
018900* FILE THAT ISN'T ON DISK SUMS TO ZERO - IF THE PROGRAMS SAY
019000* IT SHOULD HOLD MONEY, THAT SHOWS UP AS A DIFFERENCE.
019100*--------------------------------------------------------------
019200 01  WS-STAMP-FILE-STATUS        PIC X(02).
019300 01  WS-RUNCTL-FILE-STATUS       PIC X(02).
019400 01  WS-RUNTOT-FILE-STATUS       PIC X(02).
019500 01  WS-CITYLIST-FILE-STATUS     PIC X(02).
019600 01  WS-CITY-FILE-STATUS         PIC X(02).
019700 01  WS-POOL-FILE-STATUS         PIC X(02).
019800 01  WS-CITY-SORTED-FILE         PIC X(80).
019900 01  WS-CITY-REJECT-FILE         PIC X(80).
020000 01  WS-CITY-HELD-FILE           PIC X(80).

020100*--------------------------------------------------------------
020200* RUN-CONTROL FIELDS - THE RUN BEING PROVED AND WHAT THE
020300* LEDGER SAYS HAS BEEN DONE WITH IT.
020400*--------------------------------------------------------------
020500 01  WS-COMMAND-LINE             PIC X(80).
020600 01  WS-PROOF-RUN-ID             PIC 9(6) VALUE ZERO.
020700 01  WS-PROOF-RUN-DATE           PIC 9(8) VALUE ZERO.
020710 01  WS-PAY-RUN-DATE             PIC 9(8) VALUE ZERO.
020800 01  WS-RUN-DATE                 PIC 9(8).

020900*--------------------------------------------------------------
021000* SWITCHES
021100*--------------------------------------------------------------
021200 01  WS-SWITCHES.
021300     05 WS-PROOF-OK-SW           PIC X(01) VALUE 'N'.
021400        88 PROOF-CAN-RUN                   VALUE 'Y'.
021500        88 PROOF-REFUSED                   VALUE 'N'.
021600     05 WS-REGISTERED-SW         PIC X(01) VALUE 'N'.
021700        88 RUN-REGISTERED                  VALUE 'Y'.
021800     05 WS-GL-EXTRACTED-SW       PIC X(01) VALUE 'N'.
021900        88 RUN-GL-EXTRACTED                VALUE 'Y'.
022000     05 WS-PAY-CONSUMED-SW       PIC X(01) VALUE 'N'.
022100        88 RUN-PAY-CONSUMED                VALUE 'Y'.
022200     05 WS-RUNCTL-EOF-SW         PIC X(01) VALUE 'N'.
022300        88 RUNCTL-EOF                      VALUE 'Y'.
022400     05 WS-RUNTOT-EOF-SW         PIC X(01) VALUE 'N'.
022500        88 RUNTOT-EOF                      VALUE 'Y'.
022600     05 WS-CITYLIST-EOF-SW       PIC X(01) VALUE 'N'.
022700        88 CITYLIST-EOF                    VALUE 'Y'.
022800     05 WS-FILE-EOF-SW           PIC X(01) VALUE 'N'.
022900        88 FILE-EOF                        VALUE 'Y'.
023000     05 WS-TOTAL-FOUND-SW        PIC X(01) VALUE 'N'.
023100        88 TOTAL-FOUND                     VALUE 'Y'.
023200        88 TOTAL-NOT-FOUND                 VALUE 'N'.
023300     05 WS-COMPARE-COUNT-SW      PIC X(01) VALUE 'Y'.
023400        88 COMPARE-COUNTS                  VALUE 'Y'.
023500        88 COMPARE-USD-ONLY                VALUE 'N'.

023600*--------------------------------------------------------------
023700* RUN-TOTALS TABLE - THIS RUN'S ENTRIES OFF THE LEDGER.  WHEN A
023800* PROGRAM'S BLOCK OF ENTRIES STARTS AGAIN (A RERUN OF THE SAME
023900* RUN ID) THAT PROGRAM'S EARLIER ENTRIES ARE BLANKED OUT, SO
024000* ONLY ITS LATEST SET COUNTS.
024100*--------------------------------------------------------------
024200 01  RTT-TABLE-AREA.
024300     05 RTT-COUNT                PIC 9(04) COMP VALUE ZERO.
024400     05 RTT-TABLE OCCURS 1 TO 1000 TIMES
024500           DEPENDING ON RTT-COUNT
024600           INDEXED BY RTT-IDX.
024700        10 RTT-PROGRAM           PIC X(12).
024800        10 RTT-OFFICE            PIC X(15).
024900        10 RTT-CODE              PIC X(4).
025000        10 RTT-ITEMS             PIC 9(9).
025100        10 RTT-USD               PIC S9(11)V99.
025200 01  WS-TOTALS-DROPPED           PIC 9(6) VALUE ZERO.
025300 01  WS-LAST-BLOCK-PROGRAM       PIC X(12) VALUE SPACES.

025400*--------------------------------------------------------------
025500* TOTAL LOOKUP FIELDS - OFFICE (SPACES FOR COMPANY-WIDE) AND
025600* CODE GO IN, THE COUNT AND USD COME BACK, ZERO IF NOT FOUND.
025700*--------------------------------------------------------------
025800 01  WS-WANT-OFFICE              PIC X(15).
025900 01  WS-WANT-CODE                PIC X(4).
026000 01  WS-GOT-COUNT                PIC 9(9) COMP.
026100 01  WS-GOT-USD                  PIC S9(11)V99.

026200*--------------------------------------------------------------
026300* FILE SUM FIELDS - ROW COUNT AND USD OF THE FILE JUST READ.
026400* A ROW HELD AS TEXT HAS ITS USDAMOUNT PICKED OUT OF BYTES
026500* 258-266 THROUGH THE REDEFINED WORK FIELD.
026600*--------------------------------------------------------------
026700 01  WS-FILE-COUNT               PIC 9(9) COMP.
026800 01  WS-FILE-USD                 PIC S9(11)V99.
026900 01  WS-FILE-ALT-COUNT           PIC 9(9) COMP.
027000 01  WS-FILE-ALT-USD             PIC S9(11)V99.
027100 01  WS-ROW-USD-X                PIC X(09).
027200 01  WS-ROW-USD REDEFINES WS-ROW-USD-X
027300                                 PIC 9(7)V99.

027400*--------------------------------------------------------------
027500* CHECK FIELDS - WHAT THE PROGRAMS SAY (EXPECTED) AGAINST WHAT
027600* IS THERE (ACTUAL).  8000 PRINTS AND SCORES THEM.
027700*--------------------------------------------------------------
027800 01  WS-CHK-LABEL                PIC X(40).
027900 01  WS-CHK-LEFT-COUNT           PIC 9(9) COMP.
028000 01  WS-CHK-RIGHT-COUNT          PIC 9(9) COMP.
028100 01  WS-CHK-LEFT-USD             PIC S9(11)V99.
028200 01  WS-CHK-RIGHT-USD            PIC S9(11)V99.
028300 01  WS-CHK-DIFF-USD             PIC S9(11)V99.

028400*--------------------------------------------------------------
028500* WORK TOTALS
028600*--------------------------------------------------------------
028700 01  WS-WORK-COUNT               PIC 9(9) COMP.
028800 01  WS-WORK-USD                 PIC S9(11)V99.
028900 01  WS-OFFICE-SORTED-COUNT      PIC 9(9) COMP.
029000 01  WS-OFFICE-SORTED-USD        PIC S9(11)V99.
029100 01  WS-ALLSORTED-COUNT          PIC 9(9) COMP VALUE ZERO.
029200 01  WS-ALLSORTED-USD            PIC S9(11)V99 VALUE ZERO.
029300 01  WS-PAID-COUNT               PIC 9(9) COMP.
029400 01  WS-PAID-USD                 PIC S9(11)V99.

029500*--------------------------------------------------------------
029600* RUN COUNTERS
029700*--------------------------------------------------------------
029800 01  WS-COUNTERS.
029900     05 WS-CHECKS-MADE           PIC 9(4) VALUE ZERO.
030000     05 WS-CHECKS-FAILED         PIC 9(4) VALUE ZERO.
030100     05 WS-OFFICES-PROVED        PIC 9(4) VALUE ZERO.

030200*--------------------------------------------------------------
030300* PROOF REPORT LINE LAYOUTS
030400*--------------------------------------------------------------
030500 01  PRF-HDG-1.
030600     05 FILLER                   PIC X(28) VALUE
030700         'MONTH-END MONEY PROOF - RUN '.
030800     05 PRF-HDG-RUN-ID           PIC 9(6).
030900     05 FILLER                   PIC X(11) VALUE
031000         '  RUN DATE '.
031100     05 PRF-HDG-RUN-DATE         PIC 9(8).
031200     05 FILLER                   PIC X(10) VALUE
031300         '  PRINTED '.
031400     05 PRF-HDG-PRINT-DATE       PIC 9(8).
031500     05 FILLER                   PIC X(61) VALUE SPACES.

031600 01  PRF-HDG-2.
031700     05 FILLER                   PIC X(41) VALUE 'CHECK'.
031800     05 FILLER                   PIC X(12) VALUE
031900         '   EXPECTED'.
032000     05 FILLER                   PIC X(12) VALUE
032100         '     ACTUAL'.
032200     05 FILLER                   PIC X(19) VALUE
032300         '      EXPECTED USD'.
032400     05 FILLER                   PIC X(19) VALUE
032500         '        ACTUAL USD'.
032600     05 FILLER                   PIC X(19) VALUE
032700         '        DIFFERENCE'.
032800     05 FILLER                   PIC X(10) VALUE ' RESULT'.

032900 01  PRF-SECTION-LINE.
033000     05 PRF-SECTION-TEXT         PIC X(60).
033100     05 FILLER                   PIC X(72) VALUE SPACES.

033200 01  PRF-DETAIL-LINE.
033300     05 PRF-DTL-LABEL            PIC X(40).
033400     05 FILLER                   PIC X(01) VALUE SPACE.
033500     05 PRF-DTL-LEFT-COUNT-X     PIC X(11).
033600     05 PRF-DTL-LEFT-COUNT REDEFINES PRF-DTL-LEFT-COUNT-X
033700                                 PIC ZZZ,ZZZ,ZZ9.
033800     05 FILLER                   PIC X(01) VALUE SPACE.
033900     05 PRF-DTL-RIGHT-COUNT-X    PIC X(11).
034000     05 PRF-DTL-RIGHT-COUNT REDEFINES PRF-DTL-RIGHT-COUNT-X
034100                                 PIC ZZZ,ZZZ,ZZ9.
034200     05 FILLER                   PIC X(01) VALUE SPACE.
034300     05 PRF-DTL-LEFT-USD         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
034400     05 FILLER                   PIC X(01) VALUE SPACE.
034500     05 PRF-DTL-RIGHT-USD        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
034600     05 FILLER                   PIC X(01) VALUE SPACE.
034700     05 PRF-DTL-DIFF-USD         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
034800     05 FILLER                   PIC X(01) VALUE SPACE.
034900     05 PRF-DTL-RESULT           PIC X(10).

035000 01  PRF-MEMO-LINE.
035100     05 FILLER                   PIC X(02) VALUE SPACES.
035200     05 PRF-MEMO-LABEL           PIC X(38).
035300     05 FILLER                   PIC X(01) VALUE SPACE.
035400     05 PRF-MEMO-COUNT           PIC ZZZ,ZZZ,ZZ9.
035500     05 FILLER                   PIC X(13) VALUE SPACES.
035600     05 PRF-MEMO-USD             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
035700     05 FILLER                   PIC X(49) VALUE SPACES.

035800 01  PRF-RESULT-LINE.
035900     05 FILLER                   PIC X(14) VALUE
036000         'PROOF RESULT: '.
036100     05 PRF-RES-TEXT             PIC X(16).
036200     05 FILLER                   PIC X(03) VALUE ' - '.
036300     05 PRF-RES-FAILED           PIC ZZZ9.
036400     05 FILLER                   PIC X(04) VALUE ' OF '.
036500     05 PRF-RES-MADE             PIC ZZZ9.
036600     05 FILLER                   PIC X(31) VALUE
036700         ' CHECKS SHOW A DIFFERENCE'.
036800     05 FILLER                   PIC X(56) VALUE SPACES.

036900 PROCEDURE DIVISION.

037000*================================================================
037100* 0000-MAINLINE
037200*================================================================
037300 0000-MAINLINE.
037400     PERFORM 0100-CHECK-RUN-ID
037500         THRU 0100-EXIT.

037600     IF PROOF-REFUSED
037700         STOP RUN
037800     END-IF.

037900     PERFORM 1000-INITIALIZE
038000         THRU 1000-EXIT.

038100     PERFORM 1300-LOAD-RUN-TOTALS
038200         THRU 1300-EXIT.

038300     PERFORM 2000-PROVE-OFFICES
038400         THRU 2000-EXIT.

038500     PERFORM 3000-PROVE-GL-FEED
038600         THRU 3000-EXIT.

038700     PERFORM 4000-PROVE-PAY-FEED
038800         THRU 4000-EXIT.

038900     PERFORM 9000-TERMINATE
039000         THRU 9000-EXIT.

039100     STOP RUN.

039200*================================================================
039300* 0100-CHECK-RUN-ID - THE RUN TO PROVE IS THE ONE STAMPED ON
039400* ALLSORTED.RUN.  AN OPERATOR-SUPPLIED RUN ID MUST BE THAT SAME
039500* RUN - AN OLDER RUN'S FILES HAVE ALREADY BEEN OVERWRITTEN, SO
039600* THERE IS NOTHING LEFT ON DISK TO PROVE IT AGAINST.  THE RUN
039700* MUST ALSO BE REGISTERED ON THE RUN-CONTROL LEDGER.
039800*================================================================
039900 0100-CHECK-RUN-ID.
040000     SET PROOF-REFUSED TO TRUE.
040100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
040200     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.

040300     OPEN INPUT RunStampFile.
040400     IF WS-STAMP-FILE-STATUS NOT = '00'
040500         DISPLAY 'CALC-PROOF: ALLSORTED.csv CARRIES NO RUN '
040600             'STAMP - NO RUN ON DISK TO PROVE.'
040700         GO TO 0100-EXIT
040800     END-IF.
040900     READ RunStampFile
041000         AT END CONTINUE
041100     END-READ.
041200     IF STAMP-RUN-ID IS NOT NUMERIC
041300         DISPLAY 'CALC-PROOF: ALLSORTED.csv RUN STAMP IS '
041400             'UNREADABLE - RUN CALC-BATCH AGAIN.'
041500         CLOSE RunStampFile
041600         GO TO 0100-EXIT
041700     END-IF.
041800     MOVE STAMP-RUN-ID   TO WS-PROOF-RUN-ID.
041900     MOVE STAMP-RUN-DATE TO WS-PROOF-RUN-DATE.
042000     CLOSE RunStampFile.

042100     IF WS-COMMAND-LINE (1:6) IS NUMERIC
042200         AND WS-COMMAND-LINE (1:6) NOT = STAMP-RUN-ID
042300         DISPLAY 'CALC-PROOF: REFUSED - RUN '
042400             WS-COMMAND-LINE (1:6) ' IS NOT THE RUN ON DISK '
042500             '(ALLSORTED.RUN CARRIES ' WS-PROOF-RUN-ID
042600             ').  ITS FILES HAVE BEEN REPLACED BY A LATER '
042700             'RUN, SO IT CAN NO LONGER BE PROVED.'
042800         GO TO 0100-EXIT
042900     END-IF.

043000     MOVE 'N' TO WS-RUNCTL-EOF-SW.
043100     OPEN INPUT RunControlFile.
043200     IF WS-RUNCTL-FILE-STATUS = '00'
043300         READ RunControlFile
043400             AT END SET RUNCTL-EOF TO TRUE
043500         END-READ
043600         PERFORM 0110-SCAN-ONE-LEDGER-ENTRY
043700             THRU 0110-EXIT
043800             UNTIL RUNCTL-EOF
043900         CLOSE RunControlFile
044000     END-IF.

044100     IF RUN-REGISTERED
044200         SET PROOF-CAN-RUN TO TRUE
044300     ELSE
044400         DISPLAY 'CALC-PROOF: REFUSED - RUN ' WS-PROOF-RUN-ID
044500             ' IS NOT REGISTERED ON THE RUN-CONTROL LEDGER.'
044600     END-IF.
044700 0100-EXIT.
044800     EXIT.

044900 0110-SCAN-ONE-LEDGER-ENTRY.
045000     IF RC-RUN-ID = WS-PROOF-RUN-ID
045100         EVALUATE TRUE
045200             WHEN RC-REGISTERED
045300                 SET RUN-REGISTERED TO TRUE
045400             WHEN RC-GLFEED-EXTRACTED
045500                 SET RUN-GL-EXTRACTED TO TRUE
045600             WHEN RC-PAYFEED-CONSUMED
045700                 SET RUN-PAY-CONSUMED TO TRUE
045710                 MOVE RC-RUN-DATE TO WS-PAY-RUN-DATE
045800         END-EVALUATE
045900     END-IF.

046000     READ RunControlFile
046100         AT END SET RUNCTL-EOF TO TRUE
046200     END-READ.
046300 0110-EXIT.
046400     EXIT.

046500*================================================================
046600* 1000-INITIALIZE - OPEN THE REPORT AND PRINT ITS HEADINGS.
046700*================================================================
046800 1000-INITIALIZE.
046900     OPEN OUTPUT ProofReportFile.
047000     MOVE WS-PROOF-RUN-ID   TO PRF-HDG-RUN-ID.
047100     MOVE WS-PROOF-RUN-DATE TO PRF-HDG-RUN-DATE.
047200     MOVE WS-RUN-DATE       TO PRF-HDG-PRINT-DATE.
047300     WRITE PRF-REPORT-LINE FROM PRF-HDG-1
047400         AFTER ADVANCING 1 LINE.
047500     WRITE PRF-REPORT-LINE FROM PRF-HDG-2
047600         AFTER ADVANCING 2 LINES.
047700 1000-EXIT.
047800     EXIT.

047900*================================================================
048000* 1300-LOAD-RUN-TOTALS - THIS RUN'S ENTRIES OFF THE RUN-TOTALS
048100* LEDGER.  EACH PROGRAM WRITES ITS ENTRIES AS ONE UNBROKEN
048200* BLOCK, SO A NEW BLOCK FROM A PROGRAM ALREADY SEEN IS A RERUN
048300* AND REPLACES WHAT THAT PROGRAM SAID BEFORE.  A TOTAL REPEATED
048400* INSIDE ONE BLOCK REPLACES THE EARLIER ONE TOO.
048500*================================================================
048600 1300-LOAD-RUN-TOTALS.
048700     MOVE ZERO TO RTT-COUNT.
048800     MOVE SPACES TO WS-LAST-BLOCK-PROGRAM.
048900     MOVE 'N' TO WS-RUNTOT-EOF-SW.
049000     OPEN INPUT RunTotalsFile.
049100     IF WS-RUNTOT-FILE-STATUS NOT = '00'
049200         GO TO 1300-EXIT
049300     END-IF.

049400     READ RunTotalsFile
049500         AT END SET RUNTOT-EOF TO TRUE
049600     END-READ.
049700     PERFORM 1310-LOAD-ONE-TOTAL
049800         THRU 1310-EXIT
049900         UNTIL RUNTOT-EOF.
050000     CLOSE RunTotalsFile.
050100 1300-EXIT.
050200     EXIT.

050300 1310-LOAD-ONE-TOTAL.
050400     IF RT-RUN-ID NOT = WS-PROOF-RUN-ID
050500         MOVE SPACES TO WS-LAST-BLOCK-PROGRAM
050600         GO TO 1310-NEXT
050700     END-IF.

050800     IF RT-PROGRAM NOT = WS-LAST-BLOCK-PROGRAM
050900         MOVE RT-PROGRAM TO WS-LAST-BLOCK-PROGRAM
051000         SET RTT-IDX TO 1
051100         PERFORM 1320-DROP-ONE-EARLIER
051200             THRU 1320-EXIT
051300             UNTIL RTT-IDX > RTT-COUNT
051400     END-IF.

051500     SET TOTAL-NOT-FOUND TO TRUE.
051600     IF RTT-COUNT > ZERO
051700         SET RTT-IDX TO 1
051800         SEARCH RTT-TABLE
051900             AT END
052000                 SET TOTAL-NOT-FOUND TO TRUE
052100             WHEN RTT-PROGRAM (RTT-IDX) = RT-PROGRAM
052200                 AND RTT-OFFICE (RTT-IDX) = RT-OFFICE
052300                 AND RTT-CODE (RTT-IDX) = RT-TOTAL-CODE
052400                 SET TOTAL-FOUND TO TRUE
052500         END-SEARCH
052600     END-IF.

052700     IF TOTAL-NOT-FOUND
052800         IF RTT-COUNT < 1000
052900             ADD 1 TO RTT-COUNT
053000             SET RTT-IDX TO RTT-COUNT
053100         ELSE
053200             ADD 1 TO WS-TOTALS-DROPPED
053300             GO TO 1310-NEXT
053400         END-IF
053500     END-IF.

053600     MOVE RT-PROGRAM    TO RTT-PROGRAM (RTT-IDX).
053700     MOVE RT-OFFICE     TO RTT-OFFICE (RTT-IDX).
053800     MOVE RT-TOTAL-CODE TO RTT-CODE (RTT-IDX).
053900     MOVE RT-COUNT      TO RTT-ITEMS (RTT-IDX).
054000     MOVE RT-USD-AMOUNT TO RTT-USD (RTT-IDX).

054100 1310-NEXT.
054200     READ RunTotalsFile
054300         AT END SET RUNTOT-EOF TO TRUE
054400     END-READ.
054500 1310-EXIT.
054600     EXIT.

054700 1320-DROP-ONE-EARLIER.
054800     IF RTT-PROGRAM (RTT-IDX) = RT-PROGRAM
054900         MOVE SPACES TO RTT-CODE (RTT-IDX)
055000     END-IF.
055100     SET RTT-IDX UP BY 1.
055200 1320-EXIT.
055300     EXIT.

055400*================================================================
055500* 2000-PROVE-OFFICES - EVERY OFFICE ON THE CITY LIST.  AN OFFICE
055600* CALC-BATCH SKIPPED (NO INPUT FILE) HAS NO TOTALS FOR THE RUN
055700* AND NO FILES OF ITS OWN TO TIE, SO IT IS ONLY NOTED.
055800*================================================================
055900 2000-PROVE-OFFICES.
056000     MOVE 'N' TO WS-CITYLIST-EOF-SW.
056100     OPEN INPUT CityListFile.
056200     IF WS-CITYLIST-FILE-STATUS NOT = '00'
056300         MOVE 'NO CITY LIST - NO OFFICES PROVED'
056400             TO PRF-SECTION-TEXT
056500         WRITE PRF-REPORT-LINE FROM PRF-SECTION-LINE
056600             AFTER ADVANCING 2 LINES
056700         GO TO 2000-EXIT
056800     END-IF.

056900     READ CityListFile
057000         AT END SET CITYLIST-EOF TO TRUE
057100     END-READ.
057200     PERFORM 2100-PROVE-ONE-OFFICE
057300         THRU 2100-EXIT
057400         UNTIL CITYLIST-EOF.
057500     CLOSE CityListFile.
057600 2000-EXIT.
057700     EXIT.

057800 2100-PROVE-ONE-OFFICE.
057900     MOVE SPACES TO PRF-SECTION-TEXT.
058000     STRING 'OFFICE ' DELIMITED BY SIZE
058100            CL-CITY-CODE DELIMITED BY SPACE
058200         INTO PRF-SECTION-TEXT.
058300     WRITE PRF-REPORT-LINE FROM PRF-SECTION-LINE
058400         AFTER ADVANCING 2 LINES.

058500     MOVE CL-CITY-CODE TO WS-WANT-OFFICE.
058600     MOVE 'READ' TO WS-WANT-CODE.
058700     PERFORM 7000-GET-TOTAL
058800         THRU 7000-EXIT.
058900     IF TOTAL-NOT-FOUND
059000         MOVE 'NOT PROCESSED THIS RUN - NO TOTALS'
059100             TO PRF-MEMO-LABEL
059200         MOVE ZERO TO PRF-MEMO-COUNT
059300         MOVE ZERO TO PRF-MEMO-USD
059400         WRITE PRF-REPORT-LINE FROM PRF-MEMO-LINE
059500             AFTER ADVANCING 1 LINE
059600         GO TO 2100-NEXT
059700     END-IF.
059800     ADD 1 TO WS-OFFICES-PROVED.

059900*    READ PLUS SWEPT FROM HELD MUST ALL HAVE GONE SOMEWHERE.
060000     MOVE WS-GOT-COUNT TO WS-CHK-LEFT-COUNT.
060100     MOVE WS-GOT-USD   TO WS-CHK-LEFT-USD.
060200     MOVE 'SWPT' TO WS-WANT-CODE.
060300     PERFORM 7100-ADD-TO-LEFT
060400         THRU 7100-EXIT.

060500     MOVE ZERO TO WS-CHK-RIGHT-COUNT.
060600     MOVE ZERO TO WS-CHK-RIGHT-USD.
060700     MOVE 'SORT' TO WS-WANT-CODE.
060800     PERFORM 7200-ADD-TO-RIGHT
060900         THRU 7200-EXIT.
061000     MOVE WS-GOT-COUNT TO WS-OFFICE-SORTED-COUNT.
061100     MOVE WS-GOT-USD   TO WS-OFFICE-SORTED-USD.
061200     MOVE 'REJT' TO WS-WANT-CODE.
061300     PERFORM 7200-ADD-TO-RIGHT
061400         THRU 7200-EXIT.
061500     MOVE 'DUPL' TO WS-WANT-CODE.
061600     PERFORM 7200-ADD-TO-RIGHT
061700         THRU 7200-EXIT.
061800     MOVE 'HELD' TO WS-WANT-CODE.
061900     PERFORM 7200-ADD-TO-RIGHT
062000         THRU 7200-EXIT.
062100     MOVE 'HSKP' TO WS-WANT-CODE.
062200     PERFORM 7200-ADD-TO-RIGHT
062300         THRU 7200-EXIT.
062400     MOVE 'READ + SWEPT = SORTED/REJECTED/HELD/DUP'
062500         TO WS-CHK-LABEL.
062600     SET COMPARE-COUNTS TO TRUE.
062700     PERFORM 8000-PRINT-CHECK
062800         THRU 8000-EXIT.

062900     PERFORM 2110-PRINT-OFFICE-MEMOS
063000         THRU 2110-EXIT.

063100*    THE OFFICE'S OWN FILES AGAINST WHAT EXP-ENGINE SAID.
063200     PERFORM 2200-BUILD-FILENAMES
063300         THRU 2200-EXIT.

063400     PERFORM 2300-SUM-CITY-SORTED
063500         THRU 2300-EXIT.
063600     MOVE WS-OFFICE-SORTED-COUNT TO WS-CHK-LEFT-COUNT.
063700     MOVE WS-OFFICE-SORTED-USD   TO WS-CHK-LEFT-USD.
063800     MOVE WS-FILE-COUNT          TO WS-CHK-RIGHT-COUNT.
063900     MOVE WS-FILE-USD            TO WS-CHK-RIGHT-USD.
064000     MOVE 'SORTED FILE = SORTED' TO WS-CHK-LABEL.
064100     PERFORM 8000-PRINT-CHECK
064200         THRU 8000-EXIT.

064300     MOVE 'MRGD' TO WS-WANT-CODE.
064400     PERFORM 7000-GET-TOTAL
064500         THRU 7000-EXIT.
064600     MOVE WS-GOT-COUNT TO WS-CHK-RIGHT-COUNT.
064700     MOVE WS-GOT-USD   TO WS-CHK-RIGHT-USD.
064800     MOVE 'MERGED TO ALLSORTED = SORTED' TO WS-CHK-LABEL.
064900     PERFORM 8000-PRINT-CHECK
065000         THRU 8000-EXIT.

065100     PERFORM 2400-SUM-CITY-REJECTS
065200         THRU 2400-EXIT.
065300     MOVE 'REJT' TO WS-WANT-CODE.
065400     PERFORM 7000-GET-TOTAL
065500         THRU 7000-EXIT.
065600     MOVE WS-GOT-COUNT  TO WS-CHK-LEFT-COUNT.
065700     MOVE WS-GOT-USD    TO WS-CHK-LEFT-USD.
065800     MOVE WS-FILE-COUNT TO WS-CHK-RIGHT-COUNT.
065900     MOVE WS-FILE-USD   TO WS-CHK-RIGHT-USD.
066000     MOVE 'REJECTS FILE = REJECTED' TO WS-CHK-LABEL.
066100     PERFORM 8000-PRINT-CHECK
066200         THRU 8000-EXIT.

066300     MOVE 'DUPL' TO WS-WANT-CODE.
066400     PERFORM 7000-GET-TOTAL
066500         THRU 7000-EXIT.
066600     MOVE WS-GOT-COUNT      TO WS-CHK-LEFT-COUNT.
066700     MOVE WS-GOT-USD        TO WS-CHK-LEFT-USD.
066800     MOVE WS-FILE-ALT-COUNT TO WS-CHK-RIGHT-COUNT.
066900     MOVE WS-FILE-ALT-USD   TO WS-CHK-RIGHT-USD.
067000     MOVE 'REJECTS FILE DUPLICATES = DUPLICATE'
067100         TO WS-CHK-LABEL.
067200     PERFORM 8000-PRINT-CHECK
067300         THRU 8000-EXIT.

067400     PERFORM 2500-SUM-CITY-HELD
067500         THRU 2500-EXIT.
067600     MOVE 'HELD' TO WS-WANT-CODE.
067700     PERFORM 7000-GET-TOTAL
067800         THRU 7000-EXIT.
067900     MOVE WS-GOT-COUNT TO WS-CHK-LEFT-COUNT.
068000     MOVE WS-GOT-USD   TO WS-CHK-LEFT-USD.
068100     MOVE 'PARK' TO WS-WANT-CODE.
068200     PERFORM 7100-ADD-TO-LEFT
068300         THRU 7100-EXIT.
068400     MOVE WS-FILE-COUNT TO WS-CHK-RIGHT-COUNT.
068500     MOVE WS-FILE-USD   TO WS-CHK-RIGHT-USD.
068600     MOVE 'HELD FILE = HELD + PARKED UNSWEPT' TO WS-CHK-LABEL.
068700     PERFORM 8000-PRINT-CHECK
068800         THRU 8000-EXIT.

068900 2100-NEXT.
069000     READ CityListFile
069100         AT END SET CITYLIST-EOF TO TRUE
069200     END-READ.
069300 2100-EXIT.
069400     EXIT.

069500*================================================================
069600* 2110-PRINT-OFFICE-MEMOS - THE OFFICE'S DISPOSITIONS ONE BY
069700* ONE UNDER ITS BALANCE LINE.  NEW-TO-SUSPENSE IS A PART OF
069800* REJECTED, NOT A FURTHER DISPOSITION.
069900*================================================================
070000 2110-PRINT-OFFICE-MEMOS.
070100     MOVE 'READ FROM THE OFFICE FILE' TO PRF-MEMO-LABEL.
070200     MOVE 'READ' TO WS-WANT-CODE.
070300     PERFORM 8100-PRINT-MEMO
070400         THRU 8100-EXIT.
070500     MOVE 'SWEPT BACK IN FROM HELD' TO PRF-MEMO-LABEL.
070600     MOVE 'SWPT' TO WS-WANT-CODE.
070700     PERFORM 8100-PRINT-MEMO
070800         THRU 8100-EXIT.
070900     MOVE 'SORTED' TO PRF-MEMO-LABEL.
071000     MOVE 'SORT' TO WS-WANT-CODE.
071100     PERFORM 8100-PRINT-MEMO
071200         THRU 8100-EXIT.
071300     MOVE 'REJECTED' TO PRF-MEMO-LABEL.
071400     MOVE 'REJT' TO WS-WANT-CODE.
071500     PERFORM 8100-PRINT-MEMO
071600         THRU 8100-EXIT.
071700     MOVE '  OF WHICH NEW TO SUSPENSE' TO PRF-MEMO-LABEL.
071800     MOVE 'SUSP' TO WS-WANT-CODE.
071900     PERFORM 8100-PRINT-MEMO
072000         THRU 8100-EXIT.
072100     MOVE 'DUPLICATE SUBMISSIONS' TO PRF-MEMO-LABEL.
072200     MOVE 'DUPL' TO WS-WANT-CODE.
072300     PERFORM 8100-PRINT-MEMO
072400         THRU 8100-EXIT.
072500     MOVE 'HELD FOR A CLOSED PERIOD' TO PRF-MEMO-LABEL.
072600     MOVE 'HELD' TO WS-WANT-CODE.
072700     PERFORM 8100-PRINT-MEMO
072800         THRU 8100-EXIT.
072900     MOVE 'ALREADY HELD - SKIPPED' TO PRF-MEMO-LABEL.
073000     MOVE 'HSKP' TO WS-WANT-CODE.
073100     PERFORM 8100-PRINT-MEMO
073200         THRU 8100-EXIT.
073300     MOVE 'PARKED UNSWEPT (HELD TABLE FULL)'
073400         TO PRF-MEMO-LABEL.
073500     MOVE 'PARK' TO WS-WANT-CODE.
073600     PERFORM 8100-PRINT-MEMO
073700         THRU 8100-EXIT.
073800 2110-EXIT.
073900     EXIT.

074000*================================================================
074100* 2200-BUILD-FILENAMES - THE OFFICE'S SORTED, REJECT AND HELD
074200* FILE NAMES, BUILT THE WAY CALC-BATCH BUILDS THEM.
074300*================================================================
074400 2200-BUILD-FILENAMES.
074500     MOVE SPACES TO WS-CITY-SORTED-FILE.
074600     STRING 'processed/' DELIMITED BY SIZE
074700            CL-CITY-CODE DELIMITED BY SPACE
074800            'SORTED.csv' DELIMITED BY SIZE
074900         INTO WS-CITY-SORTED-FILE.

075000     MOVE SPACES TO WS-CITY-REJECT-FILE.
075100     STRING 'processed/' DELIMITED BY SIZE
075200            CL-CITY-CODE DELIMITED BY SPACE
075300            'REJECTS.csv' DELIMITED BY SIZE
075400         INTO WS-CITY-REJECT-FILE.

075500     MOVE SPACES TO WS-CITY-HELD-FILE.
075600     STRING 'processed/' DELIMITED BY SIZE
075700            CL-CITY-CODE DELIMITED BY SPACE
075800            'HELD.DAT' DELIMITED BY SIZE
075900         INTO WS-CITY-HELD-FILE.
076000 2200-EXIT.
076100     EXIT.

076200*================================================================
076300* 2300-SUM-CITY-SORTED - ROWS AND USD ON <CITY>SORTED.CSV.
076400*================================================================
076500 2300-SUM-CITY-SORTED.
076600     MOVE ZERO TO WS-FILE-COUNT.
076700     MOVE ZERO TO WS-FILE-USD.
076800     MOVE 'N' TO WS-FILE-EOF-SW.
076900     OPEN INPUT CitySortedFile.
077000     IF WS-CITY-FILE-STATUS NOT = '00'
077100         GO TO 2300-EXIT
077200     END-IF.
077300     READ CitySortedFile
077400         AT END SET FILE-EOF TO TRUE
077500     END-READ.
077600     PERFORM 2310-SUM-ONE-SORTED
077700         THRU 2310-EXIT
077800         UNTIL FILE-EOF.
077900     CLOSE CitySortedFile.
078000 2300-EXIT.
078100     EXIT.

078200 2310-SUM-ONE-SORTED.
078300     ADD 1 TO WS-FILE-COUNT.
078400     MOVE CSR-REC (258:9) TO WS-ROW-USD-X.
078500     ADD WS-ROW-USD TO WS-FILE-USD.
078600     READ CitySortedFile
078700         AT END SET FILE-EOF TO TRUE
078800     END-READ.
078900 2310-EXIT.
079000     EXIT.

079100*================================================================
079200* 2400-SUM-CITY-REJECTS - ROWS AND USD ON <CITY>REJECTS.CSV,
079300* DUPLICATE SUBMISSIONS (REASON D) KEPT APART IN THE ALT FIELDS.
079400*================================================================
079500 2400-SUM-CITY-REJECTS.
079600     MOVE ZERO TO WS-FILE-COUNT.
079700     MOVE ZERO TO WS-FILE-USD.
079800     MOVE ZERO TO WS-FILE-ALT-COUNT.
079900     MOVE ZERO TO WS-FILE-ALT-USD.
080000     MOVE 'N' TO WS-FILE-EOF-SW.
080100     OPEN INPUT CityRejectFile.
080200     IF WS-CITY-FILE-STATUS NOT = '00'
080300         GO TO 2400-EXIT
080400     END-IF.
080500     READ CityRejectFile
080600         AT END SET FILE-EOF TO TRUE
080700     END-READ.
080800     PERFORM 2410-SUM-ONE-REJECT
080900         THRU 2410-EXIT
081000         UNTIL FILE-EOF.
081100     CLOSE CityRejectFile.
081200 2400-EXIT.
081300     EXIT.

081400 2410-SUM-ONE-REJECT.
081500     IF REJ-DUPLICATE-REPORT
081600         ADD 1 TO WS-FILE-ALT-COUNT
081700         ADD REJ-USD-AMOUNT TO WS-FILE-ALT-USD
081800     ELSE
081900         ADD 1 TO WS-FILE-COUNT
082000         ADD REJ-USD-AMOUNT TO WS-FILE-USD
082100     END-IF.
082200     READ CityRejectFile
082300         AT END SET FILE-EOF TO TRUE
082400     END-READ.
082500 2410-EXIT.
082600     EXIT.

082700*================================================================
082800* 2500-SUM-CITY-HELD - ROWS AND USD ON <CITY>HELD.DAT.
082900*================================================================
083000 2500-SUM-CITY-HELD.
083100     MOVE ZERO TO WS-FILE-COUNT.
083200     MOVE ZERO TO WS-FILE-USD.
083300     MOVE 'N' TO WS-FILE-EOF-SW.
083400     OPEN INPUT CityHeldFile.
083500     IF WS-CITY-FILE-STATUS NOT = '00'
083600         GO TO 2500-EXIT
083700     END-IF.
083800     READ CityHeldFile
083900         AT END SET FILE-EOF TO TRUE
084000     END-READ.
084100     PERFORM 2510-SUM-ONE-HELD
084200         THRU 2510-EXIT
084300         UNTIL FILE-EOF.
084400     CLOSE CityHeldFile.
084500 2500-EXIT.
084600     EXIT.

084700 2510-SUM-ONE-HELD.
084800     ADD 1 TO WS-FILE-COUNT.
084900     MOVE CHL-REC (258:9) TO WS-ROW-USD-X.
085000     ADD WS-ROW-USD TO WS-FILE-USD.
085100     READ CityHeldFile
085200         AT END SET FILE-EOF TO TRUE
085300     END-READ.
085400 2510-EXIT.
085500     EXIT.

085600*================================================================
085700* 3000-PROVE-GL-FEED - ALLSORTED.CSV IS EVERY OFFICE'S SORTED
085800* ROWS PLUS THE RECYCLED RELEASES CALC-BATCH MERGED IN FROM
085900* RECYCLED.CSV; CALC-GLFEED MUST HAVE PUT EVERY ROW OF IT
086000* EITHER ON THE GL FEED OR ON THE UNMAPPED LIST.
086100*================================================================
086200 3000-PROVE-GL-FEED.
086300     MOVE 'GL FEED' TO PRF-SECTION-TEXT.
086400     WRITE PRF-REPORT-LINE FROM PRF-SECTION-LINE
086500         AFTER ADVANCING 2 LINES.

086600     PERFORM 3100-SUM-ALLSORTED
086700         THRU 3100-EXIT.
086800     MOVE WS-FILE-COUNT TO WS-ALLSORTED-COUNT.
086900     MOVE WS-FILE-USD   TO WS-ALLSORTED-USD.

087000     MOVE ZERO TO WS-CHK-LEFT-COUNT.
087100     MOVE ZERO TO WS-CHK-LEFT-USD.
087200     SET RTT-IDX TO 1.
087300     PERFORM 3010-ADD-ONE-MERGE
087400         THRU 3010-EXIT
087500         UNTIL RTT-IDX > RTT-COUNT.
087600     MOVE WS-ALLSORTED-COUNT TO WS-CHK-RIGHT-COUNT.
087700     MOVE WS-ALLSORTED-USD   TO WS-CHK-RIGHT-USD.
087800     MOVE 'ALLSORTED = OFFICES MERGED + RECYCLED'
087900         TO WS-CHK-LABEL.
088000     SET COMPARE-COUNTS TO TRUE.
088100     PERFORM 8000-PRINT-CHECK
088200         THRU 8000-EXIT.

088300     MOVE SPACES TO WS-WANT-OFFICE.
088400     MOVE 'RECYCLED RELEASES MERGED' TO PRF-MEMO-LABEL.
088500     MOVE 'RCYM' TO WS-WANT-CODE.
088600     PERFORM 8100-PRINT-MEMO
088700         THRU 8100-EXIT.

088800     IF NOT RUN-GL-EXTRACTED
088900         MOVE 'NOT EXTRACTED BY CALC-GLFEED' TO WS-CHK-LABEL
089000         PERFORM 8200-PRINT-MISSING-STEP
089100             THRU 8200-EXIT
089200         GO TO 3000-EXIT
089300     END-IF.

089400     PERFORM 3200-SUM-GL-FEED
089500         THRU 3200-EXIT.
089600     MOVE WS-FILE-COUNT TO WS-WORK-COUNT.
089700     MOVE WS-FILE-USD   TO WS-WORK-USD.
089800     MOVE 'ON THE GL FEED' TO PRF-MEMO-LABEL.
089900     MOVE WS-FILE-COUNT TO PRF-MEMO-COUNT.
090000     MOVE WS-FILE-USD   TO PRF-MEMO-USD.
090100     WRITE PRF-REPORT-LINE FROM PRF-MEMO-LINE
090200         AFTER ADVANCING 1 LINE.

090300     PERFORM 3300-SUM-GL-UNMAPPED
090400         THRU 3300-EXIT.
090500     MOVE 'UNMAPPED CATEGORIES' TO PRF-MEMO-LABEL.
090600     MOVE WS-FILE-COUNT TO PRF-MEMO-COUNT.
090700     MOVE WS-FILE-USD   TO PRF-MEMO-USD.
090800     WRITE PRF-REPORT-LINE FROM PRF-MEMO-LINE
090900         AFTER ADVANCING 1 LINE.

091000     MOVE WS-ALLSORTED-COUNT TO WS-CHK-LEFT-COUNT.
091100     MOVE WS-ALLSORTED-USD   TO WS-CHK-LEFT-USD.
091200     COMPUTE WS-CHK-RIGHT-COUNT = WS-WORK-COUNT + WS-FILE-COUNT.
091300     COMPUTE WS-CHK-RIGHT-USD   = WS-WORK-USD + WS-FILE-USD.
091400     MOVE 'GLFEED + GLUNMAPPED = ALLSORTED' TO WS-CHK-LABEL.
091500     PERFORM 8000-PRINT-CHECK
091600         THRU 8000-EXIT.
091700 3000-EXIT.
091800     EXIT.

091900 3010-ADD-ONE-MERGE.
092000     IF RTT-CODE (RTT-IDX) = 'MRGD'
092100         OR RTT-CODE (RTT-IDX) = 'RCYM'
092200         ADD RTT-ITEMS (RTT-IDX) TO WS-CHK-LEFT-COUNT
092300         ADD RTT-USD (RTT-IDX)   TO WS-CHK-LEFT-USD
092400     END-IF.
092500     SET RTT-IDX UP BY 1.
092600 3010-EXIT.
092700     EXIT.

092800*================================================================
092900* 3100-SUM-ALLSORTED - ROWS AND USD ON ALLSORTED.CSV.
093000*================================================================
093100 3100-SUM-ALLSORTED.
093200     MOVE ZERO TO WS-FILE-COUNT.
093300     MOVE ZERO TO WS-FILE-USD.
093400     MOVE 'N' TO WS-FILE-EOF-SW.
093500     OPEN INPUT AllSortedFile.
093600     IF WS-POOL-FILE-STATUS NOT = '00'
093700         GO TO 3100-EXIT
093800     END-IF.
093900     READ AllSortedFile
094000         AT END SET FILE-EOF TO TRUE
094100     END-READ.
094200     PERFORM 3110-SUM-ONE-ALLSORTED
094300         THRU 3110-EXIT
094400         UNTIL FILE-EOF.
094500     CLOSE AllSortedFile.
094600 3100-EXIT.
094700     EXIT.

094800 3110-SUM-ONE-ALLSORTED.
094900     ADD 1 TO WS-FILE-COUNT.
095000     MOVE ALL-REC (258:9) TO WS-ROW-USD-X.
095100     ADD WS-ROW-USD TO WS-FILE-USD.
095200     READ AllSortedFile
095300         AT END SET FILE-EOF TO TRUE
095400     END-READ.
095500 3110-EXIT.
095600     EXIT.

095700*================================================================
095800* 3200-SUM-GL-FEED - ROWS AND USD ON GLFEED.DAT.
095900*================================================================
096000 3200-SUM-GL-FEED.
096100     MOVE ZERO TO WS-FILE-COUNT.
096200     MOVE ZERO TO WS-FILE-USD.
096300     MOVE 'N' TO WS-FILE-EOF-SW.
096400     OPEN INPUT GlFeedFile.
096500     IF WS-POOL-FILE-STATUS NOT = '00'
096600         GO TO 3200-EXIT
096700     END-IF.
096800     READ GlFeedFile
096900         AT END SET FILE-EOF TO TRUE
097000     END-READ.
097100     PERFORM 3210-SUM-ONE-GL-FEED
097200         THRU 3210-EXIT
097300         UNTIL FILE-EOF.
097400     CLOSE GlFeedFile.
097500 3200-EXIT.
097600     EXIT.

097700 3210-SUM-ONE-GL-FEED.
097800     ADD 1 TO WS-FILE-COUNT.
097900     ADD GLF-USD-AMOUNT TO WS-FILE-USD.
098000     READ GlFeedFile
098100         AT END SET FILE-EOF TO TRUE
098200     END-READ.
098300 3210-EXIT.
098400     EXIT.

098500*================================================================
098600* 3300-SUM-GL-UNMAPPED - ROWS AND USD ON GLUNMAPPED.CSV.
098700*================================================================
098800 3300-SUM-GL-UNMAPPED.
098900     MOVE ZERO TO WS-FILE-COUNT.
099000     MOVE ZERO TO WS-FILE-USD.
099100     MOVE 'N' TO WS-FILE-EOF-SW.
099200     OPEN INPUT GlUnmappedFile.
099300     IF WS-POOL-FILE-STATUS NOT = '00'
099400         GO TO 3300-EXIT
099500     END-IF.
099600     READ GlUnmappedFile
099700         AT END SET FILE-EOF TO TRUE
099800     END-READ.
099900     PERFORM 3310-SUM-ONE-UNMAPPED
100000         THRU 3310-EXIT
100100         UNTIL FILE-EOF.
100200     CLOSE GlUnmappedFile.
100300 3300-EXIT.
100400     EXIT.

100500 3310-SUM-ONE-UNMAPPED.
100600     ADD 1 TO WS-FILE-COUNT.
100700     ADD GLU-USD-AMOUNT TO WS-FILE-USD.
100800     READ GlUnmappedFile
100900         AT END SET FILE-EOF TO TRUE
101000     END-READ.
101100 3310-EXIT.
101200     EXIT.

101300*================================================================
101400* 4000-PROVE-PAY-FEED - THE REIMBURSABLE TOTAL CALC-PAYFEED READ
101500* OFF ALLSORTED.CSV, PLUS THE WITHHELD AND PENDING POOLS IT
101600* SWEPT BACK IN, MUST EQUAL WHAT IT PAID, WHAT IT LEFT IN EACH
101700* POOL, WHAT WAS DENIED, WHAT WAS ALREADY IN THE WITHHELD POOL,
101800* WHAT WENT TO ADVANCES AND CARD DEDUCTIONS (LESS WHAT THE
101900* EMPLOYEES NOW OWE BACK) AND WHATEVER A FULL TABLE DROPPED.
102000* THE CARD DEDUCTIONS BALANCE ON THEIR OWN, AND EVERY POOL FILE
102010* IT REWROTE MUST HOLD WHAT IT SAYS IT LEFT THERE, AS MUST ITS
102020* DENIED AND OWED LEDGERS FOR THE DAY IT PAID THIS RUN.
102200*================================================================
102300 4000-PROVE-PAY-FEED.
102400     MOVE 'PAYMENT FEED' TO PRF-SECTION-TEXT.
102500     WRITE PRF-REPORT-LINE FROM PRF-SECTION-LINE
102600         AFTER ADVANCING 2 LINES.

102700     MOVE SPACES TO WS-WANT-OFFICE.
102800     MOVE 'PINP' TO WS-WANT-CODE.
102900     PERFORM 7000-GET-TOTAL
103000         THRU 7000-EXIT.
103100     IF NOT RUN-PAY-CONSUMED
103200         OR TOTAL-NOT-FOUND
103300         MOVE 'NOT PAID BY CALC-PAYFEED' TO WS-CHK-LABEL
103400         PERFORM 8200-PRINT-MISSING-STEP
103500             THRU 8200-EXIT
103600         GO TO 4000-EXIT
103700     END-IF.

103800     MOVE WS-ALLSORTED-COUNT TO WS-CHK-LEFT-COUNT.
103900     MOVE WS-ALLSORTED-USD   TO WS-CHK-LEFT-USD.
104000     MOVE WS-GOT-COUNT       TO WS-CHK-RIGHT-COUNT.
104100     MOVE WS-GOT-USD         TO WS-CHK-RIGHT-USD.
104200     MOVE 'PAYFEED INPUT = ALLSORTED' TO WS-CHK-LABEL.
104300     SET COMPARE-COUNTS TO TRUE.
104400     PERFORM 8000-PRINT-CHECK
104500         THRU 8000-EXIT.

104600     PERFORM 4100-PRINT-PAY-MEMOS
104700         THRU 4100-EXIT.

104800*    MONEY IN AGAINST MONEY OUT.  NETTING MEANS THE ITEM COUNTS
104900*    DON'T TIE - ONLY THE USD IS COMPARED.
105000     MOVE ZERO TO WS-CHK-LEFT-COUNT.
105100     MOVE ZERO TO WS-CHK-LEFT-USD.
105200     MOVE 'PINP' TO WS-WANT-CODE.
105300     PERFORM 7100-ADD-TO-LEFT
105400         THRU 7100-EXIT.
105500     MOVE 'OWHD' TO WS-WANT-CODE.
105600     PERFORM 7100-ADD-TO-LEFT
105700         THRU 7100-EXIT.
105800     MOVE 'OPND' TO WS-WANT-CODE.
105900     PERFORM 7100-ADD-TO-LEFT
106000         THRU 7100-EXIT.

106100     MOVE ZERO TO WS-CHK-RIGHT-COUNT.
106200     MOVE ZERO TO WS-CHK-RIGHT-USD.
106300     MOVE 'PAID' TO WS-WANT-CODE.
106400     PERFORM 7200-ADD-TO-RIGHT
106500         THRU 7200-EXIT.
106600     MOVE WS-GOT-COUNT TO WS-PAID-COUNT.
106700     MOVE WS-GOT-USD   TO WS-PAID-USD.
106800     MOVE 'CWHD' TO WS-WANT-CODE.
106900     PERFORM 7200-ADD-TO-RIGHT
107000         THRU 7200-EXIT.
107100     MOVE 'CBNK' TO WS-WANT-CODE.
107200     PERFORM 7200-ADD-TO-RIGHT
107300         THRU 7200-EXIT.
107400     MOVE 'CPND' TO WS-WANT-CODE.
107500     PERFORM 7200-ADD-TO-RIGHT
107600         THRU 7200-EXIT.
107700     MOVE 'DENY' TO WS-WANT-CODE.
107800     PERFORM 7200-ADD-TO-RIGHT
107900         THRU 7200-EXIT.
108000     MOVE 'PSKP' TO WS-WANT-CODE.
108100     PERFORM 7200-ADD-TO-RIGHT
108200         THRU 7200-EXIT.
108300     MOVE 'ADVR' TO WS-WANT-CODE.
108400     PERFORM 7200-ADD-TO-RIGHT
108500         THRU 7200-EXIT.
108600     MOVE 'DEDT' TO WS-WANT-CODE.
108700     PERFORM 7200-ADD-TO-RIGHT
108800         THRU 7200-EXIT.
108900     MOVE 'EDRP' TO WS-WANT-CODE.
109000     PERFORM 7200-ADD-TO-RIGHT
109100         THRU 7200-EXIT.
109200     MOVE 'WDRP' TO WS-WANT-CODE.
109300     PERFORM 7200-ADD-TO-RIGHT
109400         THRU 7200-EXIT.
109500     MOVE 'OWED' TO WS-WANT-CODE.
109600     PERFORM 7000-GET-TOTAL
109700         THRU 7000-EXIT.
109800     SUBTRACT WS-GOT-USD FROM WS-CHK-RIGHT-USD.
109900     MOVE 'INPUT + POOLS IN = PAID + POOLS OUT'
110000         TO WS-CHK-LABEL.
110100     SET COMPARE-USD-ONLY TO TRUE.
110200     PERFORM 8000-PRINT-CHECK
110300         THRU 8000-EXIT.

110400     MOVE ZERO TO WS-CHK-LEFT-USD.
110500     MOVE 'ODDP' TO WS-WANT-CODE.
110600     PERFORM 7100-ADD-TO-LEFT
110700         THRU 7100-EXIT.
110800     MOVE 'ODCR' TO WS-WANT-CODE.
110900     PERFORM 7100-ADD-TO-LEFT
111000         THRU 7100-EXIT.
111100     MOVE ZERO TO WS-CHK-RIGHT-USD.
111200     MOVE 'DEDT' TO WS-WANT-CODE.
111300     PERFORM 7200-ADD-TO-RIGHT
111400         THRU 7200-EXIT.
111500     MOVE 'CDCR' TO WS-WANT-CODE.
111600     PERFORM 7200-ADD-TO-RIGHT
111700         THRU 7200-EXIT.
111800     MOVE 'DDRP' TO WS-WANT-CODE.
111900     PERFORM 7200-ADD-TO-RIGHT
112000         THRU 7200-EXIT.
112100     MOVE 'DEDUCTIONS IN = TAKEN + CARRIED'
112200         TO WS-CHK-LABEL.
112300     PERFORM 8000-PRINT-CHECK
112400         THRU 8000-EXIT.

112500*    MONEY A FULL TABLE DROPPED BALANCES BUT IS NOT ACCOUNTED
112600*    FOR ANYWHERE - IT IS A DIFFERENCE IN ITS OWN RIGHT.
112700     MOVE ZERO TO WS-CHK-LEFT-USD.
112800     MOVE ZERO TO WS-CHK-RIGHT-USD.
112900     MOVE 'EDRP' TO WS-WANT-CODE.
113000     PERFORM 7200-ADD-TO-RIGHT
113100         THRU 7200-EXIT.
113200     MOVE 'WDRP' TO WS-WANT-CODE.
113300     PERFORM 7200-ADD-TO-RIGHT
113400         THRU 7200-EXIT.
113500     MOVE 'DDRP' TO WS-WANT-CODE.
113600     PERFORM 7200-ADD-TO-RIGHT
113700         THRU 7200-EXIT.
113800     MOVE 'NOTHING DROPPED BY A FULL TABLE' TO WS-CHK-LABEL.
113900     PERFORM 8000-PRINT-CHECK
114000         THRU 8000-EXIT.

114100*    THE FILES CALC-PAYFEED WROTE AGAINST WHAT IT SAID.
114200     SET COMPARE-COUNTS TO TRUE.
114300     PERFORM 4200-SUM-PAY-FEED
114400         THRU 4200-EXIT.
114500     MOVE WS-PAID-COUNT TO WS-CHK-LEFT-COUNT.
114600     MOVE WS-PAID-USD   TO WS-CHK-LEFT-USD.
114700     MOVE WS-FILE-COUNT TO WS-CHK-RIGHT-COUNT.
114800     MOVE WS-FILE-USD   TO WS-CHK-RIGHT-USD.
114900     MOVE 'PAYFEED DETAILS = PAID' TO WS-CHK-LABEL.
115000     PERFORM 8000-PRINT-CHECK
115100         THRU 8000-EXIT.

115200     MOVE WS-FILE-COUNT     TO WS-CHK-LEFT-COUNT.
115300     MOVE WS-FILE-USD       TO WS-CHK-LEFT-USD.
115400     MOVE WS-FILE-ALT-COUNT TO WS-CHK-RIGHT-COUNT.
115500     MOVE WS-FILE-ALT-USD   TO WS-CHK-RIGHT-USD.
115600     MOVE 'PAYFEED TRAILERS = DETAILS' TO WS-CHK-LABEL.
115700     PERFORM 8000-PRINT-CHECK
115800         THRU 8000-EXIT.

115900     PERFORM 4300-SUM-PAY-HELD
116000         THRU 4300-EXIT.
116100     MOVE 'CWHD' TO WS-WANT-CODE.
116200     PERFORM 7000-GET-TOTAL
116300         THRU 7000-EXIT.
116400     MOVE WS-GOT-COUNT TO WS-CHK-LEFT-COUNT.
116500     MOVE WS-GOT-USD   TO WS-CHK-LEFT-USD.
116600     MOVE 'CBNK' TO WS-WANT-CODE.
116700     PERFORM 7100-ADD-TO-LEFT
116800         THRU 7100-EXIT.
116900     MOVE WS-FILE-COUNT TO WS-CHK-RIGHT-COUNT.
117000     MOVE WS-FILE-USD   TO WS-CHK-RIGHT-USD.
117100     MOVE 'PAYHELD = WITHHELD + BANK HELD' TO WS-CHK-LABEL.
117200     PERFORM 8000-PRINT-CHECK
117300         THRU 8000-EXIT.

117400     PERFORM 4400-SUM-PAY-PENDING
117500         THRU 4400-EXIT.
117600     MOVE 'CPND' TO WS-WANT-CODE.
117700     PERFORM 7000-GET-TOTAL
117800         THRU 7000-EXIT.
117900     MOVE WS-GOT-COUNT  TO WS-CHK-LEFT-COUNT.
118000     MOVE WS-GOT-USD    TO WS-CHK-LEFT-USD.
118100     MOVE WS-FILE-COUNT TO WS-CHK-RIGHT-COUNT.
118200     MOVE WS-FILE-USD   TO WS-CHK-RIGHT-USD.
118300     MOVE 'PAYPENDING = PENDING' TO WS-CHK-LABEL.
118400     PERFORM 8000-PRINT-CHECK
118500         THRU 8000-EXIT.

118600     PERFORM 4500-SUM-DEDUCT-CARRY
118700         THRU 4500-EXIT.
118800     MOVE 'CDCR' TO WS-WANT-CODE.
118900     PERFORM 7000-GET-TOTAL
119000         THRU 7000-EXIT.
119100     MOVE WS-GOT-COUNT  TO WS-CHK-LEFT-COUNT.
119200     MOVE WS-GOT-USD    TO WS-CHK-LEFT-USD.
119300     MOVE WS-FILE-COUNT TO WS-CHK-RIGHT-COUNT.
119400     MOVE WS-FILE-USD   TO WS-CHK-RIGHT-USD.
119500     MOVE 'PAYDEDCARRY = DEDUCTIONS CARRIED' TO WS-CHK-LABEL.
119600     PERFORM 8000-PRINT-CHECK
119700         THRU 8000-EXIT.

119707     PERFORM 4600-SUM-PAY-DENIED
119714         THRU 4600-EXIT.
119721     MOVE 'DENY' TO WS-WANT-CODE.
119728     PERFORM 7000-GET-TOTAL
119735         THRU 7000-EXIT.
119742     MOVE WS-GOT-COUNT  TO WS-CHK-LEFT-COUNT.
119749     MOVE WS-GOT-USD    TO WS-CHK-LEFT-USD.
119756     MOVE WS-FILE-COUNT TO WS-CHK-RIGHT-COUNT.
119763     MOVE WS-FILE-USD   TO WS-CHK-RIGHT-USD.
119770     MOVE 'PAYDENIED THIS RUN = DENIED' TO WS-CHK-LABEL.
119777     PERFORM 8000-PRINT-CHECK
119784         THRU 8000-EXIT.

119791     PERFORM 4700-SUM-PAY-OWED
119798         THRU 4700-EXIT.
119805     MOVE 'OWED' TO WS-WANT-CODE.
119812     PERFORM 7000-GET-TOTAL
119819         THRU 7000-EXIT.
119826     MOVE WS-GOT-COUNT  TO WS-CHK-LEFT-COUNT.
119833     MOVE WS-GOT-USD    TO WS-CHK-LEFT-USD.
119840     MOVE WS-FILE-COUNT TO WS-CHK-RIGHT-COUNT.
119847     MOVE WS-FILE-USD   TO WS-CHK-RIGHT-USD.
119854     MOVE 'PAYOWED THIS RUN = OWED BACK' TO WS-CHK-LABEL.
119861     PERFORM 8000-PRINT-CHECK
119868         THRU 8000-EXIT.
119875 4000-EXIT.
119900     EXIT.

120000*================================================================
120100* 4100-PRINT-PAY-MEMOS - EVERY CALC-PAYFEED FIGURE THE MONEY
120200* TIE IS MADE FROM.
120300*================================================================
120400 4100-PRINT-PAY-MEMOS.
120500     MOVE 'REIMBURSABLE INPUT' TO PRF-MEMO-LABEL.
120600     MOVE 'PINP' TO WS-WANT-CODE.
120700     PERFORM 8100-PRINT-MEMO
120800         THRU 8100-EXIT.
120900     MOVE 'WITHHELD POOL SWEPT IN' TO PRF-MEMO-LABEL.
121000     MOVE 'OWHD' TO WS-WANT-CODE.
121100     PERFORM 8100-PRINT-MEMO
121200         THRU 8100-EXIT.
121300     MOVE 'PENDING POOL SWEPT IN' TO PRF-MEMO-LABEL.
121400     MOVE 'OPND' TO WS-WANT-CODE.
121500     PERFORM 8100-PRINT-MEMO
121600         THRU 8100-EXIT.
121700     MOVE 'PAID ON PAYFEED.DAT' TO PRF-MEMO-LABEL.
121800     MOVE 'PAID' TO WS-WANT-CODE.
121900     PERFORM 8100-PRINT-MEMO
122000         THRU 8100-EXIT.
122100     MOVE 'WITHHELD FOR APPROVAL' TO PRF-MEMO-LABEL.
122200     MOVE 'CWHD' TO WS-WANT-CODE.
122300     PERFORM 8100-PRINT-MEMO
122400         THRU 8100-EXIT.
122500     MOVE 'HELD FOR A BANK-DETAIL CHANGE' TO PRF-MEMO-LABEL.
122600     MOVE 'CBNK' TO WS-WANT-CODE.
122700     PERFORM 8100-PRINT-MEMO
122800         THRU 8100-EXIT.
122900     MOVE 'LEFT PENDING' TO PRF-MEMO-LABEL.
123000     MOVE 'CPND' TO WS-WANT-CODE.
123100     PERFORM 8100-PRINT-MEMO
123200         THRU 8100-EXIT.
123300     MOVE 'DENIED' TO PRF-MEMO-LABEL.
123400     MOVE 'DENY' TO WS-WANT-CODE.
123500     PERFORM 8100-PRINT-MEMO
123600         THRU 8100-EXIT.
123700     MOVE 'ALREADY IN THE WITHHELD POOL' TO PRF-MEMO-LABEL.
123800     MOVE 'PSKP' TO WS-WANT-CODE.
123900     PERFORM 8100-PRINT-MEMO
124000         THRU 8100-EXIT.
124100     MOVE 'TRAVEL ADVANCES RECOVERED' TO PRF-MEMO-LABEL.
124200     MOVE 'ADVR' TO WS-WANT-CODE.
124300     PERFORM 8100-PRINT-MEMO
124400         THRU 8100-EXIT.
124500     MOVE 'CARD DEDUCTIONS TAKEN' TO PRF-MEMO-LABEL.
124600     MOVE 'DEDT' TO WS-WANT-CODE.
124700     PERFORM 8100-PRINT-MEMO
124800         THRU 8100-EXIT.
124900     MOVE 'LESS OWED BACK BY EMPLOYEES' TO PRF-MEMO-LABEL.
125000     MOVE 'OWED' TO WS-WANT-CODE.
125100     PERFORM 8100-PRINT-MEMO
125200         THRU 8100-EXIT.
125300     MOVE 'CARD DEDUCTIONS LOADED' TO PRF-MEMO-LABEL.
125400     MOVE 'ODDP' TO WS-WANT-CODE.
125500     PERFORM 8100-PRINT-MEMO
125600         THRU 8100-EXIT.
125700     MOVE 'CARRIED DEDUCTIONS LOADED' TO PRF-MEMO-LABEL.
125800     MOVE 'ODCR' TO WS-WANT-CODE.
125900     PERFORM 8100-PRINT-MEMO
126000         THRU 8100-EXIT.
126100     MOVE 'DEDUCTIONS CARRIED FORWARD' TO PRF-MEMO-LABEL.
126200     MOVE 'CDCR' TO WS-WANT-CODE.
126300     PERFORM 8100-PRINT-MEMO
126400         THRU 8100-EXIT.
126500 4100-EXIT.
126600     EXIT.

126700*================================================================
126800* 4200-SUM-PAY-FEED - DETAIL ROWS AND USD ON PAYFEED.DAT, AND
126900* THE TRAILERS' COUNTS AND USD TOTALS IN THE ALT FIELDS.
127000*================================================================
127100 4200-SUM-PAY-FEED.
127200     MOVE ZERO TO WS-FILE-COUNT.
127300     MOVE ZERO TO WS-FILE-USD.
127400     MOVE ZERO TO WS-FILE-ALT-COUNT.
127500     MOVE ZERO TO WS-FILE-ALT-USD.
127600     MOVE 'N' TO WS-FILE-EOF-SW.
127700     OPEN INPUT PayFeedFile.
127800     IF WS-POOL-FILE-STATUS NOT = '00'
127900         GO TO 4200-EXIT
128000     END-IF.
128100     READ PayFeedFile
128200         AT END SET FILE-EOF TO TRUE
128300     END-READ.
128400     PERFORM 4210-SUM-ONE-PAY-REC
128500         THRU 4210-EXIT
128600         UNTIL FILE-EOF.
128700     CLOSE PayFeedFile.
128800 4200-EXIT.
128900     EXIT.

129000 4210-SUM-ONE-PAY-REC.
129100     EVALUATE TRUE
129200         WHEN PAY-DETAIL
129300             ADD 1 TO WS-FILE-COUNT
129400             ADD PAY-DTL-USD-AMOUNT TO WS-FILE-USD
129500         WHEN PAY-TRAILER
129600             ADD PAY-TRL-PAYMENT-COUNT TO WS-FILE-ALT-COUNT
129700             ADD PAY-TRL-USD-TOTAL TO WS-FILE-ALT-USD
129800     END-EVALUATE.
129900     READ PayFeedFile
130000         AT END SET FILE-EOF TO TRUE
130100     END-READ.
130200 4210-EXIT.
130300     EXIT.

130400*================================================================
130500* 4300-SUM-PAY-HELD - ROWS AND USD ON PAYHELD.DAT.
130600*================================================================
130700 4300-SUM-PAY-HELD.
130800     MOVE ZERO TO WS-FILE-COUNT.
130900     MOVE ZERO TO WS-FILE-USD.
131000     MOVE 'N' TO WS-FILE-EOF-SW.
131100     OPEN INPUT PayHeldFile.
131200     IF WS-POOL-FILE-STATUS NOT = '00'
131300         GO TO 4300-EXIT
131400     END-IF.
131500     READ PayHeldFile
131600         AT END SET FILE-EOF TO TRUE
131700     END-READ.
131800     PERFORM 4310-SUM-ONE-PAY-HELD
131900         THRU 4310-EXIT
132000         UNTIL FILE-EOF.
132100     CLOSE PayHeldFile.
132200 4300-EXIT.
132300     EXIT.

132400 4310-SUM-ONE-PAY-HELD.
132500     ADD 1 TO WS-FILE-COUNT.
132600     ADD PHL-USD-AMOUNT TO WS-FILE-USD.
132700     READ PayHeldFile
132800         AT END SET FILE-EOF TO TRUE
132900     END-READ.
133000 4310-EXIT.
133100     EXIT.

133200*================================================================
133300* 4400-SUM-PAY-PENDING - ROWS AND USD ON PAYPENDING.CSV.
133400*================================================================
133500 4400-SUM-PAY-PENDING.
133600     MOVE ZERO TO WS-FILE-COUNT.
133700     MOVE ZERO TO WS-FILE-USD.
133800     MOVE 'N' TO WS-FILE-EOF-SW.
133900     OPEN INPUT PayPendingFile.
134000     IF WS-POOL-FILE-STATUS NOT = '00'
134100         GO TO 4400-EXIT
134200     END-IF.
134300     READ PayPendingFile
134400         AT END SET FILE-EOF TO TRUE
134500     END-READ.
134600     PERFORM 4410-SUM-ONE-PENDING
134700         THRU 4410-EXIT
134800         UNTIL FILE-EOF.
134900     CLOSE PayPendingFile.
135000 4400-EXIT.
135100     EXIT.

135200 4410-SUM-ONE-PENDING.
135300     ADD 1 TO WS-FILE-COUNT.
135400     ADD PND-USD-AMOUNT TO WS-FILE-USD.
135500     READ PayPendingFile
135600         AT END SET FILE-EOF TO TRUE
135700     END-READ.
135800 4410-EXIT.
135900     EXIT.

136000*================================================================
136100* 4500-SUM-DEDUCT-CARRY - ROWS AND USD ON PAYDEDCARRY.DAT.
136200*================================================================
136300 4500-SUM-DEDUCT-CARRY.
136400     MOVE ZERO TO WS-FILE-COUNT.
136500     MOVE ZERO TO WS-FILE-USD.
136600     MOVE 'N' TO WS-FILE-EOF-SW.
136700     OPEN INPUT DeductCarryFile.
136800     IF WS-POOL-FILE-STATUS NOT = '00'
136900         GO TO 4500-EXIT
137000     END-IF.
137100     READ DeductCarryFile
137200         AT END SET FILE-EOF TO TRUE
137300     END-READ.
137400     PERFORM 4510-SUM-ONE-CARRIED
137500         THRU 4510-EXIT
137600         UNTIL FILE-EOF.
137700     CLOSE DeductCarryFile.
137800 4500-EXIT.
137900     EXIT.

138000 4510-SUM-ONE-CARRIED.
138100     ADD 1 TO WS-FILE-COUNT.
138200     ADD DCR-USD-AMOUNT TO WS-FILE-USD.
138300     READ DeductCarryFile
138400         AT END SET FILE-EOF TO TRUE
138500     END-READ.
138600 4510-EXIT.
138700     EXIT.

138701*================================================================
138702* 4600-SUM-PAY-DENIED - ROWS AND USD ON PAYDENIED.CSV WRITTEN THE
138703* DAY CALC-PAYFEED PAID THIS RUN (THE RUN DATE ON ITS 'P' ENTRY).
138704* TWO RUNS PAID ON THE SAME DAY CANNOT BE TOLD APART ON THE
138705* LEDGER, SO THE EARLIER RUN'S ROWS WOULD SHOW AS A DIFFERENCE.
138706*================================================================
138707 4600-SUM-PAY-DENIED.
138708     MOVE ZERO TO WS-FILE-COUNT.
138709     MOVE ZERO TO WS-FILE-USD.
138710     MOVE 'N' TO WS-FILE-EOF-SW.
138711     OPEN INPUT PayDeniedFile.
138712     IF WS-POOL-FILE-STATUS NOT = '00'
138713         GO TO 4600-EXIT
138714     END-IF.
138715     READ PayDeniedFile
138716         AT END SET FILE-EOF TO TRUE
138717     END-READ.
138718     PERFORM 4610-SUM-ONE-DENIED
138719         THRU 4610-EXIT
138720         UNTIL FILE-EOF.
138721     CLOSE PayDeniedFile.
138722 4600-EXIT.
138723     EXIT.

138724 4610-SUM-ONE-DENIED.
138725     IF DNY-RUN-DATE = WS-PAY-RUN-DATE
138726         ADD 1 TO WS-FILE-COUNT
138727         ADD DNY-USD-AMOUNT TO WS-FILE-USD
138728     END-IF.
138729     READ PayDeniedFile
138730         AT END SET FILE-EOF TO TRUE
138731     END-READ.
138732 4610-EXIT.
138733     EXIT.

138734*================================================================
138735* 4700-SUM-PAY-OWED - ROWS AND OWED USD ON PAYOWED.CSV WRITTEN
138736* THE DAY CALC-PAYFEED PAID THIS RUN, AS 4600 DOES FOR DENIALS.
138737*================================================================
138738 4700-SUM-PAY-OWED.
138739     MOVE ZERO TO WS-FILE-COUNT.
138740     MOVE ZERO TO WS-FILE-USD.
138741     MOVE 'N' TO WS-FILE-EOF-SW.
138742     OPEN INPUT PayOwedFile.
138743     IF WS-POOL-FILE-STATUS NOT = '00'
138744         GO TO 4700-EXIT
138745     END-IF.
138746     READ PayOwedFile
138747         AT END SET FILE-EOF TO TRUE
138748     END-READ.
138749     PERFORM 4710-SUM-ONE-OWED
138750         THRU 4710-EXIT
138751         UNTIL FILE-EOF.
138752     CLOSE PayOwedFile.
138753 4700-EXIT.
138754     EXIT.

138755 4710-SUM-ONE-OWED.
138756     IF OWE-RUN-DATE = WS-PAY-RUN-DATE
138757         ADD 1 TO WS-FILE-COUNT
138758         ADD OWE-OWED-USD TO WS-FILE-USD
138759     END-IF.
138760     READ PayOwedFile
138761         AT END SET FILE-EOF TO TRUE
138762     END-READ.
138763 4710-EXIT.
138764     EXIT.

138800*================================================================
138900* 7000-GET-TOTAL - THE LIVE RUN-TOTALS ENTRY FOR WS-WANT-OFFICE
139000* AND WS-WANT-CODE.  ZERO, AND TOTAL-NOT-FOUND, IF THERE IS NONE.
139100*================================================================
139200 7000-GET-TOTAL.
139300     MOVE ZERO TO WS-GOT-COUNT.
139400     MOVE ZERO TO WS-GOT-USD.
139500     SET TOTAL-NOT-FOUND TO TRUE.
139600     IF RTT-COUNT > ZERO
139700         SET RTT-IDX TO 1
139800         SEARCH RTT-TABLE
139900             AT END
140000                 SET TOTAL-NOT-FOUND TO TRUE
140100             WHEN RTT-OFFICE (RTT-IDX) = WS-WANT-OFFICE
140200                 AND RTT-CODE (RTT-IDX) = WS-WANT-CODE
140300                 SET TOTAL-FOUND TO TRUE
140400                 MOVE RTT-ITEMS (RTT-IDX) TO WS-GOT-COUNT
140500                 MOVE RTT-USD (RTT-IDX)   TO WS-GOT-USD
140600         END-SEARCH
140700     END-IF.
140800 7000-EXIT.
140900     EXIT.

141000 7100-ADD-TO-LEFT.
141100     PERFORM 7000-GET-TOTAL
141200         THRU 7000-EXIT.
141300     ADD WS-GOT-COUNT TO WS-CHK-LEFT-COUNT.
141400     ADD WS-GOT-USD   TO WS-CHK-LEFT-USD.
141500 7100-EXIT.
141600     EXIT.

141700 7200-ADD-TO-RIGHT.
141800     PERFORM 7000-GET-TOTAL
141900         THRU 7000-EXIT.
142000     ADD WS-GOT-COUNT TO WS-CHK-RIGHT-COUNT.
142100     ADD WS-GOT-USD   TO WS-CHK-RIGHT-USD.
142200 7200-EXIT.
142300     EXIT.

142400*================================================================
142500* 8000-PRINT-CHECK - ONE CHECK LINE: EXPECTED, ACTUAL AND THE
142600* DIFFERENCE.  ANY DIFFERENCE IN USD - OR IN THE COUNTS, WHERE
142700* COUNTS ARE COMPARED - FAILS THE CHECK AND THE PROOF.
142800*================================================================
142900 8000-PRINT-CHECK.
143000     ADD 1 TO WS-CHECKS-MADE.
143100     COMPUTE WS-CHK-DIFF-USD =
143200         WS-CHK-RIGHT-USD - WS-CHK-LEFT-USD.

143300     MOVE WS-CHK-LABEL     TO PRF-DTL-LABEL.
143400     MOVE WS-CHK-LEFT-USD  TO PRF-DTL-LEFT-USD.
143500     MOVE WS-CHK-RIGHT-USD TO PRF-DTL-RIGHT-USD.
143600     MOVE WS-CHK-DIFF-USD  TO PRF-DTL-DIFF-USD.
143700     IF COMPARE-COUNTS
143800         MOVE WS-CHK-LEFT-COUNT  TO PRF-DTL-LEFT-COUNT
143900         MOVE WS-CHK-RIGHT-COUNT TO PRF-DTL-RIGHT-COUNT
144000     ELSE
144100         MOVE SPACES TO PRF-DTL-LEFT-COUNT-X
144200         MOVE SPACES TO PRF-DTL-RIGHT-COUNT-X
144300     END-IF.

144400     IF WS-CHK-DIFF-USD NOT = ZERO
144500         OR (COMPARE-COUNTS
144600             AND WS-CHK-LEFT-COUNT NOT = WS-CHK-RIGHT-COUNT)
144700         MOVE '** DIFF **' TO PRF-DTL-RESULT
144800         ADD 1 TO WS-CHECKS-FAILED
144900     ELSE
145000         MOVE 'BALANCED' TO PRF-DTL-RESULT
145100     END-IF.

145200     WRITE PRF-REPORT-LINE FROM PRF-DETAIL-LINE
145300         AFTER ADVANCING 1 LINE.
145400 8000-EXIT.
145500     EXIT.

145600*================================================================
145700* 8100-PRINT-MEMO - ONE SUPPORTING FIGURE (PRF-MEMO-LABEL AND
145800* THE TOTAL FOR WS-WANT-OFFICE/WS-WANT-CODE), NOT A CHECK.
145900*================================================================
146000 8100-PRINT-MEMO.
146100     PERFORM 7000-GET-TOTAL
146200         THRU 7000-EXIT.
146300     MOVE WS-GOT-COUNT TO PRF-MEMO-COUNT.
146400     MOVE WS-GOT-USD   TO PRF-MEMO-USD.
146500     WRITE PRF-REPORT-LINE FROM PRF-MEMO-LINE
146600         AFTER ADVANCING 1 LINE.
146700 8100-EXIT.
146800     EXIT.

146900*================================================================
147000* 8200-PRINT-MISSING-STEP - A CHAIN STEP THE PROOF NEEDS HAS
147100* NOT RUN FOR THIS RUN ID - NOTHING TO TIE, SO THE PROOF FAILS.
147200*================================================================
147300 8200-PRINT-MISSING-STEP.
147400     ADD 1 TO WS-CHECKS-MADE.
147500     ADD 1 TO WS-CHECKS-FAILED.
147600     MOVE WS-CHK-LABEL TO PRF-DTL-LABEL.
147700     MOVE SPACES TO PRF-DTL-LEFT-COUNT-X.
147800     MOVE SPACES TO PRF-DTL-RIGHT-COUNT-X.
147900     MOVE ZERO TO PRF-DTL-LEFT-USD.
148000     MOVE ZERO TO PRF-DTL-RIGHT-USD.
148100     MOVE ZERO TO PRF-DTL-DIFF-USD.
148200     MOVE '** DIFF **' TO PRF-DTL-RESULT.
148300     WRITE PRF-REPORT-LINE FROM PRF-DETAIL-LINE
148400         AFTER ADVANCING 1 LINE.
148500 8200-EXIT.
148600     EXIT.

148700*================================================================
148800* 9000-TERMINATE - A RUN-TOTALS LEDGER TOO BIG FOR THE TABLE
148900* CAN'T BE PROVED.  PRINT THE RESULT AND RECORD IT ON THE
149000* RUN-CONTROL LEDGER - 'V' BALANCED, 'F' OUT OF BALANCE.
149100*================================================================
149200 9000-TERMINATE.
149300     IF WS-TOTALS-DROPPED > ZERO
149400         MOVE 'RUN TOTALS PAST THE TABLE LIMIT' TO WS-CHK-LABEL
149500         PERFORM 8200-PRINT-MISSING-STEP
149600             THRU 8200-EXIT
149700     END-IF.

149800     IF WS-CHECKS-FAILED = ZERO
149900         MOVE 'BALANCED' TO PRF-RES-TEXT
150000     ELSE
150100         MOVE 'OUT OF BALANCE' TO PRF-RES-TEXT
150200     END-IF.
150300     MOVE WS-CHECKS-FAILED TO PRF-RES-FAILED.
150400     MOVE WS-CHECKS-MADE   TO PRF-RES-MADE.
150500     WRITE PRF-REPORT-LINE FROM PRF-RESULT-LINE
150600         AFTER ADVANCING 2 LINES.
150700     CLOSE ProofReportFile.

150800     OPEN EXTEND RunControlFile.
150900     IF WS-RUNCTL-FILE-STATUS = '35'
151000         OPEN OUTPUT RunControlFile
151100         CLOSE RunControlFile
151200         OPEN EXTEND RunControlFile
151300     END-IF.
151400     MOVE WS-PROOF-RUN-ID TO RC-RUN-ID.
151500     MOVE WS-RUN-DATE     TO RC-RUN-DATE.
151600     MOVE 'CALC-PROOF'    TO RC-PROGRAM.
151700     IF WS-CHECKS-FAILED = ZERO
151800         SET RC-PROOF-PASSED TO TRUE
151900     ELSE
152000         SET RC-PROOF-FAILED TO TRUE
152100     END-IF.
152200     WRITE RC-REC.
152300     CLOSE RunControlFile.

152400     DISPLAY 'MONEY PROOF COMPLETE - RUN ' WS-PROOF-RUN-ID
152500         ', ' WS-OFFICES-PROVED ' OFFICES PROVED, '
152600         WS-CHECKS-FAILED ' OF ' WS-CHECKS-MADE
152700         ' CHECKS SHOW A DIFFERENCE - SEE PROOF.RPT'.
152800 9000-EXIT.
152900     EXIT.
