000300 AUTHOR.                   ISOBEL SCOTT.
000400 INSTALLATION.             FINANCE SYSTEMS.
000500 DATE-WRITTEN.             08/22/2026.
000600 DATE-COMPILED.            10/15/2026.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
012900*                  RECYCLED.CSV - SO AN OVER-LIMIT SUSPENSE
013000*                  RELEASE NO LONGER PAYS WITHOUT THE MANAGER
013100*                  GATE.
013102*  10/15/2026  IS  EMPLOYEES ARE NOW PAID IN THEIR HOME
013104*                  CURRENCY.  BANKMASTER.DAT CARRIES A PAYMENT
013106*                  CURRENCY PER ACCOUNT (BLANK MEANS USD); THE
013108*                  NETTED USD - AFTER CARD DEDUCTIONS, WITHHELD
013110*                  RELEASES AND PENDING SWEEPS - IS CONVERTED AT
013112*                  THE CONTROL/FXRATES.DAT RATE IN FORCE ON THE
013114*                  RUN DATE, AND PAYFEED.DAT IS WRITTEN AS ONE
013116*                  HEADER/DETAIL/TRAILER BATCH PER CURRENCY SO
013118*                  TREASURY CAN BALANCE AND RELEASE EACH ONE ON
013120*                  ITS OWN.  THE RECORD GREW TO 120 BYTES - THE
013122*                  PAYMENT CURRENCY AND AMOUNT FOLLOW THE
013124*                  EXISTING FIELDS, WHICH KEEP THEIR POSITIONS.
013126*                  A CURRENCY WITH NO RATE IN FORCE IS NOT
013128*                  GUESSED AT - THE MONEY STAYS ON PAYPENDING.CSV
013130*                  IN USD UNTIL THE RATE IS LOADED.  PAYOWED.CSV
013132*                  AND THE PAYDEDUCT.RPT LINES NOW SHOW THE
013134*                  PAYMENT-CURRENCY FIGURES BESIDE THE USD ONES.
013136*  10/15/2026  IS  COOLING-OFF HOLD ON CHANGED BANK DETAILS.
013138*                  BANK DETAILS ARE NOW MAINTAINED BY
013140*                  CALC-BANKMAINT, WHICH LOGS EVERY ADD, CHANGE,
013142*                  CLOSE AND CONFIRMATION TO CONTROL/
013144*                  BANKCHANGES.DAT.  AN EMPLOYEE WHOSE ACCOUNT
013146*                  WAS ADDED OR CHANGED WITHIN THE COOLING-OFF
013148*                  PERIOD (CONTROL/BANKHOLD.DAT, DEFAULT 10 DAYS)
013150*                  AND NOT YET CONFIRMED BY A SECOND OPERATOR IS
013152*                  NOT PAID - THE NETTED MONEY IS PARKED IN THE
013154*                  WITHHELD POOL (PAYHELD.DAT, HOLD REASON 'B')
013156*                  AND SWEPT BACK IN EVERY RUN, AND ONCE MONEY
013158*                  HAS BEEN PARKED FOR A CHANGE ONLY THE
013160*                  CONFIRMATION RELEASES IT.  EVERY CHANGED-AND-
013162*                  HELD EMPLOYEE IS PRINTED FOR TREASURY ON
013164*                  PROCESSED/BANKHOLD.RPT WITH THE NEW DETAILS,
013166*                  WHO CHANGED THEM AND WHEN.
013168*  10/15/2026  IS  TRAVEL ADVANCES ARE NOW RECOVERED FROM THE
013170*                  REIMBURSEMENT.  AFTER THE CARD DEDUCTION, ANY
013172*                  BALANCE STILL OUTSTANDING ON THE EMPLOYEE'S
013174*                  ADVANCES ON CONTROL/ADVANCES.DAT (ISSUED BY
013176*                  CALC-ADVANCE) IS TAKEN FROM WHAT IS LEFT TO
013178*                  PAY, OLDEST ADVANCE FIRST, VALUED AT THE RUN
013180*                  DATE'S RATE FOR THE ADVANCE CURRENCY.  WHAT THE
013182*                  REIMBURSEMENT CAN'T COVER STAYS OUTSTANDING ON
013184*                  THE LEDGER FOR THE NEXT RUN; AN ADVANCE IN A
013186*                  CURRENCY WITH NO RATE IN FORCE IS LEFT ALONE.
013188*                  EVERY RECOVERY IS APPENDED TO PROCESSED/
013190*                  ADVRECOVERY.DAT UNDER THE RUN ID FOR
013192*                  CALC-ADVANCE TO POST, AND PRINTED ON
013194*                  PAYDEDUCT.RPT BESIDE THE CARD DEDUCTIONS.
013204*  10/15/2026  IS  PAIRS FLAGGED BY CALC-AUDIT'S SCAN FOR SPLIT,
013214*                  DUPLICATE, WEEKEND AND ROUND-AMOUNT CLAIMS
013224*                  (PROCESSED/AUDITPOLICY.CSV) ARE LOADED WITH THE
013234*                  OFFICES' POLICY FLAGS, SO THEY ARE WITHHELD
013244*                  UNTIL A MANAGER DECIDES ON THEM.  A FEED FOR A
013254*                  RUN WITH NO 'U' ENTRY ON THE RUN-CONTROL
013264*                  LEDGER IS WARNED ABOUT - THE AUDIT HAS NOT
013274*                  SEEN IT.
013275*  10/15/2026  IS  OPENING POOLS, OUTCOMES AND CLOSING POOLS ARE
013276*                  APPENDED TO CONTROL/RUNTOTALS.DAT UNDER THE RUN
013277*                  ID FOR CALC-PROOF TO TIE, INCLUDING ANY MONEY
013278*                  DROPPED BY A FULL TABLE.
013279*  10/15/2026  IS  THE BANK-DETAIL HOLD NO LONGER TRUSTS A
013280*                  BANKMASTER.DAT ROW JUST BECAUSE NO CHANGE IS
013281*                  LOGGED FOR IT.  EACH EMPLOYEE'S LATEST AFTER-
013282*                  IMAGE ON THE AUDIT FILE IS KEPT, AND A ROW THAT
013283*                  DIFFERS FROM IT (A HAND EDIT) OR HAS NO AUDIT
013284*                  ENTRY AT ALL IS HELD UNDER REASON 'B' AND
013285*                  LISTED ON BANKHOLD.RPT LIKE AN UNCONFIRMED
013286*                  CHANGE.  EXISTING ACCOUNTS ARE SEEDED ONTO THE
013287*                  AUDIT FILE ONCE BY CALC-BANKMAINT SEED.
013290*  10/15/2026  IS  BANKHOLD.RPT'S RELEASED-THIS-RUN LINE NOW
013293*                  CARRIES THE USD RELEASED, NOT ZERO.
013296*--------------------------------------------------------------
013300 ENVIRONMENT DIVISION.
013400 INPUT-OUTPUT SECTION.
013500 FILE-CONTROL.
014000             'control/BANKMASTER.DAT'
014100         ORGANIZATION IS LINE SEQUENTIAL.

014110     SELECT FxRateFile ASSIGN TO
014120             'control/FXRATES.DAT'
014130         ORGANIZATION IS LINE SEQUENTIAL
014140         FILE STATUS IS WS-FXRATE-FILE-STATUS.

014200     SELECT PayFeedFile ASSIGN TO
014300             'processed/PAYFEED.DAT'
014400         ORGANIZATION IS LINE SEQUENTIAL.
018400         ORGANIZATION IS LINE SEQUENTIAL
018500         FILE STATUS IS WS-DEDCARRY-FILE-STATUS.

018510     SELECT AdvanceLedgerFile ASSIGN TO
018520             'control/ADVANCES.DAT'
018530         ORGANIZATION IS LINE SEQUENTIAL
018540         FILE STATUS IS WS-ADVANCE-FILE-STATUS.

018550     SELECT AdvanceRecoveryFile ASSIGN TO
018560             'processed/ADVRECOVERY.DAT'
018570         ORGANIZATION IS LINE SEQUENTIAL
018580         FILE STATUS IS WS-ADVRCV-FILE-STATUS.

018600     SELECT RunStampFile ASSIGN TO
018700             'processed/ALLSORTED.RUN'
018800         ORGANIZATION IS LINE SEQUENTIAL
019200         ORGANIZATION IS LINE SEQUENTIAL
019300         FILE STATUS IS WS-RUNCTL-FILE-STATUS.

019310     SELECT BankChangeFile ASSIGN TO
019320             'control/BANKCHANGES.DAT'
019330         ORGANIZATION IS LINE SEQUENTIAL
019340         FILE STATUS IS WS-BANKCHG-FILE-STATUS.

019350     SELECT BankHoldParmFile ASSIGN TO
019360             'control/BANKHOLD.DAT'
019370         ORGANIZATION IS LINE SEQUENTIAL
019380         FILE STATUS IS WS-HOLDPARM-FILE-STATUS.

019390     SELECT BankHoldReportFile ASSIGN TO
019391             'processed/BANKHOLD.rpt'
019392         ORGANIZATION IS LINE SEQUENTIAL.

019393     SELECT RunTotalsFile ASSIGN TO
019394             'control/RUNTOTALS.DAT'
019395         ORGANIZATION IS LINE SEQUENTIAL
019396         FILE STATUS IS WS-RUNTOT-FILE-STATUS.

019400 DATA DIVISION.
019500 FILE SECTION.
019600 FD  PayFeedInputFile.
020100     03 BNK-EMPLOYEE-ID          PIC 9(6).
020200     03 BNK-ROUTING-NUMBER       PIC 9(9).
020300     03 BNK-ACCOUNT-NUMBER       PIC X(18).
020310     03 BNK-PAY-CURRENCY         PIC X(3).

020320*--------------------------------------------------------------
020330* FX RATES - USD PER ONE UNIT OF THE CURRENCY, IN FORCE FROM
020340* FXR-EFF-START THROUGH FXR-EFF-END, AS EXP-ENGINE READS THEM.
020350*--------------------------------------------------------------
020360 FD  FxRateFile.
020370 01  FXR-REC.
020380     03 FXR-CURRENCY             PIC X(03).
020390     03 FXR-RATE                 PIC 9(03)V9(06).
020391     03 FXR-EFF-START            PIC 9(08).
020392     03 FXR-EFF-END              PIC 9(08).

020400 FD  PayFeedFile.
020500 01  PAY-REC                     PIC X(120).

020600 FD  PayPendingFile.
020700 01  PND-REC.
024900     03 PHL-EMPLOYEE-NAME        PIC X(50).
025000     03 PHL-USD-AMOUNT           PIC 9(7)V99.
025100     03 PHL-FIRST-HELD-DATE      PIC 9(8).
025110*       WHY THE MONEY IS HELD - BLANK ON ENTRIES WRITTEN BEFORE
025120*       THE BANK-CHANGE HOLD EXISTED, WHICH WERE ALL APPROVALS.
025130     03 PHL-HOLD-REASON          PIC X(1).
025140        88 PHL-HELD-FOR-APPROVAL         VALUE 'A' ' '.
025150        88 PHL-HELD-FOR-BANK-CHANGE      VALUE 'B'.

025200*--------------------------------------------------------------
025300* DENIED AND EMPLOYEE-OWES LEDGERS - APPEND-ONLY, DATED PER
028900     03 OWE-GROSS-USD            PIC 9(9)V99.
029000     03 OWE-DEDUCTION-USD        PIC 9(9)V99.
029100     03 OWE-OWED-USD             PIC 9(9)V99.
029110     03 OWE-PAY-CURRENCY         PIC X(3).
029120     03 OWE-GROSS-LOCAL          PIC 9(9)V99.
029130     03 OWE-DEDUCTION-LOCAL      PIC 9(9)V99.
029140     03 OWE-OWED-LOCAL           PIC 9(9)V99.

029200 FD  DeductReportFile.
029300 01  DED-REPORT-LINE             PIC X(132).
030100     03 DCR-EMPLOYEE-ID          PIC 9(6).
030200     03 DCR-USD-AMOUNT           PIC 9(9)V99.

030209*--------------------------------------------------------------
030218* TRAVEL ADVANCE LEDGER, AS CALC-ADVANCE MAINTAINS IT, AND THE
030227* LOG OF WHAT THIS PROGRAM RECOVERS AGAINST IT.
030236*--------------------------------------------------------------
030245 FD  AdvanceLedgerFile.
030254 01  ADV-REC.
030263     COPY ADVLEDG.

030272 FD  AdvanceRecoveryFile.
030281 01  ARV-REC.
030290     COPY ADVRCV.

030300 FD  RunStampFile.
030400 01  STAMP-REC.
030500     03 STAMP-RUN-ID             PIC 9(6).
030800 01  RC-REC.
030900     COPY RUNCTL.

030901*--------------------------------------------------------------
030902* RUN-TOTALS LEDGER - WHAT THIS RUN TOOK IN, PAID OUT AND LEFT
030903* IN EACH POOL, FOR CALC-PROOF.
030904*--------------------------------------------------------------
030905 FD  RunTotalsFile.
030906 01  RT-REC.
030907     COPY RUNTOT.

030910*--------------------------------------------------------------
030920* BANK-DETAIL CHANGE AUDIT FILE, AS CALC-BANKMAINT WRITES IT.
030930*--------------------------------------------------------------
030940 FD  BankChangeFile.
030950 01  BCH-REC.
030960     COPY BANKCHG.

030970*--------------------------------------------------------------
030980* COOLING-OFF PERIOD FOR CHANGED BANK DETAILS, IN DAYS.
030990*--------------------------------------------------------------
030991 FD  BankHoldParmFile.
030992 01  BHP-REC.
030993     03 BHP-HOLD-DAYS            PIC 9(3).

030994 FD  BankHoldReportFile.
030995 01  BHR-REPORT-LINE             PIC X(132).

031000 WORKING-STORAGE SECTION.
031100*--------------------------------------------------------------
031200* DYNAMIC FILE-NAME AND FILE-STATUS FIELDS - AN OFFICE WITH NO
032200 01  WS-DENIED-FILE-STATUS       PIC X(02).
032300 01  WS-OWED-FILE-STATUS         PIC X(02).
032400 01  WS-DEDCARRY-FILE-STATUS     PIC X(02).
032410 01  WS-FXRATE-FILE-STATUS       PIC X(02).
032420 01  WS-BANKCHG-FILE-STATUS      PIC X(02).
032430 01  WS-HOLDPARM-FILE-STATUS     PIC X(02).
032440 01  WS-ADVANCE-FILE-STATUS      PIC X(02).
032450 01  WS-ADVRCV-FILE-STATUS       PIC X(02).

032500*--------------------------------------------------------------
032600* RUN-CONTROL FIELDS - THE FEED'S RUN ID COMES FROM THE STAMP
033000*--------------------------------------------------------------
033100 01  WS-STAMP-FILE-STATUS        PIC X(02).
033200 01  WS-RUNCTL-FILE-STATUS       PIC X(02).
033210 01  WS-RUNTOT-FILE-STATUS       PIC X(02).
033300 01  WS-FEED-RUN-ID              PIC 9(6) VALUE ZERO.
033400 01  WS-LAST-PAID-RUN-ID         PIC 9(6) VALUE ZERO.
033500 01  WS-COMMAND-LINE             PIC X(80).
038000        88 FORCED-RERUN                     VALUE 'Y'.
038100     05 WS-RUNCTL-EOF-SW         PIC X(01) VALUE 'N'.
038200        88 RUNCTL-EOF                       VALUE 'Y'.
038203     05 WS-AUDITED-SW            PIC X(01) VALUE 'N'.
038206        88 RUN-AUDITED                      VALUE 'Y'.
038210     05 WS-FXFILE-EOF-SW         PIC X(01) VALUE 'N'.
038220        88 FXFILE-EOF                       VALUE 'Y'.
038230     05 WS-PAY-RATE-SW           PIC X(01) VALUE 'N'.
038240        88 PAY-RATE-FOUND                   VALUE 'Y'.
038250        88 PAY-RATE-NOT-FOUND               VALUE 'N'.
038260     05 WS-BATCH-FOUND-SW        PIC X(01) VALUE 'N'.
038270        88 BATCH-FOUND                      VALUE 'Y'.
038280        88 BATCH-NOT-FOUND                  VALUE 'N'.
038281     05 WS-BANKCHG-EOF-SW        PIC X(01) VALUE 'N'.
038282        88 BANKCHG-EOF                      VALUE 'Y'.
038283     05 WS-CHANGE-FOUND-SW       PIC X(01) VALUE 'N'.
038284        88 CHANGE-FOUND                     VALUE 'Y'.
038285        88 CHANGE-NOT-FOUND                 VALUE 'N'.
038286     05 WS-BANK-HOLD-SW          PIC X(01) VALUE 'N'.
038287        88 BANK-CHANGE-HELD                 VALUE 'Y'.
038288        88 BANK-CHANGE-CLEAR                VALUE 'N'.
038289     05 WS-ADVANCE-EOF-SW        PIC X(01) VALUE 'N'.
038290        88 ADVANCE-EOF                      VALUE 'Y'.
038291     05 WS-ADV-RATE-SW           PIC X(01) VALUE 'N'.
038292        88 ADVANCE-RATE-FOUND               VALUE 'Y'.
038293        88 ADVANCE-RATE-NOT-FOUND           VALUE 'N'.
038294     05 WS-ADV-CHANGED-SW        PIC X(01) VALUE 'N'.
038295        88 ADVANCE-LEDGER-CHANGED           VALUE 'Y'.

038300*--------------------------------------------------------------
038400* EMPLOYEE BANK MASTER LOOKUP TABLE - LOADED FROM
039200        10 BNK-TAB-EMPLOYEE-ID   PIC 9(6).
039300        10 BNK-TAB-ROUTING       PIC 9(9).
039400        10 BNK-TAB-ACCOUNT       PIC X(18).
039402        10 BNK-TAB-CURRENCY      PIC X(3).

039404*--------------------------------------------------------------
039406* BANK-CHANGE TABLE - EACH EMPLOYEE'S LATEST ADD OR CHANGE FROM
039407* CONTROL/BANKCHANGES.DAT, WHO MADE IT, WHETHER A SECOND
039408* OPERATOR HAS CONFIRMED IT, AND THE DETAILS IT LEFT ON FILE
039409* (BLANK ONCE CLOSED).  WS-HOLD-DAYS IS THE COOLING-OFF PERIOD
039410* FROM CONTROL/BANKHOLD.DAT.
039414*--------------------------------------------------------------
039416 01  CHG-TABLE-AREA.
039418     05 CHG-COUNT                PIC 9(04) COMP VALUE ZERO.
039420     05 CHG-TABLE OCCURS 1 TO 500 TIMES
039422           DEPENDING ON CHG-COUNT
039424           INDEXED BY CHG-IDX.
039426        10 CHG-TAB-EMPLOYEE-ID   PIC 9(6).
039428        10 CHG-TAB-CHANGE-DATE   PIC 9(8).
039430        10 CHG-TAB-OPERATOR      PIC X(8).
039432        10 CHG-TAB-STATUS        PIC X(1).
039434           88 CHG-TAB-UNCONFIRMED          VALUE 'U'.
039436           88 CHG-TAB-CONFIRMED            VALUE 'C'.
039438           88 CHG-TAB-CLOSED               VALUE 'X'.
039439        10 CHG-TAB-ROUTING       PIC 9(9).
039440        10 CHG-TAB-ACCOUNT       PIC X(18).
039441        10 CHG-TAB-CURRENCY      PIC X(3).
039442 01  WS-CHANGES-DROPPED          PIC 9(05) COMP VALUE ZERO.
039443 01  WS-BANK-HOLD-NOTE           PIC X(20).
039444 01  WS-HOLD-DAYS                PIC 9(3) VALUE 010.

039445*--------------------------------------------------------------
039446* FX RATE TABLE - LOADED FROM CONTROL/FXRATES.DAT AT STARTUP.  A
039448* CURRENCY MAY HAVE ANY NUMBER OF DATED ROWS; THE PAYMENT USES
039450* THE ONE IN FORCE ON THE RUN DATE.
039452*--------------------------------------------------------------
039454 01  FX-TABLE-AREA.
039456     05 FX-RATE-COUNT            PIC 9(04) COMP VALUE ZERO.
039458     05 FX-TABLE OCCURS 1 TO 200 TIMES
039460           DEPENDING ON FX-RATE-COUNT
039462           INDEXED BY FX-IDX.
039464        10 FX-CURRENCY           PIC X(03).
039466        10 FX-RATE               PIC 9(03)V9(06).
039468        10 FX-EFF-START          PIC 9(08).
039470        10 FX-EFF-END            PIC 9(08).

039472*--------------------------------------------------------------
039474* PAYMENT BATCH TABLE - ONE ENTRY PER PAYMENT CURRENCY IN THE
039476* RUN, WITH THE RATE USED AND THE BATCH'S TRAILER FIGURES.
039500*--------------------------------------------------------------
039508 01  CUR-TABLE-AREA.
039516     05 CUR-COUNT                PIC 9(04) COMP VALUE ZERO.
039524     05 CUR-TABLE OCCURS 1 TO 50 TIMES
039532           DEPENDING ON CUR-COUNT
039540           INDEXED BY CUR-IDX.
039548        10 CUR-TAB-CURRENCY      PIC X(3).
039556        10 CUR-TAB-RATE          PIC 9(03)V9(06).
039564        10 CUR-TAB-COUNT         PIC 9(06).
039572        10 CUR-TAB-USD-TOTAL     PIC S9(11)V99.
039580        10 CUR-TAB-PAY-TOTAL     PIC S9(11)V99.

039588*--------------------------------------------------------------
039600* POLICY-FLAGGED PAIR TABLE - EVERY REPORTID/EMPLOYEEID PAIR
039700* ANY OFFICE'S POLICY.CSV FLAGGED THIS CYCLE.
039800*--------------------------------------------------------------
043300        10 PHL-TAB-NAME          PIC X(50).
043400        10 PHL-TAB-USD           PIC 9(7)V99.
043500        10 PHL-TAB-FIRST-DATE    PIC 9(8).
043510        10 PHL-TAB-REASON        PIC X(1).

043600*--------------------------------------------------------------
043700* PER-EMPLOYEE CARD-DEDUCTION TABLE - THE COMPANY-BILLED USD
044700        10 DED-TAB-USD           PIC S9(9)V99.
044800        10 DED-TAB-APPLIED       PIC X(1).

044803*--------------------------------------------------------------
044806* TRAVEL ADVANCE TABLE - THE WHOLE OF CONTROL/ADVANCES.DAT IN
044809* ISSUE ORDER, SO EACH EMPLOYEE'S OLDEST ADVANCE IS RECOVERED
044812* FIRST.  UPDATED IN PLACE AND WRITTEN BACK AT THE END OF THE RUN
044815* IF ANYTHING WAS RECOVERED.  A LEDGER BIGGER THAN THE TABLE
044818* WOULD LOSE ITS TAIL ON THE REWRITE, SO NOTHING IS RECOVERED
044821* FROM IT UNTIL THE LIMIT IS RAISED.
044824*--------------------------------------------------------------
044827 01  ADV-TABLE-AREA.
044830     05 ADV-COUNT                PIC 9(04) COMP VALUE ZERO.
044833     05 ADV-TABLE OCCURS 1 TO 500 TIMES
044836           DEPENDING ON ADV-COUNT
044839           INDEXED BY ADV-IDX.
044842        10 ADV-TAB-EMPLOYEE-ID   PIC 9(6).
044845        10 ADV-TAB-ADVANCE-NO    PIC 9(6).
044848        10 ADV-TAB-CURRENCY      PIC X(3).
044851        10 ADV-TAB-AMOUNT        PIC 9(9)V99.
044854        10 ADV-TAB-ISSUE-DATE    PIC 9(8).
044857        10 ADV-TAB-TRIP-END-DATE PIC 9(8).
044860        10 ADV-TAB-RECOVERED     PIC 9(9)V99.
044863        10 ADV-TAB-LAST-RCV-DATE PIC 9(8).
044866        10 ADV-TAB-STATUS        PIC X(1).
044869           88 ADV-TAB-OPEN                 VALUE 'O'.
044872           88 ADV-TAB-SETTLED              VALUE 'S'.
044875 01  WS-ADVANCE-ROWS-OVER        PIC 9(05) COMP VALUE ZERO.

044900*--------------------------------------------------------------
045000* PER-EMPLOYEE REIMBURSEMENT ACCUMULATOR TABLE - ONE NETTED
045100* PAYMENT PER EMPLOYEEID PER RUN.
045800        10 EMP-PAY-ID            PIC 9(6).
045900        10 EMP-PAY-NAME          PIC X(50).
046000        10 EMP-PAY-AMOUNT        PIC S9(9)V99 VALUE ZERO.
046010        10 EMP-PAY-STATUS        PIC X(1).
046020           88 EMP-PAY-IN-FEED              VALUE 'F'.
046030        10 EMP-PAY-NET-USD       PIC S9(9)V99.
046040        10 EMP-PAY-CURRENCY      PIC X(3).
046050        10 EMP-PAY-LOCAL         PIC S9(9)V99.
046060*          EARLIEST FIRST-HELD DATE OF ANY BANK-CHANGE HOLD SWEPT
046070*          BACK IN FOR THIS EMPLOYEE - ZERO IF NONE.
046080        10 EMP-PAY-BANK-HELD-DATE PIC 9(8).

046100*--------------------------------------------------------------
046200* ADD-TO-EMPLOYEE WORK FIELDS - FILLED BY WHOEVER HAS MONEY TO
046700 01  WS-ADD-EMPLOYEE-NAME        PIC X(50).
046800 01  WS-ADD-USD-AMOUNT           PIC S9(9)V99.

046805*--------------------------------------------------------------
046810* ADVANCE-RECOVERY WORK FIELDS - OUTSTANDING AND RECOVERED IN
046815* THE ADVANCE CURRENCY AND IN USD, AND THE NET PAYMENT BEFORE
046820* AND AFTER EACH RECOVERY IN THE PAYMENT CURRENCY.
046825*--------------------------------------------------------------
046830 01  WS-ADV-RATE                 PIC 9(03)V9(06).
046835 01  WS-ADV-OUTSTANDING-LOCAL    PIC S9(9)V99.
046840 01  WS-ADV-OUTSTANDING-USD      PIC S9(9)V99.
046845 01  WS-ADV-RECOVER-LOCAL        PIC S9(9)V99.
046850 01  WS-ADV-RECOVER-USD          PIC S9(9)V99.
046855 01  WS-ADV-BEFORE-USD           PIC S9(9)V99.
046860 01  WS-ADV-BEFORE-LOCAL         PIC S9(9)V99.
046865 01  WS-ADV-PAY-LOCAL            PIC S9(9)V99.
046870 01  WS-ADV-NOTE.
046875     05 FILLER                   PIC X(04) VALUE 'ADV '.
046880     05 WS-ADV-NOTE-NO           PIC 9(6).
046885     05 FILLER                   PIC X(01) VALUE SPACE.
046890     05 WS-ADV-NOTE-STATE        PIC X(04).

046900*--------------------------------------------------------------
047000* AGING WORK FIELDS - AGE IN DAYS BY THE USUAL BATCH-SHOP
047100* APPROXIMATION (YEARS AT 365, MONTHS AT 30), THE SAME WAY THE
049900     05 WS-DEDUCTIONS-UNAPPLIED  PIC 9(6) VALUE ZERO.
050000     05 WS-PENDING-RETRIED       PIC 9(6) VALUE ZERO.
050100     05 WS-PAYMENT-USD-TOTAL     PIC S9(11)V99 VALUE ZERO.
050110     05 WS-PAYMENTS-NO-RATE      PIC 9(6) VALUE ZERO.
050120     05 WS-FX-RATES-DROPPED      PIC 9(6) VALUE ZERO.
050130     05 WS-BANK-HOLDS            PIC 9(6) VALUE ZERO.
050140     05 WS-BANK-HELD-USD         PIC S9(9)V99 VALUE ZERO.
050150     05 WS-BANK-HOLDS-RELEASED   PIC 9(6) VALUE ZERO.
050154     05 WS-BANK-RELEASED-USD     PIC S9(9)V99 VALUE ZERO.
050159     05 WS-ADVANCE-RECOVERIES    PIC 9(6) VALUE ZERO.
050168     05 WS-ADVANCE-USD-TOTAL     PIC S9(11)V99 VALUE ZERO.
050177     05 WS-ADVANCES-SETTLED      PIC 9(6) VALUE ZERO.
050186     05 WS-ADVANCES-NO-RATE      PIC 9(6) VALUE ZERO.

050190*--------------------------------------------------------------
050194* PROOF TOTALS - THE REST OF WHAT CALC-PROOF NEEDS TO TIE THE RUN:
050198* THE MONEY EACH POOL BROUGHT IN, AND EVERY AMOUNT THAT LEFT BY
050202* A ROUTE THE COUNTERS ABOVE DON'T CARRY IN USD.
050206*--------------------------------------------------------------
050210 01  WS-PROOF-TOTALS.
050214     05 WS-INPUT-USD             PIC S9(11)V99 VALUE ZERO.
050218     05 WS-PRIOR-HELD-SKIPPED    PIC 9(6) VALUE ZERO.
050222     05 WS-PRIOR-HELD-SKIP-USD   PIC S9(11)V99 VALUE ZERO.
050226     05 WS-OPEN-WITHHELD         PIC 9(6) VALUE ZERO.
050230     05 WS-OPEN-WITHHELD-USD     PIC S9(11)V99 VALUE ZERO.
050234     05 WS-WITHHELD-DROPPED      PIC 9(6) VALUE ZERO.
050238     05 WS-WITHHELD-DROP-USD     PIC S9(11)V99 VALUE ZERO.
050242     05 WS-OPEN-PENDING-USD      PIC S9(11)V99 VALUE ZERO.
050246     05 WS-PENDING-USD           PIC S9(11)V99 VALUE ZERO.
050250     05 WS-CARD-DEDUCTIONS       PIC 9(6) VALUE ZERO.
050254     05 WS-CARD-DEDUCTION-USD    PIC S9(11)V99 VALUE ZERO.
050258     05 WS-CARRIED-IN            PIC 9(6) VALUE ZERO.
050262     05 WS-CARRIED-IN-USD        PIC S9(11)V99 VALUE ZERO.
050266     05 WS-CARRIED-OUT-USD       PIC S9(11)V99 VALUE ZERO.
050270     05 WS-DEDUCTIONS-DROPPED    PIC 9(6) VALUE ZERO.
050274     05 WS-DEDUCTION-DROP-USD    PIC S9(11)V99 VALUE ZERO.
050278     05 WS-EMPLOYEE-DROP-USD     PIC S9(11)V99 VALUE ZERO.
050282     05 WS-OWED-USD-TOTAL        PIC S9(11)V99 VALUE ZERO.

050286*--------------------------------------------------------------
050300* NET-PAYMENT WORK FIELDS - GROSS BUCKET LESS CARD DEDUCTION.
050400*--------------------------------------------------------------
050500 01  WS-NET-USD-AMOUNT           PIC S9(9)V99.
050600 01  WS-DEDUCTION-USD            PIC S9(9)V99.
050700 01  WS-OWED-USD                 PIC S9(9)V99.

050710*--------------------------------------------------------------
050720* PAYMENT-CURRENCY WORK FIELDS - THE SAME FIGURES CONVERTED AT
050730* THE RATE IN FORCE ON THE RUN DATE.  GROSS AND DEDUCTION ARE
050740* CONVERTED SEPARATELY AND NET IS THEIR DIFFERENCE, SO THE
050750* REPORT LINE ALWAYS FOOTS IN BOTH CURRENCIES.
050760*--------------------------------------------------------------
050770 01  WS-PAY-CURRENCY             PIC X(3).
050780 01  WS-PAY-RATE                 PIC 9(03)V9(06).
050790 01  WS-GROSS-LOCAL              PIC S9(9)V99.
050791 01  WS-DEDUCTION-LOCAL          PIC S9(9)V99.
050792 01  WS-NET-LOCAL                PIC S9(9)V99.
050793 01  WS-OWED-LOCAL               PIC S9(9)V99.

050800 01  WS-RUN-DATE                 PIC 9(08).

050900*--------------------------------------------------------------
051000* PAYMENT INTERFACE RECORD LAYOUTS - TREASURY'S IMPORT BALANCES
051100* THE DETAIL RECORDS AGAINST THE TRAILER COUNT AND TOTAL.  ONE
051110* HEADER/DETAIL/TRAILER BATCH PER PAYMENT CURRENCY; THE HEADER
051120* CARRIES THE CURRENCY AND THE RATE (USD PER UNIT) IT WAS
051130* CONVERTED AT, THE TRAILER BOTH THE USD AND CURRENCY TOTALS.
051200*--------------------------------------------------------------
051300 01  PAY-HEADER-REC.
051400     05 PAY-HDR-RECORD-TYPE      PIC X(01) VALUE 'H'.
051500     05 PAY-HDR-FEED-NAME        PIC X(08) VALUE 'EXPREIMB'.
051600     05 PAY-HDR-RUN-DATE         PIC 9(08).
051610     05 PAY-HDR-PAY-CURRENCY     PIC X(03).
051620     05 PAY-HDR-FX-RATE          PIC 9(03)V9(06).
051700     05 FILLER                   PIC X(91) VALUE SPACES.

051800 01  PAY-DETAIL-REC.
051900     05 PAY-DTL-RECORD-TYPE      PIC X(01) VALUE 'D'.
052300     05 PAY-DTL-USD-AMOUNT       PIC 9(09)V99.
052400     05 PAY-DTL-EMPLOYEE-NAME    PIC X(50).
052500     05 FILLER                   PIC X(05) VALUE SPACES.
052510     05 PAY-DTL-PAY-CURRENCY     PIC X(03).
052520     05 PAY-DTL-PAY-AMOUNT       PIC 9(09)V99.
052530     05 FILLER                   PIC X(06) VALUE SPACES.

052600 01  PAY-TRAILER-REC.
052700     05 PAY-TRL-RECORD-TYPE      PIC X(01) VALUE 'T'.
052800     05 PAY-TRL-PAYMENT-COUNT    PIC 9(06).
052900     05 PAY-TRL-USD-TOTAL        PIC 9(11)V99.
053000     05 FILLER                   PIC X(80) VALUE SPACES.
053010     05 PAY-TRL-PAY-CURRENCY     PIC X(03).
053020     05 PAY-TRL-PAY-TOTAL        PIC 9(11)V99.
053030     05 FILLER                   PIC X(04) VALUE SPACES.

053100*--------------------------------------------------------------
053200* APPROVAL REPORT LINE LAYOUTS
057800     05 FILLER                   PIC X(82) VALUE SPACES.

057900 01  DED-HDG-2.
058000     05 FILLER                   PIC X(07) VALUE 'EMP-ID'.
058100     05 FILLER                   PIC X(21) VALUE 'EMPLOYEE NAME'.
058200     05 FILLER                   PIC X(14) VALUE '    GROSS USD'.
058300     05 FILLER                   PIC X(14) VALUE 'DEDUCTION USD'.
058400     05 FILLER                   PIC X(15) VALUE '      NET USD'.
058410     05 FILLER                   PIC X(04) VALUE 'CUR'.
058420     05 FILLER                   PIC X(14) VALUE '  GROSS LOCAL'.
058430     05 FILLER                   PIC X(14) VALUE '    DED LOCAL'.
058440     05 FILLER                   PIC X(14) VALUE '    NET LOCAL'.
058500     05 FILLER                   PIC X(15) VALUE SPACES.

058600 01  DED-HDG-3                   PIC X(132) VALUE ALL '-'.

058700 01  DED-DETAIL-LINE.
058800     05 DED-DTL-EMPLOYEE-ID      PIC 9(6).
058900     05 FILLER                   PIC X(01) VALUE SPACES.
059000     05 DED-DTL-NAME             PIC X(20).
059100     05 FILLER                   PIC X(01) VALUE SPACES.
059200     05 DED-DTL-GROSS            PIC Z,ZZZ,ZZ9.99-.
059300     05 FILLER                   PIC X(01) VALUE SPACES.
059400     05 DED-DTL-DEDUCTION        PIC Z,ZZZ,ZZ9.99-.
059500     05 FILLER                   PIC X(01) VALUE SPACES.
059600     05 DED-DTL-NET              PIC Z,ZZZ,ZZ9.99-.
059700     05 FILLER                   PIC X(02) VALUE SPACES.
059710     05 DED-DTL-PAY-CURRENCY     PIC X(03).
059720     05 FILLER                   PIC X(01) VALUE SPACES.
059730     05 DED-DTL-GROSS-LOCAL      PIC Z,ZZZ,ZZ9.99-.
059740     05 FILLER                   PIC X(01) VALUE SPACES.
059750     05 DED-DTL-DEDUCTION-LOCAL  PIC Z,ZZZ,ZZ9.99-.
059760     05 FILLER                   PIC X(01) VALUE SPACES.
059770     05 DED-DTL-NET-LOCAL        PIC Z,ZZZ,ZZ9.99-.
059780     05 FILLER                   PIC X(01) VALUE SPACES.
059800     05 DED-DTL-NOTE             PIC X(15).

059810*--------------------------------------------------------------
059820* BANK-CHANGE HOLD REPORT LINE LAYOUTS - FOR TREASURY.
059830*--------------------------------------------------------------
059840 01  BHR-HDG-1.
059850     05 FILLER                   PIC X(38) VALUE
059860         'BANK-CHANGE PAYMENT HOLDS - RUN DATE: '.
059870     05 BHR-HDG-RUN-DATE         PIC 9(8).
059880     05 FILLER                   PIC X(21) VALUE
059890         '   COOLING-OFF DAYS: '.
059891     05 BHR-HDG-HOLD-DAYS        PIC ZZ9.
059892     05 FILLER                   PIC X(62) VALUE SPACES.

059893 01  BHR-HDG-2.
059894     05 FILLER                   PIC X(07) VALUE 'EMP-ID'.
059895     05 FILLER                   PIC X(21) VALUE 'EMPLOYEE NAME'.
059896     05 FILLER                   PIC X(09) VALUE 'CHANGED'.
059897     05 FILLER                   PIC X(09) VALUE 'BY'.
059898     05 FILLER                   PIC X(06) VALUE '  AGE'.
059899     05 FILLER                   PIC X(11) VALUE 'HELD-SINCE'.
059900     05 FILLER                   PIC X(09) VALUE 'ROUTING'.
059901     05 FILLER                   PIC X(19) VALUE 'ACCOUNT'.
059902     05 FILLER                   PIC X(04) VALUE 'CUR'.
059903     05 FILLER                   PIC X(14) VALUE '     HELD USD'.
059904     05 FILLER                   PIC X(23) VALUE 'HELD BECAUSE'.

059905 01  BHR-HDG-3                   PIC X(132) VALUE ALL '-'.

059906 01  BHR-DETAIL-LINE.
059907     05 BHR-DTL-EMPLOYEE-ID      PIC 9(6).
059908     05 FILLER                   PIC X(01) VALUE SPACES.
059909     05 BHR-DTL-NAME             PIC X(20).
059910     05 FILLER                   PIC X(01) VALUE SPACES.
059911     05 BHR-DTL-CHANGE-DATE      PIC 9(8).
059912     05 FILLER                   PIC X(01) VALUE SPACES.
059913     05 BHR-DTL-OPERATOR         PIC X(8).
059914     05 FILLER                   PIC X(01) VALUE SPACES.
059915     05 BHR-DTL-AGE-DAYS         PIC ZZZZ9.
059916     05 FILLER                   PIC X(01) VALUE SPACES.
059917     05 BHR-DTL-HELD-DATE        PIC 9(8).
059918     05 FILLER                   PIC X(02) VALUE SPACES.
059919     05 BHR-DTL-ROUTING          PIC 9(9).
059920     05 FILLER                   PIC X(01) VALUE SPACES.
059921     05 BHR-DTL-ACCOUNT          PIC X(18).
059922     05 FILLER                   PIC X(01) VALUE SPACES.
059923     05 BHR-DTL-CURRENCY         PIC X(3).
059924     05 FILLER                   PIC X(01) VALUE SPACES.
059925     05 BHR-DTL-USD              PIC Z,ZZZ,ZZ9.99-.
059932     05 FILLER                   PIC X(01) VALUE SPACES.
059939     05 BHR-DTL-NOTE             PIC X(20).
059946     05 FILLER                   PIC X(03) VALUE SPACES.

059953 01  BHR-TOTAL-LINE.
059960     05 BHR-TOT-LABEL            PIC X(25).
059967     05 BHR-TOT-COUNT            PIC ZZZZ9.
059974     05 FILLER                   PIC X(07) VALUE ' ITEMS '.
059981     05 BHR-TOT-USD              PIC Z,ZZZ,ZZ9.99-.
059988     05 FILLER                   PIC X(82) VALUE SPACES.

060000 PROCEDURE DIVISION.

061200     PERFORM 1100-LOAD-BANK-TABLE
061300         THRU 1100-EXIT.

061310     PERFORM 1150-LOAD-FX-TABLE
061320         THRU 1150-EXIT.

061330     PERFORM 1180-LOAD-BANK-CHANGES
061340         THRU 1180-EXIT.

061400     PERFORM 1200-LOAD-POLICY-FLAGS
061500         THRU 1200-EXIT.

062200     PERFORM 1650-LOAD-CARRIED-DEDUCTIONS
062300         THRU 1650-EXIT.

062310     PERFORM 1670-LOAD-ADVANCES
062320         THRU 1670-EXIT.

062400     PERFORM 1700-SWEEP-PAY-PENDING
062500         THRU 1700-EXIT.

063200     PERFORM 8000-PRINT-APPROVAL-TOTALS
063300         THRU 8000-EXIT.

063310     PERFORM 8100-PRINT-BANK-HOLD-TOTALS
063320         THRU 8100-EXIT.

063400     PERFORM 9000-TERMINATE
063500         THRU 9000-EXIT.

069100                 'RERUN.'
069200         END-IF
069300     END-IF.

069310     IF RUN-CONTROL-OK
069320         AND NOT RUN-AUDITED
069330         DISPLAY 'PAYMENT FEED WARNING - RUN ' WS-FEED-RUN-ID
069340             ' HAS NOT BEEN THROUGH CALC-AUDIT - SPLIT AND '
069350             'DUPLICATE CLAIMS ARE NOT WITHHELD.  RUN '
069360             'CALC-AUDIT BEFORE RELEASING TO TREASURY'
069370     END-IF.
069400 0100-EXIT.
069500     EXIT.

069800         AND RC-RUN-ID > WS-LAST-PAID-RUN-ID
069900         MOVE RC-RUN-ID TO WS-LAST-PAID-RUN-ID
070000     END-IF.
070010     IF RC-AUDIT-SCANNED
070020         AND RC-RUN-ID = WS-FEED-RUN-ID
070030         SET RUN-AUDITED TO TRUE
070040     END-IF.

070100     READ RunControlFile
070200         AT END SET RUNCTL-EOF TO TRUE
072900         CLOSE PayOwedFile
073000         OPEN EXTEND PayOwedFile
073100     END-IF.
073110     OPEN EXTEND AdvanceRecoveryFile.
073120     IF WS-ADVRCV-FILE-STATUS = '35'
073130         OPEN OUTPUT AdvanceRecoveryFile
073140         CLOSE AdvanceRecoveryFile
073150         OPEN EXTEND AdvanceRecoveryFile
073160     END-IF.
073200     OPEN OUTPUT ApprovalReportFile.
073300     OPEN OUTPUT DeductReportFile.
073310     OPEN OUTPUT BankHoldReportFile.

073400     MOVE WS-RUN-DATE TO APP-HDG-RUN-DATE.
073500     WRITE APP-REPORT-LINE FROM APP-HDG-1
077100         MOVE BNK-EMPLOYEE-ID    TO BNK-TAB-EMPLOYEE-ID (BNK-IDX)
077200         MOVE BNK-ROUTING-NUMBER TO BNK-TAB-ROUTING (BNK-IDX)
077300         MOVE BNK-ACCOUNT-NUMBER TO BNK-TAB-ACCOUNT (BNK-IDX)
077310*        AN ACCOUNT SET UP BEFORE THE CURRENCY COLUMN EXISTED
077320*        HAS NONE ON FILE - THOSE WERE ALL PAID IN USD.
077330         IF BNK-PAY-CURRENCY = SPACES
077340             MOVE 'USD' TO BNK-TAB-CURRENCY (BNK-IDX)
077350         ELSE
077360             MOVE BNK-PAY-CURRENCY TO BNK-TAB-CURRENCY (BNK-IDX)
077370         END-IF
077400     END-IF.

077500     READ BankMasterFile
077800 1110-EXIT.
077900     EXIT.

077901*================================================================
077902* 1150-LOAD-FX-TABLE - LOAD THE DATED RATES FROM CONTROL/
077903* FXRATES.DAT.  NO RATES FILE MEANS ONLY USD ACCOUNTS CAN BE
077904* PAID THIS RUN - EVERYONE ELSE WAITS ON THE PENDING POOL.
077905*================================================================
077906 1150-LOAD-FX-TABLE.
077907     MOVE ZERO TO FX-RATE-COUNT.
077908     MOVE 'N' TO WS-FXFILE-EOF-SW.
077909     OPEN INPUT FxRateFile.
077910     IF WS-FXRATE-FILE-STATUS NOT = '00'
077911         DISPLAY 'PAYMENT FEED WARNING - NO CONTROL/FXRATES.DAT '
077912             'ON DISK - ONLY USD ACCOUNTS CAN BE PAID THIS RUN'
077913         GO TO 1150-EXIT
077914     END-IF.

077915     READ FxRateFile
077916         AT END MOVE 'Y' TO WS-FXFILE-EOF-SW
077917     END-READ.

077918     PERFORM 1160-LOAD-ONE-FX-RATE
077919         THRU 1160-EXIT
077920         UNTIL FXFILE-EOF.

077921     CLOSE FxRateFile.
077922 1150-EXIT.
077923     EXIT.

077924 1160-LOAD-ONE-FX-RATE.
077925     IF FX-RATE-COUNT < 200
077926         ADD 1 TO FX-RATE-COUNT
077927         SET FX-IDX TO FX-RATE-COUNT
077928         MOVE FXR-CURRENCY  TO FX-CURRENCY (FX-IDX)
077929         MOVE FXR-RATE      TO FX-RATE (FX-IDX)
077930         MOVE FXR-EFF-START TO FX-EFF-START (FX-IDX)
077931         MOVE FXR-EFF-END   TO FX-EFF-END (FX-IDX)
077932     ELSE
077933         ADD 1 TO WS-FX-RATES-DROPPED
077934     END-IF.

077935     READ FxRateFile
077936         AT END MOVE 'Y' TO WS-FXFILE-EOF-SW
077937     END-READ.
077938 1160-EXIT.
077939     EXIT.

077940*================================================================
077941* 1180-LOAD-BANK-CHANGES - THE COOLING-OFF PERIOD, THEN THE
077942* BANK-CHANGE AUDIT FILE REPLAYED IN THE ORDER IT WAS WRITTEN SO
077943* EACH EMPLOYEE ENDS UP WITH THEIR LATEST CHANGE AND WHETHER IT
077944* HAS BEEN CONFIRMED.  NO PARAMETER FILE MEANS THE DEFAULT
077945* PERIOD.  NO AUDIT FILE MEANS NO ACCOUNT HAS AN AUDIT ENTRY, SO
077946* 3150 HOLDS EVERY PAYMENT UNTIL CALC-BANKMAINT SEED HAS BEEN
077947* RUN.
077948*================================================================
077949 1180-LOAD-BANK-CHANGES.
077950     OPEN INPUT BankHoldParmFile.
077951     IF WS-HOLDPARM-FILE-STATUS = '00'
077952         READ BankHoldParmFile
077953             AT END CONTINUE
077954             NOT AT END
077955                 IF BHP-HOLD-DAYS IS NUMERIC
077956                     MOVE BHP-HOLD-DAYS TO WS-HOLD-DAYS
077957                 END-IF
077958         END-READ
077959         CLOSE BankHoldParmFile
077960     END-IF.

077961     MOVE WS-RUN-DATE  TO BHR-HDG-RUN-DATE.
077962     MOVE WS-HOLD-DAYS TO BHR-HDG-HOLD-DAYS.
077963     WRITE BHR-REPORT-LINE FROM BHR-HDG-1
077964         AFTER ADVANCING 1 LINE.
077965     WRITE BHR-REPORT-LINE FROM BHR-HDG-2
077966         AFTER ADVANCING 1 LINE.
077967     WRITE BHR-REPORT-LINE FROM BHR-HDG-3
077968         AFTER ADVANCING 1 LINE.

077969     MOVE ZERO TO CHG-COUNT.
077970     MOVE 'N' TO WS-BANKCHG-EOF-SW.
077971     OPEN INPUT BankChangeFile.
077972     IF WS-BANKCHG-FILE-STATUS NOT = '00'
077973         GO TO 1180-EXIT
077974     END-IF.

077975     READ BankChangeFile
077976         AT END MOVE 'Y' TO WS-BANKCHG-EOF-SW
077977     END-READ.

077978     PERFORM 1190-LOAD-ONE-BANK-CHANGE
077979         THRU 1190-EXIT
077980         UNTIL BANKCHG-EOF.

077981     CLOSE BankChangeFile.

077982     IF WS-CHANGES-DROPPED > ZERO
077983         DISPLAY 'PAYMENT FEED WARNING - ' WS-CHANGES-DROPPED
077984             ' BANK-CHANGE ENTRIES PAST THE TABLE LIMIT - '
077985             'THOSE ACCOUNTS ARE HELD AS HAVING NO AUDIT '
077986             'ENTRY.  RAISE THE LIMIT'
077987     END-IF.
077988 1180-EXIT.
077989     EXIT.

077990*================================================================
077991* 1190-LOAD-ONE-BANK-CHANGE - AN ADD OR CHANGE STARTS A NEW
077992* UNCONFIRMED CHANGE AND RECORDS THE DETAILS IT LEFT ON FILE; A
077993* CONFIRMATION ONLY COUNTS FROM AN OPERATOR OTHER THAN THE ONE
077994* WHO MADE IT (CALC-BANKMAINT ALREADY REFUSES ANY OTHER, THIS IS
077995* THE BELT TO ITS BRACES).  A CLOSE LEAVES NO DETAILS, SO A ROW
077996* PUT BACK BY HAND AFTER IT NEVER MATCHES.
077997*================================================================
077998 1190-LOAD-ONE-BANK-CHANGE.
077999     SET CHANGE-NOT-FOUND TO TRUE.
078000     IF CHG-COUNT > ZERO
078001         SET CHG-IDX TO 1
078002         SEARCH CHG-TABLE
078003             AT END
078004                 SET CHANGE-NOT-FOUND TO TRUE
078005             WHEN CHG-TAB-EMPLOYEE-ID (CHG-IDX) = BCH-EMPLOYEE-ID
078006                 SET CHANGE-FOUND TO TRUE
078007         END-SEARCH
078008     END-IF.

078009     IF CHANGE-NOT-FOUND
078010         IF CHG-COUNT < 500
078011             ADD 1 TO CHG-COUNT
078012             SET CHG-IDX TO CHG-COUNT
078013             MOVE BCH-EMPLOYEE-ID TO CHG-TAB-EMPLOYEE-ID (CHG-IDX)
078014             MOVE ZERO   TO CHG-TAB-CHANGE-DATE (CHG-IDX)
078015             MOVE SPACES TO CHG-TAB-OPERATOR (CHG-IDX)
078016             MOVE SPACE  TO CHG-TAB-STATUS (CHG-IDX)
078017             MOVE ZERO   TO CHG-TAB-ROUTING (CHG-IDX)
078018             MOVE SPACES TO CHG-TAB-ACCOUNT (CHG-IDX)
078019             MOVE SPACES TO CHG-TAB-CURRENCY (CHG-IDX)
078020         ELSE
078021             ADD 1 TO WS-CHANGES-DROPPED
078022             GO TO 1190-NEXT
078023         END-IF
078024     END-IF.

078025     EVALUATE TRUE
078026         WHEN BCH-ADDED
078027             OR BCH-CHANGED
078028             MOVE BCH-CHANGE-DATE TO CHG-TAB-CHANGE-DATE (CHG-IDX)
078029             MOVE BCH-OPERATOR    TO CHG-TAB-OPERATOR (CHG-IDX)
078030             SET CHG-TAB-UNCONFIRMED (CHG-IDX) TO TRUE
078031             MOVE BCH-AFTER-ROUTING TO CHG-TAB-ROUTING (CHG-IDX)
078032             MOVE BCH-AFTER-ACCOUNT TO CHG-TAB-ACCOUNT (CHG-IDX)
078033             IF BCH-AFTER-CURRENCY = SPACES
078034                 MOVE 'USD' TO CHG-TAB-CURRENCY (CHG-IDX)
078035             ELSE
078036                 MOVE BCH-AFTER-CURRENCY
078037                     TO CHG-TAB-CURRENCY (CHG-IDX)
078038             END-IF
078039         WHEN BCH-CONFIRMED
078040             AND BCH-OPERATOR NOT = CHG-TAB-OPERATOR (CHG-IDX)
078041             SET CHG-TAB-CONFIRMED (CHG-IDX) TO TRUE
078042         WHEN BCH-CLOSED
078043             SET CHG-TAB-CLOSED (CHG-IDX) TO TRUE
078044             MOVE ZERO   TO CHG-TAB-ROUTING (CHG-IDX)
078045             MOVE SPACES TO CHG-TAB-ACCOUNT (CHG-IDX)
078046             MOVE SPACES TO CHG-TAB-CURRENCY (CHG-IDX)
078047     END-EVALUATE.

078048 1190-NEXT.
078049     READ BankChangeFile
078050         AT END MOVE 'Y' TO WS-BANKCHG-EOF-SW
078051     END-READ.
078052 1190-EXIT.
078053     EXIT.

078054*================================================================
078100* 1200-LOAD-POLICY-FLAGS - WALK CITYLIST.DAT AND PULL THE
078200* FLAGGED REPORTID/EMPLOYEEID PAIRS OFF EVERY OFFICE'S
078300* POLICY.CSV.  AN OFFICE WITH NO POLICY FILE FLAGGED NOTHING.

079600     CLOSE CityListFile.

079610*    THE AUDIT SCAN'S FLAGS COVER EVERY OFFICE AT ONCE.
079620     MOVE 'processed/AUDITPOLICY.csv' TO WS-POLICY-FLAG-FILE.
079630     PERFORM 1215-LOAD-ONE-FLAG-FILE
079640         THRU 1215-EXIT.

079700     IF WS-FLAGS-DROPPED > ZERO
079800         DISPLAY 'PAYMENT FEED WARNING - ' WS-FLAGS-DROPPED
079900             ' POLICY FLAGS PAST THE TABLE LIMIT - FLAGGED '
092100     EXIT.

092200 1410-LOAD-ONE-WITHHELD.
092210     ADD 1 TO WS-OPEN-WITHHELD.
092220     ADD PHL-USD-AMOUNT TO WS-OPEN-WITHHELD-USD.
092300     IF PHL-COUNT < 500
092400         ADD 1 TO PHL-COUNT
092500         SET PHL-IDX TO PHL-COUNT
092900         MOVE PHL-USD-AMOUNT      TO PHL-TAB-USD (PHL-IDX)
093000         MOVE PHL-FIRST-HELD-DATE
093100             TO PHL-TAB-FIRST-DATE (PHL-IDX)
093110         MOVE PHL-HOLD-REASON     TO PHL-TAB-REASON (PHL-IDX)
093200     ELSE
093300         DISPLAY 'PAYMENT FEED WARNING - WITHHELD POOL PAST '
093400             'THE TABLE LIMIT - ENTRY DROPPED, RAISE THE LIMIT'
093410         ADD 1 TO WS-WITHHELD-DROPPED
093420         ADD PHL-USD-AMOUNT TO WS-WITHHELD-DROP-USD
093500     END-IF.

093600     READ PayHeldFile
094300* THE DECISIONS ON FILE.  AN APPROVED ITEM'S MONEY JOINS THE
094400* RUN'S NETTING; A DENIED ONE GOES TO PAYDENIED.CSV AND THE
094500* REPORT; ONE STILL UNDECIDED IS RE-WITHHELD WITH ITS ORIGINAL
094600* FIRST-HELD DATE SO ITS AGE KEEPS COUNTING.  A BANK-CHANGE
094610* HOLD ALWAYS REJOINS ITS EMPLOYEE'S NETTING - 3150 DECIDES
094620* AT PAYMENT TIME WHETHER IT IS STILL HELD.
094700*================================================================
094800 1500-SWEEP-WITHHELD.
094900     SET PHL-IDX TO 1.
095400     EXIT.

095500 1510-SWEEP-ONE-WITHHELD.
095510     IF PHL-TAB-REASON (PHL-IDX) = 'B'
095520         PERFORM 1520-SWEEP-BANK-HOLD
095530             THRU 1520-EXIT
095540         GO TO 1510-NEXT
095550     END-IF.

095600     MOVE PHL-TAB-REPORT-ID (PHL-IDX)   TO APR-REPORT-ID.
095700     MOVE PHL-TAB-EMPLOYEE-ID (PHL-IDX) TO APR-EMPLOYEE-ID.
095800     PERFORM 2170-FIND-APPROVAL
098900                 THRU 2180-EXIT
099000     END-EVALUATE.

099010 1510-NEXT.
099100     SET PHL-IDX UP BY 1.
099200 1510-EXIT.
099300     EXIT.

099304*================================================================
099308* 1520-SWEEP-BANK-HOLD - PUT A PARKED BANK-CHANGE HOLD BACK INTO
099312* ITS EMPLOYEE'S BUCKET, REMEMBERING THE EARLIEST DATE ANY OF
099316* THE EMPLOYEE'S MONEY WAS FIRST PARKED.
099320*================================================================
099324 1520-SWEEP-BANK-HOLD.
099328     MOVE PHL-TAB-EMPLOYEE-ID (PHL-IDX) TO WS-ADD-EMPLOYEE-ID.
099332     MOVE PHL-TAB-NAME (PHL-IDX)        TO WS-ADD-EMPLOYEE-NAME.
099336     MOVE PHL-TAB-USD (PHL-IDX)         TO WS-ADD-USD-AMOUNT.
099340     PERFORM 2150-ADD-TO-EMPLOYEE
099344         THRU 2150-EXIT.

099348     IF EMP-IDX > EMP-PAY-COUNT
099352         OR EMP-PAY-ID (EMP-IDX) NOT = WS-ADD-EMPLOYEE-ID
099356         GO TO 1520-EXIT
099360     END-IF.
099364     IF EMP-PAY-BANK-HELD-DATE (EMP-IDX) = ZERO
099368         OR EMP-PAY-BANK-HELD-DATE (EMP-IDX)
099372             > PHL-TAB-FIRST-DATE (PHL-IDX)
099376         MOVE PHL-TAB-FIRST-DATE (PHL-IDX)
099380             TO EMP-PAY-BANK-HELD-DATE (EMP-IDX)
099384     END-IF.
099388 1520-EXIT.
099392     EXIT.

099400*===============================================================
099500 1600-LOAD-CARD-DEDUCTIONS.
099600*    SUM THE COMPANY-BILLED USD PER EMPLOYEE.  NO DOUBLE-DIP
101300     EXIT.

101400 1610-LOAD-ONE-DEDUCTION.
101410     ADD 1 TO WS-CARD-DEDUCTIONS.
101420     ADD DDP-USD-AMOUNT TO WS-CARD-DEDUCTION-USD.
101500     SET DEDUCTION-NOT-FOUND TO TRUE.
101600     IF DED-COUNT > ZERO
101700         SET DED-IDX TO 1
103700             DISPLAY 'PAYMENT FEED WARNING - CARD DEDUCTION '
103800                 'TABLE FULL - DEDUCTION DROPPED FOR EMPLOYEE '
103900                 DDP-EMPLOYEE-ID ', DO NOT RELEASE TO TREASURY'
103910             ADD 1 TO WS-DEDUCTIONS-DROPPED
103920             ADD DDP-USD-AMOUNT TO WS-DEDUCTION-DROP-USD
104000         END-IF
104100     END-IF.

107100     EXIT.

107200 1660-LOAD-ONE-CARRIED.
107210     ADD 1 TO WS-CARRIED-IN.
107220     ADD DCR-USD-AMOUNT TO WS-CARRIED-IN-USD.
107300     SET DEDUCTION-NOT-FOUND TO TRUE.
107400     IF DED-COUNT > ZERO
107500         SET DED-IDX TO 1
109600                 'TABLE FULL - CARRIED DEDUCTION DROPPED FOR '
109700                 'EMPLOYEE ' DCR-EMPLOYEE-ID ', DO NOT RELEASE '
109800                 'TO TREASURY'
109810             ADD 1 TO WS-DEDUCTIONS-DROPPED
109820             ADD DCR-USD-AMOUNT TO WS-DEDUCTION-DROP-USD
109900         END-IF
110000     END-IF.

110400 1660-EXIT.
110500     EXIT.

110502*================================================================
110504* 1670-LOAD-ADVANCES - THE TRAVEL ADVANCE LEDGER INTO THE TABLE.
110506* NO LEDGER YET JUST MEANS NO ADVANCES HAVE BEEN ISSUED.
110508*================================================================
110510 1670-LOAD-ADVANCES.
110512     MOVE ZERO TO ADV-COUNT.
110514     MOVE 'N' TO WS-ADVANCE-EOF-SW.
110516     OPEN INPUT AdvanceLedgerFile.
110518     IF WS-ADVANCE-FILE-STATUS NOT = '00'
110520         GO TO 1670-EXIT
110522     END-IF.

110524     READ AdvanceLedgerFile
110526         AT END MOVE 'Y' TO WS-ADVANCE-EOF-SW
110528     END-READ.

110530     PERFORM 1680-LOAD-ONE-ADVANCE
110532         THRU 1680-EXIT
110534         UNTIL ADVANCE-EOF.

110536     CLOSE AdvanceLedgerFile.

110538     IF WS-ADVANCE-ROWS-OVER > ZERO
110540         DISPLAY 'PAYMENT FEED WARNING - CONTROL/ADVANCES.DAT '
110542             'HAS ' WS-ADVANCE-ROWS-OVER ' ADVANCES PAST THE '
110544             'TABLE LIMIT - NO ADVANCES RECOVERED THIS RUN.  '
110546             'RAISE THE LIMIT'
110548     END-IF.
110550 1670-EXIT.
110552     EXIT.

110554 1680-LOAD-ONE-ADVANCE.
110556     IF ADV-COUNT < 500
110558         ADD 1 TO ADV-COUNT
110560         SET ADV-IDX TO ADV-COUNT
110562         MOVE ADV-EMPLOYEE-ID   TO ADV-TAB-EMPLOYEE-ID (ADV-IDX)
110564         MOVE ADV-ADVANCE-NO    TO ADV-TAB-ADVANCE-NO (ADV-IDX)
110566         MOVE ADV-CURRENCY      TO ADV-TAB-CURRENCY (ADV-IDX)
110568         MOVE ADV-AMOUNT        TO ADV-TAB-AMOUNT (ADV-IDX)
110570         MOVE ADV-ISSUE-DATE    TO ADV-TAB-ISSUE-DATE (ADV-IDX)
110572         MOVE ADV-TRIP-END-DATE TO ADV-TAB-TRIP-END-DATE (ADV-IDX)
110574         MOVE ADV-RECOVERED     TO ADV-TAB-RECOVERED (ADV-IDX)
110576         MOVE ADV-LAST-RECOVERY-DATE
110578             TO ADV-TAB-LAST-RCV-DATE (ADV-IDX)
110580         MOVE ADV-STATUS        TO ADV-TAB-STATUS (ADV-IDX)
110582     ELSE
110584         ADD 1 TO WS-ADVANCE-ROWS-OVER
110586     END-IF.

110588     READ AdvanceLedgerFile
110590         AT END MOVE 'Y' TO WS-ADVANCE-EOF-SW
110592     END-READ.
110594 1680-EXIT.
110596     EXIT.

110600*================================================================
110700* 1700-SWEEP-PAY-PENDING - READ LAST CYCLE'S PENDING PAYMENTS
110800* BACK INTO THE RUN'S NETTING, THEN TRUNCATE THE FILE - 3100
113400     PERFORM 2150-ADD-TO-EMPLOYEE
113500         THRU 2150-EXIT.
113600     ADD 1 TO WS-PENDING-RETRIED.
113610     ADD PND-USD-AMOUNT TO WS-OPEN-PENDING-USD.

113700     READ PayPendingFile
113800         AT END MOVE 'Y' TO WS-PENDING-EOF-SW

115800 2100-ACCUMULATE-ONE-RECORD.
115900     ADD 1 TO WS-RECORDS-READ.
115910     ADD UsdAmount TO WS-INPUT-USD.

116000     PERFORM 2160-FIND-FLAG
116100         THRU 2160-EXIT.
117300     PERFORM 2165-FIND-PRIOR-HELD
117400         THRU 2165-EXIT.
117500     IF PRIOR-HELD-FOUND
117510         ADD 1 TO WS-PRIOR-HELD-SKIPPED
117520         ADD UsdAmount TO WS-PRIOR-HELD-SKIP-USD
117600         GO TO 2100-NEXT
117700     END-IF.

123500             MOVE WS-ADD-EMPLOYEE-ID   TO EMP-PAY-ID (EMP-IDX)
123600             MOVE WS-ADD-EMPLOYEE-NAME TO EMP-PAY-NAME (EMP-IDX)
123700             MOVE WS-ADD-USD-AMOUNT    TO EMP-PAY-AMOUNT (EMP-IDX)
123710             MOVE ZERO TO EMP-PAY-BANK-HELD-DATE (EMP-IDX)
123800         ELSE
123900             ADD 1 TO WS-EMPLOYEES-DROPPED
123910             ADD WS-ADD-USD-AMOUNT TO WS-EMPLOYEE-DROP-USD
124000         END-IF
124100     END-IF.
124200 2150-EXIT.
130300* THE APPROVAL REPORT WITH ITS AGE.
130400*================================================================
130500 2180-WITHHOLD-PAYMENT.
130510     MOVE 'A' TO PHL-HOLD-REASON.
130600     WRITE PHL-REC.
130700     ADD 1 TO WS-PAYMENTS-WITHHELD.
130800     ADD PHL-USD-AMOUNT TO WS-WITHHELD-USD.
136300     EXIT.

136400*================================================================
136500* 3000-WRITE-PAYMENT-FEED - NET AND CONVERT EVERY EMPLOYEE'S
136600* PAYMENT FIRST, THEN WRITE ONE BATCH PER PAYMENT CURRENCY -
136700* HEADER, ONE DETAIL PER EMPLOYEE PAID IN THAT CURRENCY, TRAILER
136800* WITH THE BATCH'S COUNT AND TOTALS.  AN EMPLOYEE WITH NO BANK
136810* RECORD, OR WHOSE CURRENCY HAS NO RATE IN FORCE, GOES TO THE
136820* PENDING FILE INSTEAD SO THE PAYMENT ISN'T SILENTLY DROPPED.
136900*================================================================
137000 3000-WRITE-PAYMENT-FEED.
137100     MOVE ZERO TO CUR-COUNT.
137300     SET EMP-IDX TO 1.
137400     PERFORM 3100-NET-ONE-PAYMENT
137500         THRU 3100-EXIT
137600         UNTIL EMP-IDX > EMP-PAY-COUNT.

137610*    A RUN WITH NOTHING TO PAY STILL HANDS TREASURY A BALANCED
137620*    (EMPTY) USD BATCH, AS THE SINGLE-BATCH FEED ALWAYS DID.
137630     IF CUR-COUNT = ZERO
137640         MOVE 1 TO CUR-COUNT
137650         SET CUR-IDX TO 1
137660         MOVE 'USD'    TO CUR-TAB-CURRENCY (CUR-IDX)
137670         MOVE 1        TO CUR-TAB-RATE (CUR-IDX)
137680         MOVE ZERO     TO CUR-TAB-COUNT (CUR-IDX)
137690         MOVE ZERO     TO CUR-TAB-USD-TOTAL (CUR-IDX)
137691         MOVE ZERO     TO CUR-TAB-PAY-TOTAL (CUR-IDX)
137692     END-IF.

137700     SET CUR-IDX TO 1.
137800     PERFORM 3200-WRITE-ONE-BATCH
137900         THRU 3200-EXIT
137910         UNTIL CUR-IDX > CUR-COUNT.
138000 3000-EXIT.
138100     EXIT.

138200 3100-NET-ONE-PAYMENT.
138210     MOVE SPACE TO EMP-PAY-STATUS (EMP-IDX).
138220     PERFORM 3110-FIND-BANK-RECORD
138230         THRU 3110-EXIT.
138240     IF BANK-RECORD-FOUND
138250         MOVE BNK-TAB-CURRENCY (BNK-IDX) TO WS-PAY-CURRENCY
138260     ELSE
138270         MOVE 'USD' TO WS-PAY-CURRENCY
138280     END-IF.
138290     PERFORM 3115-FIND-PAY-RATE
138291         THRU 3115-EXIT.

138300     PERFORM 3120-TAKE-CARD-DEDUCTION
138400         THRU 3120-EXIT.

139400         GO TO 3100-NEXT
139500     END-IF.

139501*    OUTSTANDING TRAVEL ADVANCES COME OFF WHAT IS LEFT - IF THEY
139502*    TAKE ALL OF IT THERE IS NOTHING TO PAY THIS RUN.
139503     PERFORM 3170-RECOVER-ADVANCES
139504         THRU 3170-EXIT.
139505     IF WS-NET-USD-AMOUNT = ZERO
139506         GO TO 3100-NEXT
139507     END-IF.

139510*    A RECENTLY CHANGED ACCOUNT IS NOT PAID UNTIL A SECOND
139520*    OPERATOR HAS CONFIRMED IT - THE MONEY WAITS IN THE
139530*    WITHHELD POOL INSTEAD.
139540     IF BANK-RECORD-FOUND
139550         PERFORM 3150-CHECK-BANK-HOLD
139560             THRU 3150-EXIT
139570         IF BANK-CHANGE-HELD
139580             PERFORM 3160-HOLD-FOR-BANK-CHANGE
139590                 THRU 3160-EXIT
139591             GO TO 3100-NEXT
139592         END-IF
139593     END-IF.

139600     IF BANK-RECORD-FOUND AND PAY-RATE-FOUND
139700         PERFORM 3140-FIND-BATCH
139800             THRU 3140-EXIT
139900     END-IF.

140000     IF BANK-RECORD-NOT-FOUND
140100         OR PAY-RATE-NOT-FOUND
140200         OR BATCH-NOT-FOUND
140300         IF BANK-RECORD-FOUND AND PAY-RATE-NOT-FOUND
140400             ADD 1 TO WS-PAYMENTS-NO-RATE
140500         END-IF
140600         MOVE EMP-PAY-ID (EMP-IDX)     TO PND-EMPLOYEE-ID
140700         MOVE EMP-PAY-NAME (EMP-IDX)   TO PND-EMPLOYEE-NAME
140800         MOVE WS-NET-USD-AMOUNT        TO PND-USD-AMOUNT
140900         WRITE PND-REC
141000         ADD 1 TO WS-PAYMENTS-PENDING
141010         ADD WS-NET-USD-AMOUNT TO WS-PENDING-USD
141100         GO TO 3100-NEXT
141200     END-IF.

141210     MOVE 'F'                TO EMP-PAY-STATUS (EMP-IDX).
141220     MOVE WS-NET-USD-AMOUNT  TO EMP-PAY-NET-USD (EMP-IDX).
141230     MOVE WS-PAY-CURRENCY    TO EMP-PAY-CURRENCY (EMP-IDX).
141240     MOVE WS-NET-LOCAL       TO EMP-PAY-LOCAL (EMP-IDX).
141250     ADD 1                   TO CUR-TAB-COUNT (CUR-IDX).
141260     ADD WS-NET-USD-AMOUNT   TO CUR-TAB-USD-TOTAL (CUR-IDX).
141270     ADD WS-NET-LOCAL        TO CUR-TAB-PAY-TOTAL (CUR-IDX).
141280     ADD 1                   TO WS-PAYMENTS-WRITTEN.
141290     ADD WS-NET-USD-AMOUNT   TO WS-PAYMENT-USD-TOTAL.

141400 3100-NEXT.
141500     SET EMP-IDX UP BY 1.
141600 3100-EXIT.
141700     EXIT.

141703*================================================================
141706* 3115-FIND-PAY-RATE - THE RATE FOR WS-PAY-CURRENCY IN FORCE ON
141709* THE RUN DATE.  USD NEEDS NO RATE.  A ZERO RATE ON FILE IS
141712* TREATED AS NO RATE - IT WOULD DIVIDE BY ZERO.
141715*================================================================
141718 3115-FIND-PAY-RATE.
141721     SET PAY-RATE-NOT-FOUND TO TRUE.
141724     MOVE ZERO TO WS-PAY-RATE.
141727     IF WS-PAY-CURRENCY = 'USD'
141730         MOVE 1 TO WS-PAY-RATE
141733         SET PAY-RATE-FOUND TO TRUE
141736         GO TO 3115-EXIT
141739     END-IF.

141742     IF FX-RATE-COUNT > ZERO
141745         SET FX-IDX TO 1
141748         SEARCH FX-TABLE
141751             AT END
141754                 SET PAY-RATE-NOT-FOUND TO TRUE
141757             WHEN FX-CURRENCY (FX-IDX) = WS-PAY-CURRENCY
141760                 AND WS-RUN-DATE >= FX-EFF-START (FX-IDX)
141763                 AND WS-RUN-DATE <= FX-EFF-END (FX-IDX)
141766                 AND FX-RATE (FX-IDX) > ZERO
141769                 MOVE FX-RATE (FX-IDX) TO WS-PAY-RATE
141772                 SET PAY-RATE-FOUND TO TRUE
141775         END-SEARCH
141778     END-IF.
141781 3115-EXIT.
141784     EXIT.

141800*================================================================
141900* 3120-TAKE-CARD-DEDUCTION - NET THIS EMPLOYEE'S COMPANY-BILLED
142000* CARD SPEND OFF THE REIMBURSEMENT AND SHOW THE ARITHMETIC ON
144100     COMPUTE WS-NET-USD-AMOUNT =
144200         EMP-PAY-AMOUNT (EMP-IDX) - WS-DEDUCTION-USD.

144210     PERFORM 3125-CONVERT-TO-PAY-CURRENCY
144220         THRU 3125-EXIT.

144300     IF WS-DEDUCTION-USD NOT = ZERO
144400         ADD 1 TO WS-DEDUCTIONS-TAKEN
144500         ADD WS-DEDUCTION-USD TO WS-DEDUCTION-USD-TOTAL
144800         MOVE EMP-PAY-AMOUNT (EMP-IDX) TO DED-DTL-GROSS
144900         MOVE WS-DEDUCTION-USD         TO DED-DTL-DEDUCTION
145000         MOVE WS-NET-USD-AMOUNT        TO DED-DTL-NET
145010         MOVE WS-PAY-CURRENCY          TO DED-DTL-PAY-CURRENCY
145020         MOVE WS-GROSS-LOCAL           TO DED-DTL-GROSS-LOCAL
145030         MOVE WS-DEDUCTION-LOCAL       TO DED-DTL-DEDUCTION-LOCAL
145040         MOVE WS-NET-LOCAL             TO DED-DTL-NET-LOCAL
145100         EVALUATE TRUE
145200             WHEN WS-NET-USD-AMOUNT < ZERO
145210                 MOVE 'EMPLOYEE OWES'  TO DED-DTL-NOTE
145220             WHEN PAY-RATE-NOT-FOUND
145230                 MOVE 'NO RATE ON FILE' TO DED-DTL-NOTE
145300             WHEN OTHER
145400                 MOVE SPACES           TO DED-DTL-NOTE
145500         END-EVALUATE
145600         WRITE DED-REPORT-LINE FROM DED-DETAIL-LINE
145700             AFTER ADVANCING 1 LINE
145800     END-IF.
145900 3120-EXIT.
146000     EXIT.

146004*================================================================
146008* 3125-CONVERT-TO-PAY-CURRENCY - GROSS AND DEDUCTION AT THE RUN
146012* DATE'S RATE, NET AS THEIR DIFFERENCE.  WITH NO RATE THE
146016* CURRENCY FIGURES ARE LEFT AT ZERO - THE MONEY IS NOT PAID.
146020*================================================================
146024 3125-CONVERT-TO-PAY-CURRENCY.
146028     MOVE ZERO TO WS-GROSS-LOCAL.
146032     MOVE ZERO TO WS-DEDUCTION-LOCAL.
146036     MOVE ZERO TO WS-NET-LOCAL.
146040     IF PAY-RATE-NOT-FOUND
146044         GO TO 3125-EXIT
146048     END-IF.

146052     COMPUTE WS-GROSS-LOCAL ROUNDED =
146056         EMP-PAY-AMOUNT (EMP-IDX) / WS-PAY-RATE.
146060     COMPUTE WS-DEDUCTION-LOCAL ROUNDED =
146064         WS-DEDUCTION-USD / WS-PAY-RATE.
146068     COMPUTE WS-NET-LOCAL =
146072         WS-GROSS-LOCAL - WS-DEDUCTION-LOCAL.
146076 3125-EXIT.
146080     EXIT.

146100*================================================================
146200* 3130-WRITE-EMPLOYEE-OWES - DEDUCTIONS EXCEEDED THE
146300* REIMBURSEMENT; SURFACE THE BALANCE THE EMPLOYEE OWES ON ITS
147200     MOVE EMP-PAY-AMOUNT (EMP-IDX) TO OWE-GROSS-USD.
147300     MOVE WS-DEDUCTION-USD         TO OWE-DEDUCTION-USD.
147400     MOVE WS-OWED-USD              TO OWE-OWED-USD.
147410     COMPUTE WS-OWED-LOCAL = ZERO - WS-NET-LOCAL.
147420     MOVE WS-PAY-CURRENCY          TO OWE-PAY-CURRENCY.
147430     MOVE WS-GROSS-LOCAL           TO OWE-GROSS-LOCAL.
147440     MOVE WS-DEDUCTION-LOCAL       TO OWE-DEDUCTION-LOCAL.
147450     MOVE WS-OWED-LOCAL            TO OWE-OWED-LOCAL.
147500     WRITE OWE-REC.
147600     ADD 1 TO WS-EMPLOYEES-OWING.
147610     ADD WS-OWED-USD TO WS-OWED-USD-TOTAL.
147700 3130-EXIT.
147800     EXIT.

147801*================================================================
147802* 3170-RECOVER-ADVANCES - TAKE THE EMPLOYEE'S OUTSTANDING TRAVEL
147803* ADVANCES OFF THE NET PAYMENT, OLDEST FIRST, UNTIL THEY ARE
147804* SETTLED OR THE PAYMENT IS USED UP.  WHATEVER IS LEFT STAYS
147805* OUTSTANDING ON THE LEDGER FOR THE NEXT RUN.
147806*================================================================
147807 3170-RECOVER-ADVANCES.
147808     IF ADV-COUNT = ZERO
147809         OR WS-ADVANCE-ROWS-OVER > ZERO
147810         GO TO 3170-EXIT
147811     END-IF.

147812     SET ADV-IDX TO 1.
147813     PERFORM 3175-RECOVER-ONE-ADVANCE
147814         THRU 3175-EXIT
147815         UNTIL ADV-IDX > ADV-COUNT
147816             OR WS-NET-USD-AMOUNT NOT > ZERO.
147817 3170-EXIT.
147818     EXIT.

147819*================================================================
147820* 3175-RECOVER-ONE-ADVANCE - THE OUTSTANDING BALANCE IS VALUED IN
147821* USD AT THE RUN DATE'S RATE FOR THE ADVANCE CURRENCY.  IF THE
147822* PAYMENT COVERS IT THE ADVANCE IS SETTLED; OTHERWISE THE WHOLE
147823* REMAINING PAYMENT IS TAKEN AND CONVERTED BACK TO THE ADVANCE
147824* CURRENCY.  THE RECOVERY IS LOGGED FOR CALC-ADVANCE TO POST AND
147825* SHOWN ON THE DEDUCTION REPORT AS BEFORE/RECOVERED/AFTER.
147826*================================================================
147827 3175-RECOVER-ONE-ADVANCE.
147828     IF ADV-TAB-EMPLOYEE-ID (ADV-IDX) NOT = EMP-PAY-ID (EMP-IDX)
147829         OR NOT ADV-TAB-OPEN (ADV-IDX)
147830         GO TO 3175-NEXT
147831     END-IF.

147832     COMPUTE WS-ADV-OUTSTANDING-LOCAL =
147833         ADV-TAB-AMOUNT (ADV-IDX) - ADV-TAB-RECOVERED (ADV-IDX).
147834     IF WS-ADV-OUTSTANDING-LOCAL NOT > ZERO
147835         SET ADV-TAB-SETTLED (ADV-IDX) TO TRUE
147836         SET ADVANCE-LEDGER-CHANGED TO TRUE
147837         GO TO 3175-NEXT
147838     END-IF.

147839     PERFORM 3178-FIND-ADVANCE-RATE
147840         THRU 3178-EXIT.
147841     IF ADVANCE-RATE-NOT-FOUND
147842         ADD 1 TO WS-ADVANCES-NO-RATE
147843         GO TO 3175-NEXT
147844     END-IF.

147845     COMPUTE WS-ADV-OUTSTANDING-USD ROUNDED =
147846         WS-ADV-OUTSTANDING-LOCAL * WS-ADV-RATE.
147847     IF WS-ADV-OUTSTANDING-USD NOT > WS-NET-USD-AMOUNT
147848         MOVE WS-ADV-OUTSTANDING-LOCAL TO WS-ADV-RECOVER-LOCAL
147849         MOVE WS-ADV-OUTSTANDING-USD   TO WS-ADV-RECOVER-USD
147850     ELSE
147851         MOVE WS-NET-USD-AMOUNT TO WS-ADV-RECOVER-USD
147852         COMPUTE WS-ADV-RECOVER-LOCAL ROUNDED =
147853             WS-NET-USD-AMOUNT / WS-ADV-RATE
147854         IF WS-ADV-RECOVER-LOCAL > WS-ADV-OUTSTANDING-LOCAL
147855             MOVE WS-ADV-OUTSTANDING-LOCAL TO WS-ADV-RECOVER-LOCAL
147856         END-IF
147857     END-IF.

147858     MOVE WS-NET-USD-AMOUNT TO WS-ADV-BEFORE-USD.
147859     MOVE WS-NET-LOCAL      TO WS-ADV-BEFORE-LOCAL.
147860     SUBTRACT WS-ADV-RECOVER-USD FROM WS-NET-USD-AMOUNT.

147861*    THE PAYMENT-CURRENCY SIDE: A PAYMENT USED UP ENTIRELY GOES
147862*    TO EXACTLY ZERO, A PAYMENT IN THE ADVANCE'S OWN CURRENCY
147863*    LOSES EXACTLY WHAT WAS RECOVERED, ANYTHING ELSE IS CONVERTED.
147864     MOVE ZERO TO WS-ADV-PAY-LOCAL.
147865     IF PAY-RATE-FOUND
147866         EVALUATE TRUE
147867             WHEN WS-NET-USD-AMOUNT = ZERO
147868                 MOVE WS-NET-LOCAL TO WS-ADV-PAY-LOCAL
147869             WHEN WS-PAY-CURRENCY = ADV-TAB-CURRENCY (ADV-IDX)
147870                 MOVE WS-ADV-RECOVER-LOCAL TO WS-ADV-PAY-LOCAL
147871             WHEN OTHER
147872                 COMPUTE WS-ADV-PAY-LOCAL ROUNDED =
147873                     WS-ADV-RECOVER-USD / WS-PAY-RATE
147874         END-EVALUATE
147875         SUBTRACT WS-ADV-PAY-LOCAL FROM WS-NET-LOCAL
147876     END-IF.

147877     ADD WS-ADV-RECOVER-LOCAL TO ADV-TAB-RECOVERED (ADV-IDX).
147878     MOVE WS-RUN-DATE TO ADV-TAB-LAST-RCV-DATE (ADV-IDX).
147879     MOVE 'PART' TO WS-ADV-NOTE-STATE.
147880     IF ADV-TAB-RECOVERED (ADV-IDX) NOT < ADV-TAB-AMOUNT (ADV-IDX)
147881         SET ADV-TAB-SETTLED (ADV-IDX) TO TRUE
147882         ADD 1 TO WS-ADVANCES-SETTLED
147883         MOVE 'SETL' TO WS-ADV-NOTE-STATE
147884     END-IF.
147885     SET ADVANCE-LEDGER-CHANGED TO TRUE.
147886     ADD 1 TO WS-ADVANCE-RECOVERIES.
147887     ADD WS-ADV-RECOVER-USD TO WS-ADVANCE-USD-TOTAL.

147888     MOVE WS-FEED-RUN-ID                 TO ARV-RUN-ID.
147889     MOVE WS-RUN-DATE                    TO ARV-RUN-DATE.
147890     MOVE EMP-PAY-ID (EMP-IDX)           TO ARV-EMPLOYEE-ID.
147891     MOVE ADV-TAB-ADVANCE-NO (ADV-IDX)   TO ARV-ADVANCE-NO.
147892     MOVE ADV-TAB-CURRENCY (ADV-IDX)     TO ARV-CURRENCY.
147893     MOVE WS-ADV-RECOVER-LOCAL           TO ARV-LOCAL-AMOUNT.
147894     MOVE WS-ADV-RATE                    TO ARV-FX-RATE.
147895     MOVE WS-ADV-RECOVER-USD             TO ARV-USD-AMOUNT.
147896     WRITE ARV-REC.

147897     MOVE ADV-TAB-ADVANCE-NO (ADV-IDX) TO WS-ADV-NOTE-NO.
147898     MOVE EMP-PAY-ID (EMP-IDX)     TO DED-DTL-EMPLOYEE-ID.
147899     MOVE EMP-PAY-NAME (EMP-IDX)   TO DED-DTL-NAME.
147900     MOVE WS-ADV-BEFORE-USD        TO DED-DTL-GROSS.
147901     MOVE WS-ADV-RECOVER-USD       TO DED-DTL-DEDUCTION.
147902     MOVE WS-NET-USD-AMOUNT        TO DED-DTL-NET.
147903     MOVE WS-PAY-CURRENCY          TO DED-DTL-PAY-CURRENCY.
147904     MOVE WS-ADV-BEFORE-LOCAL      TO DED-DTL-GROSS-LOCAL.
147905     MOVE WS-ADV-PAY-LOCAL         TO DED-DTL-DEDUCTION-LOCAL.
147906     MOVE WS-NET-LOCAL             TO DED-DTL-NET-LOCAL.
147907     MOVE WS-ADV-NOTE              TO DED-DTL-NOTE.
147908     WRITE DED-REPORT-LINE FROM DED-DETAIL-LINE
147909         AFTER ADVANCING 1 LINE.

147910 3175-NEXT.
147911     SET ADV-IDX UP BY 1.
147912 3175-EXIT.
147913     EXIT.

147914*================================================================
147915* 3178-FIND-ADVANCE-RATE - THE RATE FOR THE ADVANCE'S CURRENCY IN
147916* FORCE ON THE RUN DATE, THE SAME WAY 3115 FINDS THE PAYMENT
147917* RATE.
147918*================================================================
147919 3178-FIND-ADVANCE-RATE.
147920     SET ADVANCE-RATE-NOT-FOUND TO TRUE.
147921     MOVE ZERO TO WS-ADV-RATE.
147922     IF ADV-TAB-CURRENCY (ADV-IDX) = 'USD'
147923         MOVE 1 TO WS-ADV-RATE
147924         SET ADVANCE-RATE-FOUND TO TRUE
147925         GO TO 3178-EXIT
147926     END-IF.

147927     IF FX-RATE-COUNT > ZERO
147928         SET FX-IDX TO 1
147929         SEARCH FX-TABLE
147930             AT END
147931                 SET ADVANCE-RATE-NOT-FOUND TO TRUE
147932             WHEN FX-CURRENCY (FX-IDX)
147933                 = ADV-TAB-CURRENCY (ADV-IDX)
147934                 AND WS-RUN-DATE >= FX-EFF-START (FX-IDX)
147935                 AND WS-RUN-DATE <= FX-EFF-END (FX-IDX)
147936                 AND FX-RATE (FX-IDX) > ZERO
147937                 MOVE FX-RATE (FX-IDX) TO WS-ADV-RATE
147938                 SET ADVANCE-RATE-FOUND TO TRUE
147939         END-SEARCH
147940     END-IF.
147941 3178-EXIT.
147942     EXIT.

147943 3110-FIND-BANK-RECORD.
148000     SET BANK-RECORD-NOT-FOUND TO TRUE.
148100     SET BNK-IDX TO 1.
148200     IF BANK-COUNT > ZERO
149100 3110-EXIT.
149200     EXIT.

149201*================================================================
149202* 3140-FIND-BATCH - POINT CUR-IDX AT THE BATCH FOR
149203* WS-PAY-CURRENCY, OPENING IT ON ITS FIRST PAYMENT.  A FULL
149204* BATCH TABLE LEAVES BATCH-NOT-FOUND SET AND THE MONEY PENDS.
149205*================================================================
149206 3140-FIND-BATCH.
149207     SET BATCH-NOT-FOUND TO TRUE.
149208     IF CUR-COUNT > ZERO
149209         SET CUR-IDX TO 1
149210         SEARCH CUR-TABLE
149211             AT END
149212                 SET BATCH-NOT-FOUND TO TRUE
149213             WHEN CUR-TAB-CURRENCY (CUR-IDX) = WS-PAY-CURRENCY
149214                 SET BATCH-FOUND TO TRUE
149215         END-SEARCH
149216     END-IF.
149217     IF BATCH-FOUND
149218         GO TO 3140-EXIT
149219     END-IF.

149220     IF CUR-COUNT < 50
149221         ADD 1 TO CUR-COUNT
149222         SET CUR-IDX TO CUR-COUNT
149223         MOVE WS-PAY-CURRENCY TO CUR-TAB-CURRENCY (CUR-IDX)
149224         MOVE WS-PAY-RATE     TO CUR-TAB-RATE (CUR-IDX)
149225         MOVE ZERO            TO CUR-TAB-COUNT (CUR-IDX)
149226         MOVE ZERO            TO CUR-TAB-USD-TOTAL (CUR-IDX)
149227         MOVE ZERO            TO CUR-TAB-PAY-TOTAL (CUR-IDX)
149228         SET BATCH-FOUND TO TRUE
149229     ELSE
149230         DISPLAY 'PAYMENT FEED WARNING - PAYMENT BATCH TABLE '
149231             'FULL - ' WS-PAY-CURRENCY ' PAYMENT LEFT PENDING, '
149232             'RAISE THE LIMIT'
149233     END-IF.
149234 3140-EXIT.
149235     EXIT.

149236*================================================================
149237* 3150-CHECK-BANK-HOLD - CAN THIS EMPLOYEE'S ACCOUNT BE PAID?
149238* AN ACCOUNT WITH NO AUDIT ENTRY, OR WHOSE ROUTING, ACCOUNT OR
149239* CURRENCY ON BANKMASTER.DAT ISN'T WHAT THE LATEST AUDIT ENTRY
149240* LEFT THERE, WAS NOT SET UP THROUGH CALC-BANKMAINT AND IS HELD
149241* UNTIL IT IS.  OTHERWISE AN UNCONFIRMED ADD OR CHANGE YOUNGER
149242* THAN THE COOLING-OFF PERIOD HOLDS THE PAYMENT; SO DOES ANY
149243* UNCONFIRMED CHANGE THAT ALREADY HAS MONEY PARKED AGAINST IT,
149244* HOWEVER OLD - ONCE MONEY IS PARKED ONLY THE CONFIRMATION LETS
149245* IT GO.  ON RETURN CHG-IDX POINTS AT THE CHANGE WHEN ONE WAS
149246* FOUND AND WS-BANK-HOLD-NOTE SAYS WHY A HELD PAYMENT IS HELD.
149247*================================================================
149248 3150-CHECK-BANK-HOLD.
149249     SET BANK-CHANGE-CLEAR TO TRUE.
149250     SET CHANGE-NOT-FOUND TO TRUE.
149251     MOVE ZERO   TO WS-AGE-DAYS.
149252     MOVE SPACES TO WS-BANK-HOLD-NOTE.
149253     IF CHG-COUNT > ZERO
149254         SET CHG-IDX TO 1
149255         SEARCH CHG-TABLE
149256             AT END
149257                 SET CHANGE-NOT-FOUND TO TRUE
149258             WHEN CHG-TAB-EMPLOYEE-ID (CHG-IDX)
149259                 = EMP-PAY-ID (EMP-IDX)
149260                 SET CHANGE-FOUND TO TRUE
149261         END-SEARCH
149262     END-IF.

149263     IF CHANGE-NOT-FOUND
149264         SET BANK-CHANGE-HELD TO TRUE
149265         MOVE 'NO AUDIT ENTRY' TO WS-BANK-HOLD-NOTE
149266         GO TO 3150-EXIT
149267     END-IF.

149268     IF BNK-TAB-ROUTING (BNK-IDX)
149269             NOT = CHG-TAB-ROUTING (CHG-IDX)
149270         OR BNK-TAB-ACCOUNT (BNK-IDX)
149271             NOT = CHG-TAB-ACCOUNT (CHG-IDX)
149272         OR BNK-TAB-CURRENCY (BNK-IDX)
149273             NOT = CHG-TAB-CURRENCY (CHG-IDX)
149274         SET BANK-CHANGE-HELD TO TRUE
149275         MOVE 'NOT AS AUDITED' TO WS-BANK-HOLD-NOTE
149276         GO TO 3150-EXIT
149277     END-IF.

149278     IF CHG-TAB-UNCONFIRMED (CHG-IDX)
149279         MOVE CHG-TAB-CHANGE-DATE (CHG-IDX) TO WS-AGE-FROM-DATE
149280         PERFORM 2185-COMPUTE-AGE
149281             THRU 2185-EXIT
149282         IF WS-AGE-DAYS < WS-HOLD-DAYS
149283             OR EMP-PAY-BANK-HELD-DATE (EMP-IDX) > ZERO
149284             SET BANK-CHANGE-HELD TO TRUE
149285             MOVE 'UNCONFIRMED CHANGE' TO WS-BANK-HOLD-NOTE
149286         END-IF
149287     END-IF.

149288     IF BANK-CHANGE-CLEAR
149289         AND EMP-PAY-BANK-HELD-DATE (EMP-IDX) > ZERO
149290         ADD 1 TO WS-BANK-HOLDS-RELEASED
149291         ADD WS-NET-USD-AMOUNT TO WS-BANK-RELEASED-USD
149292     END-IF.
149293 3150-EXIT.
149294     EXIT.

149295*================================================================
149296* 3160-HOLD-FOR-BANK-CHANGE - PARK THE NETTED USD IN THE
149297* WITHHELD POOL UNDER HOLD REASON 'B' (NO REPORTID - IT IS THE
149298* EMPLOYEE'S WHOLE NET PAYMENT) AND PUT THE EMPLOYEE ON THE
149299* TREASURY REPORT WITH THE DETAILS ON FILE AND WHY THEY ARE
149300* HELD.  3150 HAS JUST AGED THE CHANGE INTO WS-AGE-DAYS (ZERO
149301* WHEN THE HOLD IS NOT FOR AN UNCONFIRMED CHANGE).
149302*================================================================
149303 3160-HOLD-FOR-BANK-CHANGE.
149304     MOVE ZERO                   TO PHL-REPORT-ID.
149305     MOVE EMP-PAY-ID (EMP-IDX)   TO PHL-EMPLOYEE-ID.
149306     MOVE EMP-PAY-NAME (EMP-IDX) TO PHL-EMPLOYEE-NAME.
149307     MOVE WS-NET-USD-AMOUNT      TO PHL-USD-AMOUNT.
149308     IF EMP-PAY-BANK-HELD-DATE (EMP-IDX) > ZERO
149309         MOVE EMP-PAY-BANK-HELD-DATE (EMP-IDX)
149310             TO PHL-FIRST-HELD-DATE
149311     ELSE
149312         MOVE WS-RUN-DATE TO PHL-FIRST-HELD-DATE
149313     END-IF.
149314     SET PHL-HELD-FOR-BANK-CHANGE TO TRUE.
149315     WRITE PHL-REC.
149316     ADD 1 TO WS-BANK-HOLDS.
149317     ADD WS-NET-USD-AMOUNT TO WS-BANK-HELD-USD.

149318     MOVE EMP-PAY-ID (EMP-IDX)          TO BHR-DTL-EMPLOYEE-ID.
149319     MOVE EMP-PAY-NAME (EMP-IDX)        TO BHR-DTL-NAME.
149320     IF CHANGE-FOUND
149321         MOVE CHG-TAB-CHANGE-DATE (CHG-IDX)
149322             TO BHR-DTL-CHANGE-DATE
149323         MOVE CHG-TAB-OPERATOR (CHG-IDX) TO BHR-DTL-OPERATOR
149324     ELSE
149325         MOVE ZERO   TO BHR-DTL-CHANGE-DATE
149326         MOVE SPACES TO BHR-DTL-OPERATOR
149327     END-IF.
149328     MOVE WS-AGE-DAYS                   TO BHR-DTL-AGE-DAYS.
149329     MOVE PHL-FIRST-HELD-DATE           TO BHR-DTL-HELD-DATE.
149330     MOVE BNK-TAB-ROUTING (BNK-IDX)     TO BHR-DTL-ROUTING.
149331     MOVE BNK-TAB-ACCOUNT (BNK-IDX)     TO BHR-DTL-ACCOUNT.
149332     MOVE BNK-TAB-CURRENCY (BNK-IDX)    TO BHR-DTL-CURRENCY.
149333     MOVE WS-NET-USD-AMOUNT             TO BHR-DTL-USD.
149334     MOVE WS-BANK-HOLD-NOTE             TO BHR-DTL-NOTE.
149335     WRITE BHR-REPORT-LINE FROM BHR-DETAIL-LINE
149336         AFTER ADVANCING 1 LINE.
149337 3160-EXIT.
149338     EXIT.

149339*================================================================
149340* 3200-WRITE-ONE-BATCH - ONE CURRENCY'S HEADER, DETAILS AND
149341* TRAILER.  THE TRAILER CARRIES THE BATCH'S OWN COUNT AND BOTH
149342* TOTALS SO EACH BATCH BALANCES ON ITS OWN.
149343*================================================================
149344 3200-WRITE-ONE-BATCH.
149345     MOVE WS-RUN-DATE                TO PAY-HDR-RUN-DATE.
149346     MOVE CUR-TAB-CURRENCY (CUR-IDX) TO PAY-HDR-PAY-CURRENCY.
149347     MOVE CUR-TAB-RATE (CUR-IDX)     TO PAY-HDR-FX-RATE.
149348     WRITE PAY-REC FROM PAY-HEADER-REC.

149349     SET EMP-IDX TO 1.
149350     PERFORM 3210-WRITE-ONE-DETAIL
149351         THRU 3210-EXIT
149352         UNTIL EMP-IDX > EMP-PAY-COUNT.

149353     MOVE CUR-TAB-COUNT (CUR-IDX)     TO PAY-TRL-PAYMENT-COUNT.
149354     MOVE CUR-TAB-USD-TOTAL (CUR-IDX) TO PAY-TRL-USD-TOTAL.
149355     MOVE CUR-TAB-CURRENCY (CUR-IDX)  TO PAY-TRL-PAY-CURRENCY.
149356     MOVE CUR-TAB-PAY-TOTAL (CUR-IDX) TO PAY-TRL-PAY-TOTAL.
149357     WRITE PAY-REC FROM PAY-TRAILER-REC.

149358     SET CUR-IDX UP BY 1.
149359 3200-EXIT.
149360     EXIT.

149361 3210-WRITE-ONE-DETAIL.
149362     IF NOT EMP-PAY-IN-FEED (EMP-IDX)
149363         OR EMP-PAY-CURRENCY (EMP-IDX)
149364             NOT = CUR-TAB-CURRENCY (CUR-IDX)
149365         GO TO 3210-NEXT
149366     END-IF.

149367     PERFORM 3110-FIND-BANK-RECORD
149368         THRU 3110-EXIT.
149369     MOVE EMP-PAY-ID (EMP-IDX)       TO PAY-DTL-EMPLOYEE-ID.
149370     MOVE BNK-TAB-ROUTING (BNK-IDX)  TO PAY-DTL-ROUTING.
149371     MOVE BNK-TAB-ACCOUNT (BNK-IDX)  TO PAY-DTL-ACCOUNT.
149372     MOVE EMP-PAY-NET-USD (EMP-IDX)  TO PAY-DTL-USD-AMOUNT.
149373     MOVE EMP-PAY-NAME (EMP-IDX)     TO PAY-DTL-EMPLOYEE-NAME.
149374     MOVE EMP-PAY-CURRENCY (EMP-IDX) TO PAY-DTL-PAY-CURRENCY.
149375     MOVE EMP-PAY-LOCAL (EMP-IDX)    TO PAY-DTL-PAY-AMOUNT.
149376     WRITE PAY-REC FROM PAY-DETAIL-REC.

149377 3210-NEXT.
149378     SET EMP-IDX UP BY 1.
149379 3210-EXIT.
149380     EXIT.

149381*================================================================
149400* 8000-PRINT-APPROVAL-TOTALS
149500*================================================================
149600 8000-PRINT-APPROVAL-TOTALS.
150900 8000-EXIT.
151000     EXIT.

151010*================================================================
151020* 8100-PRINT-BANK-HOLD-TOTALS
151030*================================================================
151040 8100-PRINT-BANK-HOLD-TOTALS.
151050     WRITE BHR-REPORT-LINE FROM BHR-HDG-3
151060         AFTER ADVANCING 1 LINE.

151070     MOVE 'HELD FOR CONFIRMATION:   ' TO BHR-TOT-LABEL.
151080     MOVE WS-BANK-HOLDS    TO BHR-TOT-COUNT.
151090     MOVE WS-BANK-HELD-USD TO BHR-TOT-USD.
151091     WRITE BHR-REPORT-LINE FROM BHR-TOTAL-LINE
151092         AFTER ADVANCING 1 LINE.

151093     MOVE 'RELEASED THIS RUN:       ' TO BHR-TOT-LABEL.
151094     MOVE WS-BANK-HOLDS-RELEASED TO BHR-TOT-COUNT.
151095     MOVE WS-BANK-RELEASED-USD   TO BHR-TOT-USD.
151096     WRITE BHR-REPORT-LINE FROM BHR-TOTAL-LINE
151097         AFTER ADVANCING 1 LINE.
151098 8100-EXIT.
151099     EXIT.

151100*================================================================
151200* 9000-TERMINATE
151300*================================================================
151900     WRITE DED-REPORT-LINE FROM DED-HDG-3
152000         AFTER ADVANCING 1 LINE.

152010     IF ADVANCE-LEDGER-CHANGED
152020         PERFORM 9020-REWRITE-ADVANCE-LEDGER
152030             THRU 9020-EXIT
152040     END-IF.

152100     CLOSE PayFeedInputFile PayFeedFile PayPendingFile
152200         PayHeldFile PayDeniedFile ApprovalReportFile
152300         PayOwedFile DeductReportFile DeductCarryFile
152310         BankHoldReportFile
152320         AdvanceRecoveryFile.

152400     OPEN EXTEND RunControlFile.
152500     IF WS-RUNCTL-FILE-STATUS = '35'
153300     SET RC-PAYFEED-CONSUMED TO TRUE.
153400     WRITE RC-REC.
153500     CLOSE RunControlFile.

153510     PERFORM 9040-RECORD-RUN-TOTALS
153520         THRU 9040-EXIT.

153600     DISPLAY 'PAYMENT FEED COMPLETE - ' WS-PAYMENTS-WRITTEN
153700         ' PAYMENTS WRITTEN, ' WS-PAYMENTS-PENDING
153800         ' PENDING (NO BANK RECORD ON FILE), '
154000         WS-PAYMENTS-DENIED ' DENIED, '
154100         WS-PAYMENTS-RELEASED ' RELEASED BY APPROVAL, '
154200         WS-DEDUCTIONS-TAKEN ' CARD DEDUCTIONS, '
154300         WS-EMPLOYEES-OWING ' EMPLOYEES OWING, '
154310         CUR-COUNT ' CURRENCY BATCHES'.
154311     IF WS-BANK-HOLDS > ZERO
154312         DISPLAY 'PAYMENT FEED NOTE - ' WS-BANK-HOLDS
154313             ' PAYMENTS HELD ON BANK-DETAIL CHECKS '
154314             '- SEE BANKHOLD.RPT'
154315     END-IF.
154316     IF WS-ADVANCE-RECOVERIES > ZERO
154317         DISPLAY 'PAYMENT FEED NOTE - ' WS-ADVANCE-RECOVERIES
154318             ' TRAVEL ADVANCE RECOVERIES TAKEN, '
154319             WS-ADVANCES-SETTLED
154320             ' ADVANCES SETTLED - SEE PAYDEDUCT.RPT'
154321     END-IF.
154322     IF WS-ADVANCES-NO-RATE > ZERO
154323         DISPLAY 'PAYMENT FEED WARNING - ' WS-ADVANCES-NO-RATE
154324             ' TRAVEL ADVANCES NOT RECOVERED - NO FX RATE IN '
154325             'FORCE FOR THEIR CURRENCY ON ' WS-RUN-DATE
154326     END-IF.
154327     IF WS-PAYMENTS-NO-RATE > ZERO
154330         DISPLAY 'PAYMENT FEED WARNING - ' WS-PAYMENTS-NO-RATE
154340             ' PAYMENTS LEFT PENDING - NO FX RATE IN FORCE FOR '
154350             'THEIR PAYMENT CURRENCY ON ' WS-RUN-DATE
154360             '.  LOAD THE RATE AND THEY PAY NEXT RUN'
154370     END-IF.
154380     IF WS-FX-RATES-DROPPED > ZERO
154390         DISPLAY 'PAYMENT FEED WARNING - ' WS-FX-RATES-DROPPED
154391             ' FX RATES PAST THE TABLE LIMIT - RAISE THE LIMIT'
154392     END-IF.
154400     IF WS-EMPLOYEES-DROPPED > ZERO
154500         DISPLAY 'PAYMENT FEED WARNING - ' WS-EMPLOYEES-DROPPED
154600             ' RECORDS DROPPED, EMPLOYEE TABLE FULL - '
156700         MOVE DED-TAB-USD (DED-IDX)         TO DCR-USD-AMOUNT
156800         WRITE DCR-REC
156900         ADD 1 TO WS-DEDUCTIONS-UNAPPLIED
156910         ADD DED-TAB-USD (DED-IDX) TO WS-CARRIED-OUT-USD
157000     END-IF.
157100     SET DED-IDX UP BY 1.
157200 9010-EXIT.
157300     EXIT.

157310*================================================================
157320* 9020-REWRITE-ADVANCE-LEDGER - THE WHOLE LEDGER BACK WITH THIS
157330* RUN'S RECOVERIES APPLIED.  SETTLED ADVANCES STAY ON FILE AS THE
157340* RECORD OF WHAT WAS ISSUED.
157350*================================================================
157360 9020-REWRITE-ADVANCE-LEDGER.
157370     OPEN OUTPUT AdvanceLedgerFile.
157380     SET ADV-IDX TO 1.
157390     PERFORM 9030-WRITE-ONE-ADVANCE
157400         THRU 9030-EXIT
157410         UNTIL ADV-IDX > ADV-COUNT.
157420     CLOSE AdvanceLedgerFile.
157430 9020-EXIT.
157440     EXIT.

157450 9030-WRITE-ONE-ADVANCE.
157460     MOVE ADV-TAB-EMPLOYEE-ID (ADV-IDX)   TO ADV-EMPLOYEE-ID.
157470     MOVE ADV-TAB-ADVANCE-NO (ADV-IDX)    TO ADV-ADVANCE-NO.
157480     MOVE ADV-TAB-CURRENCY (ADV-IDX)      TO ADV-CURRENCY.
157490     MOVE ADV-TAB-AMOUNT (ADV-IDX)        TO ADV-AMOUNT.
157500     MOVE ADV-TAB-ISSUE-DATE (ADV-IDX)    TO ADV-ISSUE-DATE.
157510     MOVE ADV-TAB-TRIP-END-DATE (ADV-IDX) TO ADV-TRIP-END-DATE.
157520     MOVE ADV-TAB-RECOVERED (ADV-IDX)     TO ADV-RECOVERED.
157530     MOVE ADV-TAB-LAST-RCV-DATE (ADV-IDX)
157540         TO ADV-LAST-RECOVERY-DATE.
157550     MOVE ADV-TAB-STATUS (ADV-IDX)        TO ADV-STATUS.
157560     WRITE ADV-REC.
157570     SET ADV-IDX UP BY 1.
157580 9030-EXIT.
157590     EXIT.

157600*================================================================
157610* 9040-RECORD-RUN-TOTALS - EVERY POOL IN, EVERY OUTCOME AND EVERY
157620* POOL OUT, ONE RUN-TOTALS ENTRY EACH, FOR CALC-PROOF TO TIE.
157630*================================================================
157640 9040-RECORD-RUN-TOTALS.
157650     OPEN EXTEND RunTotalsFile.
157660     IF WS-RUNTOT-FILE-STATUS = '35'
157670         OPEN OUTPUT RunTotalsFile
157680         CLOSE RunTotalsFile
157690         OPEN EXTEND RunTotalsFile
157700     END-IF.
157710     MOVE SPACES TO RT-OFFICE.

157720     SET RT-PAY-INPUT TO TRUE.
157730     MOVE WS-RECORDS-READ TO RT-COUNT.
157740     MOVE WS-INPUT-USD    TO RT-USD-AMOUNT.
157750     PERFORM 9050-WRITE-ONE-TOTAL
157760         THRU 9050-EXIT.

157770     SET RT-PAY-OPEN-WITHHELD TO TRUE.
157780     MOVE WS-OPEN-WITHHELD     TO RT-COUNT.
157790     MOVE WS-OPEN-WITHHELD-USD TO RT-USD-AMOUNT.
157800     PERFORM 9050-WRITE-ONE-TOTAL
157810         THRU 9050-EXIT.

157820     SET RT-PAY-OPEN-PENDING TO TRUE.
157830     MOVE WS-PENDING-RETRIED  TO RT-COUNT.
157840     MOVE WS-OPEN-PENDING-USD TO RT-USD-AMOUNT.
157850     PERFORM 9050-WRITE-ONE-TOTAL
157860         THRU 9050-EXIT.

157870     SET RT-PAY-CARD-DEDUCTIONS TO TRUE.
157880     MOVE WS-CARD-DEDUCTIONS    TO RT-COUNT.
157890     MOVE WS-CARD-DEDUCTION-USD TO RT-USD-AMOUNT.
157900     PERFORM 9050-WRITE-ONE-TOTAL
157910         THRU 9050-EXIT.

157920     SET RT-PAY-OPEN-CARRIED TO TRUE.
157930     MOVE WS-CARRIED-IN     TO RT-COUNT.
157940     MOVE WS-CARRIED-IN-USD TO RT-USD-AMOUNT.
157950     PERFORM 9050-WRITE-ONE-TOTAL
157960         THRU 9050-EXIT.

157970     SET RT-PAY-PAID TO TRUE.
157980     MOVE WS-PAYMENTS-WRITTEN  TO RT-COUNT.
157990     MOVE WS-PAYMENT-USD-TOTAL TO RT-USD-AMOUNT.
158000     PERFORM 9050-WRITE-ONE-TOTAL
158010         THRU 9050-EXIT.

158020     SET RT-PAY-WITHHELD TO TRUE.
158030     MOVE WS-PAYMENTS-WITHHELD TO RT-COUNT.
158040     MOVE WS-WITHHELD-USD      TO RT-USD-AMOUNT.
158050     PERFORM 9050-WRITE-ONE-TOTAL
158060         THRU 9050-EXIT.

158070     SET RT-PAY-BANK-HELD TO TRUE.
158080     MOVE WS-BANK-HOLDS    TO RT-COUNT.
158090     MOVE WS-BANK-HELD-USD TO RT-USD-AMOUNT.
158100     PERFORM 9050-WRITE-ONE-TOTAL
158110         THRU 9050-EXIT.

158120     SET RT-PAY-PENDING TO TRUE.
158130     MOVE WS-PAYMENTS-PENDING TO RT-COUNT.
158140     MOVE WS-PENDING-USD      TO RT-USD-AMOUNT.
158150     PERFORM 9050-WRITE-ONE-TOTAL
158160         THRU 9050-EXIT.

158170     SET RT-PAY-DENIED TO TRUE.
158180     MOVE WS-PAYMENTS-DENIED TO RT-COUNT.
158190     MOVE WS-DENIED-USD      TO RT-USD-AMOUNT.
158200     PERFORM 9050-WRITE-ONE-TOTAL
158210         THRU 9050-EXIT.

158220     SET RT-PAY-ALREADY-WITHHELD TO TRUE.
158230     MOVE WS-PRIOR-HELD-SKIPPED  TO RT-COUNT.
158240     MOVE WS-PRIOR-HELD-SKIP-USD TO RT-USD-AMOUNT.
158250     PERFORM 9050-WRITE-ONE-TOTAL
158260         THRU 9050-EXIT.

158270     SET RT-PAY-DEDUCTED TO TRUE.
158280     MOVE WS-DEDUCTIONS-TAKEN    TO RT-COUNT.
158290     MOVE WS-DEDUCTION-USD-TOTAL TO RT-USD-AMOUNT.
158300     PERFORM 9050-WRITE-ONE-TOTAL
158310         THRU 9050-EXIT.

158320     SET RT-PAY-OWED TO TRUE.
158330     MOVE WS-EMPLOYEES-OWING TO RT-COUNT.
158340     MOVE WS-OWED-USD-TOTAL  TO RT-USD-AMOUNT.
158350     PERFORM 9050-WRITE-ONE-TOTAL
158360         THRU 9050-EXIT.

158370     SET RT-PAY-ADVANCE-RECOVERED TO TRUE.
158380     MOVE WS-ADVANCE-RECOVERIES TO RT-COUNT.
158390     MOVE WS-ADVANCE-USD-TOTAL  TO RT-USD-AMOUNT.
158400     PERFORM 9050-WRITE-ONE-TOTAL
158410         THRU 9050-EXIT.

158420     SET RT-PAY-CLOSE-CARRIED TO TRUE.
158430     MOVE WS-DEDUCTIONS-UNAPPLIED TO RT-COUNT.
158440     MOVE WS-CARRIED-OUT-USD      TO RT-USD-AMOUNT.
158450     PERFORM 9050-WRITE-ONE-TOTAL
158460         THRU 9050-EXIT.

158470     SET RT-PAY-EMPLOYEE-DROPPED TO TRUE.
158480     MOVE WS-EMPLOYEES-DROPPED TO RT-COUNT.
158490     MOVE WS-EMPLOYEE-DROP-USD TO RT-USD-AMOUNT.
158500     PERFORM 9050-WRITE-ONE-TOTAL
158510         THRU 9050-EXIT.

158520     SET RT-PAY-DEDUCTION-DROPPED TO TRUE.
158530     MOVE WS-DEDUCTIONS-DROPPED TO RT-COUNT.
158540     MOVE WS-DEDUCTION-DROP-USD TO RT-USD-AMOUNT.
158550     PERFORM 9050-WRITE-ONE-TOTAL
158560         THRU 9050-EXIT.

158570     SET RT-PAY-WITHHELD-DROPPED TO TRUE.
158580     MOVE WS-WITHHELD-DROPPED  TO RT-COUNT.
158590     MOVE WS-WITHHELD-DROP-USD TO RT-USD-AMOUNT.
158600     PERFORM 9050-WRITE-ONE-TOTAL
158610         THRU 9050-EXIT.

158620     CLOSE RunTotalsFile.
158630 9040-EXIT.
158640     EXIT.

158650*================================================================
158660* 9050-WRITE-ONE-TOTAL - THE TOTAL CODE, COUNT AND USD ARE FILLED
158670* IN; STAMP THE RUN AND APPEND IT.
158680*================================================================
158690 9050-WRITE-ONE-TOTAL.
158700     MOVE WS-FEED-RUN-ID TO RT-RUN-ID.
158710     MOVE WS-RUN-DATE    TO RT-RUN-DATE.
158720     MOVE 'CALC-PAYFEED' TO RT-PROGRAM.
158730     WRITE RT-REC.
158740 9050-EXIT.
158750     EXIT.

