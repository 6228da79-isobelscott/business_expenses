002600*                  EXPENSE ROW IS MATCHED AT MOST ONCE SO TWO
002700*                  IDENTICAL CARD TRANSACTIONS CAN'T BOTH CLAIM
002800*                  THE SAME SUBMITTED EXPENSE.
002803*  10/15/2026  IS  UNMATCHED CARD TRANSACTIONS ARE NOW KEPT ON
002806*                  A PERSISTENT OPEN-ITEMS FILE (CONTROL/
002809*                  CARDOPEN.DAT) INSTEAD OF DROPPING OFF WHEN
002812*                  CARDUNMATCHED.CSV IS REBUILT THE NEXT RUN.
002815*                  EVERY RUN SWEEPS THE OPEN ITEMS AGAINST THE
002818*                  NEW ALLSORTED.CSV AND CLEARS THE ONES A LATE
002821*                  EXPENSE NOW MATCHES - A COMPANY-BILLED ONE
002824*                  GOES TO CARDDOUBLEDIP.CSV LIKE ANY OTHER
002827*                  MATCH.  WHAT IS LEFT IS AGED FROM THE
002830*                  TRANSACTION DATE IN 30/60/90-DAY BANDS PER
002833*                  COST CENTER AND EMPLOYEE ON PROCESSED/
002836*                  CARDAGING.RPT.  AN ITEM PAST THE ESCALATION
002839*                  AGE (CONTROL/CARDAGING.DAT, DEFAULT 60 DAYS)
002842*                  IS LISTED UNDER THE EMPLOYEE'S DEPARTMENT ON
002845*                  PROCESSED/CARDESCALATE.RPT, AND A COMPANY-
002848*                  BILLED ONE IS RECOVERED FROM THE EMPLOYEE
002851*                  ONCE, AS A REPORT-ID 000000 ROW ON
002854*                  CARDDOUBLEDIP.CSV THAT CALC-PAYFEED DEDUCTS
002857*                  LIKE A DOUBLE-DIP.  AN ITEM RECOVERED AND
002860*                  THEN REPORTED AFTER ALL IS NOT DEDUCTED A
002863*                  SECOND TIME - THE REIMBURSEMENT REPAYS THE
002866*                  RECOVERY.  CLEARING AND RECOVERY ARE KEPT
002869*                  UNDER THE ALLSORTED.RUN RUN ID, SO RERUNNING
002872*                  THE SAME RUN REDOES THEM RATHER THAN DOUBLING
002875*                  THEM.
002877*  10/15/2026  IS  THE CARD FILE IS COUNTED BEFORE ANY MATCHING
002879*                  AND THE OPEN ITEMS ARE LEFT ALONE FOR THE RUN
002881*                  IF THEY AND EVERY NEW TRANSACTION WOULD NOT
002883*                  FIT THE TABLE.  A TABLE FILLING PART WAY
002885*                  THROUGH STOPPED THE REWRITE AFTER EARLIER
002887*                  TRANSACTIONS HAD ALREADY CLAIMED ITEMS, SO A
002889*                  RESENT TRANSACTION COULD BE DROPPED FROM
002891*                  CARDUNMATCHED.CSV WITH ITS ITEM NOT CLEARED.
002900*--------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
004600             'processed/CARDDOUBLEDIP.csv'
004700         ORGANIZATION IS LINE SEQUENTIAL.

004703     SELECT RunStampFile ASSIGN TO
004706             'processed/ALLSORTED.RUN'
004709         ORGANIZATION IS LINE SEQUENTIAL
004712         FILE STATUS IS WS-STAMP-FILE-STATUS.

004715     SELECT CardOpenFile ASSIGN TO
004718             'control/CARDOPEN.DAT'
004721         ORGANIZATION IS LINE SEQUENTIAL
004724         FILE STATUS IS WS-CARDOPEN-FILE-STATUS.

004727     SELECT CardAgingParmFile ASSIGN TO
004730             'control/CARDAGING.DAT'
004733         ORGANIZATION IS LINE SEQUENTIAL
004736         FILE STATUS IS WS-AGEPARM-FILE-STATUS.

004739     SELECT EmpMasterIdxFile ASSIGN TO
004742             'control/EMPMASTER.IDX'
004745         ORGANIZATION IS INDEXED
004748         ACCESS MODE IS RANDOM
004751         RECORD KEY IS EMX-EMPLOYEE-ID
004754         FILE STATUS IS WS-EMPIDX-STATUS.

004757     SELECT FxRateFile ASSIGN TO
004760             'control/FXRATES.DAT'
004763         ORGANIZATION IS LINE SEQUENTIAL
004766         FILE STATUS IS WS-FXRATE-FILE-STATUS.

004769     SELECT CardAgingReportFile ASSIGN TO
004772             'processed/CARDAGING.rpt'
004775         ORGANIZATION IS LINE SEQUENTIAL.

004778     SELECT CardEscalateReportFile ASSIGN TO
004781             'processed/CARDESCALATE.rpt'
004784         ORGANIZATION IS LINE SEQUENTIAL.

004787     SELECT CardAgingSortFile ASSIGN TO CARDASRT.

004790     SELECT CardEscalateSortFile ASSIGN TO CARDESRT.

004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CardTransFile.
009000     03 DDP-CURRENCY             PIC X(3).
009100     03 DDP-USD-AMOUNT           PIC 9(7)V99.

009101 FD  RunStampFile.
009102 01  STAMP-REC.
009103     03 STAMP-RUN-ID             PIC 9(6).
009104     03 STAMP-RUN-DATE           PIC 9(8).

009105 FD  CardOpenFile.
009106 01  COI-REC.
009107     COPY CARDOPEN.

009108*--------------------------------------------------------------
009109* ESCALATION AGE FOR UNREPORTED CARD SPEND, IN DAYS.
009110*--------------------------------------------------------------
009111 FD  CardAgingParmFile.
009112 01  CAP-REC.
009113     03 CAP-ESCALATE-DAYS        PIC 9(3).

009114 FD  EmpMasterIdxFile.
009115 01  EMX-REC.
009116     03 EMX-EMPLOYEE-ID          PIC 9(6).
009117     03 EMX-NAME                 PIC X(50).
009118     03 EMX-DEPARTMENT           PIC X(30).
009119     03 EMX-COST-CENTER          PIC X(10).
009120     03 EMX-STATUS               PIC X(1).
009121        88 EMX-ACTIVE                    VALUE 'A'.
009122        88 EMX-TERMINATED                VALUE 'T'.

009123*--------------------------------------------------------------
009124* FX RATES - USD PER ONE UNIT OF THE CURRENCY, IN FORCE FROM
009125* FXR-EFF-START THROUGH FXR-EFF-END, AS EXP-ENGINE READS THEM.
009126*--------------------------------------------------------------
009127 FD  FxRateFile.
009128 01  FXR-REC.
009129     03 FXR-CURRENCY             PIC X(03).
009130     03 FXR-RATE                 PIC 9(03)V9(06).
009131     03 FXR-EFF-START            PIC 9(08).
009132     03 FXR-EFF-END              PIC 9(08).

009133 FD  CardAgingReportFile.
009134 01  CAR-REPORT-LINE             PIC X(132).

009135 FD  CardEscalateReportFile.
009136 01  CER-REPORT-LINE             PIC X(132).

009137 SD  CardAgingSortFile.
009138 01  CAS-REC.
009139     03 CAS-COST-CENTER          PIC X(10).
009140     03 CAS-EMPLOYEE-ID          PIC 9(6).
009141     03 CAS-NAME                 PIC X(30).
009142     03 CAS-BAND                 PIC 9(1).
009143     03 CAS-USD                  PIC 9(9)V99.

009144 SD  CardEscalateSortFile.
009145 01  CES-REC.
009146     03 CES-DEPARTMENT           PIC X(30).
009147     03 CES-EMPLOYEE-ID          PIC 9(6).
009148     03 CES-TRAN-DATE            PIC X(10).
009149     03 CES-NAME                 PIC X(20).
009150     03 CES-COST-CENTER          PIC X(10).
009151     03 CES-CARD-LAST-4          PIC X(4).
009152     03 CES-MERCHANT-NAME        PIC X(20).
009153     03 CES-TRAN-AMOUNT          PIC 9(10)V99.
009154     03 CES-CURRENCY             PIC X(3).
009155     03 CES-USD                  PIC 9(9)V99.
009156     03 CES-AGE-DAYS             PIC 9(5).
009157     03 CES-BILLING-CODE         PIC X(1).
009158     03 CES-ACTION               PIC X(18).

009200 WORKING-STORAGE SECTION.
009210*--------------------------------------------------------------
009220* FILE-STATUS FIELDS
009230*--------------------------------------------------------------
009240 01  WS-STAMP-FILE-STATUS        PIC X(02).
009250 01  WS-CARDOPEN-FILE-STATUS     PIC X(02).
009260 01  WS-AGEPARM-FILE-STATUS      PIC X(02).
009270 01  WS-EMPIDX-STATUS            PIC X(02).
009280 01  WS-FXRATE-FILE-STATUS       PIC X(02).

009300*--------------------------------------------------------------
009400* SWITCHES
009500*--------------------------------------------------------------
010100     05 WS-MATCH-FOUND-SW        PIC X(01) VALUE 'N'.
010200        88 MATCH-FOUND                      VALUE 'Y'.
010300        88 MATCH-NOT-FOUND                  VALUE 'N'.
010304     05 WS-OPEN-ITEMS-SW         PIC X(01) VALUE 'N'.
010308        88 OPEN-ITEMS-USABLE                VALUE 'Y'.
010312        88 OPEN-ITEMS-BLOCKED               VALUE 'N'.
010316     05 WS-CARDOPEN-EOF-SW       PIC X(01) VALUE 'N'.
010320        88 CARDOPEN-EOF                     VALUE 'Y'.
010324     05 WS-FXRATE-EOF-SW         PIC X(01) VALUE 'N'.
010328        88 FXRATE-EOF                       VALUE 'Y'.
010332     05 WS-EMPIDX-OPEN-SW        PIC X(01) VALUE 'N'.
010336        88 EMPIDX-OPEN                      VALUE 'Y'.
010340     05 WS-ITEM-CLAIMED-SW       PIC X(01) VALUE 'N'.
010344        88 ITEM-CLAIMED                     VALUE 'Y'.
010348        88 ITEM-NOT-CLAIMED                 VALUE 'N'.
010352     05 WS-CLAIM-RECOVERED-SW    PIC X(01) VALUE 'N'.
010356        88 CLAIMED-ITEM-RECOVERED           VALUE 'Y'.
010360     05 WS-RATE-FOUND-SW         PIC X(01) VALUE 'N'.
010364        88 RATE-FOUND                       VALUE 'Y'.
010368        88 RATE-NOT-FOUND                   VALUE 'N'.
010372     05 WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
010376        88 SORT-RETURN-EOF                  VALUE 'Y'.
010380     05 WS-LINE-ACTIVE-SW        PIC X(01) VALUE 'N'.
010384        88 LINE-ACTIVE                      VALUE 'Y'.
010388     05 WS-GROUP-ACTIVE-SW       PIC X(01) VALUE 'N'.
010392        88 GROUP-ACTIVE                     VALUE 'Y'.

010400*--------------------------------------------------------------
010500* SUBMITTED-EXPENSE TABLE - EVERY SORTED ROW, LOADED AT STARTUP
012100        10 EXP-TAB-USD-AMOUNT    PIC 9(7)V99.
012200        10 EXP-TAB-MATCHED-SW    PIC X(01).

012201*--------------------------------------------------------------
012202* OPEN-ITEMS TABLE - CONTROL/CARDOPEN.DAT, LOADED AT STARTUP
012203* AND REWRITTEN AT THE END.  OPN-TAB-CLAIMED-SW MARKS AN ITEM
012204* THIS RUN'S CARD FILE HAS SENT AGAIN (A RERUN ON THE SAME
012205* CARDTRANS.DAT), SO IT ISN'T ADDED TWICE.  THE HR DETAILS,
012206* AGE AND USD VALUE ARE FILLED IN WHEN THE ITEM IS AGED.
012207*--------------------------------------------------------------
012208 01  OPEN-ITEM-TABLE-AREA.
012209     05 OPEN-ITEM-COUNT          PIC 9(05) COMP VALUE ZERO.
012210     05 OPEN-ITEM-TABLE OCCURS 1 TO 2000 TIMES
012211           DEPENDING ON OPEN-ITEM-COUNT
012212           INDEXED BY OPN-IDX.
012213        10 OPN-TAB-EMPLOYEE-ID   PIC 9(6).
012214        10 OPN-TAB-CARD-NUMBER   PIC X(16).
012215        10 OPN-TAB-TRAN-DATE     PIC X(10).
012216        10 OPN-TAB-MERCHANT-NAME PIC X(50).
012217        10 OPN-TAB-TRAN-AMOUNT   PIC 9(10)V99.
012218        10 OPN-TAB-CURRENCY      PIC X(3).
012219        10 OPN-TAB-BILLING-CODE  PIC X(1).
012220           88 OPN-TAB-COMPANY-BILLED       VALUE 'B'.
012221        10 OPN-TAB-STATUS        PIC X(1).
012222           88 OPN-TAB-OPEN                 VALUE 'O'.
012223           88 OPN-TAB-CLEARED              VALUE 'C'.
012224           88 OPN-TAB-RECOVERED            VALUE 'R'.
012225           88 OPN-TAB-OUTSTANDING          VALUE 'O' 'R'.
012226        10 OPN-TAB-FIRST-RUN-ID  PIC 9(6).
012227        10 OPN-TAB-FIRST-SEEN    PIC 9(8).
012228        10 OPN-TAB-CLEARED-RUN   PIC 9(6).
012229        10 OPN-TAB-CLEARED-RPT   PIC 9(6).
012230        10 OPN-TAB-RECOVERY-RUN  PIC 9(6).
012231        10 OPN-TAB-RECOVERY-DATE PIC 9(8).
012232        10 OPN-TAB-RECOVERY-USD  PIC 9(7)V99.
012233        10 OPN-TAB-CLAIMED-SW    PIC X(01).
012234        10 OPN-TAB-ESCALATE-SW   PIC X(01).
012235        10 OPN-TAB-RATE-SW       PIC X(01).
012236        10 OPN-TAB-AGE-DAYS      PIC 9(5).
012237        10 OPN-TAB-USD           PIC 9(9)V99.
012238        10 OPN-TAB-NAME          PIC X(30).
012239        10 OPN-TAB-DEPARTMENT    PIC X(30).
012240        10 OPN-TAB-COST-CENTER   PIC X(10).

012241*--------------------------------------------------------------
012242* FX RATE TABLE - LOADED FROM CONTROL/FXRATES.DAT.  OPEN ITEMS
012243* ARE VALUED IN USD AT THE RATE IN FORCE ON THE RUN DATE.
012244*--------------------------------------------------------------
012245 01  FX-TABLE-AREA.
012246     05 FX-RATE-COUNT            PIC 9(04) COMP VALUE ZERO.
012247     05 FX-TABLE OCCURS 1 TO 200 TIMES
012248           DEPENDING ON FX-RATE-COUNT
012249           INDEXED BY FX-IDX.
012250        10 FX-CURRENCY           PIC X(03).
012251        10 FX-RATE               PIC 9(03)V9(06).
012252        10 FX-EFF-START          PIC 9(08).
012253        10 FX-EFF-END            PIC 9(08).
012254 01  WS-FX-RATES-DROPPED         PIC 9(05) COMP VALUE ZERO.
012255 01  WS-RATE-CURRENCY            PIC X(03).
012256 01  WS-RATE                     PIC 9(03)V9(06).

012257*--------------------------------------------------------------
012258* RUN FIELDS - THE RUN ID OFF ALLSORTED.RUN, TODAY'S DATE AND
012259* THE ESCALATION AGE (CONTROL/CARDAGING.DAT, DEFAULT 060).
012260*--------------------------------------------------------------
012261 01  WS-CARD-RUN-ID              PIC 9(6) VALUE ZERO.
012262 01  WS-RUN-DATE                 PIC 9(8).
012263 01  WS-ESCALATE-DAYS            PIC 9(3) VALUE 060.

012264*--------------------------------------------------------------
012265* AGING WORK FIELDS - DAYS SINCE THE TRANSACTION DATE BY THE
012266* USUAL BATCH-SHOP APPROXIMATION (YEARS AT 365, MONTHS AT 30),
012267* THE SAME WAY THE ADVANCE LEDGER AND PAYMENT FEED AGE.  THE
012268* CARD FEED'S DATE IS YYYY-MM-DD; ONE THAT ISN'T IS AGED FROM
012269* THE DAY THE ITEM WAS FIRST SEEN.
012270*--------------------------------------------------------------
012271 01  WS-AGE-DAYS                 PIC S9(05) COMP.
012272 01  WS-DATE-PARTS.
012273     05 WS-RUN-YYYY              PIC 9(4).
012274     05 WS-RUN-MM                PIC 9(2).
012275     05 WS-RUN-DD                PIC 9(2).
012276     05 WS-FROM-YYYY             PIC 9(4).
012277     05 WS-FROM-MM               PIC 9(2).
012278     05 WS-FROM-DD               PIC 9(2).
012279 01  WS-AGE-FROM-DATE            PIC 9(8).
012280 01  WS-TRAN-DATE-X              PIC X(10).
012281 01  WS-TRAN-DATE-PARTS REDEFINES WS-TRAN-DATE-X.
012282     05 WS-TRAN-YYYY             PIC X(4).
012283     05 FILLER                   PIC X(1).
012284     05 WS-TRAN-MM               PIC X(2).
012285     05 FILLER                   PIC X(1).
012286     05 WS-TRAN-DD               PIC X(2).
012287 01  WS-BAND-NO                  PIC 9(1).

012288*--------------------------------------------------------------
012289* AGING ACCUMULATORS - ITEMS AND USD PER BAND AT THREE LEVELS:
012290* (1) THE EMPLOYEE LINE, (2) THE COST CENTER, (3) THE REPORT.
012291* THE SAME THREE LEVELS CARRY THE ESCALATION REPORT'S EMPLOYEE,
012292* DEPARTMENT AND REPORT TOTALS.
012293*--------------------------------------------------------------
012294 01  WS-AGE-ACCUMULATORS.
012295     05 WS-ACC OCCURS 3 TIMES.
012296        10 WS-ACC-ITEMS          PIC 9(6).
012297        10 WS-ACC-BAND-USD       PIC S9(11)V99 OCCURS 4 TIMES.
012298        10 WS-ACC-TOTAL-USD      PIC S9(11)V99.
012299 01  WS-BRK-COST-CENTER          PIC X(10).
012300 01  WS-BRK-EMPLOYEE-ID          PIC 9(6).
012301 01  WS-BRK-NAME                 PIC X(30).
012302 01  WS-BRK-DEPARTMENT           PIC X(30).

012303*--------------------------------------------------------------
012400* RUN COUNTERS
012500*--------------------------------------------------------------
012600 01  WS-COUNTERS.
012700     05 WS-EXPENSES-LOADED       PIC 9(9) COMP VALUE ZERO.
012800     05 WS-EXPENSES-DROPPED      PIC 9(9) COMP VALUE ZERO.
012810     05 WS-CARDS-ON-FILE         PIC 9(9) COMP VALUE ZERO.
012820     05 WS-CARDS-READ            PIC 9(9) COMP VALUE ZERO.
013000     05 WS-CARDS-MATCHED         PIC 9(9) COMP VALUE ZERO.
013100     05 WS-CARDS-UNMATCHED       PIC 9(9) COMP VALUE ZERO.
013200     05 WS-DOUBLE-DIPS           PIC 9(9) COMP VALUE ZERO.
013201     05 WS-ITEMS-CARRIED         PIC 9(9) COMP VALUE ZERO.
013202     05 WS-ITEMS-PRUNED          PIC 9(9) COMP VALUE ZERO.
013203     05 WS-ITEMS-OVER            PIC 9(9) COMP VALUE ZERO.
013204     05 WS-ITEMS-ADDED           PIC 9(9) COMP VALUE ZERO.
013205     05 WS-ITEMS-CLEARED         PIC 9(9) COMP VALUE ZERO.
013206     05 WS-ITEMS-OUTSTANDING     PIC 9(9) COMP VALUE ZERO.
013207     05 WS-ITEMS-ESCALATED       PIC 9(9) COMP VALUE ZERO.
013208     05 WS-ITEMS-NO-RATE         PIC 9(9) COMP VALUE ZERO.
013209     05 WS-RECOVERIES            PIC 9(9) COMP VALUE ZERO.
013210     05 WS-RECOVERY-USD          PIC S9(11)V99 VALUE ZERO.

013211*--------------------------------------------------------------
013212* AGING REPORT LINE LAYOUTS
013213*--------------------------------------------------------------
013214 01  CAR-HDG-1.
013215     05 FILLER                   PIC X(34) VALUE
013216         'UNREPORTED CARD SPEND AGING - RUN '.
013217     05 CAR-HDG-RUN-ID           PIC 9(6).
013218     05 FILLER                   PIC X(12) VALUE
013219         '  RUN DATE: '.
013220     05 CAR-HDG-RUN-DATE         PIC 9(8).
013221     05 FILLER                   PIC X(72) VALUE SPACES.

013222 01  CAR-HDG-2.
013223     05 FILLER                   PIC X(11) VALUE 'COST CTR'.
013224     05 FILLER                   PIC X(38) VALUE
013225         'EMPLOYEE NAME'.
013226     05 FILLER                   PIC X(05) VALUE 'ITEMS'.
013227     05 FILLER                   PIC X(15) VALUE
013228         '    1 - 30 DAYS'.
013229     05 FILLER                   PIC X(15) VALUE
013230         '   31 - 60 DAYS'.
013231     05 FILLER                   PIC X(15) VALUE
013232         '   61 - 90 DAYS'.
013233     05 FILLER                   PIC X(15) VALUE
013234         '   OVER 90 DAYS'.
013235     05 FILLER                   PIC X(15) VALUE
013236         '      TOTAL USD'.
013237     05 FILLER                   PIC X(03) VALUE SPACES.

013238 01  CAR-HDG-3                   PIC X(132) VALUE ALL '-'.

013239 01  CAR-DETAIL-LINE.
013240     05 CAR-DTL-COST-CENTER      PIC X(10).
013241     05 FILLER                   PIC X(01) VALUE SPACE.
013242     05 CAR-DTL-EMPLOYEE-ID      PIC X(06).
013243     05 FILLER                   PIC X(01) VALUE SPACE.
013244     05 CAR-DTL-NAME             PIC X(30).
013245     05 FILLER                   PIC X(01) VALUE SPACE.
013246     05 CAR-DTL-ITEMS            PIC ZZZZ9.
013247     05 CAR-DTL-BAND OCCURS 4 TIMES.
013248        10 FILLER                PIC X(01) VALUE SPACE.
013249        10 CAR-DTL-BAND-USD      PIC ZZ,ZZZ,ZZ9.99-.
013250     05 FILLER                   PIC X(01) VALUE SPACE.
013251     05 CAR-DTL-TOTAL-USD        PIC ZZ,ZZZ,ZZ9.99-.
013252     05 FILLER                   PIC X(03) VALUE SPACES.

013253*--------------------------------------------------------------
013254* ESCALATION REPORT LINE LAYOUTS
013255*--------------------------------------------------------------
013256 01  CER-HDG-1.
013257     05 FILLER                   PIC X(45) VALUE
013258         'UNREPORTED CARD SPEND ESCALATIONS - OPEN OVER'.
013259     05 FILLER                   PIC X(01) VALUE SPACE.
013260     05 CER-HDG-DAYS             PIC ZZ9.
013261     05 FILLER                   PIC X(17) VALUE
013262         ' DAYS  RUN DATE: '.
013263     05 CER-HDG-RUN-DATE         PIC 9(8).
013264     05 FILLER                   PIC X(58) VALUE SPACES.

013265 01  CER-HDG-2.
013266     05 FILLER                   PIC X(28) VALUE
013267         'EMPLOYEE NAME'.
013268     05 FILLER                   PIC X(11) VALUE 'COST CTR'.
013269     05 FILLER                   PIC X(05) VALUE 'CARD'.
013270     05 FILLER                   PIC X(11) VALUE 'TRAN DATE'.
013271     05 FILLER                   PIC X(21) VALUE 'MERCHANT'.
013272     05 FILLER                   PIC X(13) VALUE
013273         '      AMOUNT '.
013274     05 FILLER                   PIC X(04) VALUE 'CUR'.
013275     05 FILLER                   PIC X(13) VALUE
013276         '         USD '.
013277     05 FILLER                   PIC X(06) VALUE ' DAYS '.
013278     05 FILLER                   PIC X(20) VALUE 'B ACTION'.

013279 01  CER-DEPT-LINE.
013280     05 FILLER                   PIC X(12) VALUE
013281         'DEPARTMENT: '.
013282     05 CER-DEPT-NAME            PIC X(30).
013283     05 FILLER                   PIC X(90) VALUE SPACES.

013284 01  CER-DETAIL-LINE.
013285     05 CER-DTL-EMPLOYEE-ID      PIC 9(6).
013286     05 FILLER                   PIC X(01) VALUE SPACE.
013287     05 CER-DTL-NAME             PIC X(20).
013288     05 FILLER                   PIC X(01) VALUE SPACE.
013289     05 CER-DTL-COST-CENTER      PIC X(10).
013290     05 FILLER                   PIC X(01) VALUE SPACE.
013291     05 CER-DTL-CARD-LAST-4      PIC X(04).
013292     05 FILLER                   PIC X(01) VALUE SPACE.
013293     05 CER-DTL-TRAN-DATE        PIC X(10).
013294     05 FILLER                   PIC X(01) VALUE SPACE.
013295     05 CER-DTL-MERCHANT-NAME    PIC X(20).
013296     05 FILLER                   PIC X(01) VALUE SPACE.
013297     05 CER-DTL-TRAN-AMOUNT      PIC Z,ZZZ,ZZ9.99.
013298     05 FILLER                   PIC X(01) VALUE SPACE.
013299     05 CER-DTL-CURRENCY         PIC X(03).
013300     05 FILLER                   PIC X(01) VALUE SPACE.
013301     05 CER-DTL-USD              PIC Z,ZZZ,ZZ9.99.
013302     05 FILLER                   PIC X(01) VALUE SPACE.
013303     05 CER-DTL-AGE-DAYS         PIC ZZZZ9.
013304     05 FILLER                   PIC X(01) VALUE SPACE.
013305     05 CER-DTL-BILLING-CODE     PIC X(01).
013306     05 FILLER                   PIC X(01) VALUE SPACE.
013307     05 CER-DTL-ACTION           PIC X(18).

013308 01  CER-TOTAL-LINE.
013309     05 CER-TOT-LABEL            PIC X(44).
013310     05 CER-TOT-ITEMS            PIC ZZZZ9.
013311     05 FILLER                   PIC X(06) VALUE ' ITEMS'.
013312     05 FILLER                   PIC X(33) VALUE SPACES.
013313     05 CER-TOT-USD              PIC Z,ZZZ,ZZZ,ZZ9.99-.
013314     05 FILLER                   PIC X(27) VALUE SPACES.

013315 PROCEDURE DIVISION.

013400*================================================================
013500* 0000-MAINLINE
014000     PERFORM 1100-LOAD-EXPENSE-TABLE
014100         THRU 1100-EXIT.

014110     PERFORM 1200-LOAD-OPEN-ITEMS
014120         THRU 1200-EXIT.

014200     PERFORM 2000-MATCH-CARD-TRANSACTIONS
014300         THRU 2000-EXIT.

014304     IF OPEN-ITEMS-USABLE
014308         PERFORM 3000-SWEEP-OPEN-ITEMS
014312             THRU 3000-EXIT
014316         SORT CardAgingSortFile
014320             ON ASCENDING KEY CAS-COST-CENTER CAS-EMPLOYEE-ID
014324             INPUT PROCEDURE 4000-AGE-OPEN-ITEMS
014328                 THRU 4000-EXIT
014332             OUTPUT PROCEDURE 5000-PRINT-AGING
014336                 THRU 5000-EXIT
014340         SORT CardEscalateSortFile
014344             ON ASCENDING KEY CES-DEPARTMENT CES-EMPLOYEE-ID
014348                              CES-TRAN-DATE
014352             INPUT PROCEDURE 6000-SELECT-ESCALATIONS
014356                 THRU 6000-EXIT
014360             OUTPUT PROCEDURE 6500-PRINT-ESCALATIONS
014364                 THRU 6500-EXIT
014368         PERFORM 7000-REWRITE-OPEN-ITEMS
014372             THRU 7000-EXIT
014376     END-IF.

014400     PERFORM 9000-TERMINATE
014500         THRU 9000-EXIT.

014800* 1000-INITIALIZE
014900*================================================================
015000 1000-INITIALIZE.
015010     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015020     MOVE WS-RUN-DATE (1:4) TO WS-RUN-YYYY.
015030     MOVE WS-RUN-DATE (5:2) TO WS-RUN-MM.
015040     MOVE WS-RUN-DATE (7:2) TO WS-RUN-DD.

015100     OPEN INPUT  CardTransFile.
015200     OPEN OUTPUT CardMatchedFile.
015300     OPEN OUTPUT CardUnmatchedFile.
019500 1110-EXIT.
019600     EXIT.

019601*================================================================
019602* 1200-LOAD-OPEN-ITEMS - THE OPEN-ITEMS FILE INTO THE TABLE,
019603* KEYED TO THE RUN ID ON ALLSORTED.RUN.  WITHOUT A RUN ID THERE
019604* IS NO TELLING A RERUN FROM A NEW RUN, AND A FILE BIGGER THAN
019605* THE TABLE WOULD LOSE ITEMS ON REWRITE - EITHER WAY THE OPEN
019606* ITEMS ARE LEFT ALONE THIS RUN AND ONLY THE MATCH IS DONE.
019607* SO ARE THEY IF EVERY TRANSACTION ON THE CARD FILE, ADDED AS
019608* A NEW ITEM, WOULD NOT FIT - THE WHOLE RUN UPDATES THEM OR
019609* NONE OF IT DOES, DECIDED BEFORE THE FIRST ITEM IS CLAIMED.
019610* NO FILE YET JUST MEANS NOTHING HAS BEEN LEFT OPEN.
019611*================================================================
019612 1200-LOAD-OPEN-ITEMS.
019613     SET OPEN-ITEMS-BLOCKED TO TRUE.
019614     OPEN INPUT RunStampFile.
019615     IF WS-STAMP-FILE-STATUS NOT = '00'
019616         DISPLAY 'CARD MATCH WARNING - ALLSORTED.csv CARRIES NO '
019617             'RUN STAMP - OPEN CARD ITEMS NOT UPDATED'
019618         GO TO 1200-EXIT
019619     END-IF.
019620     READ RunStampFile
019621         AT END CONTINUE
019622     END-READ.
019623     CLOSE RunStampFile.
019624     IF STAMP-RUN-ID IS NOT NUMERIC
019625         OR STAMP-RUN-ID = ZERO
019626         DISPLAY 'CARD MATCH WARNING - ALLSORTED.csv RUN STAMP '
019627             'IS UNREADABLE - OPEN CARD ITEMS NOT UPDATED'
019628         GO TO 1200-EXIT
019629     END-IF.
019630     MOVE STAMP-RUN-ID TO WS-CARD-RUN-ID.

019631     MOVE ZERO TO OPEN-ITEM-COUNT.
019632     MOVE 'N' TO WS-CARDOPEN-EOF-SW.
019633     OPEN INPUT CardOpenFile.
019634     IF WS-CARDOPEN-FILE-STATUS = '00'
019635         READ CardOpenFile
019636             AT END MOVE 'Y' TO WS-CARDOPEN-EOF-SW
019637         END-READ
019638         PERFORM 1210-LOAD-ONE-OPEN-ITEM
019639             THRU 1210-EXIT
019640             UNTIL CARDOPEN-EOF
019641         CLOSE CardOpenFile
019642     END-IF.

019643     IF WS-ITEMS-OVER > ZERO
019644         DISPLAY 'CARD MATCH WARNING - CONTROL/CARDOPEN.DAT HAS '
019645             WS-ITEMS-OVER ' ITEMS PAST THE TABLE LIMIT AND '
019646             'WOULD LOSE THEM ON REWRITE - OPEN CARD ITEMS NOT '
019647             'UPDATED.  RAISE THE LIMIT.'
019648         GO TO 1200-EXIT
019649     END-IF.

019650     PERFORM 1250-COUNT-CARD-TRANSACTIONS
019651         THRU 1250-EXIT.
019652     IF OPEN-ITEM-COUNT + WS-CARDS-ON-FILE > 2000
019653         DISPLAY 'CARD MATCH WARNING - ' OPEN-ITEM-COUNT
019654             ' OPEN CARD ITEMS AND ' WS-CARDS-ON-FILE
019655             ' CARD TRANSACTIONS COULD OVERFILL THE TABLE - '
019656             'OPEN CARD ITEMS NOT UPDATED.  RAISE THE LIMIT.'
019657         GO TO 1200-EXIT
019658     END-IF.

019659     PERFORM 1300-LOAD-AGING-PARM
019660         THRU 1300-EXIT.
019661     PERFORM 1400-LOAD-FX-TABLE
019662         THRU 1400-EXIT.

019663     OPEN INPUT EmpMasterIdxFile.
019664     IF WS-EMPIDX-STATUS = '00'
019665         SET EMPIDX-OPEN TO TRUE
019666     ELSE
019667         DISPLAY 'CARD MATCH WARNING - CONTROL/EMPMASTER.IDX '
019668             'CANNOT BE READ (STATUS ' WS-EMPIDX-STATUS
019669             ') - OPEN ITEMS AGED WITHOUT DEPARTMENT OR COST '
019670             'CENTER.  RUN CALC-KEYLOAD.'
019671     END-IF.

019672     SET OPEN-ITEMS-USABLE TO TRUE.
019673 1200-EXIT.
019674     EXIT.

019675*    AN ITEM CLEARED BY AN EARLIER RUN IS DROPPED.  ONE CLEARED
019676*    OR RECOVERED BY THIS SAME RUN ID (A RERUN) IS PUT BACK THE
019677*    WAY IT STOOD BEFORE, SO THIS RUN DOES IT OVER AGAIN.
019678 1210-LOAD-ONE-OPEN-ITEM.
019679     IF COI-CLEARED
019680         AND COI-CLEARED-RUN-ID NOT = WS-CARD-RUN-ID
019681         ADD 1 TO WS-ITEMS-PRUNED
019682         GO TO 1210-NEXT
019683     END-IF.
019684     IF OPEN-ITEM-COUNT NOT < 2000
019685         ADD 1 TO WS-ITEMS-OVER
019686         GO TO 1210-NEXT
019687     END-IF.

019688     ADD 1 TO OPEN-ITEM-COUNT.
019689     SET OPN-IDX TO OPEN-ITEM-COUNT.
019690     MOVE COI-EMPLOYEE-ID     TO OPN-TAB-EMPLOYEE-ID (OPN-IDX).
019691     MOVE COI-CARD-NUMBER     TO OPN-TAB-CARD-NUMBER (OPN-IDX).
019692     MOVE COI-TRAN-DATE       TO OPN-TAB-TRAN-DATE (OPN-IDX).
019693     MOVE COI-MERCHANT-NAME   TO OPN-TAB-MERCHANT-NAME (OPN-IDX).
019694     MOVE COI-TRAN-AMOUNT     TO OPN-TAB-TRAN-AMOUNT (OPN-IDX).
019695     MOVE COI-CURRENCY        TO OPN-TAB-CURRENCY (OPN-IDX).
019696     MOVE COI-BILLING-CODE    TO OPN-TAB-BILLING-CODE (OPN-IDX).
019697     MOVE COI-STATUS          TO OPN-TAB-STATUS (OPN-IDX).
019698     MOVE COI-FIRST-RUN-ID    TO OPN-TAB-FIRST-RUN-ID (OPN-IDX).
019699     MOVE COI-FIRST-SEEN-DATE TO OPN-TAB-FIRST-SEEN (OPN-IDX).
019700     MOVE COI-CLEARED-RUN-ID  TO OPN-TAB-CLEARED-RUN (OPN-IDX).
019701     MOVE COI-CLEARED-REPORT-ID
019702         TO OPN-TAB-CLEARED-RPT (OPN-IDX).
019703     MOVE COI-RECOVERY-RUN-ID TO OPN-TAB-RECOVERY-RUN (OPN-IDX).
019704     MOVE COI-RECOVERY-DATE
019705         TO OPN-TAB-RECOVERY-DATE (OPN-IDX).
019706     MOVE COI-RECOVERY-USD    TO OPN-TAB-RECOVERY-USD (OPN-IDX).
019707     MOVE 'N' TO OPN-TAB-CLAIMED-SW (OPN-IDX).
019708     MOVE 'N' TO OPN-TAB-ESCALATE-SW (OPN-IDX).
019709     MOVE 'N' TO OPN-TAB-RATE-SW (OPN-IDX).

019710     IF OPN-TAB-CLEARED (OPN-IDX)
019711         MOVE ZERO TO OPN-TAB-CLEARED-RUN (OPN-IDX)
019712         MOVE ZERO TO OPN-TAB-CLEARED-RPT (OPN-IDX)
019713         IF OPN-TAB-RECOVERY-RUN (OPN-IDX) = ZERO
019714             MOVE 'O' TO OPN-TAB-STATUS (OPN-IDX)
019715         ELSE
019716             MOVE 'R' TO OPN-TAB-STATUS (OPN-IDX)
019717         END-IF
019718     END-IF.
019719     IF OPN-TAB-RECOVERY-RUN (OPN-IDX) = WS-CARD-RUN-ID
019720         MOVE 'O'  TO OPN-TAB-STATUS (OPN-IDX)
019721         MOVE ZERO TO OPN-TAB-RECOVERY-RUN (OPN-IDX)
019722         MOVE ZERO TO OPN-TAB-RECOVERY-DATE (OPN-IDX)
019723         MOVE ZERO TO OPN-TAB-RECOVERY-USD (OPN-IDX)
019724     END-IF.
019725     ADD 1 TO WS-ITEMS-CARRIED.

019726 1210-NEXT.
019727     READ CardOpenFile
019728         AT END MOVE 'Y' TO WS-CARDOPEN-EOF-SW
019729     END-READ.
019730 1210-EXIT.
019731     EXIT.

019732*================================================================
019733* 1250-COUNT-CARD-TRANSACTIONS - ONE PASS OVER THE CARD FILE
019734* FOR ITS ROW COUNT, THEN IT IS OPENED AGAIN FOR THE MATCH.
019735*================================================================
019736 1250-COUNT-CARD-TRANSACTIONS.
019737     MOVE ZERO TO WS-CARDS-ON-FILE.
019738     MOVE 'N' TO WS-CARDFILE-EOF-SW.
019739     READ CardTransFile
019740         AT END MOVE 'Y' TO WS-CARDFILE-EOF-SW
019741     END-READ.
019742     PERFORM 1260-COUNT-ONE-TRANSACTION
019743         THRU 1260-EXIT
019744         UNTIL CARDFILE-EOF.
019745     CLOSE CardTransFile.
019746     OPEN INPUT CardTransFile.
019747     MOVE 'N' TO WS-CARDFILE-EOF-SW.
019748 1250-EXIT.
019749     EXIT.

019750 1260-COUNT-ONE-TRANSACTION.
019751     ADD 1 TO WS-CARDS-ON-FILE.
019752     READ CardTransFile
019753         AT END MOVE 'Y' TO WS-CARDFILE-EOF-SW
019754     END-READ.
019755 1260-EXIT.
019756     EXIT.

019757*================================================================
019758* 1300-LOAD-AGING-PARM - THE ESCALATION AGE.  NO PARAMETER FILE
019759* MEANS THE DEFAULT.
019760*================================================================
019761 1300-LOAD-AGING-PARM.
019762     OPEN INPUT CardAgingParmFile.
019763     IF WS-AGEPARM-FILE-STATUS = '00'
019764         READ CardAgingParmFile
019765             AT END CONTINUE
019766             NOT AT END
019767                 IF CAP-ESCALATE-DAYS IS NUMERIC
019768                     MOVE CAP-ESCALATE-DAYS TO WS-ESCALATE-DAYS
019769                 END-IF
019770         END-READ
019771         CLOSE CardAgingParmFile
019772     END-IF.
019773 1300-EXIT.
019774     EXIT.

019775*================================================================
019776* 1400-LOAD-FX-TABLE - LOAD THE DATED RATES FROM CONTROL/
019777* FXRATES.DAT.  NO RATES FILE MEANS ONLY USD ITEMS CAN BE
019778* VALUED (OR RECOVERED).
019779*================================================================
019780 1400-LOAD-FX-TABLE.
019781     MOVE ZERO TO FX-RATE-COUNT.
019782     MOVE 'N' TO WS-FXRATE-EOF-SW.
019783     OPEN INPUT FxRateFile.
019784     IF WS-FXRATE-FILE-STATUS NOT = '00'
019785         DISPLAY 'CARD MATCH WARNING - NO CONTROL/FXRATES.DAT '
019786             'ON DISK - ONLY USD ITEMS CAN BE VALUED'
019787         GO TO 1400-EXIT
019788     END-IF.

019789     READ FxRateFile
019790         AT END MOVE 'Y' TO WS-FXRATE-EOF-SW
019791     END-READ.
019792     PERFORM 1410-LOAD-ONE-FX-RATE
019793         THRU 1410-EXIT
019794         UNTIL FXRATE-EOF.
019795     CLOSE FxRateFile.
019796 1400-EXIT.
019797     EXIT.

019798 1410-LOAD-ONE-FX-RATE.
019799     IF FX-RATE-COUNT < 200
019800         ADD 1 TO FX-RATE-COUNT
019801         SET FX-IDX TO FX-RATE-COUNT
019802         MOVE FXR-CURRENCY  TO FX-CURRENCY (FX-IDX)
019803         MOVE FXR-RATE      TO FX-RATE (FX-IDX)
019804         MOVE FXR-EFF-START TO FX-EFF-START (FX-IDX)
019805         MOVE FXR-EFF-END   TO FX-EFF-END (FX-IDX)
019806     ELSE
019807         ADD 1 TO WS-FX-RATES-DROPPED
019808     END-IF.

019809     READ FxRateFile
019810         AT END MOVE 'Y' TO WS-FXRATE-EOF-SW
019811     END-READ.
019812 1410-EXIT.
019813     EXIT.

019814*================================================================
019815* 2000-MATCH-CARD-TRANSACTIONS
019900*================================================================
020000 2000-MATCH-CARD-TRANSACTIONS.
020100     READ CardTransFile
020700 2000-EXIT.
020800     EXIT.

020810*    A TRANSACTION ALREADY ON THE OPEN-ITEMS FILE (THE SAME CARD
020820*    FILE RUN AGAIN) CLEARS THAT ITEM IF IT MATCHES NOW, AND IS
020830*    NOT ADDED A SECOND TIME IF IT DOESN'T.  A COMPANY-BILLED
020840*    ITEM ALREADY RECOVERED FROM THE EMPLOYEE IS NOT DEDUCTED
020850*    AGAIN AS A DOUBLE-DIP - THE REIMBURSEMENT REPAYS IT.
020900 2100-MATCH-ONE-TRANSACTION.
021000     ADD 1 TO WS-CARDS-READ.

021010     PERFORM 2105-CLAIM-OPEN-ITEM
021020         THRU 2105-EXIT.

021100     PERFORM 2110-FIND-MATCHING-EXPENSE
021200         THRU 2110-EXIT.

021500         PERFORM 2120-WRITE-MATCHED-PAIR
021600             THRU 2120-EXIT
021700         IF CRD-COMPANY-BILLED
021710             AND NOT CLAIMED-ITEM-RECOVERED
021800             PERFORM 2130-WRITE-DOUBLE-DIP
021900                 THRU 2130-EXIT
022000         END-IF
022010         IF ITEM-CLAIMED
022020             PERFORM 2150-CLEAR-CLAIMED-ITEM
022030                 THRU 2150-EXIT
022040         END-IF
022100     ELSE
022200         PERFORM 2140-WRITE-UNMATCHED
022300             THRU 2140-EXIT
022310         IF ITEM-NOT-CLAIMED
022320             AND OPEN-ITEMS-USABLE
022330             PERFORM 2160-ADD-OPEN-ITEM
022340                 THRU 2160-EXIT
022350         END-IF
022400     END-IF.

022500     READ CardTransFile
022800 2100-EXIT.
022900     EXIT.

022902*================================================================
022904* 2105-CLAIM-OPEN-ITEM - AN OPEN ITEM THE SAME IN EVERY FIELD
022906* AND NOT YET CLAIMED BY THIS RUN'S CARD FILE IS THIS
022908* TRANSACTION, SENT AGAIN.
022910*================================================================
022912 2105-CLAIM-OPEN-ITEM.
022914     SET ITEM-NOT-CLAIMED TO TRUE.
022916     MOVE 'N' TO WS-CLAIM-RECOVERED-SW.
022918     IF OPEN-ITEMS-BLOCKED
022920         OR OPEN-ITEM-COUNT = ZERO
022922         GO TO 2105-EXIT
022924     END-IF.

022926     SET OPN-IDX TO 1.
022928     SEARCH OPEN-ITEM-TABLE
022930         AT END
022932             SET ITEM-NOT-CLAIMED TO TRUE
022934         WHEN OPN-TAB-EMPLOYEE-ID (OPN-IDX) = CRD-EMPLOYEE-ID
022936             AND OPN-TAB-CARD-NUMBER (OPN-IDX) = CRD-CARD-NUMBER
022938             AND OPN-TAB-TRAN-DATE (OPN-IDX) = CRD-TRAN-DATE
022940             AND OPN-TAB-MERCHANT-NAME (OPN-IDX) =
022942                 CRD-MERCHANT-NAME
022944             AND OPN-TAB-TRAN-AMOUNT (OPN-IDX) = CRD-TRAN-AMOUNT
022946             AND OPN-TAB-CURRENCY (OPN-IDX) = CRD-CURRENCY
022948             AND OPN-TAB-BILLING-CODE (OPN-IDX) =
022950                 CRD-BILLING-CODE
022952             AND OPN-TAB-CLAIMED-SW (OPN-IDX) = 'N'
022954             SET ITEM-CLAIMED TO TRUE
022956     END-SEARCH.

022958     IF ITEM-CLAIMED
022960         MOVE 'Y' TO OPN-TAB-CLAIMED-SW (OPN-IDX)
022962         IF OPN-TAB-RECOVERED (OPN-IDX)
022964             SET CLAIMED-ITEM-RECOVERED TO TRUE
022966         END-IF
022968     END-IF.
022970 2105-EXIT.
022972     EXIT.

023000*================================================================
023100* 2110-FIND-MATCHING-EXPENSE - AN EXPENSE ROW MATCHES A CARD
023200* TRANSACTION ON EMPLOYEEID, EXPENSE DATE AND LOCAL AMOUNT/
029900 2140-EXIT.
030000     EXIT.

030001*================================================================
030002* 2150-CLEAR-CLAIMED-ITEM - THE OPEN ITEM AT OPN-IDX HAS JUST
030003* BEEN MATCHED.  IT STAYS ON FILE, CLEARED, UNTIL THE NEXT RUN.
030004*================================================================
030005 2150-CLEAR-CLAIMED-ITEM.
030006     MOVE 'C' TO OPN-TAB-STATUS (OPN-IDX).
030007     MOVE WS-CARD-RUN-ID TO OPN-TAB-CLEARED-RUN (OPN-IDX).
030008     MOVE EXP-TAB-REPORT-ID (EXP-IDX)
030009         TO OPN-TAB-CLEARED-RPT (OPN-IDX).
030010     ADD 1 TO WS-ITEMS-CLEARED.
030011 2150-EXIT.
030012     EXIT.

030013*================================================================
030014* 2160-ADD-OPEN-ITEM - A NEW UNREPORTED TRANSACTION ONTO THE
030015* OPEN-ITEMS TABLE.  IF THE TABLE IS FULL THE OPEN ITEMS ARE
030016* LEFT ALONE FOR THE RUN RATHER THAN REWRITTEN WITHOUT IT.
030017*================================================================
030018 2160-ADD-OPEN-ITEM.
030019     IF OPEN-ITEM-COUNT NOT < 2000
030020         DISPLAY 'CARD MATCH WARNING - OPEN CARD ITEMS TABLE '
030021             'FULL AT EMPLOYEE ' CRD-EMPLOYEE-ID
030022             ' - OPEN CARD ITEMS NOT UPDATED.  RAISE THE LIMIT.'
030023         SET OPEN-ITEMS-BLOCKED TO TRUE
030024         GO TO 2160-EXIT
030025     END-IF.

030026     ADD 1 TO OPEN-ITEM-COUNT.
030027     SET OPN-IDX TO OPEN-ITEM-COUNT.
030028     MOVE CRD-EMPLOYEE-ID   TO OPN-TAB-EMPLOYEE-ID (OPN-IDX).
030029     MOVE CRD-CARD-NUMBER   TO OPN-TAB-CARD-NUMBER (OPN-IDX).
030030     MOVE CRD-TRAN-DATE     TO OPN-TAB-TRAN-DATE (OPN-IDX).
030031     MOVE CRD-MERCHANT-NAME TO OPN-TAB-MERCHANT-NAME (OPN-IDX).
030032     MOVE CRD-TRAN-AMOUNT   TO OPN-TAB-TRAN-AMOUNT (OPN-IDX).
030033     MOVE CRD-CURRENCY      TO OPN-TAB-CURRENCY (OPN-IDX).
030034     MOVE CRD-BILLING-CODE  TO OPN-TAB-BILLING-CODE (OPN-IDX).
030035     MOVE 'O'               TO OPN-TAB-STATUS (OPN-IDX).
030036     MOVE WS-CARD-RUN-ID    TO OPN-TAB-FIRST-RUN-ID (OPN-IDX).
030037     MOVE WS-RUN-DATE       TO OPN-TAB-FIRST-SEEN (OPN-IDX).
030038     MOVE ZERO TO OPN-TAB-CLEARED-RUN (OPN-IDX).
030039     MOVE ZERO TO OPN-TAB-CLEARED-RPT (OPN-IDX).
030040     MOVE ZERO TO OPN-TAB-RECOVERY-RUN (OPN-IDX).
030041     MOVE ZERO TO OPN-TAB-RECOVERY-DATE (OPN-IDX).
030042     MOVE ZERO TO OPN-TAB-RECOVERY-USD (OPN-IDX).
030043     MOVE 'Y' TO OPN-TAB-CLAIMED-SW (OPN-IDX).
030044     MOVE 'N' TO OPN-TAB-ESCALATE-SW (OPN-IDX).
030045     MOVE 'N' TO OPN-TAB-RATE-SW (OPN-IDX).
030046     ADD 1 TO WS-ITEMS-ADDED.
030047 2160-EXIT.
030048     EXIT.

030049*================================================================
030050* 3000-SWEEP-OPEN-ITEMS - EVERY ITEM LEFT OPEN BY AN EARLIER
030051* CARD FILE IS TRIED AGAINST THE SORTED ROWS THIS RUN'S CARD
030052* FILE DIDN'T CLAIM, BY THE SAME RULE AS A NEW TRANSACTION.  A
030053* MATCH CLEARS IT AND IS WRITTEN AS A MATCHED PAIR (AND, IF
030054* COMPANY-BILLED AND NOT ALREADY RECOVERED, A DOUBLE-DIP).
030055*================================================================
030056 3000-SWEEP-OPEN-ITEMS.
030057     SET OPN-IDX TO 1.
030058     PERFORM 3100-SWEEP-ONE-ITEM
030059         THRU 3100-EXIT
030060         UNTIL OPN-IDX > OPEN-ITEM-COUNT.
030061 3000-EXIT.
030062     EXIT.

030063 3100-SWEEP-ONE-ITEM.
030064     IF OPN-TAB-CLAIMED-SW (OPN-IDX) = 'Y'
030065         OR NOT OPN-TAB-OUTSTANDING (OPN-IDX)
030066         GO TO 3100-NEXT
030067     END-IF.

030068     SET MATCH-NOT-FOUND TO TRUE.
030069     IF EXPENSE-COUNT > ZERO
030070         SET EXP-IDX TO 1
030071         SEARCH EXPENSE-TABLE
030072             AT END
030073                 SET MATCH-NOT-FOUND TO TRUE
030074             WHEN EXP-TAB-EMPLOYEE-ID (EXP-IDX) =
030075                 OPN-TAB-EMPLOYEE-ID (OPN-IDX)
030076                 AND EXP-TAB-EXPENSE-DATE (EXP-IDX) =
030077                     OPN-TAB-TRAN-DATE (OPN-IDX)
030078                 AND EXP-TAB-LOCAL-AMOUNT (EXP-IDX) =
030079                     OPN-TAB-TRAN-AMOUNT (OPN-IDX)
030080                 AND EXP-TAB-CURRENCY (EXP-IDX) =
030081                     OPN-TAB-CURRENCY (OPN-IDX)
030082                 AND EXP-TAB-MATCHED-SW (EXP-IDX) = 'N'
030083                 SET MATCH-FOUND TO TRUE
030084         END-SEARCH
030085     END-IF.
030086     IF MATCH-NOT-FOUND
030087         GO TO 3100-NEXT
030088     END-IF.

030089     MOVE 'Y' TO EXP-TAB-MATCHED-SW (EXP-IDX).
030090     MOVE OPN-TAB-EMPLOYEE-ID (OPN-IDX)   TO MTC-EMPLOYEE-ID.
030091     MOVE OPN-TAB-TRAN-DATE (OPN-IDX)     TO MTC-TRAN-DATE.
030092     MOVE OPN-TAB-MERCHANT-NAME (OPN-IDX) TO MTC-MERCHANT-NAME.
030093     MOVE EXP-TAB-BUSINESS-NAME (EXP-IDX) TO MTC-BUSINESS-NAME.
030094     MOVE EXP-TAB-REPORT-ID (EXP-IDX)     TO MTC-REPORT-ID.
030095     MOVE OPN-TAB-TRAN-AMOUNT (OPN-IDX)   TO MTC-TRAN-AMOUNT.
030096     MOVE OPN-TAB-CURRENCY (OPN-IDX)      TO MTC-CURRENCY.
030097     MOVE OPN-TAB-BILLING-CODE (OPN-IDX)  TO MTC-BILLING-CODE.
030098     WRITE MTC-REC.
030099     ADD 1 TO WS-CARDS-MATCHED.

030100     IF OPN-TAB-COMPANY-BILLED (OPN-IDX)
030101         AND OPN-TAB-OPEN (OPN-IDX)
030102         MOVE EXP-TAB-EMPLOYEE-ID (EXP-IDX)   TO DDP-EMPLOYEE-ID
030103         MOVE EXP-TAB-REPORT-ID (EXP-IDX)     TO DDP-REPORT-ID
030104         MOVE EXP-TAB-EXPENSE-DATE (EXP-IDX)  TO DDP-EXPENSE-DATE
030105         MOVE EXP-TAB-BUSINESS-NAME (EXP-IDX)
030106             TO DDP-BUSINESS-NAME
030107         MOVE OPN-TAB-MERCHANT-NAME (OPN-IDX)
030108             TO DDP-MERCHANT-NAME
030109         MOVE EXP-TAB-LOCAL-AMOUNT (EXP-IDX)  TO DDP-LOCAL-AMOUNT
030110         MOVE EXP-TAB-CURRENCY (EXP-IDX)      TO DDP-CURRENCY
030111         MOVE EXP-TAB-USD-AMOUNT (EXP-IDX)    TO DDP-USD-AMOUNT
030112         WRITE DDP-REC
030113         ADD 1 TO WS-DOUBLE-DIPS
030114     END-IF.

030115     PERFORM 2150-CLEAR-CLAIMED-ITEM
030116         THRU 2150-EXIT.

030117 3100-NEXT.
030118     SET OPN-IDX UP BY 1.
030119 3100-EXIT.
030120     EXIT.

030121*================================================================
030122* 4000-AGE-OPEN-ITEMS (SORT INPUT PROCEDURE) - EVERY ITEM STILL
030123* OUTSTANDING IS AGED, VALUED IN USD AT TODAY'S RATE AND
030124* RELEASED IN ITS BAND UNDER THE EMPLOYEE'S COST CENTER.  ONE
030125* PAST THE ESCALATION AGE IS MARKED FOR THE ESCALATION REPORT,
030126* AND IF COMPANY-BILLED AND NOT YET RECOVERED IT IS RECOVERED.
030127*================================================================
030128 4000-AGE-OPEN-ITEMS.
030129     SET OPN-IDX TO 1.
030130     PERFORM 4100-AGE-ONE-ITEM
030131         THRU 4100-EXIT
030132         UNTIL OPN-IDX > OPEN-ITEM-COUNT.
030133 4000-EXIT.
030134     EXIT.

030135 4100-AGE-ONE-ITEM.
030136     IF NOT OPN-TAB-OUTSTANDING (OPN-IDX)
030137         GO TO 4100-NEXT
030138     END-IF.
030139     ADD 1 TO WS-ITEMS-OUTSTANDING.

030140     PERFORM 4200-GET-EMPLOYEE
030141         THRU 4200-EXIT.

030142     MOVE OPN-TAB-TRAN-DATE (OPN-IDX) TO WS-TRAN-DATE-X.
030143     IF WS-TRAN-YYYY IS NUMERIC
030144         AND WS-TRAN-MM IS NUMERIC
030145         AND WS-TRAN-DD IS NUMERIC
030146         STRING WS-TRAN-YYYY WS-TRAN-MM WS-TRAN-DD
030147             DELIMITED BY SIZE
030148             INTO WS-AGE-FROM-DATE
030149     ELSE
030150         MOVE OPN-TAB-FIRST-SEEN (OPN-IDX) TO WS-AGE-FROM-DATE
030151     END-IF.
030152     PERFORM 4300-COMPUTE-AGE
030153         THRU 4300-EXIT.
030154     MOVE WS-AGE-DAYS TO OPN-TAB-AGE-DAYS (OPN-IDX).
030155     EVALUATE TRUE
030156         WHEN WS-AGE-DAYS NOT > 30
030157             MOVE 1 TO WS-BAND-NO
030158         WHEN WS-AGE-DAYS NOT > 60
030159             MOVE 2 TO WS-BAND-NO
030160         WHEN WS-AGE-DAYS NOT > 90
030161             MOVE 3 TO WS-BAND-NO
030162         WHEN OTHER
030163             MOVE 4 TO WS-BAND-NO
030164     END-EVALUATE.

030165     MOVE OPN-TAB-CURRENCY (OPN-IDX) TO WS-RATE-CURRENCY.
030166     PERFORM 4400-FIND-RATE
030167         THRU 4400-EXIT.
030168     IF RATE-FOUND
030169         MOVE 'Y' TO OPN-TAB-RATE-SW (OPN-IDX)
030170         COMPUTE OPN-TAB-USD (OPN-IDX) ROUNDED =
030171             OPN-TAB-TRAN-AMOUNT (OPN-IDX) * WS-RATE
030172     ELSE
030173         MOVE 'N' TO OPN-TAB-RATE-SW (OPN-IDX)
030174         MOVE ZERO TO OPN-TAB-USD (OPN-IDX)
030175         ADD 1 TO WS-ITEMS-NO-RATE
030176     END-IF.

030177     IF WS-AGE-DAYS > WS-ESCALATE-DAYS
030178         MOVE 'Y' TO OPN-TAB-ESCALATE-SW (OPN-IDX)
030179         ADD 1 TO WS-ITEMS-ESCALATED
030180         IF OPN-TAB-COMPANY-BILLED (OPN-IDX)
030181             AND OPN-TAB-OPEN (OPN-IDX)
030182             AND RATE-FOUND
030183             PERFORM 4500-RECOVER-ITEM
030184                 THRU 4500-EXIT
030185         END-IF
030186     END-IF.

030187     MOVE OPN-TAB-COST-CENTER (OPN-IDX) TO CAS-COST-CENTER.
030188     MOVE OPN-TAB-EMPLOYEE-ID (OPN-IDX) TO CAS-EMPLOYEE-ID.
030189     MOVE OPN-TAB-NAME (OPN-IDX)        TO CAS-NAME.
030190     MOVE WS-BAND-NO                    TO CAS-BAND.
030191     MOVE OPN-TAB-USD (OPN-IDX)         TO CAS-USD.
030192     RELEASE CAS-REC.

030193 4100-NEXT.
030194     SET OPN-IDX UP BY 1.
030195 4100-EXIT.
030196     EXIT.

030197*================================================================
030198* 4200-GET-EMPLOYEE - NAME, DEPARTMENT AND COST CENTER OFF THE
030199* HR MASTER.
030200*================================================================
030201 4200-GET-EMPLOYEE.
030202     MOVE 'NOT ON HR MASTER' TO OPN-TAB-NAME (OPN-IDX).
030203     MOVE 'NOT ON HR MASTER' TO OPN-TAB-DEPARTMENT (OPN-IDX).
030204     MOVE SPACES             TO OPN-TAB-COST-CENTER (OPN-IDX).
030205     IF NOT EMPIDX-OPEN
030206         GO TO 4200-EXIT
030207     END-IF.

030208     MOVE OPN-TAB-EMPLOYEE-ID (OPN-IDX) TO EMX-EMPLOYEE-ID.
030209     READ EmpMasterIdxFile
030210         INVALID KEY
030211             GO TO 4200-EXIT
030212     END-READ.
030213     MOVE EMX-NAME        TO OPN-TAB-NAME (OPN-IDX).
030214     MOVE EMX-DEPARTMENT  TO OPN-TAB-DEPARTMENT (OPN-IDX).
030215     MOVE EMX-COST-CENTER TO OPN-TAB-COST-CENTER (OPN-IDX).
030216 4200-EXIT.
030217     EXIT.

030218*================================================================
030219* 4300-COMPUTE-AGE - DAYS SINCE WS-AGE-FROM-DATE, BY THE USUAL
030220* 365/30 APPROXIMATION.
030221*================================================================
030222 4300-COMPUTE-AGE.
030223     MOVE WS-AGE-FROM-DATE (1:4) TO WS-FROM-YYYY.
030224     MOVE WS-AGE-FROM-DATE (5:2) TO WS-FROM-MM.
030225     MOVE WS-AGE-FROM-DATE (7:2) TO WS-FROM-DD.

030226     COMPUTE WS-AGE-DAYS =
030227         ((WS-RUN-YYYY - WS-FROM-YYYY) * 365)
030228         + ((WS-RUN-MM - WS-FROM-MM) * 30)
030229         + (WS-RUN-DD - WS-FROM-DD).

030230     IF WS-AGE-DAYS < 1
030231         MOVE 1 TO WS-AGE-DAYS
030232     END-IF.
030233 4300-EXIT.
030234     EXIT.

030235*================================================================
030236* 4400-FIND-RATE - THE RATE FOR WS-RATE-CURRENCY IN FORCE ON THE
030237* RUN DATE.  USD NEEDS NO RATE.  A ZERO RATE ON FILE IS TREATED
030238* AS NO RATE.
030239*================================================================
030240 4400-FIND-RATE.
030241     SET RATE-NOT-FOUND TO TRUE.
030242     MOVE ZERO TO WS-RATE.
030243     IF WS-RATE-CURRENCY = 'USD'
030244         MOVE 1 TO WS-RATE
030245         SET RATE-FOUND TO TRUE
030246         GO TO 4400-EXIT
030247     END-IF.

030248     IF FX-RATE-COUNT > ZERO
030249         SET FX-IDX TO 1
030250         SEARCH FX-TABLE
030251             AT END
030252                 SET RATE-NOT-FOUND TO TRUE
030253             WHEN FX-CURRENCY (FX-IDX) = WS-RATE-CURRENCY
030254                 AND WS-RUN-DATE >= FX-EFF-START (FX-IDX)
030255                 AND WS-RUN-DATE <= FX-EFF-END (FX-IDX)
030256                 AND FX-RATE (FX-IDX) > ZERO
030257                 MOVE FX-RATE (FX-IDX) TO WS-RATE
030258                 SET RATE-FOUND TO TRUE
030259         END-SEARCH
030260     END-IF.
030261 4400-EXIT.
030262     EXIT.

030263*================================================================
030264* 4500-RECOVER-ITEM - A COMPANY-BILLED CHARGE NOBODY HAS
030265* EXPENSED PAST THE ESCALATION AGE IS TREATED AS PERSONAL
030266* SPEND THE COMPANY PAID FOR.  IT GOES TO CARDDOUBLEDIP.CSV
030267* WITH REPORT ID 000000, SO CALC-PAYFEED DEDUCTS IT FROM THE
030268* EMPLOYEE'S NEXT REIMBURSEMENT (OR CARRIES IT) LIKE ANY OTHER
030269* DOUBLE-DIP.  THE ITEM STAYS OPEN, MARKED RECOVERED.
030270*================================================================
030271 4500-RECOVER-ITEM.
030272     MOVE OPN-TAB-EMPLOYEE-ID (OPN-IDX)   TO DDP-EMPLOYEE-ID.
030273     MOVE ZERO                            TO DDP-REPORT-ID.
030274     MOVE OPN-TAB-TRAN-DATE (OPN-IDX)     TO DDP-EXPENSE-DATE.
030275     MOVE 'UNREPORTED CARD SPEND - RECOVERY'
030276         TO DDP-BUSINESS-NAME.
030277     MOVE OPN-TAB-MERCHANT-NAME (OPN-IDX) TO DDP-MERCHANT-NAME.
030278     MOVE OPN-TAB-TRAN-AMOUNT (OPN-IDX)   TO DDP-LOCAL-AMOUNT.
030279     MOVE OPN-TAB-CURRENCY (OPN-IDX)      TO DDP-CURRENCY.
030280     MOVE OPN-TAB-USD (OPN-IDX)           TO DDP-USD-AMOUNT.
030281     WRITE DDP-REC.

030282     MOVE 'R'            TO OPN-TAB-STATUS (OPN-IDX).
030283     MOVE WS-CARD-RUN-ID TO OPN-TAB-RECOVERY-RUN (OPN-IDX).
030284     MOVE WS-RUN-DATE    TO OPN-TAB-RECOVERY-DATE (OPN-IDX).
030285     MOVE DDP-USD-AMOUNT TO OPN-TAB-RECOVERY-USD (OPN-IDX).
030286     ADD 1 TO WS-RECOVERIES.
030287     ADD DDP-USD-AMOUNT TO WS-RECOVERY-USD.
030288 4500-EXIT.
030289     EXIT.

030290*================================================================
030291* 5000-PRINT-AGING (SORT OUTPUT PROCEDURE) - ONE LINE PER COST
030292* CENTER AND EMPLOYEE WITH THE USD IN EACH BAND, A TOTAL PER
030293* COST CENTER AND ONE FOR THE REPORT.
030294*================================================================
030295 5000-PRINT-AGING.
030296     OPEN OUTPUT CardAgingReportFile.
030297     MOVE WS-CARD-RUN-ID TO CAR-HDG-RUN-ID.
030298     MOVE WS-RUN-DATE    TO CAR-HDG-RUN-DATE.
030299     WRITE CAR-REPORT-LINE FROM CAR-HDG-1
030300         AFTER ADVANCING 1 LINE.
030301     WRITE CAR-REPORT-LINE FROM CAR-HDG-2
030302         AFTER ADVANCING 2 LINES.
030303     WRITE CAR-REPORT-LINE FROM CAR-HDG-3
030304         AFTER ADVANCING 1 LINE.

030305     MOVE 1 TO WS-BAND-NO.
030306     PERFORM 8000-ZERO-ACCUMULATOR
030307         THRU 8000-EXIT.
030308     MOVE 2 TO WS-BAND-NO.
030309     PERFORM 8000-ZERO-ACCUMULATOR
030310         THRU 8000-EXIT.
030311     MOVE 3 TO WS-BAND-NO.
030312     PERFORM 8000-ZERO-ACCUMULATOR
030313         THRU 8000-EXIT.

030314     MOVE 'N' TO WS-SORT-EOF-SW.
030315     MOVE 'N' TO WS-LINE-ACTIVE-SW.
030316     MOVE 'N' TO WS-GROUP-ACTIVE-SW.
030317     RETURN CardAgingSortFile
030318         AT END MOVE 'Y' TO WS-SORT-EOF-SW
030319     END-RETURN.
030320     PERFORM 5100-ADD-ONE-AGED-ITEM
030321         THRU 5100-EXIT
030322         UNTIL SORT-RETURN-EOF.

030323     IF LINE-ACTIVE
030324         PERFORM 5200-PRINT-EMPLOYEE-LINE
030325             THRU 5200-EXIT
030326     END-IF.
030327     IF GROUP-ACTIVE
030328         PERFORM 5300-PRINT-COST-CENTER-TOTAL
030329             THRU 5300-EXIT
030330     END-IF.

030331     MOVE SPACES TO CAR-DTL-COST-CENTER.
030332     MOVE SPACES TO CAR-DTL-EMPLOYEE-ID.
030333     MOVE 'ALL COST CENTERS' TO CAR-DTL-NAME.
030334     MOVE 3 TO WS-BAND-NO.
030335     PERFORM 8100-FORMAT-AGING-LINE
030336         THRU 8100-EXIT.
030337     WRITE CAR-REPORT-LINE FROM CAR-DETAIL-LINE
030338         AFTER ADVANCING 1 LINE.
030339     IF WS-ITEMS-NO-RATE > ZERO
030340         MOVE SPACES TO CAR-REPORT-LINE
030341         STRING 'ITEMS WITH NO RATE IN FORCE, SHOWN AT ZERO USD: '
030342                DELIMITED BY SIZE
030343             INTO CAR-REPORT-LINE
030344         MOVE WS-ITEMS-NO-RATE TO CAR-DTL-ITEMS
030345         MOVE CAR-DTL-ITEMS TO CAR-REPORT-LINE (50:5)
030346         WRITE CAR-REPORT-LINE
030347             AFTER ADVANCING 1 LINE
030348     END-IF.
030349     CLOSE CardAgingReportFile.
030350 5000-EXIT.
030351     EXIT.

030352 5100-ADD-ONE-AGED-ITEM.
030353     IF LINE-ACTIVE
030354         AND (CAS-COST-CENTER NOT = WS-BRK-COST-CENTER
030355           OR CAS-EMPLOYEE-ID NOT = WS-BRK-EMPLOYEE-ID)
030356         PERFORM 5200-PRINT-EMPLOYEE-LINE
030357             THRU 5200-EXIT
030358     END-IF.
030359     IF GROUP-ACTIVE
030360         AND CAS-COST-CENTER NOT = WS-BRK-COST-CENTER
030361         PERFORM 5300-PRINT-COST-CENTER-TOTAL
030362             THRU 5300-EXIT
030363     END-IF.

030364     MOVE CAS-COST-CENTER TO WS-BRK-COST-CENTER.
030365     MOVE CAS-EMPLOYEE-ID TO WS-BRK-EMPLOYEE-ID.
030366     MOVE CAS-NAME        TO WS-BRK-NAME.
030367     MOVE 'Y' TO WS-LINE-ACTIVE-SW.
030368     MOVE 'Y' TO WS-GROUP-ACTIVE-SW.

030369     ADD 1 TO WS-ACC-ITEMS (1) WS-ACC-ITEMS (2) WS-ACC-ITEMS (3).
030370     ADD CAS-USD TO WS-ACC-BAND-USD (1, CAS-BAND)
030371                    WS-ACC-BAND-USD (2, CAS-BAND)
030372                    WS-ACC-BAND-USD (3, CAS-BAND).
030373     ADD CAS-USD TO WS-ACC-TOTAL-USD (1)
030374                    WS-ACC-TOTAL-USD (2)
030375                    WS-ACC-TOTAL-USD (3).

030376     RETURN CardAgingSortFile
030377         AT END MOVE 'Y' TO WS-SORT-EOF-SW
030378     END-RETURN.
030379 5100-EXIT.
030380     EXIT.

030381 5200-PRINT-EMPLOYEE-LINE.
030382     MOVE WS-BRK-COST-CENTER TO CAR-DTL-COST-CENTER.
030383     MOVE WS-BRK-EMPLOYEE-ID TO CAR-DTL-EMPLOYEE-ID.
030384     MOVE WS-BRK-NAME        TO CAR-DTL-NAME.
030385     MOVE 1 TO WS-BAND-NO.
030386     PERFORM 8100-FORMAT-AGING-LINE
030387         THRU 8100-EXIT.
030388     WRITE CAR-REPORT-LINE FROM CAR-DETAIL-LINE
030389         AFTER ADVANCING 1 LINE.
030390     PERFORM 8000-ZERO-ACCUMULATOR
030391         THRU 8000-EXIT.
030392     MOVE 'N' TO WS-LINE-ACTIVE-SW.
030393 5200-EXIT.
030394     EXIT.

030395 5300-PRINT-COST-CENTER-TOTAL.
030396     MOVE WS-BRK-COST-CENTER TO CAR-DTL-COST-CENTER.
030397     MOVE SPACES             TO CAR-DTL-EMPLOYEE-ID.
030398     MOVE 'COST CENTER TOTAL' TO CAR-DTL-NAME.
030399     MOVE 2 TO WS-BAND-NO.
030400     PERFORM 8100-FORMAT-AGING-LINE
030401         THRU 8100-EXIT.
030402     WRITE CAR-REPORT-LINE FROM CAR-DETAIL-LINE
030403         AFTER ADVANCING 1 LINE.
030404     MOVE SPACES TO CAR-REPORT-LINE.
030405     WRITE CAR-REPORT-LINE
030406         AFTER ADVANCING 1 LINE.
030407     PERFORM 8000-ZERO-ACCUMULATOR
030408         THRU 8000-EXIT.
030409     MOVE 'N' TO WS-GROUP-ACTIVE-SW.
030410 5300-EXIT.
030411     EXIT.

030412*================================================================
030413* 6000-SELECT-ESCALATIONS (SORT INPUT PROCEDURE) - EVERY ITEM
030414* MARKED PAST THE ESCALATION AGE, FOR PRINTING BY DEPARTMENT.
030415*================================================================
030416 6000-SELECT-ESCALATIONS.
030417     SET OPN-IDX TO 1.
030418     PERFORM 6100-SELECT-ONE-ESCALATION
030419         THRU 6100-EXIT
030420         UNTIL OPN-IDX > OPEN-ITEM-COUNT.
030421 6000-EXIT.
030422     EXIT.

030423 6100-SELECT-ONE-ESCALATION.
030424     IF OPN-TAB-ESCALATE-SW (OPN-IDX) NOT = 'Y'
030425         GO TO 6100-NEXT
030426     END-IF.

030427     MOVE OPN-TAB-DEPARTMENT (OPN-IDX)    TO CES-DEPARTMENT.
030428     MOVE OPN-TAB-EMPLOYEE-ID (OPN-IDX)   TO CES-EMPLOYEE-ID.
030429     MOVE OPN-TAB-TRAN-DATE (OPN-IDX)     TO CES-TRAN-DATE.
030430     MOVE OPN-TAB-NAME (OPN-IDX)          TO CES-NAME.
030431     MOVE OPN-TAB-COST-CENTER (OPN-IDX)   TO CES-COST-CENTER.
030432     MOVE OPN-TAB-CARD-NUMBER (OPN-IDX) (13:4)
030433         TO CES-CARD-LAST-4.
030434     MOVE OPN-TAB-MERCHANT-NAME (OPN-IDX) TO CES-MERCHANT-NAME.
030435     MOVE OPN-TAB-TRAN-AMOUNT (OPN-IDX)   TO CES-TRAN-AMOUNT.
030436     MOVE OPN-TAB-CURRENCY (OPN-IDX)      TO CES-CURRENCY.
030437     MOVE OPN-TAB-USD (OPN-IDX)           TO CES-USD.
030438     MOVE OPN-TAB-AGE-DAYS (OPN-IDX)      TO CES-AGE-DAYS.
030439     MOVE OPN-TAB-BILLING-CODE (OPN-IDX)  TO CES-BILLING-CODE.

030440     MOVE SPACES TO CES-ACTION.
030441     EVALUATE TRUE
030442         WHEN NOT OPN-TAB-COMPANY-BILLED (OPN-IDX)
030443             MOVE 'CHASE - BANK RISK' TO CES-ACTION
030444         WHEN OPN-TAB-RECOVERY-RUN (OPN-IDX) = WS-CARD-RUN-ID
030445             MOVE 'RECOVERY RAISED' TO CES-ACTION
030446         WHEN OPN-TAB-RECOVERED (OPN-IDX)
030447             STRING 'RECOVERED ' DELIMITED BY SIZE
030448                    OPN-TAB-RECOVERY-DATE (OPN-IDX)
030449                        DELIMITED BY SIZE
030450                 INTO CES-ACTION
030451         WHEN OTHER
030452             MOVE 'NO RATE - NOT RCVD' TO CES-ACTION
030453     END-EVALUATE.
030454     RELEASE CES-REC.

030455 6100-NEXT.
030456     SET OPN-IDX UP BY 1.
030457 6100-EXIT.
030458     EXIT.

030459*================================================================
030460* 6500-PRINT-ESCALATIONS (SORT OUTPUT PROCEDURE) - THE ITEMS
030461* UNDER A HEADING PER DEPARTMENT, WITH A TOTAL PER DEPARTMENT
030462* AND ONE FOR THE REPORT.  NOTHING PAST THE AGE STILL PRINTS
030463* THE HEADING AND A ZERO TOTAL, SO THE REPORT IS NEVER MISSING.
030464*================================================================
030465 6500-PRINT-ESCALATIONS.
030466     OPEN OUTPUT CardEscalateReportFile.
030467     MOVE WS-ESCALATE-DAYS TO CER-HDG-DAYS.
030468     MOVE WS-RUN-DATE      TO CER-HDG-RUN-DATE.
030469     WRITE CER-REPORT-LINE FROM CER-HDG-1
030470         AFTER ADVANCING 1 LINE.
030471     WRITE CER-REPORT-LINE FROM CER-HDG-2
030472         AFTER ADVANCING 2 LINES.
030473     WRITE CER-REPORT-LINE FROM CAR-HDG-3
030474         AFTER ADVANCING 1 LINE.

030475     MOVE 2 TO WS-BAND-NO.
030476     PERFORM 8000-ZERO-ACCUMULATOR
030477         THRU 8000-EXIT.
030478     MOVE 3 TO WS-BAND-NO.
030479     PERFORM 8000-ZERO-ACCUMULATOR
030480         THRU 8000-EXIT.

030481     MOVE 'N' TO WS-SORT-EOF-SW.
030482     MOVE 'N' TO WS-GROUP-ACTIVE-SW.
030483     RETURN CardEscalateSortFile
030484         AT END MOVE 'Y' TO WS-SORT-EOF-SW
030485     END-RETURN.
030486     PERFORM 6600-PRINT-ONE-ESCALATION
030487         THRU 6600-EXIT
030488         UNTIL SORT-RETURN-EOF.

030489     IF GROUP-ACTIVE
030490         PERFORM 6700-PRINT-DEPARTMENT-TOTAL
030491             THRU 6700-EXIT
030492     END-IF.

030493     MOVE 'ALL DEPARTMENTS' TO CER-TOT-LABEL.
030494     MOVE WS-ACC-ITEMS (3)     TO CER-TOT-ITEMS.
030495     MOVE WS-ACC-TOTAL-USD (3) TO CER-TOT-USD.
030496     WRITE CER-REPORT-LINE FROM CER-TOTAL-LINE
030497         AFTER ADVANCING 2 LINES.
030498     CLOSE CardEscalateReportFile.
030499 6500-EXIT.
030500     EXIT.

030501 6600-PRINT-ONE-ESCALATION.
030502     IF GROUP-ACTIVE
030503         AND CES-DEPARTMENT NOT = WS-BRK-DEPARTMENT
030504         PERFORM 6700-PRINT-DEPARTMENT-TOTAL
030505             THRU 6700-EXIT
030506     END-IF.
030507     IF NOT GROUP-ACTIVE
030508         MOVE CES-DEPARTMENT TO WS-BRK-DEPARTMENT
030509         MOVE CES-DEPARTMENT TO CER-DEPT-NAME
030510         WRITE CER-REPORT-LINE FROM CER-DEPT-LINE
030511             AFTER ADVANCING 2 LINES
030512         MOVE 'Y' TO WS-GROUP-ACTIVE-SW
030513     END-IF.

030514     MOVE CES-EMPLOYEE-ID   TO CER-DTL-EMPLOYEE-ID.
030515     MOVE CES-NAME          TO CER-DTL-NAME.
030516     MOVE CES-COST-CENTER   TO CER-DTL-COST-CENTER.
030517     MOVE CES-CARD-LAST-4   TO CER-DTL-CARD-LAST-4.
030518     MOVE CES-TRAN-DATE     TO CER-DTL-TRAN-DATE.
030519     MOVE CES-MERCHANT-NAME TO CER-DTL-MERCHANT-NAME.
030520     MOVE CES-TRAN-AMOUNT   TO CER-DTL-TRAN-AMOUNT.
030521     MOVE CES-CURRENCY      TO CER-DTL-CURRENCY.
030522     MOVE CES-USD           TO CER-DTL-USD.
030523     MOVE CES-AGE-DAYS      TO CER-DTL-AGE-DAYS.
030524     MOVE CES-BILLING-CODE  TO CER-DTL-BILLING-CODE.
030525     MOVE CES-ACTION        TO CER-DTL-ACTION.
030526     WRITE CER-REPORT-LINE FROM CER-DETAIL-LINE
030527         AFTER ADVANCING 1 LINE.

030528     ADD 1 TO WS-ACC-ITEMS (2) WS-ACC-ITEMS (3).
030529     ADD CES-USD TO WS-ACC-TOTAL-USD (2) WS-ACC-TOTAL-USD (3).

030530     RETURN CardEscalateSortFile
030531         AT END MOVE 'Y' TO WS-SORT-EOF-SW
030532     END-RETURN.
030533 6600-EXIT.
030534     EXIT.

030535 6700-PRINT-DEPARTMENT-TOTAL.
030536     MOVE 'DEPARTMENT TOTAL' TO CER-TOT-LABEL.
030537     MOVE WS-ACC-ITEMS (2)     TO CER-TOT-ITEMS.
030538     MOVE WS-ACC-TOTAL-USD (2) TO CER-TOT-USD.
030539     WRITE CER-REPORT-LINE FROM CER-TOTAL-LINE
030540         AFTER ADVANCING 1 LINE.
030541     MOVE 2 TO WS-BAND-NO.
030542     PERFORM 8000-ZERO-ACCUMULATOR
030543         THRU 8000-EXIT.
030544     MOVE 'N' TO WS-GROUP-ACTIVE-SW.
030545 6700-EXIT.
030546     EXIT.

030547*================================================================
030548* 7000-REWRITE-OPEN-ITEMS - THE WHOLE TABLE BACK TO CONTROL/
030549* CARDOPEN.DAT, INCLUDING THE ITEMS CLEARED THIS RUN (DROPPED
030550* NEXT RUN).  SKIPPED IF AN ITEM COULDN'T BE ADDED - THE FILE
030551* IS LEFT AS IT STOOD RATHER THAN REWRITTEN SHORT.
030552*================================================================
030553 7000-REWRITE-OPEN-ITEMS.
030554     IF OPEN-ITEMS-BLOCKED
030555         GO TO 7000-EXIT
030556     END-IF.

030557     OPEN OUTPUT CardOpenFile.
030558     SET OPN-IDX TO 1.
030559     PERFORM 7100-WRITE-ONE-OPEN-ITEM
030560         THRU 7100-EXIT
030561         UNTIL OPN-IDX > OPEN-ITEM-COUNT.
030562     CLOSE CardOpenFile.
030563 7000-EXIT.
030564     EXIT.

030565 7100-WRITE-ONE-OPEN-ITEM.
030566     MOVE OPN-TAB-EMPLOYEE-ID (OPN-IDX)   TO COI-EMPLOYEE-ID.
030567     MOVE OPN-TAB-CARD-NUMBER (OPN-IDX)   TO COI-CARD-NUMBER.
030568     MOVE OPN-TAB-TRAN-DATE (OPN-IDX)     TO COI-TRAN-DATE.
030569     MOVE OPN-TAB-MERCHANT-NAME (OPN-IDX) TO COI-MERCHANT-NAME.
030570     MOVE OPN-TAB-TRAN-AMOUNT (OPN-IDX)   TO COI-TRAN-AMOUNT.
030571     MOVE OPN-TAB-CURRENCY (OPN-IDX)      TO COI-CURRENCY.
030572     MOVE OPN-TAB-BILLING-CODE (OPN-IDX)  TO COI-BILLING-CODE.
030573     MOVE OPN-TAB-STATUS (OPN-IDX)        TO COI-STATUS.
030574     MOVE OPN-TAB-FIRST-RUN-ID (OPN-IDX)  TO COI-FIRST-RUN-ID.
030575     MOVE OPN-TAB-FIRST-SEEN (OPN-IDX)    TO COI-FIRST-SEEN-DATE.
030576     MOVE OPN-TAB-CLEARED-RUN (OPN-IDX)   TO COI-CLEARED-RUN-ID.
030577     MOVE OPN-TAB-CLEARED-RPT (OPN-IDX)
030578         TO COI-CLEARED-REPORT-ID.
030579     MOVE OPN-TAB-RECOVERY-RUN (OPN-IDX)  TO COI-RECOVERY-RUN-ID.
030580     MOVE OPN-TAB-RECOVERY-DATE (OPN-IDX) TO COI-RECOVERY-DATE.
030581     MOVE OPN-TAB-RECOVERY-USD (OPN-IDX)  TO COI-RECOVERY-USD.
030582     WRITE COI-REC.
030583     SET OPN-IDX UP BY 1.
030584 7100-EXIT.
030585     EXIT.

030586*================================================================
030587* 8000-ZERO-ACCUMULATOR - CLEAR ACCUMULATOR LEVEL WS-BAND-NO.
030588*================================================================
030589 8000-ZERO-ACCUMULATOR.
030590     MOVE ZERO TO WS-ACC-ITEMS (WS-BAND-NO).
030591     MOVE ZERO TO WS-ACC-BAND-USD (WS-BAND-NO, 1).
030592     MOVE ZERO TO WS-ACC-BAND-USD (WS-BAND-NO, 2).
030593     MOVE ZERO TO WS-ACC-BAND-USD (WS-BAND-NO, 3).
030594     MOVE ZERO TO WS-ACC-BAND-USD (WS-BAND-NO, 4).
030595     MOVE ZERO TO WS-ACC-TOTAL-USD (WS-BAND-NO).
030596 8000-EXIT.
030597     EXIT.

030598*================================================================
030599* 8100-FORMAT-AGING-LINE - ITEMS AND BAND USD FROM ACCUMULATOR
030600* LEVEL WS-BAND-NO ONTO THE AGING DETAIL LINE.
030601*================================================================
030602 8100-FORMAT-AGING-LINE.
030603     MOVE WS-ACC-ITEMS (WS-BAND-NO) TO CAR-DTL-ITEMS.
030604     MOVE WS-ACC-BAND-USD (WS-BAND-NO, 1) TO CAR-DTL-BAND-USD (1).
030605     MOVE WS-ACC-BAND-USD (WS-BAND-NO, 2) TO CAR-DTL-BAND-USD (2).
030606     MOVE WS-ACC-BAND-USD (WS-BAND-NO, 3) TO CAR-DTL-BAND-USD (3).
030607     MOVE WS-ACC-BAND-USD (WS-BAND-NO, 4) TO CAR-DTL-BAND-USD (4).
030608     MOVE WS-ACC-TOTAL-USD (WS-BAND-NO)   TO CAR-DTL-TOTAL-USD.
030609 8100-EXIT.
030610     EXIT.

030611*================================================================
030612* 9000-TERMINATE
030613*================================================================
030614 9000-TERMINATE.
030615     CLOSE CardTransFile CardMatchedFile CardUnmatchedFile
030616         CardDoubleDipFile.
030617     IF EMPIDX-OPEN
030618         CLOSE EmpMasterIdxFile
030619     END-IF.
030700     DISPLAY 'CARD MATCH COMPLETE - ' WS-CARDS-READ
030800         ' CARD TRANSACTIONS: ' WS-CARDS-MATCHED ' MATCHED, '
030900         WS-CARDS-UNMATCHED ' UNMATCHED, '
031000         WS-DOUBLE-DIPS ' DOUBLE-DIP RISK'.
031010     IF OPEN-ITEMS-USABLE
031020         DISPLAY 'OPEN CARD ITEMS - ' WS-ITEMS-CARRIED
031030             ' CARRIED IN, ' WS-ITEMS-ADDED ' ADDED, '
031040             WS-ITEMS-CLEARED ' CLEARED, ' WS-ITEMS-OUTSTANDING
031050             ' OUTSTANDING, ' WS-ITEMS-ESCALATED ' PAST '
031060             WS-ESCALATE-DAYS ' DAYS, ' WS-RECOVERIES
031070             ' RECOVERED FROM EMPLOYEES'
031080     END-IF.
031100     IF WS-EXPENSES-DROPPED > ZERO
031200         DISPLAY 'CARD MATCH WARNING - ' WS-EXPENSES-DROPPED
031300             ' EXPENSE ROWS DROPPED, TABLE FULL - '
031400             'MATCH RESULTS ARE INCOMPLETE'
031500     END-IF.
031510     IF WS-ITEMS-NO-RATE > ZERO
031520         DISPLAY 'CARD MATCH WARNING - ' WS-ITEMS-NO-RATE
031530             ' OPEN ITEMS HAVE NO RATE IN FORCE - VALUED AT '
031540             'ZERO AND NOT RECOVERED'
031550     END-IF.
031600 9000-EXIT.
031700     EXIT.
