003197*                  THROUGH A 10000-ENTRY KEEP TABLE.  THE OLD
003198*                  FLAT HISTORY.DAT, LEFT BEHIND BY THE CUTOVER,
003199*                  IS NO LONGER TOUCHED.
003208*  10/15/2026  IS  THE COMPANY-WIDE LIST NOW ALSO COVERS THE
003217*                  NINETEEN OUTPUTS THE TAXABLE-BENEFIT, CLIENT
003226*                  REBILLING, EXPENSE AUDIT, TRAVEL ADVANCE, BANK
003235*                  MAINTENANCE AND HOLD, CARD AGING, MONEY PROOF,
003244*                  YTD AND EMPLOYEE NOTIFICATION WORK REWRITES
003253*                  EVERY RUN (TAXBEN.DAT, REBILL.DAT, REBILLGL.DAT
003262*                  AND NOTIFY.DAT, THEIR REPORTS AND UNMAPPED
003271*                  LOGS, AND THE AUDIT FINDINGS) - THE SAME
003280*                  REWRITTEN-AND-LOST EXPOSURE AS BEFORE.
003289*--------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.

016810*--------------------------------------------------------------
016820* THE FILE NAMES EACH RUN PRODUCES - FIVE PER OFFICE,
016829* FORTY COMPANY-WIDE.
016840*--------------------------------------------------------------
016850 01  WS-SUFFIX-NO                PIC 9(02) COMP.
016860 01  WS-CITY-SUFFIX-VALUES.
016908         'ACCRUALFEED.DAT'.
016909     05 FILLER                   PIC X(20) VALUE
016910         'ACCRUALUNMAPPED.csv'.
016912     05 FILLER                   PIC X(20) VALUE
016914         'TAXBEN.DAT'.
016916     05 FILLER                   PIC X(20) VALUE
016918         'TAXBEN.rpt'.
016920     05 FILLER                   PIC X(20) VALUE
016922         'TAXBENUNMAPPED.csv'.
016924     05 FILLER                   PIC X(20) VALUE
016926         'REBILL.DAT'.
016928     05 FILLER                   PIC X(20) VALUE
016930         'REBILLGL.DAT'.
016932     05 FILLER                   PIC X(20) VALUE
016934         'REBILL.rpt'.
016936     05 FILLER                   PIC X(20) VALUE
016938         'REBILLUNMAPPED.csv'.
016940     05 FILLER                   PIC X(20) VALUE
016942         'AUDIT.rpt'.
016944     05 FILLER                   PIC X(20) VALUE
016946         'AUDITFINDINGS.DAT'.
016948     05 FILLER                   PIC X(20) VALUE
016950         'AUDITPOLICY.csv'.
016952     05 FILLER                   PIC X(20) VALUE
016954         'ADVISSUE.rpt'.
016956     05 FILLER                   PIC X(20) VALUE
016958         'ADVAGING.rpt'.
016960     05 FILLER                   PIC X(20) VALUE
016962         'BANKMAINT.rpt'.
016964     05 FILLER                   PIC X(20) VALUE
016966         'BANKHOLD.rpt'.
016968     05 FILLER                   PIC X(20) VALUE
016970         'CARDAGING.rpt'.
016972     05 FILLER                   PIC X(20) VALUE
016974         'CARDESCALATE.rpt'.
016976     05 FILLER                   PIC X(20) VALUE
016978         'PROOF.rpt'.
016980     05 FILLER                   PIC X(20) VALUE
016982         'YTD.rpt'.
016984     05 FILLER                   PIC X(20) VALUE
016986         'NOTIFY.DAT'.
016988 01  WS-COMPANY-SUFFIX-R REDEFINES WS-COMPANY-SUFFIX-VALUES.
016990     05 WS-COMPANY-SUFFIX        PIC X(20) OCCURS 40 TIMES.

016992*--------------------------------------------------------------
017000* MANIFEST REPORT LINE LAYOUTS
017100*--------------------------------------------------------------
017200 01  MAN-HDG-1.
037900     PERFORM 4100-ARCHIVE-ONE-COMPANY-FILE
038000         THRU 4100-EXIT
038100         VARYING WS-SUFFIX-NO FROM 1 BY 1
038110         UNTIL WS-SUFFIX-NO > 40.
038300 4000-EXIT.
038400     EXIT.

