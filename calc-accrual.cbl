004000*                  OUT OF THE FEED - WHICH WOULD RE-CREATE THE
004100*                  UNDERSTATED-LIABILITY PROBLEM THIS EXTRACT
004200*                  EXISTS TO FIX.
004210*  10/15/2026  IS  WIDENED THE HELD AND SUSPENSE IMAGES FROM 274
004220*                  TO 284 BYTES FOR THE NEW PROJECTCODE FIELD.
004300*--------------------------------------------------------------
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
009700        88 PER-CLOSED                    VALUE 'C'.

009800 FD  HeldFile.
009900 01  HELD-REC                    PIC X(284).

010000*--------------------------------------------------------------
010100* THE OLD FLAT SUSPENSE FILE - STILL THE LIVE DATA FOR AN
011300     03 SUS-REASON-CODE          PIC X(1).
011400     03 SUS-REPORT-ID            PIC 9(6).
011500     03 SUS-EMPLOYEE-ID          PIC X(6).
011600     03 SUS-RECORD-IMAGE         PIC X(284).

011700 FD  SuspenseIdxFile.
011800 01  SUX-REC.
012600        88 SUX-WRITTEN-OFF               VALUE 'W'.
012700     03 SUX-HELD-DATE            PIC 9(8).
012800     03 SUX-REASON-CODE          PIC X(1).
012900     03 SUX-RECORD-IMAGE         PIC X(284).

013000 FD  PayPendingFile.
013100 01  PND-REC.
