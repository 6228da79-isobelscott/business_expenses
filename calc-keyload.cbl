002200*                  PERFORMS ON FIRST USE.  AN OFFICE .IDX THAT
002300*                  ALREADY EXISTS IS NEVER TOUCHED - IT IS THE
002400*                  LIVE DATA.
002410*  10/15/2026  IS  WIDENED THE SUSPENSE IMAGES FROM 274 TO 284
002420*                  BYTES FOR THE NEW PROJECTCODE FIELD.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
009700     03 SUS-REASON-CODE          PIC X(1).
009800     03 SUS-REPORT-ID            PIC 9(6).
009900     03 SUS-EMPLOYEE-ID          PIC X(6).
010000     03 SUS-RECORD-IMAGE         PIC X(284).

010100 FD  SuspenseIdxFile.
010200 01  SUX-REC.
010600     03 SUX-STATUS               PIC X(1).
010700     03 SUX-HELD-DATE            PIC 9(8).
010800     03 SUX-REASON-CODE          PIC X(1).
010900     03 SUX-RECORD-IMAGE         PIC X(284).

011000 WORKING-STORAGE SECTION.
011100*--------------------------------------------------------------
