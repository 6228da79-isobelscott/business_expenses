000100*================================================================
000200* CARDOPEN - ONE UNREPORTED CORPORATE-CARD TRANSACTION ON THE
000300* OPEN-ITEMS FILE (CONTROL/CARDOPEN.DAT), KEPT BY CALC-CARDMATCH.
000400* A CARD TRANSACTION NO SUBMITTED EXPENSE MATCHES IS ADDED THE
000500* RUN IT ARRIVES AND STAYS OPEN UNTIL A LATER ALLSORTED.CSV
000600* MATCHES IT.  A CLEARED ITEM IS KEPT ONLY UNTIL THE NEXT RUN
000700* ID, SO A RERUN OF THE SAME RUN CAN CLEAR IT AGAIN.  A
000800* COMPANY-BILLED ITEM STILL OPEN PAST THE ESCALATION AGE IS
000900* SENT TO CALC-PAYFEED AS A DEDUCTION ONCE, AND MARKED
001000* RECOVERED UNDER THAT RUN ID.  THE WHOLE FILE IS REWRITTEN
001100* EVERY RUN.
001200*================================================================
001300     03 COI-EMPLOYEE-ID          PIC 9(6).
001400     03 COI-CARD-NUMBER          PIC X(16).
001500     03 COI-TRAN-DATE            PIC X(10).
001600     03 COI-MERCHANT-NAME        PIC X(50).
001700     03 COI-TRAN-AMOUNT          PIC 9(10)V99.
001800     03 COI-CURRENCY             PIC X(3).
001900     03 COI-BILLING-CODE         PIC X(1).
002000        88 COI-COMPANY-BILLED            VALUE 'B'.
002100        88 COI-INDIVIDUAL-BILLED         VALUE 'I'.
002200     03 COI-STATUS               PIC X(1).
002300        88 COI-OPEN                      VALUE 'O'.
002400        88 COI-CLEARED                   VALUE 'C'.
002500        88 COI-RECOVERED                 VALUE 'R'.
002600     03 COI-FIRST-RUN-ID         PIC 9(6).
002700     03 COI-FIRST-SEEN-DATE      PIC 9(8).
002800     03 COI-CLEARED-RUN-ID       PIC 9(6).
002900     03 COI-CLEARED-REPORT-ID    PIC 9(6).
003000     03 COI-RECOVERY-RUN-ID      PIC 9(6).
003100     03 COI-RECOVERY-DATE        PIC 9(8).
003200     03 COI-RECOVERY-USD         PIC 9(7)V99.
