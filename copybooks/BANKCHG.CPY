000100*================================================================
000200* BANKCHG - ONE ENTRY IN THE BANK-DETAIL CHANGE AUDIT FILE
000300* (CONTROL/BANKCHANGES.DAT).  CALC-BANKMAINT APPENDS AN ENTRY FOR
000400* EVERY ADD, CHANGE AND CLOSE IT APPLIES TO CONTROL/BANKMASTER.DAT
000500* - WITH THE ACCOUNT AS IT WAS BEFORE AND AS IT IS AFTER, THE
000600* OPERATOR AND THE DATE - AND A 'V' ENTRY WHEN A SECOND OPERATOR
000700* CONFIRMS A CHANGE.  CALC-PAYFEED READS IT TO HOLD PAYMENTS TO
000800* AN ACCOUNT STILL IN ITS COOLING-OFF PERIOD.  THE FILE IS
000900* APPEND-ONLY - NOTHING EVER REWRITES IT.
001000*================================================================
001100     03 BCH-CHANGE-DATE          PIC 9(8).
001200     03 BCH-EMPLOYEE-ID          PIC 9(6).
001300     03 BCH-ACTION               PIC X(1).
001400        88 BCH-ADDED                     VALUE 'A'.
001500        88 BCH-CHANGED                   VALUE 'C'.
001600        88 BCH-CLOSED                    VALUE 'X'.
001700        88 BCH-CONFIRMED                 VALUE 'V'.
001800     03 BCH-OPERATOR             PIC X(8).
001900     03 BCH-BEFORE-IMAGE.
002000        05 BCH-BEFORE-ROUTING    PIC 9(9).
002100        05 BCH-BEFORE-ACCOUNT    PIC X(18).
002200        05 BCH-BEFORE-CURRENCY   PIC X(3).
002300     03 BCH-AFTER-IMAGE.
002400        05 BCH-AFTER-ROUTING     PIC 9(9).
002500        05 BCH-AFTER-ACCOUNT     PIC X(18).
002600        05 BCH-AFTER-CURRENCY    PIC X(3).
