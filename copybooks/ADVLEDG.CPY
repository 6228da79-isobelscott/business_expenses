000100*================================================================
000200* ADVLEDG - ONE TRAVEL ADVANCE ON THE ADVANCE LEDGER
000300* (CONTROL/ADVANCES.DAT), KEYED BY EMPLOYEEID AND ADVANCE NUMBER.
000400* CALC-ADVANCE ADDS AN ENTRY WHEN AN ADVANCE IS ISSUED;
000500* CALC-PAYFEED RECOVERS THE OUTSTANDING BALANCE (AMOUNT LESS
000600* RECOVERED, BOTH IN THE ADVANCE CURRENCY) FROM THE EMPLOYEE'S
000700* NETTED REIMBURSEMENT AND MARKS THE ADVANCE SETTLED WHEN
000800* NOTHING IS LEFT.  BOTH PROGRAMS REWRITE THE WHOLE FILE, SO
000900* THEY MUST NOT RUN AT THE SAME TIME.
001000*================================================================
001100     03 ADV-EMPLOYEE-ID          PIC 9(6).
001200     03 ADV-ADVANCE-NO           PIC 9(6).
001300     03 ADV-CURRENCY             PIC X(3).
001400     03 ADV-AMOUNT               PIC 9(9)V99.
001500     03 ADV-ISSUE-DATE           PIC 9(8).
001600     03 ADV-TRIP-END-DATE        PIC 9(8).
001700     03 ADV-RECOVERED            PIC 9(9)V99.
001800     03 ADV-LAST-RECOVERY-DATE   PIC 9(8).
001900     03 ADV-STATUS               PIC X(1).
002000        88 ADV-OPEN                      VALUE 'O'.
002100        88 ADV-SETTLED                   VALUE 'S'.
