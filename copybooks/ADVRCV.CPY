000100*================================================================
000200* ADVRCV - ONE ADVANCE RECOVERY ON THE RECOVERY LOG
000300* (PROCESSED/ADVRECOVERY.DAT).  CALC-PAYFEED APPENDS AN ENTRY FOR
000400* EVERY AMOUNT IT TAKES FROM A REIMBURSEMENT AGAINST AN OPEN
000500* ADVANCE, UNDER THE RUN ID IT PAID; CALC-ADVANCE POSTS THE
000600* RECEIVABLE CREDIT FOR EACH RUN ID IT HAS NOT POSTED YET.  THE
000700* LOCAL AMOUNT IS IN THE ADVANCE CURRENCY AND THE RATE IS USD
000800* PER UNIT, AS ON CONTROL/FXRATES.DAT.  THE FILE IS APPEND-ONLY -
000900* NOTHING EVER REWRITES IT.
001000*================================================================
001100     03 ARV-RUN-ID               PIC 9(6).
001200     03 ARV-RUN-DATE             PIC 9(8).
001300     03 ARV-EMPLOYEE-ID          PIC 9(6).
001400     03 ARV-ADVANCE-NO           PIC 9(6).
001500     03 ARV-CURRENCY             PIC X(3).
001600     03 ARV-LOCAL-AMOUNT         PIC 9(9)V99.
001700     03 ARV-FX-RATE              PIC 9(03)V9(06).
001800     03 ARV-USD-AMOUNT           PIC 9(9)V99.
