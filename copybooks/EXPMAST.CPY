000100*================================================================
000200* EXPMAST - ONE POSTED EXPENSE ROW ON THE CUMULATIVE EXPENSE
000300* MASTER (CONTROL/EXPMASTER.IDX).  CALC-EXPPOST APPENDS EVERY
000400* ALLSORTED.CSV ROW THE MONTH-END CHAIN POSTS; NOTHING EVER
000500* REWRITES OR DELETES ONE.  THE KEY LEADS WITH FISCAL PERIOD,
000600* COST CENTER, EMPLOYEE AND REPORT SO PERIOD-RANGE READS COME
000700* BACK IN REPORTING ORDER; THE POSTING RUN ID AND THE ROW'S
000800* SEQUENCE ON THAT RUN'S ALLSORTED.CSV MAKE IT UNIQUE, SO A
000900* RE-POST OF THE SAME RUN HITS THE SAME KEYS AND CANNOT DOUBLE
001000* A ROW.  EXM-EXPENSE-ROW IS THE FULL SORTED RECORD (EXPREC
001100* LAYOUT) AS IT STOOD WHEN POSTED.
001200*================================================================
001300     03 EXM-KEY.
001400        05 EXM-FISCAL-PERIOD     PIC 9(6).
001500        05 EXM-COST-CENTER       PIC X(10).
001600        05 EXM-EMPLOYEE-ID       PIC 9(6).
001700        05 EXM-REPORT-ID         PIC 9(6).
001800        05 EXM-RUN-ID            PIC 9(6).
001900        05 EXM-ROW-SEQ           PIC 9(6).
002000     03 EXM-POSTED-DATE          PIC 9(8).
002100     03 EXM-EXPENSE-ROW          PIC X(330).
