000100*================================================================
000200* RUNTOT - ONE CONTROL TOTAL ON THE RUN-TOTALS LEDGER
000300* (CONTROL/RUNTOTALS.DAT), A COUNT AND A USD AMOUNT UNDER THE RUN
000400* ID THEY BELONG TO.  CALC-BATCH APPENDS EXP-ENGINE'S DISPOSITION
000500* TOTALS FOR EACH OFFICE IT RUNS AND WHAT IT MERGED INTO
000600* ALLSORTED.CSV; CALC-PAYFEED APPENDS ITS OPENING POOLS, ITS
000700* OUTCOMES AND ITS CLOSING POOLS.  THE POOL FILES THEMSELVES ARE
000800* SWEPT AND REWRITTEN EVERY RUN, SO THESE ENTRIES ARE THE ONLY
000900* RECORD OF WHAT THEY HELD GOING IN.  CALC-PROOF READS THEM BACK
001000* AND TIES THEM TO EACH OTHER AND TO THE FILES ON DISK.  A RERUN
001100* OF THE SAME RUN ID APPENDS A FRESH SET - THE LAST ONE ON THE
001200* LEDGER IS THE ONE THAT COUNTS.  RT-OFFICE IS SPACES FOR A
001300* COMPANY-WIDE TOTAL.  THE LEDGER IS APPEND-ONLY.
001400*================================================================
001500     03 RT-RUN-ID                PIC 9(6).
001600     03 RT-RUN-DATE              PIC 9(8).
001700     03 RT-PROGRAM               PIC X(12).
001800     03 RT-OFFICE                PIC X(15).
001900     03 RT-TOTAL-CODE            PIC X(4).
002000*       CALC-BATCH, PER OFFICE - EXP-ENGINE'S DISPOSITIONS
002100        88 RT-OFFICE-READ                VALUE 'READ'.
002200        88 RT-OFFICE-SWEPT               VALUE 'SWPT'.
002300        88 RT-OFFICE-SORTED              VALUE 'SORT'.
002400        88 RT-OFFICE-REJECTED            VALUE 'REJT'.
002500        88 RT-OFFICE-SUSPENDED           VALUE 'SUSP'.
002600        88 RT-OFFICE-DUPLICATE           VALUE 'DUPL'.
002700        88 RT-OFFICE-HELD                VALUE 'HELD'.
002800        88 RT-OFFICE-HELD-SKIPPED        VALUE 'HSKP'.
002900        88 RT-OFFICE-PARKED              VALUE 'PARK'.
003000*       CALC-BATCH - WHAT WENT INTO ALLSORTED.CSV
003100        88 RT-OFFICE-MERGED              VALUE 'MRGD'.
003200        88 RT-RECYCLED-MERGED            VALUE 'RCYM'.
003300*       CALC-PAYFEED - MONEY IN
003400        88 RT-PAY-INPUT                  VALUE 'PINP'.
003500        88 RT-PAY-OPEN-WITHHELD          VALUE 'OWHD'.
003600        88 RT-PAY-OPEN-PENDING           VALUE 'OPND'.
003700        88 RT-PAY-CARD-DEDUCTIONS        VALUE 'ODDP'.
003800        88 RT-PAY-OPEN-CARRIED           VALUE 'ODCR'.
003900*       CALC-PAYFEED - MONEY OUT
004000        88 RT-PAY-PAID                   VALUE 'PAID'.
004100        88 RT-PAY-WITHHELD               VALUE 'CWHD'.
004200        88 RT-PAY-BANK-HELD              VALUE 'CBNK'.
004300        88 RT-PAY-PENDING                VALUE 'CPND'.
004400        88 RT-PAY-DENIED                 VALUE 'DENY'.
004500        88 RT-PAY-ALREADY-WITHHELD       VALUE 'PSKP'.
004600        88 RT-PAY-DEDUCTED               VALUE 'DEDT'.
004700        88 RT-PAY-OWED                   VALUE 'OWED'.
004800        88 RT-PAY-ADVANCE-RECOVERED      VALUE 'ADVR'.
004900        88 RT-PAY-CLOSE-CARRIED          VALUE 'CDCR'.
005000        88 RT-PAY-EMPLOYEE-DROPPED       VALUE 'EDRP'.
005100        88 RT-PAY-DEDUCTION-DROPPED      VALUE 'DDRP'.
005200        88 RT-PAY-WITHHELD-DROPPED       VALUE 'WDRP'.
005300     03 RT-COUNT                 PIC 9(9).
005400     03 RT-USD-AMOUNT            PIC S9(11)V99.
