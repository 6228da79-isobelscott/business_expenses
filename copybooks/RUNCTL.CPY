000300* (CONTROL/RUNCONTROL.DAT).  CALC-BATCH APPENDS AN 'R' ENTRY
000400* WHEN IT REGISTERS A NEW RUN; CALC-SUMMARY, CALC-GLFEED AND
000500* CALC-PAYFEED APPEND 'S'/'G'/'P' ENTRIES RECORDING WHICH RUN
000550* ID THEY CONSUMED (CALC-TAXBEN LIKEWISE APPENDS 'T' ENTRIES
000560* FOR THE PAYROLL TAXABLE-BENEFIT EXTRACT, AND CALC-ADVANCE
000570* 'A' ENTRIES FOR THE ADVANCE RECOVERIES IT HAS POSTED), AND
000575* REFUSE AT STARTUP TO CONSUME A RUN THEY (OR A LATER RUN) HAVE
000580* ALREADY PROCESSED.  CALC-AUDIT APPENDS A 'U' ENTRY FOR EACH RUN
000590* IT HAS SCANNED, WHICH CALC-PAYFEED CHECKS FOR.  CALC-REBILL
000600* APPENDS AN 'X' ENTRY FOR EACH RUN IT HAS BILLED TO CLIENTS,
000610* AND CALC-EXPPOST AN 'M' ENTRY FOR EACH RUN IT HAS POSTED TO
000620* THE CUMULATIVE EXPENSE MASTER.  CALC-PROOF APPENDS A 'V' ENTRY
000630* WHEN A RUN'S MONEY PROOF BALANCES AND AN 'F' ENTRY WHEN IT
000640* DOES NOT; CALC-PERCLOSE WILL NOT CLOSE A PERIOD UNLESS THE
000650* LATEST PROOF OF THE LATEST RUN IS A 'V'.
000800* THE LEDGER IS APPEND-ONLY - NOTHING EVER REWRITES IT.
000900*================================================================
001000     03 RC-RUN-ID                PIC 9(6).
001100     03 RC-RUN-DATE              PIC 9(8).
001500        88 RC-SUMMARY-CONSUMED           VALUE 'S'.
001600        88 RC-GLFEED-EXTRACTED           VALUE 'G'.
001700        88 RC-PAYFEED-CONSUMED           VALUE 'P'.
001800        88 RC-TAXBEN-EXTRACTED           VALUE 'T'.
001900        88 RC-ADVANCE-POSTED             VALUE 'A'.
002000        88 RC-AUDIT-SCANNED              VALUE 'U'.
002010        88 RC-REBILL-EXTRACTED           VALUE 'X'.
002020        88 RC-MASTER-POSTED              VALUE 'M'.
002030        88 RC-PROOF-PASSED               VALUE 'V'.
002040        88 RC-PROOF-FAILED               VALUE 'F'.
