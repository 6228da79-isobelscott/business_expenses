001800     05 EP-RECORDS-REJECTED      PIC 9(9) COMP.
001900     05 EP-RECORDS-DUPLICATE     PIC 9(9) COMP.
001910     05 EP-RECORDS-HELD          PIC 9(9) COMP.
001914*       WHERE EVERY RECORD WENT, IN COUNTS AND SUBMITTED USD,
001918*       FOR THE DRIVER'S CONTROL TOTALS.  READ IS THE INPUT FILE
001922*       ONLY; SWEPT IS LAST RUN'S HELD RECORDS PUT BACK THROUGH.
001926*       SORTED, REJECTED, DUPLICATE AND HELD COVER BOTH.
001930*       HELD-SKIPPED IS AN INPUT COPY OF A RECORD ALREADY HELD
001934*       THIS RUN, SUSPENDED THE REJECTS NEWLY PUT ON SUSPENSE,
001938*       AND PARKED THE HELD RECORDS PAST THE TABLE LIMIT CARRIED
001939*       FORWARD UNSWEPT.
001942     05 EP-RECORDS-SWEPT         PIC 9(9) COMP.
001946     05 EP-RECORDS-HELD-SKIPPED  PIC 9(9) COMP.
001950     05 EP-RECORDS-SUSPENDED     PIC 9(9) COMP.
001954     05 EP-RECORDS-PARKED        PIC 9(9) COMP.
001958     05 EP-USD-READ              PIC S9(11)V99.
001962     05 EP-USD-SWEPT             PIC S9(11)V99.
001966     05 EP-USD-WRITTEN           PIC S9(11)V99.
001970     05 EP-USD-REJECTED          PIC S9(11)V99.
001974     05 EP-USD-DUPLICATE         PIC S9(11)V99.
001978     05 EP-USD-HELD              PIC S9(11)V99.
001982     05 EP-USD-HELD-SKIPPED      PIC S9(11)V99.
001986     05 EP-USD-SUSPENDED         PIC S9(11)V99.
001990     05 EP-USD-PARKED            PIC S9(11)V99.
002000     05 EP-RETURN-CODE           PIC 9(2).
002100        88 EP-SUCCESS                   VALUE 0.
002200        88 EP-INPUT-FILE-MISSING        VALUE 16.
