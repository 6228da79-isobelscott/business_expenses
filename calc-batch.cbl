003758*                  SUSPENSE.IDX NAMES NOW THAT EXP-ENGINE'S
003760*                  DUPLICATE AND SUSPENSE LOOKUPS ARE KEYED
003762*                  FILES INSTEAD OF WORKING-STORAGE TABLES.
003772*  10/15/2026  IS  WIDENED THE SORTED EXPENSE RECORD FROM 320 TO
003782*                  330 BYTES FOR THE NEW PROJECTCODE FIELD.
003783*  10/15/2026  IS  APPEND EACH OFFICE'S DISPOSITION TOTALS FROM
003784*                  EXP-ENGINE (COUNT AND USD READ, SWEPT, SORTED,
003785*                  REJECTED, SUSPENDED, DUPLICATE, HELD, SKIPPED
003786*                  AS ALREADY HELD, PARKED), WHAT WAS MERGED FROM
003787*                  EACH OFFICE'S SORTED FILE, AND WHAT WAS MERGED
003788*                  FROM RECYCLED.CSV, TO THE RUN-TOTALS LEDGER
003789*                  (CONTROL/RUNTOTALS.DAT) UNDER THE RUN ID, SO
003790*                  CALC-PROOF CAN PROVE WHERE EVERY DOLLAR READ
003791*                  WENT - RECYCLED.CSV IS EMPTIED HERE, SO THIS
003792*                  IS THE ONLY RECORD OF WHAT IT HELD.
003800*--------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
005030         ORGANIZATION IS LINE SEQUENTIAL
005040         FILE STATUS IS WS-RECYCLED-FILE-STATUS.

005050     SELECT RunTotalsFile ASSIGN TO
005060             'control/RUNTOTALS.DAT'
005070         ORGANIZATION IS LINE SEQUENTIAL
005080         FILE STATUS IS WS-RUNTOT-FILE-STATUS.

005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CityListFile.
005800     COPY EXPREC.

005900 FD  AllSortedFile.
006000 01  ALL-REC                     PIC X(330).

006001 FD  RunControlFile.
006002 01  RC-REC.
006007     03 STAMP-RUN-DATE           PIC 9(8).

006010 FD  RecycledFile.
006020 01  RCY-REC                     PIC X(330).

006030 FD  RunTotalsFile.
006040 01  RT-REC.
006050     COPY RUNTOT.

006100 WORKING-STORAGE SECTION.
006200     COPY EXPPARMS.
006693 01  WS-RUN-ID                   PIC 9(6) VALUE ZERO.
006694 01  WS-RUN-DATE                 PIC 9(8).

006701*--------------------------------------------------------------
006708* RUN-TOTALS FIELDS - WHAT EACH MERGE COPIED INTO ALLSORTED.CSV.
006715* A RELEASED ROW IS ONLY SEEN AS TEXT, SO ITS USDAMOUNT IS
006722* PICKED OUT THROUGH THE REDEFINED WORK FIELD.
006729*--------------------------------------------------------------
006736 01  WS-RUNTOT-FILE-STATUS       PIC X(02).
006743 01  WS-MERGED-COUNT             PIC 9(9) COMP VALUE ZERO.
006750 01  WS-MERGED-USD               PIC S9(11)V99 VALUE ZERO.
006757 01  WS-RECYCLED-COUNT           PIC 9(9) COMP VALUE ZERO.
006764 01  WS-RECYCLED-USD             PIC S9(11)V99 VALUE ZERO.
006771 01  WS-RELEASE-USD-X            PIC X(09).
006778 01  WS-RELEASE-USD REDEFINES WS-RELEASE-USD-X
006785                                 PIC 9(7)V99.

006792*--------------------------------------------------------------
006800* SWITCHES
006900*--------------------------------------------------------------
007000 01  WS-SWITCHES.
009030         THRU 1100-EXIT.
009100     OPEN INPUT  CityListFile.
009200     OPEN OUTPUT AllSortedFile.
009210     OPEN EXTEND RunTotalsFile.
009220     IF WS-RUNTOT-FILE-STATUS = '35'
009230         OPEN OUTPUT RunTotalsFile
009240         CLOSE RunTotalsFile
009250         OPEN EXTEND RunTotalsFile
009260     END-IF.
009300 1000-EXIT.
009400     EXIT.


011800         PERFORM 2200-MERGE-CITY-FILE
011900             THRU 2200-EXIT
011910         PERFORM 2150-RECORD-OFFICE-TOTALS
011920             THRU 2150-EXIT
012000     ELSE
012100         DISPLAY 'SKIPPED CITY ' EP-CITY-CODE
012200             ' - CANNOT OPEN ' EP-INPUT-FILE
017000 2110-EXIT.
017100     EXIT.

017101*================================================================
017102* 2150-RECORD-OFFICE-TOTALS - THE OFFICE'S DISPOSITION TOTALS
017103* FROM EXP-PARMS AND ITS MERGE TOTAL, ONE RUN-TOTALS ENTRY EACH.
017104*================================================================
017105 2150-RECORD-OFFICE-TOTALS.
017106     MOVE EP-CITY-CODE TO RT-OFFICE.

017107     SET RT-OFFICE-READ TO TRUE.
017108     MOVE EP-RECORDS-READ TO RT-COUNT.
017109     MOVE EP-USD-READ     TO RT-USD-AMOUNT.
017110     PERFORM 2160-WRITE-ONE-TOTAL
017111         THRU 2160-EXIT.

017112     SET RT-OFFICE-SWEPT TO TRUE.
017113     MOVE EP-RECORDS-SWEPT TO RT-COUNT.
017114     MOVE EP-USD-SWEPT     TO RT-USD-AMOUNT.
017115     PERFORM 2160-WRITE-ONE-TOTAL
017116         THRU 2160-EXIT.

017117     SET RT-OFFICE-SORTED TO TRUE.
017118     MOVE EP-RECORDS-WRITTEN TO RT-COUNT.
017119     MOVE EP-USD-WRITTEN     TO RT-USD-AMOUNT.
017120     PERFORM 2160-WRITE-ONE-TOTAL
017121         THRU 2160-EXIT.

017122     SET RT-OFFICE-REJECTED TO TRUE.
017123     MOVE EP-RECORDS-REJECTED TO RT-COUNT.
017124     MOVE EP-USD-REJECTED     TO RT-USD-AMOUNT.
017125     PERFORM 2160-WRITE-ONE-TOTAL
017126         THRU 2160-EXIT.

017127     SET RT-OFFICE-SUSPENDED TO TRUE.
017128     MOVE EP-RECORDS-SUSPENDED TO RT-COUNT.
017129     MOVE EP-USD-SUSPENDED     TO RT-USD-AMOUNT.
017130     PERFORM 2160-WRITE-ONE-TOTAL
017131         THRU 2160-EXIT.

017132     SET RT-OFFICE-DUPLICATE TO TRUE.
017133     MOVE EP-RECORDS-DUPLICATE TO RT-COUNT.
017134     MOVE EP-USD-DUPLICATE     TO RT-USD-AMOUNT.
017135     PERFORM 2160-WRITE-ONE-TOTAL
017136         THRU 2160-EXIT.

017137     SET RT-OFFICE-HELD TO TRUE.
017138     MOVE EP-RECORDS-HELD TO RT-COUNT.
017139     MOVE EP-USD-HELD     TO RT-USD-AMOUNT.
017140     PERFORM 2160-WRITE-ONE-TOTAL
017141         THRU 2160-EXIT.

017142     SET RT-OFFICE-HELD-SKIPPED TO TRUE.
017143     MOVE EP-RECORDS-HELD-SKIPPED TO RT-COUNT.
017144     MOVE EP-USD-HELD-SKIPPED     TO RT-USD-AMOUNT.
017145     PERFORM 2160-WRITE-ONE-TOTAL
017146         THRU 2160-EXIT.

017147     SET RT-OFFICE-PARKED TO TRUE.
017148     MOVE EP-RECORDS-PARKED TO RT-COUNT.
017149     MOVE EP-USD-PARKED     TO RT-USD-AMOUNT.
017150     PERFORM 2160-WRITE-ONE-TOTAL
017151         THRU 2160-EXIT.

017152     SET RT-OFFICE-MERGED TO TRUE.
017153     MOVE WS-MERGED-COUNT TO RT-COUNT.
017154     MOVE WS-MERGED-USD   TO RT-USD-AMOUNT.
017155     PERFORM 2160-WRITE-ONE-TOTAL
017156         THRU 2160-EXIT.
017157 2150-EXIT.
017158     EXIT.

017159*================================================================
017160* 2160-WRITE-ONE-TOTAL - RT-OFFICE, THE TOTAL CODE, COUNT AND USD
017161* ARE FILLED IN; STAMP THE RUN AND APPEND IT.
017162*================================================================
017163 2160-WRITE-ONE-TOTAL.
017164     MOVE WS-RUN-ID    TO RT-RUN-ID.
017165     MOVE WS-RUN-DATE  TO RT-RUN-DATE.
017166     MOVE 'CALC-BATCH' TO RT-PROGRAM.
017167     WRITE RT-REC.
017168 2160-EXIT.
017169     EXIT.

017200*================================================================
017300* 2200-MERGE-CITY-FILE - APPEND THIS OFFICE'S SORTED OUTPUT
017400* INTO THE COMPANY-WIDE ALLSORTED.CSV.
017500*================================================================
017600 2200-MERGE-CITY-FILE.
017700     MOVE 'N' TO WS-CITYSORTED-EOF-SW.
017710     MOVE ZERO TO WS-MERGED-COUNT.
017720     MOVE ZERO TO WS-MERGED-USD.
017800     OPEN INPUT CitySortedFile.

017900     READ CitySortedFile

018800 2210-COPY-ONE-RECORD.
018900     WRITE ALL-REC FROM CITY-REC.
018910     ADD 1 TO WS-MERGED-COUNT.
018920     ADD UsdAmount TO WS-MERGED-USD.

019000     READ CitySortedFile
019100         AT END MOVE 'Y' TO WS-CITYSORTED-EOF-SW

019487 2310-COPY-ONE-RELEASE.
019488     WRITE ALL-REC FROM RCY-REC.
019489     ADD 1 TO WS-RECYCLED-COUNT.
019490     MOVE RCY-REC (258:9) TO WS-RELEASE-USD-X.
019491     ADD WS-RELEASE-USD TO WS-RECYCLED-USD.

019492     READ RecycledFile
019493         AT END MOVE 'Y' TO WS-RECYCLED-EOF-SW
019494     END-READ.
019495 2310-EXIT.
019496     EXIT.

019500*================================================================
019600* 9000-TERMINATE
019800 9000-TERMINATE.
019900     CLOSE CityListFile AllSortedFile.

019901     MOVE SPACES TO RT-OFFICE.
019902     SET RT-RECYCLED-MERGED TO TRUE.
019903     MOVE WS-RECYCLED-COUNT TO RT-COUNT.
019904     MOVE WS-RECYCLED-USD   TO RT-USD-AMOUNT.
019905     PERFORM 2160-WRITE-ONE-TOTAL
019906         THRU 2160-EXIT.
019907     CLOSE RunTotalsFile.

019910     OPEN OUTPUT RunStampFile.
019920     MOVE WS-RUN-ID   TO STAMP-RUN-ID.
019930     MOVE WS-RUN-DATE TO STAMP-RUN-DATE.
