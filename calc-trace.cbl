000300 AUTHOR.                   ISOBEL SCOTT.
000400 INSTALLATION.             FINANCE SYSTEMS.
000500 DATE-WRITTEN.             09/02/2026.
000600 DATE-COMPILED.            10/15/2026.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
003300*                  OFFICE'S NEXT ENGINE RUN BUILDS THE .IDX, AND
003400*                  A WRONG "NOT FOUND" TO THE HELP DESK IS WORSE
003500*                  THAN NO TOOL AT ALL.
003510*  10/15/2026  IS  PAYFEED.DAT RECORDS ARE NOW 120 BYTES - ONE
003520*                  BATCH PER PAYMENT CURRENCY, WITH THE PAYMENT
003530*                  CURRENCY AND AMOUNT AFTER THE EXISTING FIELDS.
003540*                  RECORD AND OVERLAY WIDENED TO MATCH.
003550*  10/15/2026  IS  THE WITHHELD POOL NOW ALSO HOLDS PAYMENTS
003560*                  PARKED BECAUSE THE EMPLOYEE'S BANK DETAILS
003570*                  CHANGED AND ARE AWAITING A SECOND OPERATOR'S
003580*                  CONFIRMATION.  THOSE CARRY NO REPORTID, SO
003590*                  THEY ARE MATCHED ON THE TRACED EMPLOYEE.
003592*  10/15/2026  IS  WIDENED THE HELD AND SUSPENSE IMAGES FROM 274
003594*                  TO 284 BYTES, AND THE SORTED RECORD FROM 320
003596*                  TO 330, FOR THE NEW PROJECTCODE FIELD.
003597*  10/15/2026  IS  WIDENED THE REJECT RECORD FOR THE SUBMITTED
003598*                  USDAMOUNT EXP-ENGINE NOW WRITES AFTER THE
003599*                  LOCAL CURRENCY.
003600*--------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
010900     03 REJ-REASON-TEXT          PIC X(30).
011000     03 REJ-LOCAL-AMOUNT         PIC 9(10)V99.
011100     03 REJ-LOCAL-CURRENCY       PIC X(3).
011110     03 REJ-USD-AMOUNT           PIC 9(7)V99.

011200*--------------------------------------------------------------
011300* THE OLD FLAT SUSPENSE AND HISTORY FILES - STILL THE LIVE DATA
012100     03 SUS-REASON-CODE          PIC X(1).
012200     03 SUS-REPORT-ID            PIC 9(6).
012300     03 SUS-EMPLOYEE-ID          PIC X(6).
012400     03 SUS-RECORD-IMAGE         PIC X(284).

012500 FD  SuspenseIdxFile.
012600 01  SUX-REC.
013000     03 SUX-STATUS               PIC X(1).
013100     03 SUX-HELD-DATE            PIC 9(8).
013200     03 SUX-REASON-CODE          PIC X(1).
013300     03 SUX-RECORD-IMAGE         PIC X(284).

013400 FD  HeldFile.
013500 01  HELD-REC                    PIC X(284).

013600 FD  HistoryFile.
013700 01  HIST-REC.
015000* THE EXPENSE WORK RECORD.
015100*--------------------------------------------------------------
015200 FD  SortedRowFile.
015300 01  SRT-REC                     PIC X(330).

015400 FD  GlFeedFile.
015500 01  GLF-REC.
016000     03 GLF-USD-AMOUNT           PIC 9(7)V99.

016100 FD  PayFeedFile.
016200 01  PAY-REC                     PIC X(120).

016300 FD  PayPendingFile.
016400 01  PND-REC.
017200     03 PHL-EMPLOYEE-NAME        PIC X(50).
017300     03 PHL-USD-AMOUNT           PIC 9(7)V99.
017400     03 PHL-FIRST-HELD-DATE      PIC 9(8).
017410     03 PHL-HOLD-REASON          PIC X(1).
017420        88 PHL-HELD-FOR-BANK-CHANGE      VALUE 'B'.

017500 FD  PayStatusFile.
017600 01  PST-REC.
024600     05 WS-PAY-USD-AMOUNT        PIC 9(09)V99.
024700     05 WS-PAY-EMPLOYEE-NAME     PIC X(50).
024800     05 FILLER                   PIC X(05).
024810     05 WS-PAY-PAY-CURRENCY      PIC X(03).
024820     05 WS-PAY-PAY-AMOUNT        PIC 9(09)V99.
024830     05 FILLER                   PIC X(06).

024900*--------------------------------------------------------------
025000* TRACE OUTPUT - EACH FINDING IS ONE LINE, DISPLAYED AND
088600             THRU 8000-EXIT
088700     END-IF.

088710     IF PHL-HELD-FOR-BANK-CHANGE
088720         AND WS-FOUND-EMPLOYEE-ID NOT = ZERO
088730         AND PHL-EMPLOYEE-ID = WS-FOUND-EMPLOYEE-ID
088740         MOVE 'PAYMENT'      TO TRC-DTL-STAGE
088750         MOVE 'PAYHELD'      TO TRC-DTL-WHERE
088760         MOVE SPACES         TO TRC-DTL-TEXT
088770         MOVE PHL-USD-AMOUNT TO WS-DISPLAY-USD
088780         STRING 'HELD - BANK DETAILS CHANGED, AWAITING '
088790                    DELIMITED BY SIZE
088791                'CONFIRMATION SINCE ' DELIMITED BY SIZE
088792                PHL-FIRST-HELD-DATE DELIMITED BY SIZE
088793                ' USD ' DELIMITED BY SIZE
088794                WS-DISPLAY-USD DELIMITED BY SIZE
088795             INTO TRC-DTL-TEXT
088796         PERFORM 8000-EMIT-FINDING
088797             THRU 8000-EXIT
088798     END-IF.

088800     READ PayHeldFile
088900         AT END MOVE 'Y' TO WS-SCAN-EOF-SW
089000     END-READ.
