000300 AUTHOR.                   ISOBEL SCOTT.
000400 INSTALLATION.             FINANCE SYSTEMS.
000500 DATE-WRITTEN.             09/02/2026.
000600 DATE-COMPILED.            10/15/2026.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
003097*                  WHEN BANK LINES WERE ACTUALLY READ, SO A
003098*                  RERUN AGAINST THE EMPTIED FILE NO LONGER
003099*                  REGRESSES SETTLED/RETURNED PAYMENTS TO SENT.
003100*  10/15/2026  IS  PAYFEED.DAT RECORDS ARE NOW 120 BYTES - ONE
003101*                  BATCH PER PAYMENT CURRENCY, WITH THE PAYMENT
003102*                  CURRENCY AND AMOUNT AFTER THE EXISTING FIELDS.
003103*                  RECORD AND OVERLAY WIDENED TO MATCH.
003104*--------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  PayFeedFile.
005700 01  PAY-REC                     PIC X(120).

005800*--------------------------------------------------------------
005900* THE BANK'S RETURNS/ACKNOWLEDGMENT FILE - ONE LINE PER PAYMENT
014000     05 WS-PAY-USD-AMOUNT        PIC 9(09)V99.
014100     05 WS-PAY-EMPLOYEE-NAME     PIC X(50).
014200     05 FILLER                   PIC X(05).
014210     05 WS-PAY-PAY-CURRENCY      PIC X(03).
014220     05 WS-PAY-PAY-AMOUNT        PIC 9(09)V99.
014230     05 FILLER                   PIC X(06).

014300*--------------------------------------------------------------
014400* RUN COUNTERS
