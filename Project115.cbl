      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: foreign-exchange variance on international wires.
      *          PROJECT09 books a USD/INR/CNY wire to the student at
      *          the day's EXCHANGE-RATES.txt rate, but the bank
      *          converts at its own rate when the wire lands, so the
      *          CAD actually credited to the college seldom equals
      *          what the student was credited with. The bank's
      *          credit advice (FX-BANK-CREDITS.txt: receipt number,
      *          credit date, CAD credited) is matched by receipt
      *          number against the wires on the PAYMENT-HISTORY-
      *          YYYY.txt segments, and every credit goes on
      *          FX-VARIANCE-REPORT.txt with the original currency,
      *          foreign amount, booked rate, booked CAD, bank CAD and
      *          the difference - or a note when it cannot be taken:
      *          no such wire, a voided receipt, or one already
      *          reconciled. The student's balance is never touched -
      *          the variance is the college's - so each gain or loss
      *          goes to the GL as this run's own batch
      *          (FX-GL-EXTRACT.txt) through GL-ACCOUNT-MAP.txt,
      *          charge type FXGAINLS, the same way PROJECT113 books
      *          merchant fees. Reconciled wires are kept on
      *          FX-VARIANCE-HISTORY.txt so a credit is taken once and
      *          a re-run books nothing twice, and the report closes
      *          with every posted wire the bank has not yet credited
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - register FX-GL-EXTRACT.txt on
      *                   TRANSMISSION-REGISTER.txt with its entry count
      *                   and hash total once the trailer is written
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT115.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the bank's credit advice - one line per wire credited
           SELECT BANK-CREDIT-FILE
           ASSIGN TO "..\FX-BANK-CREDITS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BANK-CREDIT-STATUS.

      * the payment-side audit trail, carried in per-fiscal-year
      * segments and walked through PAYHIST-INDEX.txt the way
      * PROJECT37 walks it
           SELECT PAYMENT-HISTORY
           ASSIGN TO PAYMENT-HISTORY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYMENT-HISTORY-STATUS.

           SELECT PAYHIST-INDEX-FILE
           ASSIGN TO "..\PAYHIST-INDEX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYHIST-INDEX-STATUS.

      * every wire already reconciled, appended run after run
           SELECT VARIANCE-HISTORY
           ASSIGN TO "..\FX-VARIANCE-HISTORY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VARIANCE-HISTORY-STATUS.

           SELECT VARIANCE-REPORT
           ASSIGN TO "..\FX-VARIANCE-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VARIANCE-REPORT-STATUS.

      * the program-code/charge-type to debit/credit account mappings
           SELECT GL-ACCOUNT-MAP-FILE
           ASSIGN TO "..\GL-ACCOUNT-MAP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GL-ACCOUNT-MAP-STATUS.

      * this run's own GL batch - header, one DR/CR pair per
      * variance, trailer
           SELECT GL-EXTRACT-FILE
           ASSIGN TO "..\FX-GL-EXTRACT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GL-EXTRACT-STATUS.

      * one line per outbound file sent - kept in step with every
      * extract writer, Project146.cbl and Project147.cbl
           SELECT TRANSMISSION-REGISTER
           ASSIGN TO "..\TRANSMISSION-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSMIT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * credit date is YYYYMMDD; the amount is whole-dollar digits
      * then two cents digits, no decimal point - same convention as
      * the payment feed
       FD BANK-CREDIT-FILE.
       01 BANK-CREDIT-RECORD.
         05 FXB-RECEIPT-NUMBER PIC X(6).
         05 FXB-RECEIPT-NUMBER-NUMERIC REDEFINES FXB-RECEIPT-NUMBER
             PIC 9(6).
         05 FXB-CREDIT-DATE PIC X(8).
         05 FXB-CREDIT-DATE-NUMERIC REDEFINES FXB-CREDIT-DATE
             PIC 9(8).
         05 FXB-CAD-CREDIT PIC X(8).
         05 FXB-CAD-CREDIT-NUMERIC REDEFINES FXB-CAD-CREDIT
             PIC 9(6)V99.

      * same layout Project09.cbl writes
       FD PAYMENT-HISTORY.
       01 PAYMENT-HISTORY-LINE.
         05 HIST-RECEIPT-NUMBER PIC 9(6).
         05 HIST-STUDENT-NUMBER PIC 9(6).
         05 HIST-AMOUNT PIC 9999V99.
         05 HIST-PAY-DATE PIC 9(8).
         05 HIST-TENDER-TYPE PIC X(2).
         05 HIST-POSTED-DATE PIC 9(8).
         05 HIST-STATUS PIC X(1).
         05 HIST-CASHIER-ID PIC X(8).
         05 HIST-FOREIGN-CURRENCY-FIELDS.
           10 HIST-CURRENCY-CODE PIC X(3).
           10 HIST-FOREIGN-AMOUNT PIC 9(7)V99.
           10 HIST-EXCHANGE-RATE PIC 9(3)V9(6).

      * kept in step across the history readers and writers
       FD PAYHIST-INDEX-FILE.
       01 PAYHIST-INDEX-RECORD.
         05 PHX-YEAR PIC 9(4).

      * one line per bank credit taken - the variance is bank CAD
      * less booked CAD, a gain when positive
       FD VARIANCE-HISTORY.
       01 VARIANCE-HISTORY-LINE.
         05 FVH-RECEIPT-NUMBER PIC 9(6).
         05 FVH-STUDENT-NUMBER PIC 9(6).
         05 FVH-CURRENCY-CODE PIC X(3).
         05 FVH-BOOKED-AMOUNT PIC 9999V99.
         05 FVH-BANK-CREDIT PIC 9(6)V99.
         05 FVH-VARIANCE PIC S9(6)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 FVH-CREDIT-DATE PIC 9(8).
         05 FVH-RUN-DATE PIC 9(8).

       FD VARIANCE-REPORT.
       01 VARIANCE-REPORT-LINE PIC X(124).

      * kept in step with Project48.cbl's FD GL-ACCOUNT-MAP-FILE
       FD GL-ACCOUNT-MAP-FILE.
       01 GL-ACCOUNT-MAP-IN.
         05 MAP-PROGRAM-CODE PIC X(5).
         05 MAP-CHARGE-TYPE PIC X(8).
         05 MAP-DEBIT-ACCOUNT PIC X(20).
         05 MAP-CREDIT-ACCOUNT PIC X(20).

      * same record layout as Project3.cbl's GL-EXTRACT-LINE
       FD GL-EXTRACT-FILE.
       01 GL-EXTRACT-LINE.
         05 GL-RECORD-TYPE-OUT PIC X(7).
         05 FILLER PIC X(2) VALUE SPACE.
         05 GL-STUDENT-NUMBER-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 GL-PROGRAM-CODE-OUT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACE.
         05 GL-ACCOUNT-OUT PIC X(20).
         05 FILLER PIC X(2) VALUE SPACE.
         05 GL-DEBIT-CREDIT-OUT PIC X(2).
         05 FILLER PIC X(2) VALUE SPACE.
         05 GL-AMOUNT-OUT PIC ZZZZZ.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 GL-DESCRIPTION-OUT PIC X(20).

      * status SENT when written, RECEIVED or REJECTED once the
      * partner answers - kept in step with Project146.cbl's
      * FD TRANSMISSION-REGISTER
       FD TRANSMISSION-REGISTER.
       01 TRANSMISSION-REGISTER-RECORD.
         05 TXR-FILE-NAME PIC X(40).
         05 TXR-DESTINATION PIC X(12).
         05 TXR-PERIOD PIC X(8).
         05 TXR-RECORD-COUNT PIC 9(7).
         05 TXR-HASH-TOTAL PIC S9(11)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 TXR-CREATED-BY PIC X(9).
         05 TXR-CREATED-DATE PIC 9(8).
         05 TXR-CREATED-TIME PIC 9(6).
         05 TXR-STATUS PIC X(8).
         05 TXR-ACK-DATE PIC 9(8).
         05 TXR-ACK-REASON PIC X(30).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 BANK-CREDIT-STATUS PIC X(2).
         05 PAYMENT-HISTORY-STATUS PIC X(2).
         05 PAYHIST-INDEX-STATUS PIC X(2).
         05 VARIANCE-HISTORY-STATUS PIC X(2).
         05 VARIANCE-REPORT-STATUS PIC X(2).
         05 GL-ACCOUNT-MAP-STATUS PIC X(2).
         05 GL-EXTRACT-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 BANK-CREDIT-EOF-FLG PIC X(1) VALUE 'N'.
         05 HISTORY-EOF-FLG PIC X(1) VALUE 'N'.
         05 VARIANCE-EOF-FLG PIC X(1) VALUE 'N'.
         05 MAP-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-RAW PIC 9(8).
       01 RUN-DATE-INTEGER PIC 9(8).

      * how many days the bank may take to credit a wire before it is
      * chased - a wire normally lands within the week
       01 FX-CREDIT-GRACE-DAYS PIC 9(3) VALUE 5.

      * the segment walk - same machinery as Project37.cbl
       01 SEGMENT-WALK-FIELDS.
         05 PAYMENT-HISTORY-NAME PIC X(40).
         05 PAYHIST-INDEX-EOF-FLG PIC X(1).
         05 YEAR-LIST-COUNT PIC 9(2) VALUE 0.
         05 YEAR-SUB PIC 9(2).
         05 YEAR-SLOT-SUB PIC 9(2).
         05 YEAR-SHIFT-SUB PIC 9(2).
         05 YEAR-LIST-TABLE.
           10 YEAR-LIST-YEAR PIC 9(4) OCCURS 30 TIMES.

      * every wire on the history - domestic receipts are left on the
      * segments
       01 FX-RECEIPT-TABLE.
         05 FX-RECEIPT-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON FX-RECEIPT-COUNT.
           10 FXR-RECEIPT-NUMBER PIC 9(6).
           10 FXR-STUDENT-NUMBER PIC 9(6).
           10 FXR-BOOKED-AMOUNT PIC 9999V99.
           10 FXR-PAY-DATE PIC 9(8).
           10 FXR-STATUS PIC X(1).
           10 FXR-CURRENCY-CODE PIC X(3).
           10 FXR-FOREIGN-AMOUNT PIC 9(7)V99.
           10 FXR-EXCHANGE-RATE PIC 9(3)V9(6).
           10 FXR-RECONCILED-FLAG PIC X(1).
             88 FXR-RECONCILED VALUE 'Y'.

       01 FX-RECEIPT-VARIABLES.
         05 FX-RECEIPT-COUNT PIC 9(4) VALUE 0.
         05 FX-RECEIPT-SUB PIC 9(4).
         05 FX-FOUND-SUB PIC 9(4).
         05 MATCH-RECEIPT-NUMBER PIC 9(6).

       01 ACCOUNT-MAP-TABLE.
         05 MAP-ENTRY OCCURS 1 TO 100 TIMES
             DEPENDING ON MAP-COUNT.
           10 TBL-MAP-PROGRAM-CODE PIC X(5).
           10 TBL-MAP-CHARGE-TYPE PIC X(8).
           10 TBL-MAP-DEBIT-ACCOUNT PIC X(20).
           10 TBL-MAP-CREDIT-ACCOUNT PIC X(20).

      * the mapping's debit side is the wire clearing account and its
      * credit side the FX gain/loss account - a gain posts that way
      * round, a loss the other
       01 ACCOUNT-MAP-VARIABLES.
         05 MAP-COUNT PIC 9(3) VALUE 0.
         05 MAP-FIND-SUB PIC 9(3).
         05 MAP-FOUND-SUB PIC 9(3).
         05 MAP-FOUND-FLAG PIC X(1).
           88 MAP-ROW-FOUND VALUE 'Y'.
         05 CLEARING-ACCOUNT PIC X(20).
         05 GAIN-LOSS-ACCOUNT PIC X(20).

       01 GL-BATCH-FIELDS.
         05 GL-ENTRY-COUNT PIC 9(6) VALUE 0.
         05 GL-HASH-TOTAL PIC S9(9)V99 VALUE 0.

       01 VARIANCE-WORK-FIELDS.
         05 VARIANCE-NOTE PIC X(24).
         05 FX-VARIANCE PIC S9(6)V99.
         05 FX-VARIANCE-ABS PIC 9(6)V99.
         05 WIRE-AGE-DAYS PIC S9(5).

       01 COUNTERS.
         05 HOW-MANY-RECEIPTS PIC 9(7) VALUE 0.
         05 HOW-MANY-CREDITS PIC 9(5) VALUE 0.
         05 HOW-MANY-RECONCILED PIC 9(5) VALUE 0.
         05 HOW-MANY-EXCEPTIONS PIC 9(5) VALUE 0.
         05 HOW-MANY-UNCREDITED PIC 9(5) VALUE 0.
         05 TOTAL-GAIN PIC 9(7)V99 VALUE 0.
         05 TOTAL-LOSS PIC 9(7)V99 VALUE 0.
         05 NET-VARIANCE PIC S9(7)V99 VALUE 0.
         05 UNCREDITED-AMOUNT PIC 9(7)V99 VALUE 0.

       01 REPORT-HEADING-LINE.
         05 FILLER PIC X(39)
             VALUE "FOREIGN-EXCHANGE WIRE VARIANCE - RUN ".
         05 RPT-HEAD-DATE PIC 9(8).
         05 FILLER PIC X(77) VALUE SPACE.

       01 CREDIT-SECTION-LINE.
         05 FILLER PIC X(40)
             VALUE "BANK CREDITS RECEIVED                   ".
         05 FILLER PIC X(84) VALUE SPACE.

       01 CREDIT-COLUMN-LINE.
         05 FILLER PIC X(8) VALUE "RECEIPT".
         05 FILLER PIC X(8) VALUE "STUDENT".
         05 FILLER PIC X(5) VALUE "CUR".
         05 FILLER PIC X(12) VALUE "   FOREIGN".
         05 FILLER PIC X(12) VALUE "      RATE".
         05 FILLER PIC X(9) VALUE " BOOKED".
         05 FILLER PIC X(10) VALUE "CREDITED".
         05 FILLER PIC X(11) VALUE "    BANK".
         05 FILLER PIC X(12) VALUE "  VARIANCE".
         05 FILLER PIC X(37) VALUE "NOTE".

       01 CREDIT-DETAIL-LINE.
         05 CDL-RECEIPT-OUT PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 CDL-STUDENT-OUT PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 CDL-CURRENCY-OUT PIC X(3).
         05 FILLER PIC X(2) VALUE SPACE.
         05 CDL-FOREIGN-OUT PIC ZZZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 CDL-RATE-OUT PIC ZZ9.999999.
         05 FILLER PIC X(2) VALUE SPACE.
         05 CDL-BOOKED-OUT PIC ZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 CDL-CREDIT-DATE-OUT PIC X(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 CDL-BANK-OUT PIC ZZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 CDL-VARIANCE-OUT PIC -ZZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 CDL-NOTE-OUT PIC X(24).
         05 FILLER PIC X(13) VALUE SPACE.

       01 UNCREDITED-SECTION-LINE.
         05 FILLER PIC X(40)
             VALUE "WIRES NOT YET CREDITED BY THE BANK      ".
         05 FILLER PIC X(84) VALUE SPACE.

       01 UNCREDITED-COLUMN-LINE.
         05 FILLER PIC X(8) VALUE "RECEIPT".
         05 FILLER PIC X(8) VALUE "STUDENT".
         05 FILLER PIC X(5) VALUE "CUR".
         05 FILLER PIC X(12) VALUE "   FOREIGN".
         05 FILLER PIC X(9) VALUE " BOOKED".
         05 FILLER PIC X(10) VALUE "PAY DATE".
         05 FILLER PIC X(7) VALUE "  AGE".
         05 FILLER PIC X(65) VALUE "STATUS".

       01 UNCREDITED-DETAIL-LINE.
         05 UCL-RECEIPT-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 UCL-STUDENT-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 UCL-CURRENCY-OUT PIC X(3).
         05 FILLER PIC X(2) VALUE SPACE.
         05 UCL-FOREIGN-OUT PIC ZZZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 UCL-BOOKED-OUT PIC ZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 UCL-PAY-DATE-OUT PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 UCL-AGE-OUT PIC ZZZZ9.
         05 FILLER PIC X(2) VALUE SPACE.
         05 UCL-STATUS-OUT PIC X(65).

       01 TOTALS-LINE-1.
         05 FILLER PIC X(18) VALUE "BANK CREDITS READ ".
         05 TOT-CREDITS-OUT PIC ZZZZ9.
         05 FILLER PIC X(14) VALUE "   RECONCILED ".
         05 TOT-RECONCILED-OUT PIC ZZZZ9.
         05 FILLER PIC X(14) VALUE "   EXCEPTIONS ".
         05 TOT-EXCEPTIONS-OUT PIC ZZZZ9.
         05 FILLER PIC X(63) VALUE SPACE.

       01 TOTALS-LINE-2.
         05 FILLER PIC X(18) VALUE "FX GAIN           ".
         05 TOT-GAIN-OUT PIC ZZZZZZ9.99.
         05 FILLER PIC X(11) VALUE "   FX LOSS ".
         05 TOT-LOSS-OUT PIC ZZZZZZ9.99.
         05 FILLER PIC X(10) VALUE "   NET    ".
         05 TOT-NET-OUT PIC -ZZZZZZ9.99.
         05 FILLER PIC X(54) VALUE SPACE.

       01 TOTALS-LINE-3.
         05 FILLER PIC X(18) VALUE "WIRES UNCREDITED  ".
         05 TOT-UNCREDITED-OUT PIC ZZZZ9.
         05 FILLER PIC X(11) VALUE "   BOOKED  ".
         05 TOT-UNCREDITED-AMOUNT-OUT PIC ZZZZZZ9.99.
         05 FILLER PIC X(80) VALUE SPACE.

      * what the transmission register is told about each file sent
      * - a blank period defaults to the day the file was written
       01 TRANSMIT-REGISTER-FIELDS.
         05 TRANSMIT-REGISTER-STATUS PIC X(2).
         05 TRANSMIT-FILE-NAME PIC X(40).
         05 TRANSMIT-DESTINATION PIC X(12).
         05 TRANSMIT-PERIOD PIC X(8).
         05 TRANSMIT-RECORD-COUNT PIC 9(7).
         05 TRANSMIT-HASH-TOTAL PIC S9(11)V99.
         05 TRANSMIT-DATE-RAW PIC 9(8).
         05 TRANSMIT-TIME-RAW.
           10 TRANSMIT-TIME-HHMMSS PIC 9(6).
           10 FILLER PIC 9(2).

       PROCEDURE DIVISION.
      * main procedure - gather the wires off the history, lay the
      * bank's credits against them, book the variances and list
      * what is still to land
       100-RECONCILE-FX-CREDITS.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-RAW).
           PERFORM 200-LOAD-FX-RECEIPTS.
           PERFORM 220-LOAD-VARIANCE-HISTORY.
           PERFORM 230-LOAD-ACCOUNT-MAP.
           PERFORM 240-OPEN-OUTPUT-FILES.
           PERFORM 300-MATCH-BANK-CREDITS.
           PERFORM 400-LIST-UNCREDITED-WIRES.
           PERFORM 500-CLOSE-OUTPUT-FILES.
           PERFORM 600-WRITE-FINAL-TOTALS.
           STOP RUN.

      * every wire off every segment, newest segment first
           200-LOAD-FX-RECEIPTS.
               PERFORM 206-LOAD-SEGMENT-YEARS.

               PERFORM 207-LOAD-ONE-SEGMENT
                   VARYING YEAR-SUB FROM 1 BY 1
                   UNTIL YEAR-SUB > YEAR-LIST-COUNT
                   OR FX-RECEIPT-COUNT IS EQUAL TO 5000.

      * the index years, insertion-placed newest first - same
      * machinery as Project37.cbl
           206-LOAD-SEGMENT-YEARS.
               MOVE 'N' TO PAYHIST-INDEX-EOF-FLG.
               OPEN INPUT PAYHIST-INDEX-FILE.
               IF PAYHIST-INDEX-STATUS IS NOT EQUAL TO "00"
                   CONTINUE
               ELSE
                   PERFORM 2061-NOTE-ONE-YEAR
                       UNTIL PAYHIST-INDEX-EOF-FLG IS EQUAL TO 'Y'
                       OR YEAR-LIST-COUNT IS EQUAL TO 30
                   CLOSE PAYHIST-INDEX-FILE
               END-IF.

               2061-NOTE-ONE-YEAR.
                   READ PAYHIST-INDEX-FILE
                       AT END
                           MOVE 'Y' TO PAYHIST-INDEX-EOF-FLG
                       NOT AT END
                           PERFORM 2062-PLACE-ONE-YEAR
                   END-READ.

               2062-PLACE-ONE-YEAR.
                   MOVE 1 TO YEAR-SLOT-SUB.
                   PERFORM 2063-FIND-YEAR-SLOT
                       UNTIL YEAR-SLOT-SUB > YEAR-LIST-COUNT
                       OR YEAR-LIST-YEAR(YEAR-SLOT-SUB)
                           IS LESS THAN PHX-YEAR.

                   ADD 1 TO YEAR-LIST-COUNT.
                   MOVE YEAR-LIST-COUNT TO YEAR-SHIFT-SUB.
                   PERFORM 2064-SHIFT-ONE-YEAR
                       UNTIL YEAR-SHIFT-SUB IS NOT GREATER THAN
                         YEAR-SLOT-SUB.
                   MOVE PHX-YEAR TO YEAR-LIST-YEAR(YEAR-SLOT-SUB).

                   2063-FIND-YEAR-SLOT.
                       ADD 1 TO YEAR-SLOT-SUB.

                   2064-SHIFT-ONE-YEAR.
                       MOVE YEAR-LIST-YEAR(YEAR-SHIFT-SUB - 1)
                         TO YEAR-LIST-YEAR(YEAR-SHIFT-SUB)
                       SUBTRACT 1 FROM YEAR-SHIFT-SUB.

           207-LOAD-ONE-SEGMENT.
               MOVE SPACES TO PAYMENT-HISTORY-NAME.
               STRING "..\PAYMENT-HISTORY-" DELIMITED BY SIZE
                   YEAR-LIST-YEAR(YEAR-SUB) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO PAYMENT-HISTORY-NAME.

               MOVE 'N' TO HISTORY-EOF-FLG.
               OPEN INPUT PAYMENT-HISTORY.
               IF PAYMENT-HISTORY-STATUS IS NOT EQUAL TO "00"
                   CONTINUE
               ELSE
                   PERFORM 2071-LOAD-ONE-RECEIPT
                       UNTIL HISTORY-EOF-FLG IS EQUAL TO 'Y'
                       OR FX-RECEIPT-COUNT IS EQUAL TO 5000
                   CLOSE PAYMENT-HISTORY
               END-IF.

      * a line cut before the currency fields existed reads back
      * with a blank currency, the same as a domestic receipt; the
      * transferred-away side of a moved wire ('T') is passed over -
      * its receipt number lives on in the right student's 'P' line
               2071-LOAD-ONE-RECEIPT.
                   READ PAYMENT-HISTORY
                       AT END
                           MOVE 'Y' TO HISTORY-EOF-FLG
                       NOT AT END
                           ADD 1 TO HOW-MANY-RECEIPTS
                           IF HIST-CURRENCY-CODE IS NOT EQUAL TO SPACES
                               AND HIST-CURRENCY-CODE IS NOT EQUAL TO
                                   "CAD"
                               AND HIST-STATUS IS NOT EQUAL TO 'T'
                               PERFORM 2072-NOTE-ONE-WIRE
                           END-IF
                   END-READ.

               2072-NOTE-ONE-WIRE.
                   ADD 1 TO FX-RECEIPT-COUNT.
                   MOVE HIST-RECEIPT-NUMBER
                     TO FXR-RECEIPT-NUMBER(FX-RECEIPT-COUNT).
                   MOVE HIST-STUDENT-NUMBER
                     TO FXR-STUDENT-NUMBER(FX-RECEIPT-COUNT).
                   MOVE HIST-AMOUNT
                     TO FXR-BOOKED-AMOUNT(FX-RECEIPT-COUNT).
                   MOVE HIST-PAY-DATE
                     TO FXR-PAY-DATE(FX-RECEIPT-COUNT).
                   MOVE HIST-STATUS TO FXR-STATUS(FX-RECEIPT-COUNT).
                   MOVE HIST-CURRENCY-CODE
                     TO FXR-CURRENCY-CODE(FX-RECEIPT-COUNT).
                   MOVE HIST-FOREIGN-AMOUNT
                     TO FXR-FOREIGN-AMOUNT(FX-RECEIPT-COUNT).
                   MOVE HIST-EXCHANGE-RATE
                     TO FXR-EXCHANGE-RATE(FX-RECEIPT-COUNT).
                   MOVE 'N' TO FXR-RECONCILED-FLAG(FX-RECEIPT-COUNT).

      * what earlier runs reconciled - those wires are marked so a
      * second credit is refused and they stay off the uncredited
      * list
           220-LOAD-VARIANCE-HISTORY.
               OPEN INPUT VARIANCE-HISTORY.
               IF VARIANCE-HISTORY-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF VARIANCE-HISTORY-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN FX-VARIANCE-HISTORY.txt - "
                     "STATUS " VARIANCE-HISTORY-STATUS
                   STOP RUN
               ELSE
                   PERFORM 221-LOAD-ONE-VARIANCE-LINE
                       UNTIL VARIANCE-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE VARIANCE-HISTORY
               END-IF
               END-IF.

               221-LOAD-ONE-VARIANCE-LINE.
                   READ VARIANCE-HISTORY
                       AT END
                           MOVE 'Y' TO VARIANCE-EOF-FLG
                       NOT AT END
                           MOVE FVH-RECEIPT-NUMBER
                             TO MATCH-RECEIPT-NUMBER
                           PERFORM 250-FIND-FX-RECEIPT
                           IF FX-FOUND-SUB > ZERO
                               MOVE 'Y' TO
                                 FXR-RECONCILED-FLAG(FX-FOUND-SUB)
                           END-IF
                   END-READ.

      * the account map - a missing file or mapping books the
      * variances to the named fallback accounts, as PROJECT84 does
           230-LOAD-ACCOUNT-MAP.
               MOVE "WIRE CLEARING" TO CLEARING-ACCOUNT.
               MOVE "FX GAIN/LOSS" TO GAIN-LOSS-ACCOUNT.

               OPEN INPUT GL-ACCOUNT-MAP-FILE.
               IF GL-ACCOUNT-MAP-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN GL-ACCOUNT-MAP.txt - "
                     "VARIANCES BOOK TO THE DEFAULT ACCOUNTS"
               ELSE
                   PERFORM 2301-LOAD-ONE-MAPPING
                       UNTIL MAP-EOF-FLG IS EQUAL TO 'Y'
                       OR MAP-COUNT IS EQUAL TO 100
                   CLOSE GL-ACCOUNT-MAP-FILE
                   PERFORM 2302-FIND-FX-ACCOUNTS
               END-IF.

               2301-LOAD-ONE-MAPPING.
                   READ GL-ACCOUNT-MAP-FILE
                       AT END
                           MOVE 'Y' TO MAP-EOF-FLG
                       NOT AT END
                           ADD 1 TO MAP-COUNT
                           MOVE MAP-PROGRAM-CODE
                             TO TBL-MAP-PROGRAM-CODE(MAP-COUNT)
                           MOVE MAP-CHARGE-TYPE
                             TO TBL-MAP-CHARGE-TYPE(MAP-COUNT)
                           MOVE MAP-DEBIT-ACCOUNT
                             TO TBL-MAP-DEBIT-ACCOUNT(MAP-COUNT)
                           MOVE MAP-CREDIT-ACCOUNT
                             TO TBL-MAP-CREDIT-ACCOUNT(MAP-COUNT)
                   END-READ.

               2302-FIND-FX-ACCOUNTS.
                   MOVE 'N' TO MAP-FOUND-FLAG.
                   MOVE 0 TO MAP-FOUND-SUB.
                   PERFORM 2303-CHECK-ONE-MAPPING
                       VARYING MAP-FIND-SUB FROM 1 BY 1
                       UNTIL MAP-FIND-SUB > MAP-COUNT
                       OR MAP-ROW-FOUND.
                   IF MAP-ROW-FOUND
                       MOVE TBL-MAP-DEBIT-ACCOUNT(MAP-FOUND-SUB)
                         TO CLEARING-ACCOUNT
                       MOVE TBL-MAP-CREDIT-ACCOUNT(MAP-FOUND-SUB)
                         TO GAIN-LOSS-ACCOUNT
                   END-IF.

                   2303-CHECK-ONE-MAPPING.
                       IF TBL-MAP-CHARGE-TYPE(MAP-FIND-SUB) IS EQUAL
                           TO "FXGAINLS"
                           MOVE 'Y' TO MAP-FOUND-FLAG
                           MOVE MAP-FIND-SUB TO MAP-FOUND-SUB
                       END-IF.

           240-OPEN-OUTPUT-FILES.
               OPEN OUTPUT VARIANCE-REPORT.
               IF VARIANCE-REPORT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN FX-VARIANCE-REPORT.txt"
                     " - STATUS " VARIANCE-REPORT-STATUS
                   STOP RUN
               END-IF.
               MOVE RUN-DATE-RAW TO RPT-HEAD-DATE.
               WRITE VARIANCE-REPORT-LINE FROM REPORT-HEADING-LINE.

               OPEN EXTEND VARIANCE-HISTORY.
               IF VARIANCE-HISTORY-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT VARIANCE-HISTORY
               END-IF.
               IF VARIANCE-HISTORY-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN FX-VARIANCE-HISTORY.txt - "
                     "STATUS " VARIANCE-HISTORY-STATUS
                   STOP RUN
               END-IF.

               OPEN OUTPUT GL-EXTRACT-FILE.
               IF GL-EXTRACT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN FX-GL-EXTRACT.txt - "
                     "STATUS " GL-EXTRACT-STATUS
                   STOP RUN
               END-IF.
               MOVE SPACES TO GL-EXTRACT-LINE.
               MOVE "HEADER" TO GL-RECORD-TYPE-OUT.
               MOVE ZERO TO GL-STUDENT-NUMBER-OUT.
               MOVE "WIRES" TO GL-PROGRAM-CODE-OUT.
               MOVE SPACES TO GL-ACCOUNT-OUT.
               MOVE SPACES TO GL-DEBIT-CREDIT-OUT.
               MOVE ZERO TO GL-AMOUNT-OUT.
               MOVE "FX WIRE VARIANCE" TO GL-DESCRIPTION-OUT.
               WRITE GL-EXTRACT-LINE.

      * linear scan by receipt number
           250-FIND-FX-RECEIPT.
               MOVE ZERO TO FX-FOUND-SUB.
               PERFORM 2501-CHECK-ONE-FX-RECEIPT
                   VARYING FX-RECEIPT-SUB FROM 1 BY 1
                   UNTIL FX-RECEIPT-SUB > FX-RECEIPT-COUNT
                   OR FX-FOUND-SUB > ZERO.

               2501-CHECK-ONE-FX-RECEIPT.
                   IF FXR-RECEIPT-NUMBER(FX-RECEIPT-SUB) IS EQUAL TO
                       MATCH-RECEIPT-NUMBER
                       MOVE FX-RECEIPT-SUB TO FX-FOUND-SUB
                   END-IF.

      * one report line per bank credit; a missing credit file is a
      * day the bank sent no advice
           300-MATCH-BANK-CREDITS.
               WRITE VARIANCE-REPORT-LINE FROM CREDIT-SECTION-LINE.
               WRITE VARIANCE-REPORT-LINE FROM CREDIT-COLUMN-LINE.

               OPEN INPUT BANK-CREDIT-FILE.
               IF BANK-CREDIT-STATUS IS EQUAL TO "35"
                   DISPLAY "NO FX-BANK-CREDITS.txt - NOTHING CREDITED"
               ELSE IF BANK-CREDIT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN FX-BANK-CREDITS.txt - "
                     "STATUS " BANK-CREDIT-STATUS
                   STOP RUN
               ELSE
                   PERFORM 301-READ-ONE-CREDIT
                   PERFORM 310-MATCH-ONE-CREDIT
                       UNTIL BANK-CREDIT-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE BANK-CREDIT-FILE
               END-IF
               END-IF.

               301-READ-ONE-CREDIT.
                   READ BANK-CREDIT-FILE
                       AT END
                           MOVE 'Y' TO BANK-CREDIT-EOF-FLG
                       NOT AT END
                           ADD 1 TO HOW-MANY-CREDITS
                   END-READ.

      * a credit that cannot be read, has no wire behind it, is
      * against a voided receipt or was reconciled before is listed
      * and goes no further - anything else is taken and its
      * variance booked
               310-MATCH-ONE-CREDIT.
                   MOVE SPACES TO VARIANCE-NOTE.
                   MOVE ZERO TO FX-FOUND-SUB.
                   MOVE ZERO TO FX-VARIANCE.

                   IF FXB-RECEIPT-NUMBER IS NOT NUMERIC
                       OR FXB-CREDIT-DATE IS NOT NUMERIC
                       OR FXB-CAD-CREDIT IS NOT NUMERIC
                       MOVE "UNREADABLE - NOT TAKEN" TO VARIANCE-NOTE
                   ELSE
                       MOVE FXB-RECEIPT-NUMBER-NUMERIC
                         TO MATCH-RECEIPT-NUMBER
                       PERFORM 250-FIND-FX-RECEIPT
                       IF FX-FOUND-SUB IS EQUAL TO ZERO
                           MOVE "NO SUCH WIRE RECEIPT"
                             TO VARIANCE-NOTE
                       ELSE IF FXR-STATUS(FX-FOUND-SUB)
                           IS NOT EQUAL TO 'P'
                           MOVE "RECEIPT VOIDED" TO VARIANCE-NOTE
                       ELSE IF FXR-RECONCILED(FX-FOUND-SUB)
                           MOVE "ALREADY RECONCILED" TO VARIANCE-NOTE
                       ELSE
                           PERFORM 320-TAKE-ONE-CREDIT
                       END-IF
                       END-IF
                       END-IF
                   END-IF.

                   IF VARIANCE-NOTE IS NOT EQUAL TO SPACES
                       AND VARIANCE-NOTE IS NOT EQUAL TO "FX GAIN"
                       AND VARIANCE-NOTE IS NOT EQUAL TO "FX LOSS"
                       ADD 1 TO HOW-MANY-EXCEPTIONS
                   END-IF.
                   PERFORM 330-WRITE-CREDIT-LINE.

                   PERFORM 301-READ-ONE-CREDIT.

      * bank CAD less booked CAD - the student keeps the booked
      * credit either way, the difference is the college's
               320-TAKE-ONE-CREDIT.
                   COMPUTE FX-VARIANCE =
                       FXB-CAD-CREDIT-NUMERIC
                       - FXR-BOOKED-AMOUNT(FX-FOUND-SUB).

                   IF FX-VARIANCE > ZERO
                       MOVE "FX GAIN" TO VARIANCE-NOTE
                       ADD FX-VARIANCE TO TOTAL-GAIN
                   ELSE IF FX-VARIANCE < ZERO
                       MOVE "FX LOSS" TO VARIANCE-NOTE
                       SUBTRACT FX-VARIANCE FROM TOTAL-LOSS
                   END-IF
                   END-IF.
                   ADD FX-VARIANCE TO NET-VARIANCE.

                   PERFORM 321-BOOK-FX-VARIANCE.
                   PERFORM 322-APPEND-VARIANCE-LINE.
                   MOVE 'Y' TO FXR-RECONCILED-FLAG(FX-FOUND-SUB).
                   ADD 1 TO HOW-MANY-RECONCILED.

      * one DR/CR pair per variance - a gain clears the excess out of
      * wire clearing into FX gain/loss, a loss the other way round
               321-BOOK-FX-VARIANCE.
                   IF FX-VARIANCE IS NOT EQUAL TO ZERO
                       IF FX-VARIANCE < ZERO
                           COMPUTE FX-VARIANCE-ABS = 0 - FX-VARIANCE
                       ELSE
                           MOVE FX-VARIANCE TO FX-VARIANCE-ABS
                       END-IF

                       MOVE SPACES TO GL-EXTRACT-LINE
                       MOVE "DETAIL" TO GL-RECORD-TYPE-OUT
                       MOVE FXR-STUDENT-NUMBER(FX-FOUND-SUB)
                         TO GL-STUDENT-NUMBER-OUT
                       MOVE "WIRES" TO GL-PROGRAM-CODE-OUT
                       IF FX-VARIANCE > ZERO
                           MOVE CLEARING-ACCOUNT TO GL-ACCOUNT-OUT
                       ELSE
                           MOVE GAIN-LOSS-ACCOUNT TO GL-ACCOUNT-OUT
                       END-IF
                       MOVE "DR" TO GL-DEBIT-CREDIT-OUT
                       MOVE FX-VARIANCE-ABS TO GL-AMOUNT-OUT
                       MOVE SPACES TO GL-DESCRIPTION-OUT
                       STRING "FX VAR RCPT " DELIMITED BY SIZE
                           FXB-RECEIPT-NUMBER DELIMITED BY SIZE
                           INTO GL-DESCRIPTION-OUT
                       END-STRING
                       WRITE GL-EXTRACT-LINE

                       IF FX-VARIANCE > ZERO
                           MOVE GAIN-LOSS-ACCOUNT TO GL-ACCOUNT-OUT
                       ELSE
                           MOVE CLEARING-ACCOUNT TO GL-ACCOUNT-OUT
                       END-IF
                       MOVE "CR" TO GL-DEBIT-CREDIT-OUT
                       WRITE GL-EXTRACT-LINE

                       ADD 2 TO GL-ENTRY-COUNT
                       ADD FX-VARIANCE-ABS TO GL-HASH-TOTAL
                       ADD FX-VARIANCE-ABS TO GL-HASH-TOTAL
                   END-IF.

               322-APPEND-VARIANCE-LINE.
                   MOVE FXR-RECEIPT-NUMBER(FX-FOUND-SUB)
                     TO FVH-RECEIPT-NUMBER.
                   MOVE FXR-STUDENT-NUMBER(FX-FOUND-SUB)
                     TO FVH-STUDENT-NUMBER.
                   MOVE FXR-CURRENCY-CODE(FX-FOUND-SUB)
                     TO FVH-CURRENCY-CODE.
                   MOVE FXR-BOOKED-AMOUNT(FX-FOUND-SUB)
                     TO FVH-BOOKED-AMOUNT.
                   MOVE FXB-CAD-CREDIT-NUMERIC TO FVH-BANK-CREDIT.
                   MOVE FX-VARIANCE TO FVH-VARIANCE.
                   MOVE FXB-CREDIT-DATE-NUMERIC TO FVH-CREDIT-DATE.
                   MOVE RUN-DATE-RAW TO FVH-RUN-DATE.
                   WRITE VARIANCE-HISTORY-LINE.

               330-WRITE-CREDIT-LINE.
                   MOVE SPACES TO CREDIT-DETAIL-LINE.
                   MOVE FXB-RECEIPT-NUMBER TO CDL-RECEIPT-OUT.
                   MOVE FXB-CREDIT-DATE TO CDL-CREDIT-DATE-OUT.
                   IF FX-FOUND-SUB > ZERO
                       MOVE FXR-STUDENT-NUMBER(FX-FOUND-SUB)
                         TO CDL-STUDENT-OUT
                       MOVE FXR-CURRENCY-CODE(FX-FOUND-SUB)
                         TO CDL-CURRENCY-OUT
                       MOVE FXR-FOREIGN-AMOUNT(FX-FOUND-SUB)
                         TO CDL-FOREIGN-OUT
                       MOVE FXR-EXCHANGE-RATE(FX-FOUND-SUB)
                         TO CDL-RATE-OUT
                       MOVE FXR-BOOKED-AMOUNT(FX-FOUND-SUB)
                         TO CDL-BOOKED-OUT
                   ELSE
                       MOVE ZERO TO CDL-FOREIGN-OUT
                       MOVE ZERO TO CDL-RATE-OUT
                       MOVE ZERO TO CDL-BOOKED-OUT
                   END-IF.
                   IF FXB-CAD-CREDIT IS NUMERIC
                       MOVE FXB-CAD-CREDIT-NUMERIC TO CDL-BANK-OUT
                   ELSE
                       MOVE ZERO TO CDL-BANK-OUT
                   END-IF.
                   MOVE FX-VARIANCE TO CDL-VARIANCE-OUT.
                   MOVE VARIANCE-NOTE TO CDL-NOTE-OUT.
                   WRITE VARIANCE-REPORT-LINE FROM CREDIT-DETAIL-LINE.

      * every posted wire with no bank credit against it yet - inside
      * the grace days it is only awaited
           400-LIST-UNCREDITED-WIRES.
               MOVE SPACES TO VARIANCE-REPORT-LINE.
               WRITE VARIANCE-REPORT-LINE.
               WRITE VARIANCE-REPORT-LINE FROM UNCREDITED-SECTION-LINE.
               WRITE VARIANCE-REPORT-LINE FROM UNCREDITED-COLUMN-LINE.

               PERFORM 401-LIST-ONE-WIRE
                   VARYING FX-RECEIPT-SUB FROM 1 BY 1
                   UNTIL FX-RECEIPT-SUB > FX-RECEIPT-COUNT.

               401-LIST-ONE-WIRE.
                   IF FXR-STATUS(FX-RECEIPT-SUB) IS EQUAL TO 'P'
                       AND NOT FXR-RECONCILED(FX-RECEIPT-SUB)
                       COMPUTE WIRE-AGE-DAYS = RUN-DATE-INTEGER -
                           FUNCTION INTEGER-OF-DATE
                             (FXR-PAY-DATE(FX-RECEIPT-SUB))
                       MOVE SPACES TO UNCREDITED-DETAIL-LINE
                       MOVE FXR-RECEIPT-NUMBER(FX-RECEIPT-SUB)
                         TO UCL-RECEIPT-OUT
                       MOVE FXR-STUDENT-NUMBER(FX-RECEIPT-SUB)
                         TO UCL-STUDENT-OUT
                       MOVE FXR-CURRENCY-CODE(FX-RECEIPT-SUB)
                         TO UCL-CURRENCY-OUT
                       MOVE FXR-FOREIGN-AMOUNT(FX-RECEIPT-SUB)
                         TO UCL-FOREIGN-OUT
                       MOVE FXR-BOOKED-AMOUNT(FX-RECEIPT-SUB)
                         TO UCL-BOOKED-OUT
                       MOVE FXR-PAY-DATE(FX-RECEIPT-SUB)
                         TO UCL-PAY-DATE-OUT
                       MOVE WIRE-AGE-DAYS TO UCL-AGE-OUT
                       IF WIRE-AGE-DAYS IS GREATER THAN
                           FX-CREDIT-GRACE-DAYS
                           MOVE "OVERDUE - TRACE WITH THE BANK"
                             TO UCL-STATUS-OUT
                       ELSE
                           MOVE "AWAITING BANK CREDIT"
                             TO UCL-STATUS-OUT
                       END-IF
                       WRITE VARIANCE-REPORT-LINE
                           FROM UNCREDITED-DETAIL-LINE
                       ADD 1 TO HOW-MANY-UNCREDITED
                       ADD FXR-BOOKED-AMOUNT(FX-RECEIPT-SUB)
                         TO UNCREDITED-AMOUNT
                   END-IF.

           500-CLOSE-OUTPUT-FILES.
               MOVE SPACES TO VARIANCE-REPORT-LINE.
               WRITE VARIANCE-REPORT-LINE.
               MOVE HOW-MANY-CREDITS TO TOT-CREDITS-OUT.
               MOVE HOW-MANY-RECONCILED TO TOT-RECONCILED-OUT.
               MOVE HOW-MANY-EXCEPTIONS TO TOT-EXCEPTIONS-OUT.
               WRITE VARIANCE-REPORT-LINE FROM TOTALS-LINE-1.
               MOVE TOTAL-GAIN TO TOT-GAIN-OUT.
               MOVE TOTAL-LOSS TO TOT-LOSS-OUT.
               MOVE NET-VARIANCE TO TOT-NET-OUT.
               WRITE VARIANCE-REPORT-LINE FROM TOTALS-LINE-2.
               MOVE HOW-MANY-UNCREDITED TO TOT-UNCREDITED-OUT.
               MOVE UNCREDITED-AMOUNT TO TOT-UNCREDITED-AMOUNT-OUT.
               WRITE VARIANCE-REPORT-LINE FROM TOTALS-LINE-3.
               CLOSE VARIANCE-REPORT.

               CLOSE VARIANCE-HISTORY.

               MOVE SPACES TO GL-EXTRACT-LINE.
               MOVE "TRAILER" TO GL-RECORD-TYPE-OUT.
               MOVE GL-ENTRY-COUNT TO GL-STUDENT-NUMBER-OUT.
               MOVE "WIRES" TO GL-PROGRAM-CODE-OUT.
               MOVE SPACES TO GL-ACCOUNT-OUT.
               MOVE SPACES TO GL-DEBIT-CREDIT-OUT.
               MOVE GL-HASH-TOTAL TO GL-AMOUNT-OUT.
               MOVE "END OF BATCH" TO GL-DESCRIPTION-OUT.
               WRITE GL-EXTRACT-LINE.
               CLOSE GL-EXTRACT-FILE.

               MOVE "FX-GL-EXTRACT.txt" TO TRANSMIT-FILE-NAME.
               MOVE "GL" TO TRANSMIT-DESTINATION.
               MOVE RUN-DATE-RAW TO TRANSMIT-PERIOD.
               MOVE GL-ENTRY-COUNT TO TRANSMIT-RECORD-COUNT.
               MOVE GL-HASH-TOTAL TO TRANSMIT-HASH-TOTAL.
               PERFORM 880-REGISTER-TRANSMISSION.

           600-WRITE-FINAL-TOTALS.
               DISPLAY "HISTORY LINES READ: " HOW-MANY-RECEIPTS
                 "  WIRES ON FILE: " FX-RECEIPT-COUNT.
               DISPLAY "BANK CREDITS: " HOW-MANY-CREDITS
                 "  RECONCILED: " HOW-MANY-RECONCILED
                 "  EXCEPTIONS: " HOW-MANY-EXCEPTIONS.
               DISPLAY "WIRES AWAITING CREDIT: " HOW-MANY-UNCREDITED
                 " - SEE FX-VARIANCE-REPORT.txt".

      * one SENT line on the transmission register per file written -
      * PROJECT146 posts the partner's receipt or rejection against it
      * and PROJECT147 reports what is overdue or was sent twice
           880-REGISTER-TRANSMISSION.
               ACCEPT TRANSMIT-DATE-RAW FROM DATE YYYYMMDD.
               ACCEPT TRANSMIT-TIME-RAW FROM TIME.
               IF TRANSMIT-PERIOD IS EQUAL TO SPACES
                   MOVE TRANSMIT-DATE-RAW TO TRANSMIT-PERIOD
               END-IF.

               OPEN EXTEND TRANSMISSION-REGISTER.
               IF TRANSMIT-REGISTER-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT TRANSMISSION-REGISTER
               END-IF.
               IF TRANSMIT-REGISTER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TRANSMISSION-REGISTER.txt - "
                     "STATUS " TRANSMIT-REGISTER-STATUS
                   STOP RUN
               END-IF.

               MOVE SPACES TO TRANSMISSION-REGISTER-RECORD.
               MOVE TRANSMIT-FILE-NAME TO TXR-FILE-NAME.
               MOVE TRANSMIT-DESTINATION TO TXR-DESTINATION.
               MOVE TRANSMIT-PERIOD TO TXR-PERIOD.
               MOVE TRANSMIT-RECORD-COUNT TO TXR-RECORD-COUNT.
               MOVE TRANSMIT-HASH-TOTAL TO TXR-HASH-TOTAL.
               MOVE "PROJ115" TO TXR-CREATED-BY.
               MOVE TRANSMIT-DATE-RAW TO TXR-CREATED-DATE.
               MOVE TRANSMIT-TIME-HHMMSS TO TXR-CREATED-TIME.
               MOVE "SENT" TO TXR-STATUS.
               MOVE ZERO TO TXR-ACK-DATE.
               MOVE SPACES TO TXR-ACK-REASON.
               WRITE TRANSMISSION-REGISTER-RECORD.
               CLOSE TRANSMISSION-REGISTER.

       END PROGRAM PROJECT115.
