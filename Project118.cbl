      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: aging report on the bank bill-payment suspense queue
      *          (REMIT-SUSPENSE.txt). Every item still unresolved -
      *          open, or identified by PROJECT117 but not yet posted
      *          by PROJECT09 - is listed oldest first by days since
      *          the payer paid, with the reference and name the bank
      *          sent, and totalled into age bands (0-7, 8-30, 31-60,
      *          over 60 days) so Finance can see how much students'
      *          money is sitting unapplied and for how long. Items
      *          applied or cleared are counted but not listed
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT118.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-SUSPENSE-FILE
           ASSIGN TO "..\REMIT-SUSPENSE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REMIT-SUSPENSE-STATUS.

           SELECT AGING-REPORT
           ASSIGN TO "..\REMIT-SUSPENSE-AGING.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AGING-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * kept in step with Project09.cbl's FD REMIT-SUSPENSE-FILE
       FD REMIT-SUSPENSE-FILE.
       01 REMIT-SUSPENSE-RECORD.
         05 SUS-SUSPENSE-NUMBER PIC 9(6).
         05 SUS-TRACE-NUMBER PIC X(12).
         05 SUS-PAYER-REFERENCE PIC X(12).
         05 SUS-PAYER-NAME PIC X(30).
         05 SUS-AMOUNT PIC 9(7)V99.
         05 SUS-PAY-DATE PIC 9(8).
         05 SUS-SUSPENDED-DATE PIC 9(8).
         05 SUS-REASON PIC X(20).
         05 SUS-STATUS PIC X(1).
         05 SUS-STUDENT-NUMBER PIC 9(6).
         05 SUS-RESOLVED-BY PIC X(8).
         05 SUS-RECEIPT-NUMBER PIC 9(6).
         05 SUS-RESOLVED-DATE PIC 9(8).

       FD AGING-REPORT.
       01 AGING-REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 REMIT-SUSPENSE-STATUS PIC X(2).
         05 AGING-REPORT-STATUS PIC X(2).

       01 SUSPENSE-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-RAW PIC 9(8).
       01 RUN-DATE-INTEGER PIC 9(8).

      * the unresolved items, held to be put in age order
       01 AGING-TABLE.
         05 AGING-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON AGING-COUNT.
           10 AGE-DAYS PIC 9(5).
           10 AGE-SUSPENSE-NUMBER PIC 9(6).
           10 AGE-PAY-DATE PIC 9(8).
           10 AGE-AMOUNT PIC 9(7)V99.
           10 AGE-PAYER-REFERENCE PIC X(12).
           10 AGE-PAYER-NAME PIC X(30).
           10 AGE-REASON PIC X(20).
           10 AGE-STATUS PIC X(1).
           10 AGE-STUDENT-NUMBER PIC 9(6).

       01 AGING-VARIABLES.
         05 AGING-COUNT PIC 9(4) VALUE 0.
         05 AGING-SUB PIC 9(4).
         05 AGING-SLOT-SUB PIC 9(4).
         05 AGING-SHIFT-SUB PIC 9(4).
         05 ITEM-AGE-DAYS PIC 9(5).
         05 BAND-SUB PIC 9(1).

      * the age bands - upper limit in days, the last open-ended
       01 AGE-BAND-LIMITS VALUE "00007000300006099999".
         05 AGE-BAND-LIMIT PIC 9(5) OCCURS 4 TIMES.

       01 AGE-BAND-TOTALS.
         05 AGE-BAND-ENTRY OCCURS 4 TIMES.
           10 BAND-COUNT PIC 9(5).
           10 BAND-AMOUNT PIC 9(8)V99.

       01 AGE-BAND-NAME-VALUES.
         05 FILLER PIC X(12) VALUE "0-7 DAYS".
         05 FILLER PIC X(12) VALUE "8-30 DAYS".
         05 FILLER PIC X(12) VALUE "31-60 DAYS".
         05 FILLER PIC X(12) VALUE "OVER 60 DAYS".
       01 AGE-BAND-NAMES REDEFINES AGE-BAND-NAME-VALUES.
         05 AGE-BAND-NAME PIC X(12) OCCURS 4 TIMES.

       01 COUNTERS.
         05 HOW-MANY-ITEMS PIC 9(5) VALUE 0.
         05 HOW-MANY-APPLIED PIC 9(5) VALUE 0.
         05 HOW-MANY-CLEARED PIC 9(5) VALUE 0.
         05 UNRESOLVED-AMOUNT PIC 9(8)V99 VALUE 0.

       01 REPORT-HEADING-LINE.
         05 FILLER PIC X(40)
             VALUE "BANK REMITTANCE SUSPENSE AGING - RUN ".
         05 RPT-HEAD-DATE PIC 9(8).
         05 FILLER PIC X(72) VALUE SPACE.

       01 COLUMN-HEADING-LINE.
         05 FILLER PIC X(8) VALUE "ITEM".
         05 FILLER PIC X(10) VALUE "PAID".
         05 FILLER PIC X(7) VALUE "  AGE".
         05 FILLER PIC X(12) VALUE "     AMOUNT".
         05 FILLER PIC X(14) VALUE "REFERENCE".
         05 FILLER PIC X(32) VALUE "PAYER".
         05 FILLER PIC X(37) VALUE "STATUS".

       01 DETAIL-LINE.
         05 DTL-NUMBER-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 DTL-PAY-DATE-OUT PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 DTL-AGE-OUT PIC ZZZZ9.
         05 FILLER PIC X(2) VALUE SPACE.
         05 DTL-AMOUNT-OUT PIC Z(6)9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 DTL-REFERENCE-OUT PIC X(12).
         05 FILLER PIC X(2) VALUE SPACE.
         05 DTL-PAYER-OUT PIC X(30).
         05 FILLER PIC X(2) VALUE SPACE.
         05 DTL-STATUS-OUT PIC X(37).

       01 BAND-LINE.
         05 FILLER PIC X(6) VALUE SPACE.
         05 BND-NAME-OUT PIC X(12).
         05 BND-COUNT-OUT PIC ZZZZ9.
         05 FILLER PIC X(9) VALUE " ITEM(S) ".
         05 BND-AMOUNT-OUT PIC Z(7)9.99.
         05 FILLER PIC X(77) VALUE SPACE.

       01 TOTALS-LINE.
         05 FILLER PIC X(18) VALUE "UNRESOLVED ITEMS  ".
         05 TOT-ITEMS-OUT PIC ZZZZ9.
         05 FILLER PIC X(4) VALUE SPACE.
         05 TOT-AMOUNT-OUT PIC Z(7)9.99.
         05 FILLER PIC X(13) VALUE "   APPLIED  ".
         05 TOT-APPLIED-OUT PIC ZZZZ9.
         05 FILLER PIC X(13) VALUE "   CLEARED  ".
         05 TOT-CLEARED-OUT PIC ZZZZ9.
         05 FILLER PIC X(46) VALUE SPACE.

       PROCEDURE DIVISION.
      * main procedure
       100-AGE-REMIT-SUSPENSE.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-RAW).
           INITIALIZE AGE-BAND-TOTALS.
           PERFORM 200-LOAD-SUSPENSE-ITEMS.
           PERFORM 300-WRITE-AGING-REPORT.
           DISPLAY "UNRESOLVED SUSPENSE ITEMS: " AGING-COUNT
             " - SEE REMIT-SUSPENSE-AGING.txt".
           STOP RUN.

      * a missing queue is an empty one
           200-LOAD-SUSPENSE-ITEMS.
               OPEN INPUT REMIT-SUSPENSE-FILE.
               IF REMIT-SUSPENSE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF REMIT-SUSPENSE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN REMIT-SUSPENSE.txt - "
                     "STATUS " REMIT-SUSPENSE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 201-READ-ONE-ITEM
                       UNTIL SUSPENSE-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE REMIT-SUSPENSE-FILE
               END-IF
               END-IF.

               201-READ-ONE-ITEM.
                   READ REMIT-SUSPENSE-FILE
                       AT END
                           MOVE 'Y' TO SUSPENSE-EOF-FLG
                       NOT AT END
                           ADD 1 TO HOW-MANY-ITEMS
                           IF SUS-STATUS IS EQUAL TO 'A'
                               ADD 1 TO HOW-MANY-APPLIED
                           ELSE IF SUS-STATUS IS EQUAL TO 'C'
                               ADD 1 TO HOW-MANY-CLEARED
                           ELSE IF AGING-COUNT IS LESS THAN 5000
                               PERFORM 202-PLACE-ONE-ITEM
                           END-IF
                           END-IF
                           END-IF
                   END-READ.

      * insertion-placed oldest first, the way PROJECT37 places its
      * segment years
               202-PLACE-ONE-ITEM.
                   COMPUTE ITEM-AGE-DAYS = RUN-DATE-INTEGER -
                       FUNCTION INTEGER-OF-DATE(SUS-PAY-DATE).
                   MOVE 1 TO AGING-SLOT-SUB.
                   PERFORM 2021-FIND-AGING-SLOT
                       UNTIL AGING-SLOT-SUB > AGING-COUNT
                       OR AGE-DAYS(AGING-SLOT-SUB)
                           IS LESS THAN ITEM-AGE-DAYS.

                   ADD 1 TO AGING-COUNT.
                   MOVE AGING-COUNT TO AGING-SHIFT-SUB.
                   PERFORM 2022-SHIFT-ONE-ITEM
                       UNTIL AGING-SHIFT-SUB IS NOT GREATER THAN
                         AGING-SLOT-SUB.

                   MOVE ITEM-AGE-DAYS TO AGE-DAYS(AGING-SLOT-SUB).
                   MOVE SUS-SUSPENSE-NUMBER
                     TO AGE-SUSPENSE-NUMBER(AGING-SLOT-SUB).
                   MOVE SUS-PAY-DATE TO AGE-PAY-DATE(AGING-SLOT-SUB).
                   MOVE SUS-AMOUNT TO AGE-AMOUNT(AGING-SLOT-SUB).
                   MOVE SUS-PAYER-REFERENCE
                     TO AGE-PAYER-REFERENCE(AGING-SLOT-SUB).
                   MOVE SUS-PAYER-NAME
                     TO AGE-PAYER-NAME(AGING-SLOT-SUB).
                   MOVE SUS-REASON TO AGE-REASON(AGING-SLOT-SUB).
                   MOVE SUS-STATUS TO AGE-STATUS(AGING-SLOT-SUB).
                   MOVE SUS-STUDENT-NUMBER
                     TO AGE-STUDENT-NUMBER(AGING-SLOT-SUB).

                   2021-FIND-AGING-SLOT.
                       ADD 1 TO AGING-SLOT-SUB.

                   2022-SHIFT-ONE-ITEM.
                       MOVE AGING-ENTRY(AGING-SHIFT-SUB - 1)
                         TO AGING-ENTRY(AGING-SHIFT-SUB)
                       SUBTRACT 1 FROM AGING-SHIFT-SUB.

           300-WRITE-AGING-REPORT.
               OPEN OUTPUT AGING-REPORT.
               IF AGING-REPORT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN REMIT-SUSPENSE-AGING.txt - "
                     "STATUS " AGING-REPORT-STATUS
                   STOP RUN
               END-IF.

               MOVE RUN-DATE-RAW TO RPT-HEAD-DATE.
               WRITE AGING-REPORT-LINE FROM REPORT-HEADING-LINE.
               WRITE AGING-REPORT-LINE FROM COLUMN-HEADING-LINE.

               PERFORM 301-WRITE-ONE-ITEM
                   VARYING AGING-SUB FROM 1 BY 1
                   UNTIL AGING-SUB > AGING-COUNT.

               MOVE SPACES TO AGING-REPORT-LINE.
               WRITE AGING-REPORT-LINE.
               PERFORM 302-WRITE-ONE-BAND
                   VARYING BAND-SUB FROM 1 BY 1
                   UNTIL BAND-SUB > 4.

               MOVE SPACES TO AGING-REPORT-LINE.
               WRITE AGING-REPORT-LINE.
               MOVE AGING-COUNT TO TOT-ITEMS-OUT.
               MOVE UNRESOLVED-AMOUNT TO TOT-AMOUNT-OUT.
               MOVE HOW-MANY-APPLIED TO TOT-APPLIED-OUT.
               MOVE HOW-MANY-CLEARED TO TOT-CLEARED-OUT.
               WRITE AGING-REPORT-LINE FROM TOTALS-LINE.

               CLOSE AGING-REPORT.

      * list the item and add it into its age band
               301-WRITE-ONE-ITEM.
                   MOVE SPACES TO DETAIL-LINE.
                   MOVE AGE-SUSPENSE-NUMBER(AGING-SUB)
                     TO DTL-NUMBER-OUT.
                   MOVE AGE-PAY-DATE(AGING-SUB) TO DTL-PAY-DATE-OUT.
                   MOVE AGE-DAYS(AGING-SUB) TO DTL-AGE-OUT.
                   MOVE AGE-AMOUNT(AGING-SUB) TO DTL-AMOUNT-OUT.
                   MOVE AGE-PAYER-REFERENCE(AGING-SUB)
                     TO DTL-REFERENCE-OUT.
                   MOVE AGE-PAYER-NAME(AGING-SUB) TO DTL-PAYER-OUT.
                   IF AGE-STATUS(AGING-SUB) IS EQUAL TO 'I'
                       STRING "IDENTIFIED - POSTS TO " DELIMITED BY SIZE
                           AGE-STUDENT-NUMBER(AGING-SUB)
                             DELIMITED BY SIZE
                           INTO DTL-STATUS-OUT
                       END-STRING
                   ELSE
                       MOVE AGE-REASON(AGING-SUB) TO DTL-STATUS-OUT
                   END-IF.
                   WRITE AGING-REPORT-LINE FROM DETAIL-LINE.

                   MOVE 1 TO BAND-SUB.
                   PERFORM 3011-NEXT-BAND
                       UNTIL BAND-SUB IS EQUAL TO 4
                       OR AGE-DAYS(AGING-SUB) IS NOT GREATER THAN
                           AGE-BAND-LIMIT(BAND-SUB).
                   ADD 1 TO BAND-COUNT(BAND-SUB).
                   ADD AGE-AMOUNT(AGING-SUB) TO BAND-AMOUNT(BAND-SUB).
                   ADD AGE-AMOUNT(AGING-SUB) TO UNRESOLVED-AMOUNT.

                   3011-NEXT-BAND.
                       ADD 1 TO BAND-SUB.

               302-WRITE-ONE-BAND.
                   MOVE AGE-BAND-NAME(BAND-SUB) TO BND-NAME-OUT.
                   MOVE BAND-COUNT(BAND-SUB) TO BND-COUNT-OUT.
                   MOVE BAND-AMOUNT(BAND-SUB) TO BND-AMOUNT-OUT.
                   WRITE AGING-REPORT-LINE FROM BAND-LINE.

       END PROGRAM PROJECT118.
