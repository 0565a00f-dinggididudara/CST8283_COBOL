      *          console so a missed evening can still be balanced
      *          the morning after
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - campus: the drawer count and the deposit
      *                   slip carry the campus the drawer is kept at
      *                   (blank means MAIN); cashiers are balanced
      *                   under their campus, each campus with its
      *                   own posted/counted/deposit total line
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT45.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYMENT-HISTORY-STATUS.

      * the keyed drawer counts - cashier, tender, counted amount,
      * campus
           SELECT DRAWER-COUNT-FILE
           ASSIGN TO "..\DRAWER-COUNTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DRAWER-COUNT-STATUS.

      * the bank deposit slips - one line per cashier, with the
      * campus the deposit was made up at
           SELECT DEPOSIT-SLIP-FILE
           ASSIGN TO "..\DEPOSIT-SLIPS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
         05 DRW-COUNTED-NUMERIC REDEFINES DRW-COUNTED-AMOUNT.
           10 DRW-COUNTED-DOLLARS PIC 9(4).
           10 DRW-COUNTED-CENTS PIC 9(2).
         05 DRW-CAMPUS-CODE PIC X(4).

       FD DEPOSIT-SLIP-FILE.
       01 DEPOSIT-SLIP-RECORD.
         05 DEP-SLIP-NUMERIC REDEFINES DEP-SLIP-AMOUNT.
           10 DEP-SLIP-DOLLARS PIC 9(4).
           10 DEP-SLIP-CENTS PIC 9(2).
         05 DEP-CAMPUS-CODE PIC X(4).

       FD BALANCING-REPORT.
       01 BALANCING-REPORT-LINE PIC X(90).
           10 CSH-DEPOSIT-AMOUNT PIC S9(7)V99.
           10 CSH-DEPOSIT-SEEN PIC X(1).
           10 CSH-MTD-OVER-SHORT PIC S9(7)V99.
           10 CSH-CAMPUS-CODE PIC X(4).

       01 CASHIER-VARIABLES.
         05 CASHIER-COUNT PIC 9(2) VALUE 0.
         05 CASHIER-FOUND-SUB PIC 9(2) VALUE 0.
         05 CASHIER-FOUND-FLAG PIC X(1).
           88 CASHIER-ROW-FOUND VALUE 'Y'.
         05 MATCH-CAMPUS-CODE PIC X(4).
         05 DEFAULT-CAMPUS-CODE PIC X(4) VALUE "MAIN".

      * one row per campus the cashiers are kept at, in the order
      * first met - the report is broken out by it
       01 CAMPUS-TABLE.
         05 CAMPUS-ENTRY OCCURS 50 TIMES.
           10 CMT-CAMPUS-CODE PIC X(4).
           10 CMT-POSTED-TOTAL PIC S9(7)V99.
           10 CMT-COUNTED-TOTAL PIC S9(7)V99.
           10 CMT-DEPOSIT-AMOUNT PIC S9(7)V99.

       01 CAMPUS-VARIABLES.
         05 CAMPUS-COUNT PIC 9(2) VALUE 0.
         05 CAMPUS-SUB PIC 9(2).
         05 CAMPUS-FIND-SUB PIC 9(2).
         05 CAMPUS-FOUND-FLAG PIC X(1).
           88 CAMPUS-ROW-FOUND VALUE 'Y'.

       01 WORK-AMOUNTS.
         05 WORK-AMOUNT PIC S9(7)V99.
         05 SUM-MTD-OUT PIC -ZZZZ9.99.
         05 FILLER PIC X(11) VALUE SPACE.

       01 CAMPUS-HEADING-LINE.
         05 FILLER PIC X(7) VALUE "CAMPUS ".
         05 CHD-CAMPUS-OUT PIC X(4).
         05 FILLER PIC X(79) VALUE SPACE.

       01 CAMPUS-TOTAL-LINE.
         05 FILLER PIC X(7) VALUE "CAMPUS ".
         05 CTL-CAMPUS-OUT PIC X(4).
         05 FILLER PIC X(9) VALUE "  POSTED ".
         05 CTL-POSTED-OUT PIC -ZZZZZZ9.99.
         05 FILLER PIC X(10) VALUE "  COUNTED ".
         05 CTL-COUNTED-OUT PIC -ZZZZZZ9.99.
         05 FILLER PIC X(10) VALUE "  DEPOSIT ".
         05 CTL-DEPOSIT-OUT PIC -ZZZZZZ9.99.
         05 FILLER PIC X(6) VALUE "  O/S ".
         05 CTL-OVER-SHORT-OUT PIC -ZZZZZZ9.99.

       PROCEDURE DIVISION.
      * main procedure - build the posted totals, lay the counts and
      * slips against them, print the report, and post the day to
                       PERFORM 260-FIND-OR-ADD-CASHIER-ROW
                       ADD WORK-AMOUNT
                         TO CSH-COUNTED-TOTAL(CASHIER-FOUND-SUB)
                       MOVE DRW-CAMPUS-CODE TO MATCH-CAMPUS-CODE
                       PERFORM 270-SET-CASHIER-CAMPUS
                   END-IF.

                   PERFORM 221-READ-ONE-COUNT.
                         TO CSH-DEPOSIT-AMOUNT(CASHIER-FOUND-SUB)
                       MOVE 'Y'
                         TO CSH-DEPOSIT-SEEN(CASHIER-FOUND-SUB)
                       MOVE DEP-CAMPUS-CODE TO MATCH-CAMPUS-CODE
                       PERFORM 270-SET-CASHIER-CAMPUS
                   END-IF.

                   PERFORM 231-READ-ONE-SLIP.
                   MOVE ZERO TO CSH-DEPOSIT-AMOUNT(CASHIER-COUNT)
                   MOVE 'N' TO CSH-DEPOSIT-SEEN(CASHIER-COUNT)
                   MOVE ZERO TO CSH-MTD-OVER-SHORT(CASHIER-COUNT)
                   MOVE DEFAULT-CAMPUS-CODE
                     TO CSH-CAMPUS-CODE(CASHIER-COUNT)
                   MOVE CASHIER-COUNT TO CASHIER-FOUND-SUB
               END-IF.

                       MOVE CASHIER-FIND-SUB TO CASHIER-FOUND-SUB
                   END-IF.

      * a drawer's campus comes off its count or its slip - the last
      * non-blank one keyed wins, and a cashier with neither stays
      * at MAIN
           270-SET-CASHIER-CAMPUS.
               IF MATCH-CAMPUS-CODE IS NOT EQUAL TO SPACES
                   MOVE MATCH-CAMPUS-CODE
                     TO CSH-CAMPUS-CODE(CASHIER-FOUND-SUB)
               END-IF.

      * one detail line per cashier/tender row, then one summary
      * line per cashier with the deposit slip and month to date -
      * cashiers grouped under their campus, each campus closed with
      * its own total line
           300-WRITE-BALANCING-REPORT.
               OPEN OUTPUT BALANCING-REPORT.
               IF BALANCING-REPORT-STATUS IS NOT EQUAL TO "00"
               WRITE BALANCING-REPORT-LINE FROM REPORT-HEADING-LINE.
               WRITE BALANCING-REPORT-LINE FROM COLUMN-HEADING-LINE.

               MOVE 0 TO CAMPUS-COUNT.
               PERFORM 301-NOTE-ONE-CASHIER-CAMPUS
                   VARYING CASHIER-IDX FROM 1 BY 1
                   UNTIL CASHIER-IDX > CASHIER-COUNT.

               PERFORM 303-WRITE-ONE-CAMPUS
                   VARYING CAMPUS-SUB FROM 1 BY 1
                   UNTIL CAMPUS-SUB > CAMPUS-COUNT.

               CLOSE BALANCING-REPORT.

               301-NOTE-ONE-CASHIER-CAMPUS.
                   MOVE 'N' TO CAMPUS-FOUND-FLAG.
                   PERFORM 302-CHECK-ONE-CAMPUS-ROW
                       VARYING CAMPUS-FIND-SUB FROM 1 BY 1
                       UNTIL CAMPUS-FIND-SUB > CAMPUS-COUNT
                       OR CAMPUS-ROW-FOUND.

                   IF NOT CAMPUS-ROW-FOUND
                       AND CAMPUS-COUNT IS LESS THAN 50
                       ADD 1 TO CAMPUS-COUNT
                       MOVE CSH-CAMPUS-CODE(CASHIER-IDX)
                         TO CMT-CAMPUS-CODE(CAMPUS-COUNT)
                       MOVE ZERO TO CMT-POSTED-TOTAL(CAMPUS-COUNT)
                       MOVE ZERO TO CMT-COUNTED-TOTAL(CAMPUS-COUNT)
                       MOVE ZERO TO CMT-DEPOSIT-AMOUNT(CAMPUS-COUNT)
                   END-IF.

                   302-CHECK-ONE-CAMPUS-ROW.
                       IF CMT-CAMPUS-CODE(CAMPUS-FIND-SUB) IS EQUAL TO
                           CSH-CAMPUS-CODE(CASHIER-IDX)
                           MOVE 'Y' TO CAMPUS-FOUND-FLAG
                       END-IF.

               303-WRITE-ONE-CAMPUS.
                   MOVE CMT-CAMPUS-CODE(CAMPUS-SUB) TO CHD-CAMPUS-OUT.
                   WRITE BALANCING-REPORT-LINE FROM CAMPUS-HEADING-LINE.

                   PERFORM 304-WRITE-CAMPUS-CASHIER
                       VARYING CASHIER-IDX FROM 1 BY 1
                       UNTIL CASHIER-IDX > CASHIER-COUNT.

                   MOVE CMT-CAMPUS-CODE(CAMPUS-SUB) TO CTL-CAMPUS-OUT.
                   MOVE CMT-POSTED-TOTAL(CAMPUS-SUB) TO CTL-POSTED-OUT.
                   MOVE CMT-COUNTED-TOTAL(CAMPUS-SUB)
                     TO CTL-COUNTED-OUT.
                   MOVE CMT-DEPOSIT-AMOUNT(CAMPUS-SUB)
                     TO CTL-DEPOSIT-OUT.
                   COMPUTE WORK-AMOUNT =
                       CMT-COUNTED-TOTAL(CAMPUS-SUB)
                       - CMT-POSTED-TOTAL(CAMPUS-SUB).
                   MOVE WORK-AMOUNT TO CTL-OVER-SHORT-OUT.
                   WRITE BALANCING-REPORT-LINE FROM CAMPUS-TOTAL-LINE.
                   MOVE SPACES TO BALANCING-REPORT-LINE.
                   WRITE BALANCING-REPORT-LINE.

                   304-WRITE-CAMPUS-CASHIER.
                       IF CSH-CAMPUS-CODE(CASHIER-IDX) IS EQUAL TO
                           CMT-CAMPUS-CODE(CAMPUS-SUB)
                           PERFORM 310-WRITE-ONE-CASHIER
                           ADD CSH-POSTED-TOTAL(CASHIER-IDX)
                             TO CMT-POSTED-TOTAL(CAMPUS-SUB)
                           ADD CSH-COUNTED-TOTAL(CASHIER-IDX)
                             TO CMT-COUNTED-TOTAL(CAMPUS-SUB)
                           ADD CSH-DEPOSIT-AMOUNT(CASHIER-IDX)
                             TO CMT-DEPOSIT-AMOUNT(CAMPUS-SUB)
                       END-IF.

               310-WRITE-ONE-CASHIER.
                   PERFORM 311-WRITE-ONE-TENDER-LINE
                       VARYING BALANCE-IDX FROM 1 BY 1
