      *          as identified lines - exactly what a disputed account
      *          needs
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - carry the foreign-currency fields PROJECT09
      *                   now puts on a wire's history line through
      *                   the load and the segment rewrite, so voiding
      *                   any receipt in a segment no longer strips
      *                   the currency, amount and rate off the wires
      *                   beside it
      *  15-OCT-2026 SL - carry the transfer fields PROJECT119 puts on
      *                   a moved receipt's two history lines; a
      *                   transferred-away line is status 'T', so only
      *                   the right student's 'P' line can be voided
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT37.
         05 HIST-POSTED-DATE PIC 9(8).
         05 HIST-STATUS PIC X(1).
         05 HIST-CASHIER-ID PIC X(8).
         05 HIST-FOREIGN-CURRENCY-FIELDS PIC X(21).
         05 HIST-TRANSFER-FIELDS PIC X(14).

      * kept in step across the history readers and writers
       FD PAYHIST-INDEX-FILE.
           10 HST-POSTED-DATE PIC 9(8).
           10 HST-STATUS PIC X(1).
           10 HST-CASHIER-ID PIC X(8).
      * a wire's currency, foreign amount and rate - spaces on a
      * domestic receipt
           10 HST-FOREIGN-CURRENCY-FIELDS PIC X(21).
      * the other student and the date when PROJECT119 moved the
      * receipt - spaces on a receipt that never moved
           10 HST-TRANSFER-FIELDS PIC X(14).
      * which year's segment the row came off - the rewrite puts it
      * back in the same one
           10 HST-SEG-YEAR PIC 9(4).
                             TO HST-STATUS(HISTORY-COUNT)
                           MOVE HIST-CASHIER-ID
                             TO HST-CASHIER-ID(HISTORY-COUNT)
                           MOVE HIST-FOREIGN-CURRENCY-FIELDS TO
                             HST-FOREIGN-CURRENCY-FIELDS(HISTORY-COUNT)
                           MOVE HIST-TRANSFER-FIELDS
                             TO HST-TRANSFER-FIELDS(HISTORY-COUNT)
                           MOVE YEAR-LIST-YEAR(YEAR-SUB)
                             TO HST-SEG-YEAR(HISTORY-COUNT)
                   END-READ.
                       MOVE HST-STATUS(HIST-FIND-SUB) TO HIST-STATUS
                       MOVE HST-CASHIER-ID(HIST-FIND-SUB)
                         TO HIST-CASHIER-ID
                       MOVE HST-FOREIGN-CURRENCY-FIELDS(HIST-FIND-SUB)
                         TO HIST-FOREIGN-CURRENCY-FIELDS
                       MOVE HST-TRANSFER-FIELDS(HIST-FIND-SUB)
                         TO HIST-TRANSFER-FIELDS
                       WRITE PAYMENT-HISTORY-LINE
                   END-IF.

