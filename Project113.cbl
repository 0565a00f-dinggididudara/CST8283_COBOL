      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: card-processor settlement reconciliation. PROJECT45
      *          balances the drawers by tender, but the processor's
      *          daily deposit never matches the card receipts - it
      *          nets out its merchant fees and settles some batches
      *          a day late. Each drawer's card terminal closes one
      *          batch a day, so a batch is the day's posted CC and
      *          DB receipts for one cashier on the current
      *          PAYMENT-HISTORY-YYYY.txt segment(s). The processor's
      *          settlement file (CARD-SETTLEMENT.txt: processor batch
      *          number, batch date, cashier/terminal, settlement
      *          date, gross, fee, net) is matched against those
      *          batches by batch date and cashier. Every settlement
      *          line goes on CARD-SETTLEMENT-REPORT.txt with a note
      *          when it does not match - no card receipts behind it,
      *          a gross that differs from the receipts, a net that
      *          does not foot, a batch number or drawer batch that
      *          has already settled, or a late settlement - and the
      *          report closes with every card batch in the last
      *          SETTLEMENT-LOOKBACK-DAYS that has still not settled.
      *          Settled lines are kept on CARD-SETTLED.txt so a batch
      *          settles once and a re-run books nothing twice. The
      *          merchant fees go to the GL as this run's own batch
      *          (CARDFEE-GL-EXTRACT.txt) through GL-ACCOUNT-MAP.txt,
      *          charge type CARDFEE, the same way PROJECT84 books
      *          agency commissions
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - register CARDFEE-GL-EXTRACT.txt on
      *                   TRANSMISSION-REGISTER.txt with its entry count
      *                   and hash total once the trailer is written
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT113.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the processor's settlement file - one line per terminal batch
      * settled
           SELECT SETTLEMENT-FILE
           ASSIGN TO "..\CARD-SETTLEMENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SETTLEMENT-FILE-STATUS.

      * the payment-side audit trail, carried in per-fiscal-year
      * segments - the lookback window never spans more than two
           SELECT PAYMENT-HISTORY
           ASSIGN TO PAYMENT-HISTORY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYMENT-HISTORY-STATUS.

      * every settlement line already taken, appended run after run
           SELECT SETTLED-HISTORY
           ASSIGN TO "..\CARD-SETTLED.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SETTLED-HISTORY-STATUS.

           SELECT SETTLEMENT-REPORT
           ASSIGN TO "..\CARD-SETTLEMENT-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SETTLEMENT-REPORT-STATUS.

      * the program-code/charge-type to debit/credit account mappings
           SELECT GL-ACCOUNT-MAP-FILE
           ASSIGN TO "..\GL-ACCOUNT-MAP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GL-ACCOUNT-MAP-STATUS.

      * this run's own GL batch - header, one DR/CR pair per fee,
      * trailer
           SELECT GL-EXTRACT-FILE
           ASSIGN TO "..\CARDFEE-GL-EXTRACT.txt"
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
      * dates are YYYYMMDD; amounts are whole-dollar digits then two
      * cents digits, no decimal point - same convention as the
      * payment feed
       FD SETTLEMENT-FILE.
       01 SETTLEMENT-RECORD.
         05 STL-BATCH-NUMBER PIC X(8).
         05 STL-BATCH-DATE PIC X(8).
         05 STL-BATCH-DATE-NUMERIC REDEFINES STL-BATCH-DATE
             PIC 9(8).
         05 STL-CASHIER-ID PIC X(8).
         05 STL-SETTLE-DATE PIC X(8).
         05 STL-SETTLE-DATE-NUMERIC REDEFINES STL-SETTLE-DATE
             PIC 9(8).
         05 STL-GROSS-AMOUNT PIC X(8).
         05 STL-GROSS-NUMERIC REDEFINES STL-GROSS-AMOUNT
             PIC 9(6)V99.
         05 STL-FEE-AMOUNT PIC X(6).
         05 STL-FEE-NUMERIC REDEFINES STL-FEE-AMOUNT PIC 9(4)V99.
         05 STL-NET-AMOUNT PIC X(8).
         05 STL-NET-NUMERIC REDEFINES STL-NET-AMOUNT PIC 9(6)V99.

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

      * match flag M matched, D gross differs from the receipts, U
      * no card receipts behind it
       FD SETTLED-HISTORY.
       01 SETTLED-HISTORY-LINE.
         05 SHX-BATCH-NUMBER PIC X(8).
         05 SHX-BATCH-DATE PIC 9(8).
         05 SHX-CASHIER-ID PIC X(8).
         05 SHX-SETTLE-DATE PIC 9(8).
         05 SHX-GROSS-AMOUNT PIC 9(6)V99.
         05 SHX-FEE-AMOUNT PIC 9(4)V99.
         05 SHX-RECEIPTS-TOTAL PIC 9(6)V99.
         05 SHX-MATCH-FLAG PIC X(1).
         05 SHX-RUN-DATE PIC 9(8).

       FD SETTLEMENT-REPORT.
       01 SETTLEMENT-REPORT-LINE PIC X(124).

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
         05 SETTLEMENT-FILE-STATUS PIC X(2).
         05 PAYMENT-HISTORY-STATUS PIC X(2).
         05 SETTLED-HISTORY-STATUS PIC X(2).
         05 SETTLEMENT-REPORT-STATUS PIC X(2).
         05 GL-ACCOUNT-MAP-STATUS PIC X(2).
         05 GL-EXTRACT-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 SETTLEMENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 HISTORY-EOF-FLG PIC X(1) VALUE 'N'.
         05 SETTLED-EOF-FLG PIC X(1) VALUE 'N'.
         05 MAP-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-RAW PIC 9(8).

      * how far back an unsettled card batch is still chased, and how
      * many days the processor may take before a batch is overdue -
      * it settles next day, sometimes a day after that
       01 SETTLEMENT-POLICY.
         05 SETTLEMENT-LOOKBACK-DAYS PIC 9(3) VALUE 31.
         05 SETTLEMENT-GRACE-DAYS PIC 9(3) VALUE 2.

       01 WINDOW-FIELDS.
         05 WINDOW-START-INTEGER PIC 9(8).
         05 WINDOW-START-DATE PIC 9(8).
         05 RUN-DATE-INTEGER PIC 9(8).
         05 SEGMENT-YEAR PIC 9(4).
         05 PAYMENT-HISTORY-NAME PIC X(40).

      * one row per cashier per posted day with card receipts in the
      * window - the terminal batch the processor settles
       01 CARD-BATCH-TABLE.
         05 CARD-BATCH-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON CARD-BATCH-COUNT.
           10 CBT-BATCH-DATE PIC 9(8).
           10 CBT-CASHIER-ID PIC X(8).
           10 CBT-RECEIPT-COUNT PIC 9(4).
           10 CBT-RECEIPTS-TOTAL PIC 9(6)V99.
           10 CBT-SETTLED-FLAG PIC X(1).
             88 CBT-SETTLED VALUE 'Y'.

       01 CARD-BATCH-VARIABLES.
         05 CARD-BATCH-COUNT PIC 9(4) VALUE 0.
         05 CARD-BATCH-SUB PIC 9(4).
         05 CARD-BATCH-FOUND-SUB PIC 9(4).
         05 MATCH-BATCH-DATE PIC 9(8).
         05 MATCH-CASHIER-ID PIC X(8).

      * processor batch numbers already settled, for the duplicate
      * check
       01 SETTLED-NUMBER-TABLE.
         05 SETTLED-NUMBER-ENTRY OCCURS 1 TO 20000 TIMES
             DEPENDING ON SETTLED-NUMBER-COUNT.
           10 SNT-BATCH-NUMBER PIC X(8).

       01 SETTLED-NUMBER-VARIABLES.
         05 SETTLED-NUMBER-COUNT PIC 9(5) VALUE 0.
         05 SETTLED-NUMBER-SUB PIC 9(5).
         05 SETTLED-NUMBER-FLAG PIC X(1).
           88 BATCH-NUMBER-SETTLED VALUE 'Y'.

       01 ACCOUNT-MAP-TABLE.
         05 MAP-ENTRY OCCURS 1 TO 100 TIMES
             DEPENDING ON MAP-COUNT.
           10 TBL-MAP-PROGRAM-CODE PIC X(5).
           10 TBL-MAP-CHARGE-TYPE PIC X(8).
           10 TBL-MAP-DEBIT-ACCOUNT PIC X(20).
           10 TBL-MAP-CREDIT-ACCOUNT PIC X(20).

       01 ACCOUNT-MAP-VARIABLES.
         05 MAP-COUNT PIC 9(3) VALUE 0.
         05 MAP-FIND-SUB PIC 9(3).
         05 MAP-FOUND-SUB PIC 9(3).
         05 MAP-FOUND-FLAG PIC X(1).
           88 MAP-ROW-FOUND VALUE 'Y'.
         05 FEE-DEBIT-ACCOUNT PIC X(20).
         05 FEE-CREDIT-ACCOUNT PIC X(20).

       01 GL-BATCH-FIELDS.
         05 GL-ENTRY-COUNT PIC 9(6) VALUE 0.
         05 GL-HASH-TOTAL PIC S9(9)V99 VALUE 0.

       01 SETTLEMENT-WORK-FIELDS.
         05 SETTLEMENT-NOTE PIC X(25).
         05 SETTLEMENT-MATCH-FLAG PIC X(1).
         05 GROSS-DIFFERENCE PIC S9(7)V99.
         05 FOOTED-NET PIC S9(7)V99.
         05 LATE-CUTOFF-INTEGER PIC 9(8).
         05 SETTLE-DATE-INTEGER PIC 9(8).
         05 BATCH-AGE-DAYS PIC 9(5).

       01 COUNTERS.
         05 HOW-MANY-RECEIPTS PIC 9(7) VALUE 0.
         05 HOW-MANY-CARD-RECEIPTS PIC 9(7) VALUE 0.
         05 HOW-MANY-SETTLEMENTS PIC 9(5) VALUE 0.
         05 HOW-MANY-MATCHED PIC 9(5) VALUE 0.
         05 HOW-MANY-EXCEPTIONS PIC 9(5) VALUE 0.
         05 HOW-MANY-UNSETTLED PIC 9(5) VALUE 0.
         05 FEES-BOOKED PIC 9(7)V99 VALUE 0.
         05 UNSETTLED-AMOUNT PIC 9(7)V99 VALUE 0.

       01 REPORT-HEADING-LINE.
         05 FILLER PIC X(39)
             VALUE "CARD SETTLEMENT RECONCILIATION - RUN ".
         05 RPT-HEAD-DATE PIC 9(8).
         05 FILLER PIC X(77) VALUE SPACE.

       01 SETTLEMENT-SECTION-LINE.
         05 FILLER PIC X(40)
             VALUE "SETTLEMENTS RECEIVED                    ".
         05 FILLER PIC X(84) VALUE SPACE.

       01 SETTLEMENT-COLUMN-LINE.
         05 FILLER PIC X(10) VALUE "BATCH".
         05 FILLER PIC X(10) VALUE "BATCH DT".
         05 FILLER PIC X(10) VALUE "CASHIER".
         05 FILLER PIC X(10) VALUE "SETTLED".
         05 FILLER PIC X(12) VALUE "  RECEIPTS".
         05 FILLER PIC X(12) VALUE "     GROSS".
         05 FILLER PIC X(13) VALUE "       DIFF".
         05 FILLER PIC X(10) VALUE "     FEE".
         05 FILLER PIC X(12) VALUE "       NET".
         05 FILLER PIC X(25) VALUE "NOTE".

       01 SETTLEMENT-DETAIL-LINE.
         05 SDL-BATCH-OUT PIC X(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SDL-BATCH-DATE-OUT PIC X(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SDL-CASHIER-OUT PIC X(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SDL-SETTLE-DATE-OUT PIC X(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SDL-RECEIPTS-OUT PIC ZZZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 SDL-GROSS-OUT PIC ZZZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 SDL-DIFF-OUT PIC -ZZZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 SDL-FEE-OUT PIC ZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 SDL-NET-OUT PIC ZZZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 SDL-NOTE-OUT PIC X(24).

       01 UNSETTLED-SECTION-LINE.
         05 FILLER PIC X(40)
             VALUE "CARD BATCHES NOT YET SETTLED            ".
         05 FILLER PIC X(84) VALUE SPACE.

       01 UNSETTLED-COLUMN-LINE.
         05 FILLER PIC X(10) VALUE "BATCH DT".
         05 FILLER PIC X(10) VALUE "CASHIER".
         05 FILLER PIC X(8) VALUE " COUNT".
         05 FILLER PIC X(12) VALUE "    AMOUNT".
         05 FILLER PIC X(7) VALUE "  AGE".
         05 FILLER PIC X(77) VALUE "STATUS".

       01 UNSETTLED-DETAIL-LINE.
         05 UDL-BATCH-DATE-OUT PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 UDL-CASHIER-OUT PIC X(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 UDL-COUNT-OUT PIC ZZZZ9.
         05 FILLER PIC X(3) VALUE SPACE.
         05 UDL-AMOUNT-OUT PIC ZZZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 UDL-AGE-OUT PIC ZZZZ9.
         05 FILLER PIC X(2) VALUE SPACE.
         05 UDL-STATUS-OUT PIC X(77).

       01 TOTALS-LINE-1.
         05 FILLER PIC X(22) VALUE "SETTLEMENT LINES READ ".
         05 TOT-SETTLEMENTS-OUT PIC ZZZZ9.
         05 FILLER PIC X(11) VALUE "   MATCHED ".
         05 TOT-MATCHED-OUT PIC ZZZZ9.
         05 FILLER PIC X(14) VALUE "   EXCEPTIONS ".
         05 TOT-EXCEPTIONS-OUT PIC ZZZZ9.
         05 FILLER PIC X(16) VALUE "   FEES TO GL   ".
         05 TOT-FEES-OUT PIC ZZZZZZ9.99.
         05 FILLER PIC X(36) VALUE SPACE.

       01 TOTALS-LINE-2.
         05 FILLER PIC X(22) VALUE "UNSETTLED CARD BATCHES".
         05 TOT-UNSETTLED-OUT PIC ZZZZ9.
         05 FILLER PIC X(11) VALUE "   AMOUNT  ".
         05 TOT-UNSETTLED-AMOUNT-OUT PIC ZZZZZZ9.99.
         05 FILLER PIC X(76) VALUE SPACE.

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
      * main procedure - build the card batches off the history, lay
      * the settlement file against them, list what is still out and
      * book the fees
       100-RECONCILE-CARD-SETTLEMENTS.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 200-SET-LOOKBACK-WINDOW.
           PERFORM 210-LOAD-CARD-BATCHES.
           PERFORM 220-LOAD-SETTLED-HISTORY.
           PERFORM 230-LOAD-ACCOUNT-MAP.
           PERFORM 240-OPEN-OUTPUT-FILES.
           PERFORM 300-MATCH-SETTLEMENTS.
           PERFORM 400-LIST-UNSETTLED-BATCHES.
           PERFORM 500-CLOSE-OUTPUT-FILES.
           PERFORM 600-WRITE-FINAL-TOTALS.
           STOP RUN.

      * yesterday back SETTLEMENT-LOOKBACK-DAYS - today's batches
      * have not closed yet
           200-SET-LOOKBACK-WINDOW.
               COMPUTE RUN-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE-RAW).
               COMPUTE WINDOW-START-INTEGER =
                   RUN-DATE-INTEGER - SETTLEMENT-LOOKBACK-DAYS.
               COMPUTE WINDOW-START-DATE =
                   FUNCTION DATE-OF-INTEGER(WINDOW-START-INTEGER).

      * the window's own year segment, then this year's when the
      * window runs back over New Year
           210-LOAD-CARD-BATCHES.
               MOVE WINDOW-START-DATE(1:4) TO SEGMENT-YEAR.
               PERFORM 211-LOAD-ONE-SEGMENT.
               IF RUN-DATE-RAW(1:4) IS NOT EQUAL TO SEGMENT-YEAR
                   MOVE RUN-DATE-RAW(1:4) TO SEGMENT-YEAR
                   PERFORM 211-LOAD-ONE-SEGMENT
               END-IF.

               211-LOAD-ONE-SEGMENT.
                   MOVE SPACES TO PAYMENT-HISTORY-NAME.
                   STRING "..\PAYMENT-HISTORY-" DELIMITED BY SIZE
                       SEGMENT-YEAR DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO PAYMENT-HISTORY-NAME.

                   MOVE 'N' TO HISTORY-EOF-FLG.
                   OPEN INPUT PAYMENT-HISTORY.
                   IF PAYMENT-HISTORY-STATUS IS EQUAL TO "35"
                       DISPLAY "NO " PAYMENT-HISTORY-NAME
                         " - NO CARD RECEIPTS FOR " SEGMENT-YEAR
                   ELSE IF PAYMENT-HISTORY-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN " PAYMENT-HISTORY-NAME
                         " - STATUS " PAYMENT-HISTORY-STATUS
                       STOP RUN
                   ELSE
                       PERFORM 212-READ-ONE-RECEIPT
                       PERFORM 213-BATCH-ONE-RECEIPT
                           UNTIL HISTORY-EOF-FLG IS EQUAL TO 'Y'
                       CLOSE PAYMENT-HISTORY
                   END-IF
                   END-IF.

               212-READ-ONE-RECEIPT.
                   READ PAYMENT-HISTORY
                       AT END
                           MOVE 'Y' TO HISTORY-EOF-FLG
                       NOT AT END
                           ADD 1 TO HOW-MANY-RECEIPTS
                   END-READ.

      * still-posted CC and DB receipts in the window - a blank
      * cashier from the old layout batches under UNKNOWN, as in
      * PROJECT45
               213-BATCH-ONE-RECEIPT.
                   IF HIST-STATUS IS EQUAL TO 'P'
                       AND (HIST-TENDER-TYPE IS EQUAL TO "CC"
                         OR HIST-TENDER-TYPE IS EQUAL TO "DB")
                       AND HIST-POSTED-DATE IS NOT LESS THAN
                           WINDOW-START-DATE
                       AND HIST-POSTED-DATE IS LESS THAN RUN-DATE-RAW
                       ADD 1 TO HOW-MANY-CARD-RECEIPTS
                       MOVE HIST-POSTED-DATE TO MATCH-BATCH-DATE
                       IF HIST-CASHIER-ID IS EQUAL TO SPACES
                           MOVE "UNKNOWN" TO MATCH-CASHIER-ID
                       ELSE
                           MOVE HIST-CASHIER-ID TO MATCH-CASHIER-ID
                       END-IF
                       PERFORM 250-FIND-CARD-BATCH
                       IF CARD-BATCH-FOUND-SUB IS EQUAL TO ZERO
                           AND CARD-BATCH-COUNT IS LESS THAN 3000
                           ADD 1 TO CARD-BATCH-COUNT
                           MOVE CARD-BATCH-COUNT
                             TO CARD-BATCH-FOUND-SUB
                           MOVE MATCH-BATCH-DATE
                             TO CBT-BATCH-DATE(CARD-BATCH-FOUND-SUB)
                           MOVE MATCH-CASHIER-ID
                             TO CBT-CASHIER-ID(CARD-BATCH-FOUND-SUB)
                           MOVE ZERO
                             TO CBT-RECEIPT-COUNT(CARD-BATCH-FOUND-SUB)
                           MOVE ZERO TO
                             CBT-RECEIPTS-TOTAL(CARD-BATCH-FOUND-SUB)
                           MOVE 'N'
                             TO CBT-SETTLED-FLAG(CARD-BATCH-FOUND-SUB)
                       END-IF
                       IF CARD-BATCH-FOUND-SUB > ZERO
                           ADD 1
                             TO CBT-RECEIPT-COUNT(CARD-BATCH-FOUND-SUB)
                           ADD HIST-AMOUNT TO
                             CBT-RECEIPTS-TOTAL(CARD-BATCH-FOUND-SUB)
                       END-IF
                   END-IF.

                   PERFORM 212-READ-ONE-RECEIPT.

      * what earlier runs settled - the batch numbers for the
      * duplicate check, and the drawer batches they covered marked
      * settled so they stay off the unsettled list
           220-LOAD-SETTLED-HISTORY.
               OPEN INPUT SETTLED-HISTORY.
               IF SETTLED-HISTORY-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF SETTLED-HISTORY-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CARD-SETTLED.txt - STATUS "
                     SETTLED-HISTORY-STATUS
                   STOP RUN
               ELSE
                   PERFORM 221-LOAD-ONE-SETTLED-LINE
                       UNTIL SETTLED-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE SETTLED-HISTORY
               END-IF
               END-IF.

               221-LOAD-ONE-SETTLED-LINE.
                   READ SETTLED-HISTORY
                       AT END
                           MOVE 'Y' TO SETTLED-EOF-FLG
                       NOT AT END
                           IF SETTLED-NUMBER-COUNT IS LESS THAN 20000
                               ADD 1 TO SETTLED-NUMBER-COUNT
                               MOVE SHX-BATCH-NUMBER TO
                                 SNT-BATCH-NUMBER(SETTLED-NUMBER-COUNT)
                           END-IF
                           IF SHX-MATCH-FLAG IS NOT EQUAL TO 'U'
                               MOVE SHX-BATCH-DATE
                                 TO MATCH-BATCH-DATE
                               MOVE SHX-CASHIER-ID
                                 TO MATCH-CASHIER-ID
                               PERFORM 250-FIND-CARD-BATCH
                               IF CARD-BATCH-FOUND-SUB > ZERO
                                   MOVE 'Y' TO CBT-SETTLED-FLAG
                                     (CARD-BATCH-FOUND-SUB)
                               END-IF
                           END-IF
                   END-READ.

      * the account map - a missing file or mapping books the fees
      * to the named fallback accounts, as PROJECT84 does
           230-LOAD-ACCOUNT-MAP.
               MOVE "MERCHANT FEE EXPENSE" TO FEE-DEBIT-ACCOUNT.
               MOVE "CARD CLEARING" TO FEE-CREDIT-ACCOUNT.

               OPEN INPUT GL-ACCOUNT-MAP-FILE.
               IF GL-ACCOUNT-MAP-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN GL-ACCOUNT-MAP.txt - "
                     "FEES BOOK TO THE DEFAULT ACCOUNTS"
               ELSE
                   PERFORM 2301-LOAD-ONE-MAPPING
                       UNTIL MAP-EOF-FLG IS EQUAL TO 'Y'
                       OR MAP-COUNT IS EQUAL TO 100
                   CLOSE GL-ACCOUNT-MAP-FILE
                   PERFORM 2302-FIND-FEE-ACCOUNTS
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

               2302-FIND-FEE-ACCOUNTS.
                   MOVE 'N' TO MAP-FOUND-FLAG.
                   MOVE 0 TO MAP-FOUND-SUB.
                   PERFORM 2303-CHECK-ONE-MAPPING
                       VARYING MAP-FIND-SUB FROM 1 BY 1
                       UNTIL MAP-FIND-SUB > MAP-COUNT
                       OR MAP-ROW-FOUND.
                   IF MAP-ROW-FOUND
                       MOVE TBL-MAP-DEBIT-ACCOUNT(MAP-FOUND-SUB)
                         TO FEE-DEBIT-ACCOUNT
                       MOVE TBL-MAP-CREDIT-ACCOUNT(MAP-FOUND-SUB)
                         TO FEE-CREDIT-ACCOUNT
                   END-IF.

                   2303-CHECK-ONE-MAPPING.
                       IF TBL-MAP-CHARGE-TYPE(MAP-FIND-SUB) IS EQUAL
                           TO "CARDFEE"
                           MOVE 'Y' TO MAP-FOUND-FLAG
                           MOVE MAP-FIND-SUB TO MAP-FOUND-SUB
                       END-IF.

           240-OPEN-OUTPUT-FILES.
               OPEN OUTPUT SETTLEMENT-REPORT.
               IF SETTLEMENT-REPORT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CARD-SETTLEMENT-REPORT.txt"
                     " - STATUS " SETTLEMENT-REPORT-STATUS
                   STOP RUN
               END-IF.
               MOVE RUN-DATE-RAW TO RPT-HEAD-DATE.
               WRITE SETTLEMENT-REPORT-LINE FROM REPORT-HEADING-LINE.

               OPEN EXTEND SETTLED-HISTORY.
               IF SETTLED-HISTORY-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT SETTLED-HISTORY
               END-IF.
               IF SETTLED-HISTORY-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CARD-SETTLED.txt - STATUS "
                     SETTLED-HISTORY-STATUS
                   STOP RUN
               END-IF.

               OPEN OUTPUT GL-EXTRACT-FILE.
               IF GL-EXTRACT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CARDFEE-GL-EXTRACT.txt - "
                     "STATUS " GL-EXTRACT-STATUS
                   STOP RUN
               END-IF.
               MOVE SPACES TO GL-EXTRACT-LINE.
               MOVE "HEADER" TO GL-RECORD-TYPE-OUT.
               MOVE ZERO TO GL-STUDENT-NUMBER-OUT.
               MOVE "CARDS" TO GL-PROGRAM-CODE-OUT.
               MOVE SPACES TO GL-ACCOUNT-OUT.
               MOVE SPACES TO GL-DEBIT-CREDIT-OUT.
               MOVE ZERO TO GL-AMOUNT-OUT.
               MOVE "CARD MERCHANT FEES" TO GL-DESCRIPTION-OUT.
               WRITE GL-EXTRACT-LINE.

      * linear scan by batch date and cashier
           250-FIND-CARD-BATCH.
               MOVE ZERO TO CARD-BATCH-FOUND-SUB.
               PERFORM 2501-CHECK-ONE-CARD-BATCH
                   VARYING CARD-BATCH-SUB FROM 1 BY 1
                   UNTIL CARD-BATCH-SUB > CARD-BATCH-COUNT
                   OR CARD-BATCH-FOUND-SUB > ZERO.

               2501-CHECK-ONE-CARD-BATCH.
                   IF CBT-BATCH-DATE(CARD-BATCH-SUB) IS EQUAL TO
                       MATCH-BATCH-DATE
                       AND CBT-CASHIER-ID(CARD-BATCH-SUB) IS EQUAL TO
                           MATCH-CASHIER-ID
                       MOVE CARD-BATCH-SUB TO CARD-BATCH-FOUND-SUB
                   END-IF.

      * one report line per settlement line; a missing settlement
      * file is a day the processor sent nothing
           300-MATCH-SETTLEMENTS.
               WRITE SETTLEMENT-REPORT-LINE
                   FROM SETTLEMENT-SECTION-LINE.
               WRITE SETTLEMENT-REPORT-LINE FROM SETTLEMENT-COLUMN-LINE.

               OPEN INPUT SETTLEMENT-FILE.
               IF SETTLEMENT-FILE-STATUS IS EQUAL TO "35"
                   DISPLAY "NO CARD-SETTLEMENT.txt - NOTHING SETTLED"
               ELSE IF SETTLEMENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CARD-SETTLEMENT.txt - "
                     "STATUS " SETTLEMENT-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 301-READ-ONE-SETTLEMENT
                   PERFORM 310-MATCH-ONE-SETTLEMENT
                       UNTIL SETTLEMENT-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE SETTLEMENT-FILE
               END-IF
               END-IF.

               301-READ-ONE-SETTLEMENT.
                   READ SETTLEMENT-FILE
                       AT END
                           MOVE 'Y' TO SETTLEMENT-EOF-FLG
                       NOT AT END
                           ADD 1 TO HOW-MANY-SETTLEMENTS
                   END-READ.

      * a line that cannot be read or was settled before is listed
      * and goes no further; anything else is taken - its fee books
      * whether or not it matches, since the processor has already
      * kept it
               310-MATCH-ONE-SETTLEMENT.
                   MOVE SPACES TO SETTLEMENT-NOTE.
                   MOVE ZERO TO CARD-BATCH-FOUND-SUB.
                   MOVE ZERO TO GROSS-DIFFERENCE.
                   PERFORM 311-CHECK-BATCH-NUMBER.

                   IF STL-BATCH-DATE IS NOT NUMERIC
                       OR STL-SETTLE-DATE IS NOT NUMERIC
                       OR STL-GROSS-AMOUNT IS NOT NUMERIC
                       OR STL-FEE-AMOUNT IS NOT NUMERIC
                       OR STL-NET-AMOUNT IS NOT NUMERIC
                       MOVE "UNREADABLE - NOT TAKEN" TO SETTLEMENT-NOTE
                   ELSE IF BATCH-NUMBER-SETTLED
                       MOVE "DUPLICATE BATCH NUMBER" TO SETTLEMENT-NOTE
                   ELSE
                       PERFORM 320-TAKE-ONE-SETTLEMENT
                   END-IF
                   END-IF.

                   IF SETTLEMENT-NOTE IS NOT EQUAL TO SPACES
                       AND SETTLEMENT-NOTE IS NOT EQUAL TO
                           "SETTLED LATE"
                       ADD 1 TO HOW-MANY-EXCEPTIONS
                   END-IF.
                   PERFORM 330-WRITE-SETTLEMENT-LINE.

                   PERFORM 301-READ-ONE-SETTLEMENT.

               311-CHECK-BATCH-NUMBER.
                   MOVE 'N' TO SETTLED-NUMBER-FLAG.
                   PERFORM 3111-CHECK-ONE-SETTLED-NUMBER
                       VARYING SETTLED-NUMBER-SUB FROM 1 BY 1
                       UNTIL SETTLED-NUMBER-SUB > SETTLED-NUMBER-COUNT
                       OR BATCH-NUMBER-SETTLED.

                   3111-CHECK-ONE-SETTLED-NUMBER.
                       IF SNT-BATCH-NUMBER(SETTLED-NUMBER-SUB)
                           IS EQUAL TO STL-BATCH-NUMBER
                           MOVE 'Y' TO SETTLED-NUMBER-FLAG
                       END-IF.

      * match against the drawer's card batch for the day, book the
      * fee and keep the line on the settled history
               320-TAKE-ONE-SETTLEMENT.
                   MOVE STL-BATCH-DATE-NUMERIC TO MATCH-BATCH-DATE.
                   IF STL-CASHIER-ID IS EQUAL TO SPACES
                       MOVE "UNKNOWN" TO MATCH-CASHIER-ID
                   ELSE
                       MOVE STL-CASHIER-ID TO MATCH-CASHIER-ID
                   END-IF.
                   PERFORM 250-FIND-CARD-BATCH.
                   COMPUTE FOOTED-NET =
                       STL-GROSS-NUMERIC - STL-FEE-NUMERIC.

                   IF CARD-BATCH-FOUND-SUB IS EQUAL TO ZERO
                       MOVE 'U' TO SETTLEMENT-MATCH-FLAG
                       IF STL-BATCH-DATE-NUMERIC IS LESS THAN
                           WINDOW-START-DATE
                           MOVE "BATCH DATE BEFORE WINDOW"
                             TO SETTLEMENT-NOTE
                       ELSE
                           MOVE "NO CARD RECEIPTS" TO SETTLEMENT-NOTE
                       END-IF
                   ELSE
                       COMPUTE GROSS-DIFFERENCE =
                           STL-GROSS-NUMERIC -
                           CBT-RECEIPTS-TOTAL(CARD-BATCH-FOUND-SUB)
                       IF CBT-SETTLED(CARD-BATCH-FOUND-SUB)
                           MOVE 'U' TO SETTLEMENT-MATCH-FLAG
                           MOVE "DRAWER BATCH SETTLED" TO
                             SETTLEMENT-NOTE
                       ELSE IF GROSS-DIFFERENCE IS NOT EQUAL TO ZERO
                           MOVE 'D' TO SETTLEMENT-MATCH-FLAG
                           MOVE "GROSS DIFFERS" TO SETTLEMENT-NOTE
                       ELSE
                           MOVE 'M' TO SETTLEMENT-MATCH-FLAG
                           ADD 1 TO HOW-MANY-MATCHED
                           PERFORM 321-CHECK-LATE-SETTLEMENT
                       END-IF
                       END-IF
                       IF SETTLEMENT-MATCH-FLAG IS NOT EQUAL TO 'U'
                           MOVE 'Y' TO
                             CBT-SETTLED-FLAG(CARD-BATCH-FOUND-SUB)
                       END-IF
                   END-IF.

                   IF FOOTED-NET IS NOT EQUAL TO STL-NET-NUMERIC
                       AND (SETTLEMENT-NOTE IS EQUAL TO SPACES
                         OR SETTLEMENT-NOTE IS EQUAL TO "SETTLED LATE")
                       MOVE "NET DOES NOT FOOT" TO SETTLEMENT-NOTE
                   END-IF.

                   PERFORM 322-BOOK-MERCHANT-FEE.
                   PERFORM 323-APPEND-SETTLED-LINE.

      * the processor settles next day as a rule - anything later is
      * flagged, not an exception
               321-CHECK-LATE-SETTLEMENT.
                   COMPUTE LATE-CUTOFF-INTEGER =
                       FUNCTION INTEGER-OF-DATE(STL-BATCH-DATE-NUMERIC)
                       + 1.
                   COMPUTE SETTLE-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE
                         (STL-SETTLE-DATE-NUMERIC).
                   IF SETTLE-DATE-INTEGER IS GREATER THAN
                       LATE-CUTOFF-INTEGER
                       MOVE "SETTLED LATE" TO SETTLEMENT-NOTE
                   END-IF.

      * one DR/CR pair per fee - expense against card clearing
               322-BOOK-MERCHANT-FEE.
                   IF STL-FEE-NUMERIC IS GREATER THAN ZERO
                       MOVE SPACES TO GL-EXTRACT-LINE
                       MOVE "DETAIL" TO GL-RECORD-TYPE-OUT
                       MOVE ZERO TO GL-STUDENT-NUMBER-OUT
                       MOVE "CARDS" TO GL-PROGRAM-CODE-OUT
                       MOVE FEE-DEBIT-ACCOUNT TO GL-ACCOUNT-OUT
                       MOVE "DR" TO GL-DEBIT-CREDIT-OUT
                       MOVE STL-FEE-NUMERIC TO GL-AMOUNT-OUT
                       MOVE SPACES TO GL-DESCRIPTION-OUT
                       STRING "MERCH FEE " DELIMITED BY SIZE
                           STL-BATCH-NUMBER DELIMITED BY SPACE
                           INTO GL-DESCRIPTION-OUT
                       END-STRING
                       WRITE GL-EXTRACT-LINE

                       MOVE FEE-CREDIT-ACCOUNT TO GL-ACCOUNT-OUT
                       MOVE "CR" TO GL-DEBIT-CREDIT-OUT
                       WRITE GL-EXTRACT-LINE

                       ADD 2 TO GL-ENTRY-COUNT
                       ADD STL-FEE-NUMERIC TO GL-HASH-TOTAL
                       ADD STL-FEE-NUMERIC TO GL-HASH-TOTAL
                       ADD STL-FEE-NUMERIC TO FEES-BOOKED
                   END-IF.

               323-APPEND-SETTLED-LINE.
                   MOVE STL-BATCH-NUMBER TO SHX-BATCH-NUMBER.
                   MOVE STL-BATCH-DATE-NUMERIC TO SHX-BATCH-DATE.
                   MOVE MATCH-CASHIER-ID TO SHX-CASHIER-ID.
                   MOVE STL-SETTLE-DATE-NUMERIC TO SHX-SETTLE-DATE.
                   MOVE STL-GROSS-NUMERIC TO SHX-GROSS-AMOUNT.
                   MOVE STL-FEE-NUMERIC TO SHX-FEE-AMOUNT.
                   IF CARD-BATCH-FOUND-SUB > ZERO
                       MOVE CBT-RECEIPTS-TOTAL(CARD-BATCH-FOUND-SUB)
                         TO SHX-RECEIPTS-TOTAL
                   ELSE
                       MOVE ZERO TO SHX-RECEIPTS-TOTAL
                   END-IF.
                   MOVE SETTLEMENT-MATCH-FLAG TO SHX-MATCH-FLAG.
                   MOVE RUN-DATE-RAW TO SHX-RUN-DATE.
                   WRITE SETTLED-HISTORY-LINE.

                   IF SETTLED-NUMBER-COUNT IS LESS THAN 20000
                       ADD 1 TO SETTLED-NUMBER-COUNT
                       MOVE STL-BATCH-NUMBER
                         TO SNT-BATCH-NUMBER(SETTLED-NUMBER-COUNT)
                   END-IF.

               330-WRITE-SETTLEMENT-LINE.
                   MOVE SPACES TO SETTLEMENT-DETAIL-LINE.
                   MOVE STL-BATCH-NUMBER TO SDL-BATCH-OUT.
                   MOVE STL-BATCH-DATE TO SDL-BATCH-DATE-OUT.
                   MOVE STL-CASHIER-ID TO SDL-CASHIER-OUT.
                   MOVE STL-SETTLE-DATE TO SDL-SETTLE-DATE-OUT.
                   IF CARD-BATCH-FOUND-SUB > ZERO
                       MOVE CBT-RECEIPTS-TOTAL(CARD-BATCH-FOUND-SUB)
                         TO SDL-RECEIPTS-OUT
                   ELSE
                       MOVE ZERO TO SDL-RECEIPTS-OUT
                   END-IF.
                   IF STL-GROSS-AMOUNT IS NUMERIC
                       AND STL-FEE-AMOUNT IS NUMERIC
                       AND STL-NET-AMOUNT IS NUMERIC
                       MOVE STL-GROSS-NUMERIC TO SDL-GROSS-OUT
                       MOVE STL-FEE-NUMERIC TO SDL-FEE-OUT
                       MOVE STL-NET-NUMERIC TO SDL-NET-OUT
                   ELSE
                       MOVE ZERO TO SDL-GROSS-OUT
                       MOVE ZERO TO SDL-FEE-OUT
                       MOVE ZERO TO SDL-NET-OUT
                   END-IF.
                   MOVE GROSS-DIFFERENCE TO SDL-DIFF-OUT.
                   MOVE SETTLEMENT-NOTE TO SDL-NOTE-OUT.
                   WRITE SETTLEMENT-REPORT-LINE
                       FROM SETTLEMENT-DETAIL-LINE.

      * every card batch in the window with no settlement against it
      * yet - inside the grace days it is only awaited
           400-LIST-UNSETTLED-BATCHES.
               MOVE SPACES TO SETTLEMENT-REPORT-LINE.
               WRITE SETTLEMENT-REPORT-LINE.
               WRITE SETTLEMENT-REPORT-LINE FROM UNSETTLED-SECTION-LINE.
               WRITE SETTLEMENT-REPORT-LINE FROM UNSETTLED-COLUMN-LINE.

               PERFORM 401-LIST-ONE-BATCH
                   VARYING CARD-BATCH-SUB FROM 1 BY 1
                   UNTIL CARD-BATCH-SUB > CARD-BATCH-COUNT.

               401-LIST-ONE-BATCH.
                   IF NOT CBT-SETTLED(CARD-BATCH-SUB)
                       COMPUTE BATCH-AGE-DAYS = RUN-DATE-INTEGER -
                           FUNCTION INTEGER-OF-DATE
                             (CBT-BATCH-DATE(CARD-BATCH-SUB))
                       MOVE SPACES TO UNSETTLED-DETAIL-LINE
                       MOVE CBT-BATCH-DATE(CARD-BATCH-SUB)
                         TO UDL-BATCH-DATE-OUT
                       MOVE CBT-CASHIER-ID(CARD-BATCH-SUB)
                         TO UDL-CASHIER-OUT
                       MOVE CBT-RECEIPT-COUNT(CARD-BATCH-SUB)
                         TO UDL-COUNT-OUT
                       MOVE CBT-RECEIPTS-TOTAL(CARD-BATCH-SUB)
                         TO UDL-AMOUNT-OUT
                       MOVE BATCH-AGE-DAYS TO UDL-AGE-OUT
                       IF BATCH-AGE-DAYS IS GREATER THAN
                           SETTLEMENT-GRACE-DAYS
                           MOVE "OVERDUE - RAISE WITH THE PROCESSOR"
                             TO UDL-STATUS-OUT
                       ELSE
                           MOVE "AWAITING SETTLEMENT"
                             TO UDL-STATUS-OUT
                       END-IF
                       WRITE SETTLEMENT-REPORT-LINE
                           FROM UNSETTLED-DETAIL-LINE
                       ADD 1 TO HOW-MANY-UNSETTLED
                       ADD CBT-RECEIPTS-TOTAL(CARD-BATCH-SUB)
                         TO UNSETTLED-AMOUNT
                   END-IF.

           500-CLOSE-OUTPUT-FILES.
               MOVE SPACES TO SETTLEMENT-REPORT-LINE.
               WRITE SETTLEMENT-REPORT-LINE.
               MOVE HOW-MANY-SETTLEMENTS TO TOT-SETTLEMENTS-OUT.
               MOVE HOW-MANY-MATCHED TO TOT-MATCHED-OUT.
               MOVE HOW-MANY-EXCEPTIONS TO TOT-EXCEPTIONS-OUT.
               MOVE FEES-BOOKED TO TOT-FEES-OUT.
               WRITE SETTLEMENT-REPORT-LINE FROM TOTALS-LINE-1.
               MOVE HOW-MANY-UNSETTLED TO TOT-UNSETTLED-OUT.
               MOVE UNSETTLED-AMOUNT TO TOT-UNSETTLED-AMOUNT-OUT.
               WRITE SETTLEMENT-REPORT-LINE FROM TOTALS-LINE-2.
               CLOSE SETTLEMENT-REPORT.

               CLOSE SETTLED-HISTORY.

               MOVE SPACES TO GL-EXTRACT-LINE.
               MOVE "TRAILER" TO GL-RECORD-TYPE-OUT.
               MOVE GL-ENTRY-COUNT TO GL-STUDENT-NUMBER-OUT.
               MOVE "CARDS" TO GL-PROGRAM-CODE-OUT.
               MOVE SPACES TO GL-ACCOUNT-OUT.
               MOVE SPACES TO GL-DEBIT-CREDIT-OUT.
               MOVE GL-HASH-TOTAL TO GL-AMOUNT-OUT.
               MOVE "END OF BATCH" TO GL-DESCRIPTION-OUT.
               WRITE GL-EXTRACT-LINE.
               CLOSE GL-EXTRACT-FILE.

               MOVE "CARDFEE-GL-EXTRACT.txt" TO TRANSMIT-FILE-NAME.
               MOVE "GL" TO TRANSMIT-DESTINATION.
               MOVE RUN-DATE-RAW TO TRANSMIT-PERIOD.
               MOVE GL-ENTRY-COUNT TO TRANSMIT-RECORD-COUNT.
               MOVE GL-HASH-TOTAL TO TRANSMIT-HASH-TOTAL.
               PERFORM 880-REGISTER-TRANSMISSION.

           600-WRITE-FINAL-TOTALS.
               DISPLAY "HISTORY LINES READ: " HOW-MANY-RECEIPTS
                 "  CARD RECEIPTS IN WINDOW: " HOW-MANY-CARD-RECEIPTS.
               DISPLAY "SETTLEMENT LINES: " HOW-MANY-SETTLEMENTS
                 "  MATCHED: " HOW-MANY-MATCHED
                 "  EXCEPTIONS: " HOW-MANY-EXCEPTIONS.
               DISPLAY "UNSETTLED CARD BATCHES: " HOW-MANY-UNSETTLED
                 " - SEE CARD-SETTLEMENT-REPORT.txt".

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
               MOVE "PROJ113" TO TXR-CREATED-BY.
               MOVE TRANSMIT-DATE-RAW TO TXR-CREATED-DATE.
               MOVE TRANSMIT-TIME-HHMMSS TO TXR-CREATED-TIME.
               MOVE "SENT" TO TXR-STATUS.
               MOVE ZERO TO TXR-ACK-DATE.
               MOVE SPACES TO TXR-ACK-REASON.
               WRITE TRANSMISSION-REGISTER-RECORD.
               CLOSE TRANSMISSION-REGISTER.

       END PROGRAM PROJECT113.
