      *          deferral down into dining revenue - so plan money
      *          never shows up as tuition anywhere
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - the register feed may carry the ID card
      *                   number the draw was made on; a card on
      *                   PROJECT134's CARD-HOTLIST.txt (reported lost
      *                   or deactivated) is refused before it touches
      *                   the plan. A blank card number is not checked
      *  15-OCT-2026 SL - a plan that drops under the low-balance line
      *                   tonight also queues a MEAL notice to the
      *                   student (by SMS first) on PROJECT141's
      *                   NOTIFICATION-QUEUE.txt - once per drop, not
      *                   every night it stays low; the service
      *                   desk's list is unchanged
      *  15-OCT-2026 SL - register MEALPLAN-GL-EXTRACT.txt on
      *                   TRANSMISSION-REGISTER.txt with its entry count
      *                   and hash total once the trailer is written
      *  15-OCT-2026 SL - hotlist card number read as PIC 9(8), as
      *                   PROJECT134 writes it
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT72.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYMENT-HISTORY-STATUS.

      * lost and deactivated ID cards, rebuilt nightly by PROJECT134
           SELECT CARD-HOTLIST-FILE
           ASSIGN TO "..\CARD-HOTLIST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARD-HOTLIST-STATUS.

           SELECT USAGE-REGISTER
           ASSIGN TO "..\DINING-USAGE-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOW-BALANCE-STATUS.

      * the student's own warning goes to PROJECT141's shared queue
           SELECT NOTIFICATION-QUEUE
           ASSIGN TO "..\NOTIFICATION-QUEUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTIFICATION-QUEUE-STATUS.

           SELECT GL-ACCOUNT-MAP-FILE
           ASSIGN TO "..\GL-ACCOUNT-MAP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
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
      * amount is four whole-dollar digits then two cents digits;
      * the card number is blank from a till that does not swipe
       FD DINING-FEED-FILE.
       01 DINING-FEED-RECORD.
         05 DIN-STUDENT-NUMBER PIC X(6).
           10 DIN-AMOUNT-DOLLARS PIC 9(4).
           10 DIN-AMOUNT-CENTS PIC 9(2).
         05 DIN-USE-DATE PIC 9(8).
         05 DIN-CARD-NUMBER PIC X(8).

      * kept in step with Project134.cbl's FD CARD-HOTLIST-FILE
       FD CARD-HOTLIST-FILE.
       01 CARD-HOTLIST-RECORD.
         05 CHL-CARD-NUMBER PIC 9(8).
         05 CHL-STUDENT-NUMBER PIC 9(6).
         05 CHL-STATUS PIC X(1).
         05 CHL-STATUS-DATE PIC 9(8).

       FD MEAL-PLAN-FILE.
       01 MEAL-PLAN-RECORD.
         05 FILLER PIC X(2) VALUE SPACE.
         05 LOW-REMAINING-OUT PIC -ZZZZ9.99.

      * kept in step with Project141.cbl's FD NOTIFICATION-QUEUE
       FD NOTIFICATION-QUEUE.
       01 NOTIFICATION-QUEUE-RECORD.
         05 NTQ-STUDENT-NUMBER PIC 9(6).
         05 NTQ-MESSAGE-TYPE PIC X(4).
         05 NTQ-CHANNEL PIC X(1).
         05 NTQ-QUEUED-DATE PIC 9(8).
         05 NTQ-SOURCE PIC X(8).
         05 NTQ-MESSAGE-TEXT PIC X(80).

       FD GL-ACCOUNT-MAP-FILE.
       01 GL-ACCOUNT-MAP-IN.
         05 MAP-PROGRAM-CODE PIC X(5).
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
         05 DINING-FEED-STATUS PIC X(2).
         05 PAYMENT-HISTORY-STATUS PIC X(2).
         05 USAGE-REGISTER-STATUS PIC X(2).
         05 LOW-BALANCE-STATUS PIC X(2).
         05 NOTIFICATION-QUEUE-STATUS PIC X(2).
         05 GL-ACCOUNT-MAP-STATUS PIC X(2).
         05 GL-EXTRACT-STATUS PIC X(2).
         05 CARD-HOTLIST-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 FEED-EOF-FLG PIC X(1) VALUE 'N'.
         05 MEAL-EOF-FLG PIC X(1) VALUE 'N'.
         05 HISTORY-EOF-FLG PIC X(1) VALUE 'N'.
         05 MAP-EOF-FLG PIC X(1) VALUE 'N'.
         05 HOTLIST-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-RAW PIC 9(8).
       01 PAYMENT-HISTORY-NAME PIC X(40).
           10 MPT-PLAN-CODE PIC X(4).
           10 MPT-PURCHASED PIC 9(5)V99.
           10 MPT-REMAINING PIC S9(5)V99.
           10 MPT-OPENING-REMAINING PIC S9(5)V99.

       01 MEAL-PLAN-VARIABLES.
         05 MEAL-PLAN-COUNT PIC 9(4) VALUE 0.
           88 MEAL-PLAN-FOUND VALUE 'Y'.
         05 MEAL-CHANGED-FLAG PIC X(1) VALUE 'N'.

       01 HOTLIST-TABLE.
         05 HOTLIST-ENTRY OCCURS 1 TO 9000 TIMES
             DEPENDING ON HOTLIST-COUNT.
           10 HLT-CARD-NUMBER PIC X(8).

       01 HOTLIST-VARIABLES.
         05 HOTLIST-COUNT PIC 9(4) VALUE 0.
         05 HOTLIST-FIND-SUB PIC 9(4).
         05 HOTLIST-FOUND-FLAG PIC X(1).
           88 CARD-ON-HOTLIST VALUE 'Y'.

       01 WORK-FIELDS.
         05 DRAW-AMOUNT PIC 9999V99.
         05 LOW-NOTICE-BALANCE-EDIT PIC ZZZZ9.99.
         05 DIN-STUDENT-NUMERIC PIC 9(6).

       01 ACCOUNT-MAP-TABLE.
         05 HOW-MANY-APPLIED PIC 9(5) VALUE 0.
         05 HOW-MANY-OVERDRAFTS PIC 9(5) VALUE 0.
         05 HOW-MANY-LOW PIC 9(4) VALUE 0.
         05 HOW-MANY-LOW-NOTICES PIC 9(4) VALUE 0.
         05 TOP-UP-TOTAL PIC 9(7)V99 VALUE 0.
         05 USAGE-TOTAL PIC 9(7)V99 VALUE 0.

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
      * main procedure
       100-RUN-MEAL-PLAN-BATCH.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-MEAL-PLANS.
           PERFORM 210-LOAD-ACCOUNT-MAP.
           PERFORM 215-LOAD-CARD-HOTLIST.
           PERFORM 220-OPEN-RUN-FILES.

           PERFORM 230-READ-ONE-DRAW.
           DISPLAY "DRAWS READ: " HOW-MANY-DRAWS
             "  APPLIED: " HOW-MANY-APPLIED
             "  OVERDRAFTS REFUSED: " HOW-MANY-OVERDRAFTS
             "  LOW BALANCES: " HOW-MANY-LOW
             "  LOW-BALANCE NOTICES: " HOW-MANY-LOW-NOTICES.
           STOP RUN.

           200-LOAD-MEAL-PLANS.
                             TO MPT-PURCHASED(MEAL-PLAN-COUNT)
                           MOVE MPL-REMAINING
                             TO MPT-REMAINING(MEAL-PLAN-COUNT)
                           MOVE MPL-REMAINING
                             TO MPT-OPENING-REMAINING(MEAL-PLAN-COUNT)
                   END-READ.

           210-LOAD-ACCOUNT-MAP.
                             TO MAP-CREDIT-CONTAINER(MAP-CTR)
                   END-READ.

      * no hotlist yet means no card is refused on that ground
           215-LOAD-CARD-HOTLIST.
               OPEN INPUT CARD-HOTLIST-FILE.
               IF CARD-HOTLIST-STATUS IS NOT EQUAL TO "00"
                   CONTINUE
               ELSE
                   PERFORM 2151-LOAD-ONE-HOTLIST-CARD
                       UNTIL HOTLIST-EOF-FLG IS EQUAL TO 'Y'
                       OR HOTLIST-COUNT IS EQUAL TO 9000
                   CLOSE CARD-HOTLIST-FILE
               END-IF.

               2151-LOAD-ONE-HOTLIST-CARD.
                   READ CARD-HOTLIST-FILE
                       AT END
                           MOVE 'Y' TO HOTLIST-EOF-FLG
                       NOT AT END
                           ADD 1 TO HOTLIST-COUNT
                           MOVE CHL-CARD-NUMBER
                             TO HLT-CARD-NUMBER(HOTLIST-COUNT)
                   END-READ.

           220-OPEN-RUN-FILES.
               OPEN INPUT DINING-FEED-FILE.
               IF DINING-FEED-STATUS IS NOT EQUAL TO "00"
                   COMPUTE DRAW-AMOUNT =
                       DIN-AMOUNT-DOLLARS + (DIN-AMOUNT-CENTS / 100)
                   PERFORM 310-FIND-MEAL-PLAN
                   PERFORM 320-CHECK-CARD-HOTLIST
                   IF CARD-ON-HOTLIST
                       MOVE DIN-STUDENT-NUMBER TO USG-STUDENT-OUT
                       MOVE DRAW-AMOUNT TO USG-AMOUNT-OUT
                       MOVE ZERO TO USG-REMAINING-OUT
                       MOVE "REJECTED - CARD DEACTIVATED"
                         TO USG-STATUS-OUT
                       WRITE USAGE-REGISTER-LINE
                       ADD 1 TO HOW-MANY-OVERDRAFTS
                   ELSE IF NOT MEAL-PLAN-FOUND
                       MOVE DIN-STUDENT-NUMBER TO USG-STUDENT-OUT
                       MOVE DRAW-AMOUNT TO USG-AMOUNT-OUT
                       MOVE ZERO TO USG-REMAINING-OUT
                       ADD 1 TO HOW-MANY-APPLIED
                   END-IF
                   END-IF
                   END-IF
               END-IF.

               PERFORM 230-READ-ONE-DRAW.
                       MOVE MEAL-FIND-SUB TO MEAL-FOUND-SUB
                   END-IF.

      * a card reported lost or deactivated draws nothing, whoever
      * is holding it
           320-CHECK-CARD-HOTLIST.
               MOVE 'N' TO HOTLIST-FOUND-FLAG.
               IF DIN-CARD-NUMBER IS NOT EQUAL TO SPACES
                   PERFORM 3201-CHECK-ONE-HOTLIST-CARD
                       VARYING HOTLIST-FIND-SUB FROM 1 BY 1
                       UNTIL HOTLIST-FIND-SUB > HOTLIST-COUNT
                       OR CARD-ON-HOTLIST
               END-IF.

               3201-CHECK-ONE-HOTLIST-CARD.
                   IF HLT-CARD-NUMBER(HOTLIST-FIND-SUB) IS EQUAL TO
                       DIN-CARD-NUMBER
                       MOVE 'Y' TO HOTLIST-FOUND-FLAG
                   END-IF.

      * the day's tender-MP receipts book as deferred revenue -
      * the money came in but no meal was eaten yet
           400-BOOK-TODAYS-TOP-UPS.
               WRITE GL-EXTRACT-LINE.
               CLOSE GL-EXTRACT-FILE.

               MOVE "MEALPLAN-GL-EXTRACT.txt" TO TRANSMIT-FILE-NAME.
               MOVE "GL" TO TRANSMIT-DESTINATION.
               MOVE RUN-DATE-RAW TO TRANSMIT-PERIOD.
               MOVE GL-ENTRY-COUNT TO TRANSMIT-RECORD-COUNT.
               MOVE GL-HASH-TOTAL TO TRANSMIT-HASH-TOTAL.
               PERFORM 880-REGISTER-TRANSMISSION.

           440-LOOKUP-GL-ACCOUNTS.
               PERFORM 4401-CHECK-ONE-MAPPING
                   VARYING MAP-FIND-SUB FROM 1 BY 1
               END-IF.
               MOVE SPACES TO LOW-BALANCE-LINE.

               OPEN EXTEND NOTIFICATION-QUEUE.
               IF NOTIFICATION-QUEUE-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT NOTIFICATION-QUEUE
               END-IF.
               IF NOTIFICATION-QUEUE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN NOTIFICATION-QUEUE.txt - "
                     "STATUS " NOTIFICATION-QUEUE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 431-CHECK-ONE-BALANCE
                   VARYING MEAL-FIND-SUB FROM 1 BY 1
                   UNTIL MEAL-FIND-SUB > MEAL-PLAN-COUNT.

               CLOSE LOW-BALANCE-LIST.
               CLOSE NOTIFICATION-QUEUE.

               431-CHECK-ONE-BALANCE.
                   IF MPT-REMAINING(MEAL-FIND-SUB) IS LESS THAN
                         TO LOW-REMAINING-OUT
                       WRITE LOW-BALANCE-LINE
                       ADD 1 TO HOW-MANY-LOW
                       IF MPT-OPENING-REMAINING(MEAL-FIND-SUB)
                           IS NOT LESS THAN LOW-BALANCE-LINE-AMOUNT
                           PERFORM 432-QUEUE-LOW-BALANCE-NOTICE
                       END-IF
                   END-IF.

      * tonight's draws took the plan under the line - the student
      * is told once, by SMS if they have a verified phone
               432-QUEUE-LOW-BALANCE-NOTICE.
                   MOVE MPT-REMAINING(MEAL-FIND-SUB)
                     TO LOW-NOTICE-BALANCE-EDIT.
                   MOVE SPACES TO NOTIFICATION-QUEUE-RECORD.
                   MOVE MPT-STUDENT-NUMBER(MEAL-FIND-SUB)
                     TO NTQ-STUDENT-NUMBER.
                   MOVE "MEAL" TO NTQ-MESSAGE-TYPE.
                   MOVE 'S' TO NTQ-CHANNEL.
                   MOVE RUN-DATE-RAW TO NTQ-QUEUED-DATE.
                   MOVE "PROJ072" TO NTQ-SOURCE.
                   STRING "MEAL PLAN " DELIMITED BY SIZE
                       MPT-PLAN-CODE(MEAL-FIND-SUB) DELIMITED BY SIZE
                       " BALANCE IS DOWN TO $" DELIMITED BY SIZE
                       LOW-NOTICE-BALANCE-EDIT DELIMITED BY SIZE
                       " - TOP UP AT THE CASHIER" DELIMITED BY SIZE
                       INTO NTQ-MESSAGE-TEXT.
                   WRITE NOTIFICATION-QUEUE-RECORD.
                   ADD 1 TO HOW-MANY-LOW-NOTICES.

           500-REWRITE-MEAL-PLANS.
               OPEN OUTPUT MEAL-PLAN-FILE.
               IF MEAL-PLAN-STATUS IS NOT EQUAL TO "00"
                     TO MPL-REMAINING.
                   WRITE MEAL-PLAN-RECORD.

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
               MOVE "PROJECT72" TO TXR-CREATED-BY.
               MOVE TRANSMIT-DATE-RAW TO TXR-CREATED-DATE.
               MOVE TRANSMIT-TIME-HHMMSS TO TXR-CREATED-TIME.
               MOVE "SENT" TO TXR-STATUS.
               MOVE ZERO TO TXR-ACK-DATE.
               MOVE SPACES TO TXR-ACK-REASON.
               WRITE TRANSMISSION-REGISTER-RECORD.
               CLOSE TRANSMISSION-REGISTER.

       END PROGRAM PROJECT72.
