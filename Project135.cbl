      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: nightly equipment order run against
      *          EQUIPMENT-ORDERS.txt, the orders LAB10 takes for the
      *          safety boots and kits the trades programs require:
      *            - every order not yet billed posts its price to the
      *              student's account as EQUIP with an HST line beside
      *              it, under the master lock and control record the
      *              same as PROJECT40. The HST rate comes from the
      *              EQUIP row on TAX-RULES.txt when there is one
      *            - every order not yet sent to the supplier goes on
      *              EQUIPMENT-SUPPLIER-ORDER.txt consolidated by item,
      *              style and size, and is marked as with the supplier
      *            - every order with the supplier and not picked up
      *              goes on EQUIPMENT-PICKUP.txt, grouped by program,
      *              for the program office handing the kit out
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - register the nightly
      *                   EQUIPMENT-SUPPLIER-ORDER.txt on the
      *                   transmission register - counted by item line
      *                   and hashed on the quantity ordered, as the
      *                   file carries no student numbers
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT135.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the order file - loaded whole and rewritten with the billed
      * and status bytes moved on
           SELECT EQUIPMENT-ORDER-FILE
           ASSIGN TO "..\EQUIPMENT-ORDERS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDER-FILE-STATUS.

      * kept in step with Project40.cbl's FD TAX-RULES-FILE
           SELECT TAX-RULES-FILE
           ASSIGN TO "..\TAX-RULES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TAX-RULES-STATUS.

      * to the supplier - tonight's orders only
           SELECT SUPPLIER-ORDER-FILE
           ASSIGN TO "..\EQUIPMENT-SUPPLIER-ORDER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUPPLIER-FILE-STATUS.

      * to the program offices - everything waiting to be collected
           SELECT PICKUP-LIST-FILE
           ASSIGN TO "..\EQUIPMENT-PICKUP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PICKUP-FILE-STATUS.

           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

      * STUIDX3.DAT - the live student master, keyed on student
      * number; PROJECT03 builds it once and every update batch
      * rewrites it in place from then on
           SELECT STUDENT-INDEXED-FILE
           ASSIGN TO "..\STUIDX3.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-STUDENT-NUMBER
           FILE STATUS IS IDX-FILE-STATUS.

           SELECT CHARGE-LEDGER
           ASSIGN TO "..\CHARGE-DETAIL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHARGE-LEDGER-STATUS.

      * the master-lock convention - taken around the billing pass
           SELECT MASTER-LOCK-FILE
           ASSIGN TO "..\STUFILE3-LOCK.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCK-FILE-STATUS.

      * STUFILE3.txt's own control record, refreshed after posting
           SELECT MASTER-CONTROL-FILE
           ASSIGN TO "..\STUFILE3-CONTROL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MASTER-CONTROL-STATUS.

      * one line per outbound file sent - kept in step with every
      * extract writer, Project146.cbl and Project147.cbl
           SELECT TRANSMISSION-REGISTER
           ASSIGN TO "..\TRANSMISSION-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSMIT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one item ordered - kept in step with Lab10.cbl
       FD EQUIPMENT-ORDER-FILE.
       01 EQUIPMENT-ORDER-RECORD.
         05 EQO-ORDER-NUMBER PIC 9(6).
         05 EQO-STUDENT-NUMBER PIC 9(6).
         05 EQO-PROGRAM-CODE PIC X(5).
         05 EQO-ITEM-CODE PIC X(6).
         05 EQO-ITEM-DESCRIPTION PIC X(20).
         05 EQO-STYLE PIC X(5).
         05 EQO-SIZE PIC X(4).
         05 EQO-PRICE PIC 9999V99.
         05 EQO-ORDER-DATE PIC 9(8).
         05 EQO-STATUS PIC X(1).
         05 EQO-STATUS-DATE PIC 9(8).
         05 EQO-BILLED-FLAG PIC X(1).
         05 EQO-ENTERED-BY PIC X(8).

      * one rule per charge type
       FD TAX-RULES-FILE.
       01 TAX-RULE-IN.
         05 TAXR-CHARGE-TYPE PIC X(8).
         05 TAXR-TAXABLE-FLAG PIC X(1).
         05 TAXR-RATE PIC 9V999.

       FD SUPPLIER-ORDER-FILE.
       01 SUPPLIER-ORDER-LINE.
         05 SUP-ITEM-OUT PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SUP-DESCRIPTION-OUT PIC X(20).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SUP-STYLE-OUT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SUP-SIZE-OUT PIC X(4).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SUP-QUANTITY-OUT PIC ZZZ9.

       FD PICKUP-LIST-FILE.
       01 PICKUP-LIST-LINE.
         05 PCK-PROGRAM-OUT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACE.
         05 PCK-STUDENT-OUT PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 PCK-NAME-OUT PIC X(30).
         05 FILLER PIC X(2) VALUE SPACE.
         05 PCK-ORDER-OUT PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 PCK-DESCRIPTION-OUT PIC X(20).
         05 FILLER PIC X(2) VALUE SPACE.
         05 PCK-STYLE-OUT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACE.
         05 PCK-SIZE-OUT PIC X(4).

      * current STUDENT-FILE-IN layout, as read/written by PROJECT03 -
      * kept in step with Project3.cbl's FD STUDENT-FILE
       FD STUDENT-FILE.
       01 STUDENT-FILE-IN.
         05 STUDENT-NUMBER PIC 9(6).
         05 TUITION-OWED PIC S9999V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 STUDENT-NAME PIC X(40).
         05 PROGRAM-COUNT PIC 9(1).
         05 PROGRAM-ENTRY OCCURS 1 TO 3 TIMES
             DEPENDING ON PROGRAM-COUNT.
           10 PROGRAM-OF-STUDY PIC X(5).
         05 DUE-DATE PIC 9(8).
         05 COURSE-COUNT PIC 9(1).
         05 COURSE-ENTRY OCCURS 1 TO 5 TIMES
             DEPENDING ON COURSE-COUNT.
           10 COURSE-CODE PIC X(7).
           10 COURSE-AVERAGE PIC 9(3).
           10 COURSE-CREDIT-HOURS PIC 9(1).
         05 INTERNATIONAL-STUDENT-FLAG PIC X(1).
         05 PAYMENT-HOLD-FLAG PIC X(1).

      * indexed image of the student master - kept in step with
      * Project3.cbl's FD STUDENT-INDEXED-RECORD
       FD STUDENT-INDEXED-FILE.
       01 STUDENT-INDEXED-RECORD.
         05 IDX-STUDENT-NUMBER PIC 9(6).
         05 IDX-TUITION-OWED PIC S9999V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 IDX-STUDENT-NAME PIC X(40).
         05 IDX-PROGRAM-COUNT PIC 9(1).
         05 IDX-PROGRAM-ENTRY OCCURS 1 TO 3 TIMES
             DEPENDING ON IDX-PROGRAM-COUNT.
           10 IDX-PROGRAM-OF-STUDY PIC X(5).
         05 IDX-DUE-DATE PIC 9(8).
         05 IDX-COURSE-COUNT PIC 9(1).
         05 IDX-COURSE-ENTRY OCCURS 1 TO 5 TIMES
             DEPENDING ON IDX-COURSE-COUNT.
           10 IDX-COURSE-CODE PIC X(7).
           10 IDX-COURSE-AVERAGE PIC 9(3).
           10 IDX-COURSE-CREDIT-HOURS PIC 9(1).
         05 IDX-INTERNATIONAL-STUDENT-FLAG PIC X(1).
         05 IDX-PAYMENT-HOLD-FLAG PIC X(1).

      * one charge line per posting - same layout the other charge
      * ledger writers carry
       FD CHARGE-LEDGER.
       01 CHARGE-LEDGER-LINE.
         05 CHG-STUDENT-NUMBER PIC 9(6).
         05 CHG-CHARGE-TYPE PIC X(8).
         05 CHG-DESCRIPTION PIC X(20).
         05 CHG-AMOUNT PIC S9999V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 CHG-DATE PIC 9(8).

      * one record while the master is in use - kept in step with the
      * other programs honouring the lock
       FD MASTER-LOCK-FILE.
       01 MASTER-LOCK-RECORD.
         05 LCK-PROGRAM PIC X(9).
         05 LCK-OPERATOR PIC X(8).
         05 LCK-START-STAMP PIC X(17).

      * one record - kept in step across every STUFILE3.txt program
       FD MASTER-CONTROL-FILE.
       01 MASTER-CONTROL-RECORD.
         05 MCT-GEN-DATE PIC 9(8).
         05 MCT-PROGRAM PIC X(9).
         05 MCT-RECORD-COUNT PIC 9(6).
         05 MCT-HASH-TOTAL PIC S9(9)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

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
         05 ORDER-FILE-STATUS PIC X(2).
         05 TAX-RULES-STATUS PIC X(2).
         05 SUPPLIER-FILE-STATUS PIC X(2).
         05 PICKUP-FILE-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 IDX-FILE-STATUS PIC X(2).
         05 CHARGE-LEDGER-STATUS PIC X(2).
         05 LOCK-FILE-STATUS PIC X(2).
         05 MASTER-CONTROL-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 ORDER-EOF-FLG PIC X(1) VALUE 'N'.
         05 TAX-EOF-FLG PIC X(1) VALUE 'N'.
         05 STUDENT-EOF-FLG PIC X(1) VALUE 'N'.

       01 OPERATOR-ID PIC X(8).
       01 RUN-DATE-FULL PIC 9(8).

      * required equipment always carries HST - this rate stands
      * unless TAX-RULES.txt has an EQUIP row saying otherwise
       01 HST-RATE PIC 9V999 VALUE 0.130.

      * equipment charges land on the balance under the same
      * threshold the entry programs use
       01 PAYMENT-HOLD-THRESHOLD PIC S9999V99 VALUE 5000.00.

      * the whole order file in memory - same byte layout as the
      * record, so it moves in and out whole
       01 ORDER-TABLE.
         05 ORDER-ENTRY OCCURS 1 TO 9000 TIMES
             DEPENDING ON ORDER-COUNT.
           10 TBL-EQO-ORDER-NUMBER PIC 9(6).
           10 TBL-EQO-STUDENT-NUMBER PIC 9(6).
           10 TBL-EQO-PROGRAM-CODE PIC X(5).
           10 TBL-EQO-ITEM-CODE PIC X(6).
           10 TBL-EQO-ITEM-DESCRIPTION PIC X(20).
           10 TBL-EQO-STYLE PIC X(5).
           10 TBL-EQO-SIZE PIC X(4).
           10 TBL-EQO-PRICE PIC 9999V99.
           10 TBL-EQO-ORDER-DATE PIC 9(8).
           10 TBL-EQO-STATUS PIC X(1).
             88 TBL-EQO-TAKEN VALUE 'O'.
             88 TBL-EQO-WITH-SUPPLIER VALUE 'S'.
           10 TBL-EQO-STATUS-DATE PIC 9(8).
           10 TBL-EQO-BILLED-FLAG PIC X(1).
             88 TBL-EQO-NOT-BILLED VALUE 'N'.
           10 TBL-EQO-ENTERED-BY PIC X(8).

      * tonight's supplier order, one row per item/style/size - the
      * key is kept whole so the insertion sort compares one field
       01 SUPPLY-TABLE.
         05 SUPPLY-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON SUPPLY-COUNT.
           10 SPL-SORT-KEY.
             15 SPL-ITEM-CODE PIC X(6).
             15 SPL-STYLE PIC X(5).
             15 SPL-SIZE PIC X(4).
           10 SPL-DESCRIPTION PIC X(20).
           10 SPL-QUANTITY PIC 9(4).

       01 SUPPLY-SORT-FIELDS.
         05 SUPPLY-SORT-SUB-1 PIC 9(4).
         05 SUPPLY-SORT-SUB-2 PIC 9(4).
         05 SUPPLY-SORT-HOLD.
           10 HOLD-SPL-SORT-KEY PIC X(15).
           10 FILLER PIC X(24).

      * the pickup list, one row per order, sorted program, student,
      * order number
       01 PICKUP-TABLE.
         05 PICKUP-ENTRY OCCURS 1 TO 9000 TIMES
             DEPENDING ON PICKUP-COUNT.
           10 PKT-SORT-KEY.
             15 PKT-PROGRAM-CODE PIC X(5).
             15 PKT-STUDENT-NUMBER PIC 9(6).
             15 PKT-ORDER-NUMBER PIC 9(6).
           10 PKT-ORDER-SUB PIC 9(4).

       01 PICKUP-SORT-FIELDS.
         05 PICKUP-SORT-SUB-1 PIC 9(4).
         05 PICKUP-SORT-SUB-2 PIC 9(4).
         05 PICKUP-SORT-HOLD.
           10 HOLD-PKT-SORT-KEY PIC X(17).
           10 FILLER PIC X(4).

      * student number and name off the master, for the pickup list
       01 STUDENT-NAME-TABLE.
         05 STUDENT-NAME-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON STUDENT-NAME-COUNT.
           10 SNT-STUDENT-NUMBER PIC 9(6).
           10 SNT-STUDENT-NAME PIC X(40).

       01 EQUIPMENT-VARIABLES.
         05 ORDER-COUNT PIC 9(4) VALUE 0.
         05 ORDER-SUB PIC 9(4).
         05 SUPPLY-COUNT PIC 9(4) VALUE 0.
         05 SUPPLY-SUB PIC 9(4).
         05 SUPPLY-FOUND-SUB PIC 9(4) VALUE 0.
         05 PICKUP-COUNT PIC 9(4) VALUE 0.
         05 PICKUP-SUB PIC 9(4).
         05 STUDENT-NAME-COUNT PIC 9(4) VALUE 0.
         05 STUDENT-SUB PIC 9(4).
         05 STUDENT-FOUND-SUB PIC 9(4) VALUE 0.
         05 UNBILLED-COUNT PIC 9(4) VALUE 0.
         05 ORDER-CHANGED-FLAG PIC X(1) VALUE 'N'.
         05 LAST-PROGRAM-CODE PIC X(5).
         05 TAX-AMOUNT PIC S9999V99.
         05 HOW-MANY-BILLED PIC 9(4) VALUE 0.
         05 HOW-MANY-NOT-BILLED PIC 9(4) VALUE 0.
         05 HOW-MANY-SENT PIC 9(4) VALUE 0.
         05 HOW-MANY-AWAITING PIC 9(4) VALUE 0.
         05 BILLED-TOTAL PIC 9(7)V99 VALUE 0.
         05 TAX-TOTAL PIC 9(7)V99 VALUE 0.

       01 POSTING-FIELDS.
         05 MASTER-SUB PIC 9(4).
         05 PROGRAM-SUB PIC 9(1).
         05 COURSE-SUB PIC 9(1).
         05 MASTER-FOUND-SUB PIC 9(4).
         05 MASTER-FOUND-FLAG PIC X(1).
           88 MASTER-STUDENT-FOUND VALUE 'Y'.
         05 DETAIL-STUDENT-NUM PIC 9(6).

      * the tuition master in memory for the posting rewrite - whole
      * record images plus the balance/hold bytes this program touches
       01 STUDENT-MASTER-TABLE.
         05 STUDENT-MASTER-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON STUDENT-MASTER-COUNT.
           10 MST-IMAGE PIC X(135).
           10 MST-STUDENT-NUMBER PIC 9(6).
           10 MST-TUITION-OWED PIC S9999V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           10 MST-HOLD-FLAG PIC X(1).

       01 STUDENT-MASTER-VARIABLES.
         05 STUDENT-MASTER-COUNT PIC 9(4) VALUE 0.
         05 MASTER-EOF-FLG PIC X(1).
         05 CONTROL-COUNT-WORK PIC 9(6) VALUE 0.
         05 CONTROL-HASH-WORK PIC S9(9)V99 VALUE 0.
         05 MCT-FOUND-FLAG PIC X(1).
         05 CONTROL-COUNT-OUT-WORK PIC 9(6) VALUE 0.
         05 CONTROL-HASH-OUT-WORK PIC S9(9)V99 VALUE 0.
         05 MCT-DATE-WORK PIC 9(8).

       01 LOCK-FIELDS.
         05 LCK-DATE-RAW.
           10 LCK-YY PIC 99.
           10 LCK-MM PIC 99.
           10 LCK-DD PIC 99.
         05 LCK-TIME-RAW.
           10 LCK-HH PIC 99.
           10 LCK-MIN PIC 99.
           10 LCK-SS PIC 99.
           10 FILLER PIC 9(2).
         05 LCK-STAMP.
           10 LCK-STAMP-MM PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 LCK-STAMP-DD PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 LCK-STAMP-YY PIC 99.
           10 FILLER PIC X VALUE SPACE.
           10 LCK-STAMP-HH PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 LCK-STAMP-MIN PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 LCK-STAMP-SS PIC 99.

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
      * main procedure - the master is locked only on a night with an
      * order to bill; the supplier order and pickup list need only
      * the order file
       100-RUN-EQUIPMENT-ORDERS.
           DISPLAY "ENTER OPERATOR ID:".
           ACCEPT OPERATOR-ID.
           ACCEPT RUN-DATE-FULL FROM DATE YYYYMMDD.

           PERFORM 210-LOAD-ORDERS.
           PERFORM 220-LOAD-TAX-RATE.
           PERFORM 230-LOAD-STUDENT-NAMES.

           IF UNBILLED-COUNT IS GREATER THAN ZERO
               PERFORM 260-ACQUIRE-MASTER-LOCK
               PERFORM 400-LOAD-STUDENT-MASTER
               PERFORM 270-VERIFY-MASTER-CONTROL
               PERFORM 500-BILL-NEW-ORDERS
               IF HOW-MANY-BILLED > 0
                   PERFORM 410-REWRITE-STUDENT-MASTER
                   PERFORM 420-UPDATE-MASTER-CONTROL
               END-IF
               PERFORM 261-RELEASE-MASTER-LOCK
           END-IF.

           PERFORM 300-WRITE-SUPPLIER-ORDER.
           PERFORM 320-WRITE-PICKUP-LIST.

           IF ORDER-CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 600-REWRITE-ORDERS
           END-IF.

           DISPLAY "ORDERS BILLED: " HOW-MANY-BILLED
             "  AMOUNT: " BILLED-TOTAL "  HST: " TAX-TOTAL.
           IF HOW-MANY-NOT-BILLED > 0
               DISPLAY "ORDERS NOT BILLED - STUDENT NOT ON MASTER: "
                 HOW-MANY-NOT-BILLED
           END-IF.
           DISPLAY "ITEMS SENT TO THE SUPPLIER: " HOW-MANY-SENT.
           DISPLAY "ITEMS AWAITING PICKUP: " HOW-MANY-AWAITING.
           STOP RUN.

      * no order file yet means an empty supplier order and pickup
      * list - the run still goes so both files exist
           210-LOAD-ORDERS.
               OPEN INPUT EQUIPMENT-ORDER-FILE.
               IF ORDER-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF ORDER-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN EQUIPMENT-ORDERS.txt - "
                     "STATUS " ORDER-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 211-LOAD-ONE-ORDER
                       UNTIL ORDER-EOF-FLG IS EQUAL TO 'Y'
                       OR ORDER-COUNT IS EQUAL TO 9000
                   CLOSE EQUIPMENT-ORDER-FILE
               END-IF
               END-IF.

               211-LOAD-ONE-ORDER.
                   READ EQUIPMENT-ORDER-FILE
                       AT END
                           MOVE 'Y' TO ORDER-EOF-FLG
                       NOT AT END
                           ADD 1 TO ORDER-COUNT
                           MOVE EQUIPMENT-ORDER-RECORD
                             TO ORDER-ENTRY(ORDER-COUNT)
                           IF TBL-EQO-NOT-BILLED(ORDER-COUNT)
                               ADD 1 TO UNBILLED-COUNT
                           END-IF
                   END-READ.

      * finance can move the rate through TAX-RULES.txt without a
      * program change - an EQUIP row flagged 'N' stops the tax
           220-LOAD-TAX-RATE.
               OPEN INPUT TAX-RULES-FILE.
               IF TAX-RULES-STATUS IS NOT EQUAL TO "00"
                   CONTINUE
               ELSE
                   PERFORM 221-CHECK-ONE-TAX-RULE
                       UNTIL TAX-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE TAX-RULES-FILE
               END-IF.

               221-CHECK-ONE-TAX-RULE.
                   READ TAX-RULES-FILE
                       AT END
                           MOVE 'Y' TO TAX-EOF-FLG
                       NOT AT END
                           IF TAXR-CHARGE-TYPE IS EQUAL TO "EQUIP"
                               IF TAXR-TAXABLE-FLAG IS EQUAL TO 'Y'
                                   MOVE TAXR-RATE TO HST-RATE
                               ELSE
                                   MOVE ZERO TO HST-RATE
                               END-IF
                           END-IF
                   END-READ.

      * names for the pickup list - a student gone from the master
      * still shows, just without a name
           230-LOAD-STUDENT-NAMES.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - STATUS "
                     STUDENT-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 231-LOAD-ONE-STUDENT-NAME
                       UNTIL STUDENT-EOF-FLG IS EQUAL TO 'Y'
                       OR STUDENT-NAME-COUNT IS EQUAL TO 3000
                   CLOSE STUDENT-FILE
               END-IF
               END-IF.

               231-LOAD-ONE-STUDENT-NAME.
                   READ STUDENT-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-EOF-FLG
                       NOT AT END
                           ADD 1 TO STUDENT-NAME-COUNT
                           MOVE STUDENT-NUMBER
                             TO SNT-STUDENT-NUMBER(STUDENT-NAME-COUNT)
                           MOVE STUDENT-NAME
                             TO SNT-STUDENT-NAME(STUDENT-NAME-COUNT)
                   END-READ.

      * tonight's orders consolidated by item, style and size - each
      * order is marked as with the supplier so it goes once. The
      * register counts the item lines and, the file naming no
      * student, hashes the quantity ordered
           300-WRITE-SUPPLIER-ORDER.
               PERFORM 301-ADD-ONE-TO-SUPPLY
                   VARYING ORDER-SUB FROM 1 BY 1
                   UNTIL ORDER-SUB > ORDER-COUNT.
               PERFORM 305-SORT-SUPPLY-TABLE.

               OPEN OUTPUT SUPPLIER-ORDER-FILE.
               IF SUPPLIER-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN EQUIPMENT-SUPPLIER-ORDER.txt"
                     " - STATUS " SUPPLIER-FILE-STATUS
                   STOP RUN
               END-IF.

               MOVE SPACES TO SUPPLIER-ORDER-LINE.
               MOVE "ITEM" TO SUP-ITEM-OUT.
               MOVE "DESCRIPTION" TO SUP-DESCRIPTION-OUT.
               MOVE "STYLE" TO SUP-STYLE-OUT.
               MOVE "SIZE" TO SUP-SIZE-OUT.
               WRITE SUPPLIER-ORDER-LINE.

               PERFORM 308-WRITE-ONE-SUPPLY-LINE
                   VARYING SUPPLY-SUB FROM 1 BY 1
                   UNTIL SUPPLY-SUB > SUPPLY-COUNT.

               MOVE SPACES TO SUPPLIER-ORDER-LINE.
               MOVE "TOTAL" TO SUP-ITEM-OUT.
               MOVE HOW-MANY-SENT TO SUP-QUANTITY-OUT.
               WRITE SUPPLIER-ORDER-LINE.

               CLOSE SUPPLIER-ORDER-FILE.

               MOVE "EQUIPMENT-SUPPLIER-ORDER.txt"
                 TO TRANSMIT-FILE-NAME.
               MOVE "EQUIP-SUPPLY" TO TRANSMIT-DESTINATION.
               MOVE RUN-DATE-FULL TO TRANSMIT-PERIOD.
               MOVE SUPPLY-COUNT TO TRANSMIT-RECORD-COUNT.
               MOVE HOW-MANY-SENT TO TRANSMIT-HASH-TOTAL.
               PERFORM 880-REGISTER-TRANSMISSION.

               301-ADD-ONE-TO-SUPPLY.
                   IF TBL-EQO-TAKEN(ORDER-SUB)
                       PERFORM 302-FIND-SUPPLY-ROW
                       IF SUPPLY-FOUND-SUB IS EQUAL TO ZERO
                           AND SUPPLY-COUNT IS EQUAL TO 2000
                           DISPLAY "SUPPLIER ORDER TABLE FULL - ORDER "
                             TBL-EQO-ORDER-NUMBER(ORDER-SUB)
                             " HELD FOR THE NEXT RUN"
                       ELSE
                           IF SUPPLY-FOUND-SUB IS EQUAL TO ZERO
                               ADD 1 TO SUPPLY-COUNT
                               MOVE SUPPLY-COUNT TO SUPPLY-FOUND-SUB
                               MOVE TBL-EQO-ITEM-CODE(ORDER-SUB)
                                 TO SPL-ITEM-CODE(SUPPLY-FOUND-SUB)
                               MOVE TBL-EQO-STYLE(ORDER-SUB)
                                 TO SPL-STYLE(SUPPLY-FOUND-SUB)
                               MOVE TBL-EQO-SIZE(ORDER-SUB)
                                 TO SPL-SIZE(SUPPLY-FOUND-SUB)
                               MOVE TBL-EQO-ITEM-DESCRIPTION(ORDER-SUB)
                                 TO SPL-DESCRIPTION(SUPPLY-FOUND-SUB)
                               MOVE 0 TO SPL-QUANTITY(SUPPLY-FOUND-SUB)
                           END-IF
                           ADD 1 TO SPL-QUANTITY(SUPPLY-FOUND-SUB)
                           MOVE 'S' TO TBL-EQO-STATUS(ORDER-SUB)
                           MOVE RUN-DATE-FULL
                             TO TBL-EQO-STATUS-DATE(ORDER-SUB)
                           MOVE 'Y' TO ORDER-CHANGED-FLAG
                           ADD 1 TO HOW-MANY-SENT
                       END-IF
                   END-IF.

               302-FIND-SUPPLY-ROW.
                   MOVE 0 TO SUPPLY-FOUND-SUB.
                   PERFORM 303-CHECK-ONE-SUPPLY-ROW
                       VARYING SUPPLY-SUB FROM 1 BY 1
                       UNTIL SUPPLY-SUB > SUPPLY-COUNT
                       OR SUPPLY-FOUND-SUB > 0.

                   303-CHECK-ONE-SUPPLY-ROW.
                       IF SPL-ITEM-CODE(SUPPLY-SUB) IS EQUAL TO
                           TBL-EQO-ITEM-CODE(ORDER-SUB)
                           AND SPL-STYLE(SUPPLY-SUB) IS EQUAL TO
                               TBL-EQO-STYLE(ORDER-SUB)
                           AND SPL-SIZE(SUPPLY-SUB) IS EQUAL TO
                               TBL-EQO-SIZE(ORDER-SUB)
                           MOVE SUPPLY-SUB TO SUPPLY-FOUND-SUB
                       END-IF.

      * simple insertion sort on the item/style/size key, same
      * technique as Project109.cbl's rank sort
               305-SORT-SUPPLY-TABLE.
                   PERFORM 306-INSERT-ONE-SUPPLY
                       VARYING SUPPLY-SORT-SUB-1 FROM 2 BY 1
                       UNTIL SUPPLY-SORT-SUB-1 > SUPPLY-COUNT.

                   306-INSERT-ONE-SUPPLY.
                       MOVE SUPPLY-ENTRY(SUPPLY-SORT-SUB-1)
                         TO SUPPLY-SORT-HOLD.
                       MOVE SUPPLY-SORT-SUB-1 TO SUPPLY-SORT-SUB-2.

                       PERFORM 307-SHIFT-ONE-SUPPLY
                           UNTIL SUPPLY-SORT-SUB-2 = 1
                           OR SPL-SORT-KEY(SUPPLY-SORT-SUB-2 - 1)
                               NOT > HOLD-SPL-SORT-KEY.

                       MOVE SUPPLY-SORT-HOLD
                         TO SUPPLY-ENTRY(SUPPLY-SORT-SUB-2).

                       307-SHIFT-ONE-SUPPLY.
                           MOVE SUPPLY-ENTRY(SUPPLY-SORT-SUB-2 - 1)
                             TO SUPPLY-ENTRY(SUPPLY-SORT-SUB-2)
                           SUBTRACT 1 FROM SUPPLY-SORT-SUB-2.

               308-WRITE-ONE-SUPPLY-LINE.
                   MOVE SPACES TO SUPPLIER-ORDER-LINE.
                   MOVE SPL-ITEM-CODE(SUPPLY-SUB) TO SUP-ITEM-OUT.
                   MOVE SPL-DESCRIPTION(SUPPLY-SUB)
                     TO SUP-DESCRIPTION-OUT.
                   MOVE SPL-STYLE(SUPPLY-SUB) TO SUP-STYLE-OUT.
                   MOVE SPL-SIZE(SUPPLY-SUB) TO SUP-SIZE-OUT.
                   MOVE SPL-QUANTITY(SUPPLY-SUB) TO SUP-QUANTITY-OUT.
                   WRITE SUPPLIER-ORDER-LINE.

      * everything with the supplier and not yet collected, one block
      * per program - rebuilt whole every night
           320-WRITE-PICKUP-LIST.
               PERFORM 321-ADD-ONE-TO-PICKUP
                   VARYING ORDER-SUB FROM 1 BY 1
                   UNTIL ORDER-SUB > ORDER-COUNT.
               PERFORM 325-SORT-PICKUP-TABLE.

               OPEN OUTPUT PICKUP-LIST-FILE.
               IF PICKUP-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN EQUIPMENT-PICKUP.txt - "
                     "STATUS " PICKUP-FILE-STATUS
                   STOP RUN
               END-IF.

               MOVE SPACES TO LAST-PROGRAM-CODE.
               PERFORM 328-WRITE-ONE-PICKUP-LINE
                   VARYING PICKUP-SUB FROM 1 BY 1
                   UNTIL PICKUP-SUB > PICKUP-COUNT.

               MOVE SPACES TO PICKUP-LIST-LINE.
               MOVE "TOTAL" TO PCK-PROGRAM-OUT.
               MOVE HOW-MANY-AWAITING TO PCK-ORDER-OUT.
               MOVE "ITEMS AWAITING PICKUP" TO PCK-DESCRIPTION-OUT.
               WRITE PICKUP-LIST-LINE.

               CLOSE PICKUP-LIST-FILE.

               321-ADD-ONE-TO-PICKUP.
                   IF TBL-EQO-WITH-SUPPLIER(ORDER-SUB)
                       ADD 1 TO PICKUP-COUNT
                       MOVE TBL-EQO-PROGRAM-CODE(ORDER-SUB)
                         TO PKT-PROGRAM-CODE(PICKUP-COUNT)
                       MOVE TBL-EQO-STUDENT-NUMBER(ORDER-SUB)
                         TO PKT-STUDENT-NUMBER(PICKUP-COUNT)
                       MOVE TBL-EQO-ORDER-NUMBER(ORDER-SUB)
                         TO PKT-ORDER-NUMBER(PICKUP-COUNT)
                       MOVE ORDER-SUB TO PKT-ORDER-SUB(PICKUP-COUNT)
                       ADD 1 TO HOW-MANY-AWAITING
                   END-IF.

               325-SORT-PICKUP-TABLE.
                   PERFORM 326-INSERT-ONE-PICKUP
                       VARYING PICKUP-SORT-SUB-1 FROM 2 BY 1
                       UNTIL PICKUP-SORT-SUB-1 > PICKUP-COUNT.

                   326-INSERT-ONE-PICKUP.
                       MOVE PICKUP-ENTRY(PICKUP-SORT-SUB-1)
                         TO PICKUP-SORT-HOLD.
                       MOVE PICKUP-SORT-SUB-1 TO PICKUP-SORT-SUB-2.

                       PERFORM 327-SHIFT-ONE-PICKUP
                           UNTIL PICKUP-SORT-SUB-2 = 1
                           OR PKT-SORT-KEY(PICKUP-SORT-SUB-2 - 1)
                               NOT > HOLD-PKT-SORT-KEY.

                       MOVE PICKUP-SORT-HOLD
                         TO PICKUP-ENTRY(PICKUP-SORT-SUB-2).

                       327-SHIFT-ONE-PICKUP.
                           MOVE PICKUP-ENTRY(PICKUP-SORT-SUB-2 - 1)
                             TO PICKUP-ENTRY(PICKUP-SORT-SUB-2)
                           SUBTRACT 1 FROM PICKUP-SORT-SUB-2.

      * a blank line and a heading ahead of each program's block
               328-WRITE-ONE-PICKUP-LINE.
                   MOVE PKT-ORDER-SUB(PICKUP-SUB) TO ORDER-SUB.
                   IF PKT-PROGRAM-CODE(PICKUP-SUB) IS NOT EQUAL TO
                       LAST-PROGRAM-CODE
                       MOVE PKT-PROGRAM-CODE(PICKUP-SUB)
                         TO LAST-PROGRAM-CODE
                       MOVE SPACES TO PICKUP-LIST-LINE
                       WRITE PICKUP-LIST-LINE
                       MOVE "PROG" TO PCK-PROGRAM-OUT
                       MOVE "STUDNT" TO PCK-STUDENT-OUT
                       MOVE "NAME" TO PCK-NAME-OUT
                       MOVE "ORDER" TO PCK-ORDER-OUT
                       MOVE "ITEM" TO PCK-DESCRIPTION-OUT
                       MOVE "STYLE" TO PCK-STYLE-OUT
                       MOVE "SIZE" TO PCK-SIZE-OUT
                       WRITE PICKUP-LIST-LINE
                   END-IF.

                   PERFORM 329-FIND-STUDENT-NAME.
                   MOVE SPACES TO PICKUP-LIST-LINE.
                   MOVE TBL-EQO-PROGRAM-CODE(ORDER-SUB)
                     TO PCK-PROGRAM-OUT.
                   MOVE TBL-EQO-STUDENT-NUMBER(ORDER-SUB)
                     TO PCK-STUDENT-OUT.
                   IF STUDENT-FOUND-SUB IS GREATER THAN ZERO
                       MOVE SNT-STUDENT-NAME(STUDENT-FOUND-SUB)
                         TO PCK-NAME-OUT
                   END-IF.
                   MOVE TBL-EQO-ORDER-NUMBER(ORDER-SUB)
                     TO PCK-ORDER-OUT.
                   MOVE TBL-EQO-ITEM-DESCRIPTION(ORDER-SUB)
                     TO PCK-DESCRIPTION-OUT.
                   MOVE TBL-EQO-STYLE(ORDER-SUB) TO PCK-STYLE-OUT.
                   MOVE TBL-EQO-SIZE(ORDER-SUB) TO PCK-SIZE-OUT.
                   WRITE PICKUP-LIST-LINE.

               329-FIND-STUDENT-NAME.
                   MOVE 0 TO STUDENT-FOUND-SUB.
                   PERFORM 3291-CHECK-ONE-NAME
                       VARYING STUDENT-SUB FROM 1 BY 1
                       UNTIL STUDENT-SUB > STUDENT-NAME-COUNT
                       OR STUDENT-FOUND-SUB > 0.

                   3291-CHECK-ONE-NAME.
                       IF SNT-STUDENT-NUMBER(STUDENT-SUB) IS EQUAL TO
                           TBL-EQO-STUDENT-NUMBER(ORDER-SUB)
                           MOVE STUDENT-SUB TO STUDENT-FOUND-SUB
                       END-IF.

      * the price posts EQUIP and the tax its own HST line - a
      * student no longer on the master leaves the order unbilled for
      * the program office to follow up
           500-BILL-NEW-ORDERS.
               OPEN EXTEND CHARGE-LEDGER.
               IF CHARGE-LEDGER-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT CHARGE-LEDGER
               END-IF.
               IF CHARGE-LEDGER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CHARGE-DETAIL.txt - STATUS "
                     CHARGE-LEDGER-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.

               PERFORM 501-BILL-ONE-ORDER
                   VARYING ORDER-SUB FROM 1 BY 1
                   UNTIL ORDER-SUB > ORDER-COUNT.

               CLOSE CHARGE-LEDGER.

               501-BILL-ONE-ORDER.
                   IF TBL-EQO-NOT-BILLED(ORDER-SUB)
                       MOVE TBL-EQO-STUDENT-NUMBER(ORDER-SUB)
                         TO DETAIL-STUDENT-NUM
                       PERFORM 502-FIND-ONE-STUDENT
                       IF MASTER-STUDENT-FOUND
                           PERFORM 540-POST-ONE-ORDER
                           MOVE 'Y' TO TBL-EQO-BILLED-FLAG(ORDER-SUB)
                           MOVE 'Y' TO ORDER-CHANGED-FLAG
                           ADD 1 TO HOW-MANY-BILLED
                       ELSE
                           DISPLAY "ORDER "
                             TBL-EQO-ORDER-NUMBER(ORDER-SUB)
                             " STUDENT " DETAIL-STUDENT-NUM
                             " NOT ON MASTER - LEFT UNBILLED"
                           ADD 1 TO HOW-MANY-NOT-BILLED
                       END-IF
                   END-IF.

      * the matched slot is captured inside the scan because the
      * VARYING subscript has already moved past it once the loop ends
               502-FIND-ONE-STUDENT.
                   MOVE 'N' TO MASTER-FOUND-FLAG.
                   MOVE 0 TO MASTER-FOUND-SUB.
                   PERFORM 5021-CHECK-ONE-STUDENT
                       VARYING MASTER-SUB FROM 1 BY 1
                       UNTIL MASTER-SUB > STUDENT-MASTER-COUNT
                       OR MASTER-STUDENT-FOUND.

                   5021-CHECK-ONE-STUDENT.
                       IF MST-STUDENT-NUMBER(MASTER-SUB) IS EQUAL TO
                           DETAIL-STUDENT-NUM
                           MOVE 'Y' TO MASTER-FOUND-FLAG
                           MOVE MASTER-SUB TO MASTER-FOUND-SUB
                       END-IF.

      * price and tax land on the balance together - the total over
      * the threshold sets the hold, the same as the other charge
      * feeds
           540-POST-ONE-ORDER.
               COMPUTE TAX-AMOUNT ROUNDED =
                   TBL-EQO-PRICE(ORDER-SUB) * HST-RATE.

               ADD TBL-EQO-PRICE(ORDER-SUB)
                 TO MST-TUITION-OWED(MASTER-FOUND-SUB).
               ADD TAX-AMOUNT TO MST-TUITION-OWED(MASTER-FOUND-SUB).
               IF MST-TUITION-OWED(MASTER-FOUND-SUB) >
                   PAYMENT-HOLD-THRESHOLD
                   MOVE 'Y' TO MST-HOLD-FLAG(MASTER-FOUND-SUB)
               END-IF.

               MOVE DETAIL-STUDENT-NUM TO CHG-STUDENT-NUMBER.
               MOVE "EQUIP" TO CHG-CHARGE-TYPE.
               MOVE TBL-EQO-ITEM-DESCRIPTION(ORDER-SUB)
                 TO CHG-DESCRIPTION.
               MOVE TBL-EQO-PRICE(ORDER-SUB) TO CHG-AMOUNT.
               MOVE RUN-DATE-FULL TO CHG-DATE.
               WRITE CHARGE-LEDGER-LINE.
               ADD TBL-EQO-PRICE(ORDER-SUB) TO BILLED-TOTAL.

               IF TAX-AMOUNT IS GREATER THAN ZERO
                   MOVE DETAIL-STUDENT-NUM TO CHG-STUDENT-NUMBER
                   MOVE "HST" TO CHG-CHARGE-TYPE
                   MOVE "HST ON EQUIP" TO CHG-DESCRIPTION
                   MOVE TAX-AMOUNT TO CHG-AMOUNT
                   MOVE RUN-DATE-FULL TO CHG-DATE
                   WRITE CHARGE-LEDGER-LINE
                   ADD TAX-AMOUNT TO TAX-TOTAL
               END-IF.

           600-REWRITE-ORDERS.
               OPEN OUTPUT EQUIPMENT-ORDER-FILE.
               IF ORDER-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN EQUIPMENT-ORDERS.txt - "
                     "STATUS " ORDER-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 601-WRITE-ONE-ORDER
                   VARYING ORDER-SUB FROM 1 BY 1
                   UNTIL ORDER-SUB > ORDER-COUNT.

               CLOSE EQUIPMENT-ORDER-FILE.

               601-WRITE-ONE-ORDER.
                   MOVE ORDER-ENTRY(ORDER-SUB)
                     TO EQUIPMENT-ORDER-RECORD.
                   WRITE EQUIPMENT-ORDER-RECORD.

      * whole record images plus the fields posting touches - the
      * rewrite reassembles each record with the updated balance and
      * hold byte spliced back in
           400-LOAD-STUDENT-MASTER.
               OPEN INPUT STUDENT-INDEXED-FILE.
               IF IDX-FILE-STATUS IS EQUAL TO "35"
                   DISPLAY "STUIDX3.DAT NOT ON FILE - RUN PROJECT03 "
                     "FIRST TO BUILD THE INDEXED MASTER"
                   STOP RUN
               END-IF.
               IF IDX-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUIDX3.DAT - STATUS "
                     IDX-FILE-STATUS
                   STOP RUN
               END-IF.

               MOVE 'N' TO MASTER-EOF-FLG.
               MOVE 0 TO STUDENT-MASTER-COUNT.
               PERFORM 401-LOAD-ONE-STUDENT
                   UNTIL MASTER-EOF-FLG IS EQUAL TO 'Y'
                   OR STUDENT-MASTER-COUNT IS EQUAL TO 3000.

               CLOSE STUDENT-INDEXED-FILE.

               401-LOAD-ONE-STUDENT.
                   READ STUDENT-INDEXED-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO MASTER-EOF-FLG
                       NOT AT END
                           PERFORM 402-COPY-INDEX-TO-RECORD
                           ADD 1 TO CONTROL-COUNT-WORK
                           ADD TUITION-OWED TO CONTROL-HASH-WORK
                           ADD 1 TO STUDENT-MASTER-COUNT
                           MOVE STUDENT-FILE-IN
                             TO MST-IMAGE(STUDENT-MASTER-COUNT)
                           MOVE STUDENT-NUMBER
                             TO MST-STUDENT-NUMBER
                               (STUDENT-MASTER-COUNT)
                           MOVE TUITION-OWED
                             TO MST-TUITION-OWED(STUDENT-MASTER-COUNT)
                           MOVE PAYMENT-HOLD-FLAG
                             TO MST-HOLD-FLAG(STUDENT-MASTER-COUNT)
                   END-READ.

      * unpack the indexed record into the flat record area the
      * image capture above expects - same field order both ways
           402-COPY-INDEX-TO-RECORD.
               MOVE IDX-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE IDX-TUITION-OWED TO TUITION-OWED
               MOVE IDX-STUDENT-NAME TO STUDENT-NAME
               MOVE IDX-PROGRAM-COUNT TO PROGRAM-COUNT
               PERFORM 403-COPY-ONE-PROGRAM-FROM-IDX
                   VARYING PROGRAM-SUB FROM 1 BY 1
                   UNTIL PROGRAM-SUB > PROGRAM-COUNT
               MOVE IDX-DUE-DATE TO DUE-DATE
               MOVE IDX-COURSE-COUNT TO COURSE-COUNT
               PERFORM 404-COPY-ONE-COURSE-FROM-IDX
                   VARYING COURSE-SUB FROM 1 BY 1
                   UNTIL COURSE-SUB > COURSE-COUNT
               MOVE IDX-INTERNATIONAL-STUDENT-FLAG
               TO INTERNATIONAL-STUDENT-FLAG
               MOVE IDX-PAYMENT-HOLD-FLAG
               TO PAYMENT-HOLD-FLAG.

           403-COPY-ONE-PROGRAM-FROM-IDX.
               MOVE IDX-PROGRAM-OF-STUDY(PROGRAM-SUB)
               TO PROGRAM-OF-STUDY(PROGRAM-SUB).

           404-COPY-ONE-COURSE-FROM-IDX.
               MOVE IDX-COURSE-CODE(COURSE-SUB)
               TO COURSE-CODE(COURSE-SUB)
               MOVE IDX-COURSE-AVERAGE(COURSE-SUB)
               TO COURSE-AVERAGE(COURSE-SUB)
               MOVE IDX-COURSE-CREDIT-HOURS(COURSE-SUB)
               TO COURSE-CREDIT-HOURS(COURSE-SUB).

           410-REWRITE-STUDENT-MASTER.
               OPEN OUTPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - STATUS "
                     STUDENT-FILE-STATUS
                   STOP RUN
               END-IF.

               OPEN I-O STUDENT-INDEXED-FILE.
               IF IDX-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUIDX3.DAT - STATUS "
                     IDX-FILE-STATUS
                   STOP RUN
               END-IF.

               MOVE 0 TO CONTROL-COUNT-OUT-WORK.
               MOVE 0 TO CONTROL-HASH-OUT-WORK.

               PERFORM 411-WRITE-ONE-STUDENT
                   VARYING MASTER-SUB FROM 1 BY 1
                   UNTIL MASTER-SUB > STUDENT-MASTER-COUNT.

               CLOSE STUDENT-FILE.
               CLOSE STUDENT-INDEXED-FILE.

      * the image carries the variable-length course table intact;
      * only the balance and hold byte are spliced back in through
      * the record layout. The counts are pinned to their maxima
      * before the copy so the record area is at full length whatever
      * the last record read looked like - the image's own count
      * bytes then size the WRITE
               411-WRITE-ONE-STUDENT.
                   MOVE 3 TO PROGRAM-COUNT.
                   MOVE 5 TO COURSE-COUNT.
                   MOVE MST-IMAGE(MASTER-SUB) TO STUDENT-FILE-IN.
                   MOVE MST-TUITION-OWED(MASTER-SUB) TO TUITION-OWED.
                   MOVE MST-HOLD-FLAG(MASTER-SUB)
                     TO PAYMENT-HOLD-FLAG.
                   WRITE STUDENT-FILE-IN.
                   PERFORM 412-REWRITE-ONE-INDEXED.
                   ADD 1 TO CONTROL-COUNT-OUT-WORK.
                   ADD TUITION-OWED TO CONTROL-HASH-OUT-WORK.

      * same record, keyed in place on the live master - a student
      * missing from the index would mean the two copies diverged,
      * which PROJECT03's nightly regeneration would then heal
           412-REWRITE-ONE-INDEXED.
               MOVE STUDENT-NUMBER TO IDX-STUDENT-NUMBER
               MOVE TUITION-OWED TO IDX-TUITION-OWED
               MOVE STUDENT-NAME TO IDX-STUDENT-NAME
               MOVE PROGRAM-COUNT TO IDX-PROGRAM-COUNT
               PERFORM 413-COPY-ONE-PROGRAM-TO-IDX
                   VARYING PROGRAM-SUB FROM 1 BY 1
                   UNTIL PROGRAM-SUB > PROGRAM-COUNT
               MOVE DUE-DATE TO IDX-DUE-DATE
               MOVE COURSE-COUNT TO IDX-COURSE-COUNT
               PERFORM 414-COPY-ONE-COURSE-TO-IDX
                   VARYING COURSE-SUB FROM 1 BY 1
                   UNTIL COURSE-SUB > COURSE-COUNT
               MOVE INTERNATIONAL-STUDENT-FLAG
               TO IDX-INTERNATIONAL-STUDENT-FLAG
               MOVE PAYMENT-HOLD-FLAG TO IDX-PAYMENT-HOLD-FLAG
               REWRITE STUDENT-INDEXED-RECORD
                   INVALID KEY
                       DISPLAY "STUDENT " STUDENT-NUMBER
                         " NOT ON STUIDX3.DAT - INDEX ENTRY "
                         "LEFT UNCHANGED"
               END-REWRITE.

           413-COPY-ONE-PROGRAM-TO-IDX.
               MOVE PROGRAM-OF-STUDY(PROGRAM-SUB)
               TO IDX-PROGRAM-OF-STUDY(PROGRAM-SUB).

           414-COPY-ONE-COURSE-TO-IDX.
               MOVE COURSE-CODE(COURSE-SUB)
               TO IDX-COURSE-CODE(COURSE-SUB)
               MOVE COURSE-AVERAGE(COURSE-SUB)
               TO IDX-COURSE-AVERAGE(COURSE-SUB)
               MOVE COURSE-CREDIT-HOURS(COURSE-SUB)
               TO IDX-COURSE-CREDIT-HOURS(COURSE-SUB).


      * prove the index against the master control record before
      * posting - a count or hash miss means a batch updated the
      * master without keeping the index in step
           270-VERIFY-MASTER-CONTROL.
               MOVE 'N' TO MCT-FOUND-FLAG.
               OPEN INPUT MASTER-CONTROL-FILE.
               IF MASTER-CONTROL-STATUS IS EQUAL TO "00"
                   READ MASTER-CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 'Y' TO MCT-FOUND-FLAG
                   END-READ
                   CLOSE MASTER-CONTROL-FILE
               END-IF.

               IF MCT-FOUND-FLAG IS EQUAL TO 'N'
                   DISPLAY "NO STUFILE3-CONTROL.txt YET - COUNT/HASH "
                     "NOT VERIFIED THIS RUN"
               ELSE
                   IF MCT-RECORD-COUNT IS NOT EQUAL TO
                       CONTROL-COUNT-WORK
                       OR MCT-HASH-TOTAL IS NOT EQUAL TO
                           CONTROL-HASH-WORK
                       DISPLAY "*** STUIDX3.DAT FAILS THE MASTER "
                         "CONTROL RECORD - RUN STOPPED ***"
                       DISPLAY "CONTROL SAYS " MCT-RECORD-COUNT
                         " RECORDS, HASH " MCT-HASH-TOTAL
                       DISPLAY "INDEX HOLDS  " CONTROL-COUNT-WORK
                         " RECORDS, HASH " CONTROL-HASH-WORK
                       DISPLAY "IF A BATCH UPDATED THE MASTER "
                         "OUTSIDE THE INDEX, REBUILD STUIDX3.DAT "
                         "WITH PROJECT03 AND RERUN"
                       STOP RUN
                   END-IF
               END-IF.

           420-UPDATE-MASTER-CONTROL.
               ACCEPT MCT-DATE-WORK FROM DATE YYYYMMDD.
               OPEN OUTPUT MASTER-CONTROL-FILE.
               IF MASTER-CONTROL-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3-CONTROL.txt - "
                     "STATUS " MASTER-CONTROL-STATUS
                   STOP RUN
               END-IF.
               MOVE MCT-DATE-WORK TO MCT-GEN-DATE.
               MOVE "PROJ135" TO MCT-PROGRAM.
               MOVE CONTROL-COUNT-OUT-WORK TO MCT-RECORD-COUNT.
               MOVE CONTROL-HASH-OUT-WORK TO MCT-HASH-TOTAL.
               WRITE MASTER-CONTROL-RECORD.
               CLOSE MASTER-CONTROL-FILE.

      * take the master lock or stop - same convention as the other
      * STUFILE3.txt writers; a stale lock is cleared through
      * PROJECT25
           260-ACQUIRE-MASTER-LOCK.
               OPEN INPUT MASTER-LOCK-FILE.
               IF LOCK-FILE-STATUS IS EQUAL TO "00"
                   READ MASTER-LOCK-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           DISPLAY "STUFILE3.txt IS IN USE BY "
                             LCK-PROGRAM " (OPERATOR " LCK-OPERATOR
                             ") SINCE " LCK-START-STAMP
                           DISPLAY "IF THAT RUN ABENDED, CLEAR THE "
                             "LOCK WITH PROJECT25"
                           CLOSE MASTER-LOCK-FILE
                           STOP RUN
                   END-READ
                   CLOSE MASTER-LOCK-FILE
               END-IF.

               ACCEPT LCK-DATE-RAW FROM DATE.
               ACCEPT LCK-TIME-RAW FROM TIME.
               MOVE LCK-MM TO LCK-STAMP-MM.
               MOVE LCK-DD TO LCK-STAMP-DD.
               MOVE LCK-YY TO LCK-STAMP-YY.
               MOVE LCK-HH TO LCK-STAMP-HH.
               MOVE LCK-MIN TO LCK-STAMP-MIN.
               MOVE LCK-SS TO LCK-STAMP-SS.

               OPEN OUTPUT MASTER-LOCK-FILE.
               IF LOCK-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3-LOCK.txt - "
                     "STATUS " LOCK-FILE-STATUS
                   STOP RUN
               END-IF.
               MOVE "PROJ135" TO LCK-PROGRAM.
               MOVE OPERATOR-ID TO LCK-OPERATOR.
               MOVE LCK-STAMP TO LCK-START-STAMP.
               WRITE MASTER-LOCK-RECORD.
               CLOSE MASTER-LOCK-FILE.

           261-RELEASE-MASTER-LOCK.
               OPEN OUTPUT MASTER-LOCK-FILE.
               CLOSE MASTER-LOCK-FILE.

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
               MOVE "PROJ135" TO TXR-CREATED-BY.
               MOVE TRANSMIT-DATE-RAW TO TXR-CREATED-DATE.
               MOVE TRANSMIT-TIME-HHMMSS TO TXR-CREATED-TIME.
               MOVE "SENT" TO TXR-STATUS.
               MOVE ZERO TO TXR-ACK-DATE.
               MOVE SPACES TO TXR-ACK-REASON.
               WRITE TRANSMISSION-REGISTER-RECORD.
               CLOSE TRANSMISSION-REGISTER.

       END PROGRAM PROJECT135.
