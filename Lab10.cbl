      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - turned into the program-required equipment
      *                   order entry: the student number is checked
      *                   against the tuition master and the student's
      *                   programs against PROGRAM-EQUIPMENT.txt, then
      *                   SHOE-SCREEN takes style and size for each
      *                   required item in turn. Orders are kept on
      *                   EQUIPMENT-ORDERS.txt, where PROJECT135 bills
      *                   them to the account with HST, consolidates
      *                   the supplier order by size and prints the
      *                   pickup list per program. Pickups are
      *                   recorded here too
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Lab10.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * every order ever taken - loaded whole and rewritten on exit
           SELECT EQUIPMENT-ORDER-FILE
           ASSIGN TO "..\EQUIPMENT-ORDERS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDER-FILE-STATUS.

      * which programs require which items, and at what price
           SELECT PROGRAM-EQUIPMENT-FILE
           ASSIGN TO "..\PROGRAM-EQUIPMENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EQUIPMENT-FILE-STATUS.

      * the tuition master's sequential extract - read only, for the
      * student's programs and name
           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one item ordered - status O taken, S on a supplier order, P
      * picked up; billed N until PROJECT135 posts it. Kept in step
      * with Project135.cbl
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

      * one required item per program - sized 'Y' means style and
      * size must be taken (boots), 'N' a one-size kit. Kept in step
      * with Project135.cbl
       FD PROGRAM-EQUIPMENT-FILE.
       01 PROGRAM-EQUIPMENT-RECORD.
         05 PEQ-PROGRAM-CODE PIC X(5).
         05 PEQ-ITEM-CODE PIC X(6).
         05 PEQ-DESCRIPTION PIC X(20).
         05 PEQ-PRICE PIC 9999V99.
         05 PEQ-SIZED-FLAG PIC X(1).

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

       WORKING-STORAGE SECTION.
       01 SHOES.
           05 SHOE-STYLE-WS PIC X(5).
           05 SHOE-SIZE-WS PIC X(4).

       01 FILE-STATUS-FIELDS.
         05 ORDER-FILE-STATUS PIC X(2).
         05 EQUIPMENT-FILE-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 ORDER-EOF-FLG PIC X(1) VALUE 'N'.
         05 EQUIPMENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 STUDENT-EOF-FLG PIC X(1) VALUE 'N'.

       01 OPERATOR-ID PIC X(8).
       01 RUN-DATE-RAW PIC 9(8).

      * what the order screen hands back
       01 ORDER-ENTRY-FIELDS.
         05 ENTRY-ACTION PIC X(1) VALUE SPACE.
           88 ENTRY-TAKE-ORDER VALUE 'O'.
           88 ENTRY-RECORD-PICKUP VALUE 'P'.
           88 ENTRY-QUIT VALUE 'Q'.
         05 ENTRY-STUDENT-NUMBER PIC X(6).
         05 ENTRY-STUDENT-NUMERIC REDEFINES ENTRY-STUDENT-NUMBER
             PIC 9(6).
         05 ENTRY-ORDER-ITEM PIC X(1).
         05 SCREEN-STUDENT-NAME PIC X(40).
         05 SCREEN-ITEM-DESCRIPTION PIC X(20).
         05 SCREEN-MESSAGE PIC X(60).

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
             88 TBL-EQO-PICKED-UP VALUE 'P'.
           10 TBL-EQO-STATUS-DATE PIC 9(8).
           10 TBL-EQO-BILLED-FLAG PIC X(1).
           10 TBL-EQO-ENTERED-BY PIC X(8).

       01 EQUIPMENT-TABLE.
         05 EQUIPMENT-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON EQUIPMENT-COUNT.
           10 TBL-PEQ-PROGRAM-CODE PIC X(5).
           10 TBL-PEQ-ITEM-CODE PIC X(6).
           10 TBL-PEQ-DESCRIPTION PIC X(20).
           10 TBL-PEQ-PRICE PIC 9999V99.
           10 TBL-PEQ-SIZED-FLAG PIC X(1).

      * student number, name and programs off the master
       01 STUDENT-PROGRAM-TABLE.
         05 STUDENT-PROGRAM-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON STUDENT-COUNT.
           10 SPT-STUDENT-NUMBER PIC 9(6).
           10 SPT-STUDENT-NAME PIC X(40).
           10 SPT-PROGRAM-COUNT PIC 9(1).
           10 SPT-PROGRAM-CODE PIC X(5) OCCURS 3 TIMES.

       01 TABLE-VARIABLES.
         05 ORDER-COUNT PIC 9(4) VALUE 0.
         05 ORDER-SUB PIC 9(4).
         05 ORDER-FOUND-SUB PIC 9(4) VALUE 0.
         05 EQUIPMENT-COUNT PIC 9(3) VALUE 0.
         05 EQUIPMENT-SUB PIC 9(3).
         05 STUDENT-COUNT PIC 9(4) VALUE 0.
         05 STUDENT-SUB PIC 9(4).
         05 STUDENT-FOUND-SUB PIC 9(4) VALUE 0.
         05 PROGRAM-SUB PIC 9(1).
         05 LOOKUP-PROGRAM-CODE PIC X(5).
         05 REQUIRED-ITEM-COUNT PIC 9(3).
         05 HOW-MANY-ORDERED PIC 9(3).
         05 HOW-MANY-PICKED-UP PIC 9(3).
         05 HOW-MANY-NOT-IN PIC 9(3).
         05 CHANGED-FLAG PIC X(1) VALUE 'N'.
         05 ITEM-VALID-FLAG PIC X(1).
           88 ITEM-IS-VALID VALUE 'Y'.

      * order numbers run on from the highest one on file
       01 NEXT-ORDER-NUMBER PIC 9(6) VALUE 0.

       SCREEN SECTION.
       01 ORDER-STUDENT-SCREEN.
           05 VALUE "EQUIPMENT ORDERS" BLANK SCREEN LINE 1 COL 15.
           05 VALUE "OPERATOR ID:" LINE 3 COL 5.
           05 OPERATOR-ID-SCR LINE 3 COL 25
                   PIC X(8) USING OPERATOR-ID.
           05 VALUE "O - TAKE AN ORDER  P - RECORD A PICKUP  Q - QUIT"
                   LINE 5 COL 5.
           05 VALUE "ENTER ACTION: " LINE 6 COL 5.
           05 ACTION-SCR LINE 6 COL 25
                   PIC X(1) TO ENTRY-ACTION.
           05 VALUE "STUDENT NUMBER: " LINE 7 COL 5.
           05 STUDENT-NUMBER-SCR LINE 7 COL 25
                   PIC X(6) TO ENTRY-STUDENT-NUMBER.
           05 MESSAGE-SCR LINE 10 COL 5
                   PIC X(60) FROM SCREEN-MESSAGE.

      * one required item - the style and size are only taken when
      * the item is sized
       01 SHOE-SCREEN.
           05 VALUE "YOUR SHOES" BLANK SCREEN LINE 1 COL 15.
           05 STUDENT-NAME-SCR LINE 3 COL 5
                   PIC X(40) FROM SCREEN-STUDENT-NAME.
           05 VALUE "ITEM: " LINE 4 COL 5.
           05 ITEM-DESCRIPTION-SCR LINE 4 COL 25
                   PIC X(20) FROM SCREEN-ITEM-DESCRIPTION.
           05 VALUE "ORDER THIS ITEM? (Y/N): " LINE 5 COL 5.
           05 ORDER-ITEM-SCR LINE 5 COL 30
                   PIC X(1) TO ENTRY-ORDER-ITEM.
           05 VALUE "ENTER SHOE STYLE: " LINE 7 COL 5.
           05 SHOE-STYLE-IN LINE 7 COL 25
                   PIC X(5) TO SHOE-STYLE-WS.
           05 VALUE "ENTER SHOE SIZE: " LINE 9 COL 5.
           05 SHOE-SIZE-IN LINE 9 COL 25
                   PIC X(4) TO SHOE-SIZE-WS.
           05 ITEM-MESSAGE-SCR LINE 11 COL 5
                   PIC X(60) FROM SCREEN-MESSAGE.

       PROCEDURE DIVISION.
      * main procedure
       101-TAKE-EQUIPMENT-ORDERS.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           MOVE SPACES TO OPERATOR-ID.
           MOVE SPACES TO SCREEN-MESSAGE.
           PERFORM 201-INITIATE.
           PERFORM 202-PROCESS-ONE-ACTION
               UNTIL ENTRY-QUIT.
           IF CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 900-REWRITE-ORDER-FILE
           END-IF.
           STOP RUN.

           201-INITIATE.
               PERFORM 210-LOAD-ORDERS.
               PERFORM 220-LOAD-PROGRAM-EQUIPMENT.
               PERFORM 230-LOAD-STUDENT-PROGRAMS.

           202-PROCESS-ONE-ACTION.
               DISPLAY ORDER-STUDENT-SCREEN.
               ACCEPT ORDER-STUDENT-SCREEN.
               MOVE SPACES TO SCREEN-MESSAGE.

               IF ENTRY-QUIT
                   CONTINUE
               ELSE IF OPERATOR-ID IS EQUAL TO SPACES
                   MOVE "OPERATOR ID IS REQUIRED" TO SCREEN-MESSAGE
               ELSE IF NOT ENTRY-TAKE-ORDER
                   AND NOT ENTRY-RECORD-PICKUP
                   MOVE "ACTION MUST BE O, P OR Q" TO SCREEN-MESSAGE
               ELSE IF ENTRY-STUDENT-NUMBER IS NOT NUMERIC
                   MOVE "STUDENT NUMBER MUST BE SIX DIGITS"
                     TO SCREEN-MESSAGE
               ELSE
                   PERFORM 301-FIND-STUDENT
                   IF STUDENT-FOUND-SUB IS EQUAL TO ZERO
                       MOVE "STUDENT NOT ON TUITION MASTER"
                         TO SCREEN-MESSAGE
                   ELSE IF ENTRY-TAKE-ORDER
                       PERFORM 400-TAKE-ONE-ORDER
                   ELSE
                       PERFORM 500-RECORD-ONE-PICKUP
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

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
                           IF EQO-ORDER-NUMBER > NEXT-ORDER-NUMBER
                               MOVE EQO-ORDER-NUMBER
                                 TO NEXT-ORDER-NUMBER
                           END-IF
                   END-READ.

      * no requirement file means no program requires anything -
      * every order is refused until the school office sets one up
           220-LOAD-PROGRAM-EQUIPMENT.
               OPEN INPUT PROGRAM-EQUIPMENT-FILE.
               IF EQUIPMENT-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF EQUIPMENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN PROGRAM-EQUIPMENT.txt - "
                     "STATUS " EQUIPMENT-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 221-LOAD-ONE-REQUIREMENT
                       UNTIL EQUIPMENT-EOF-FLG IS EQUAL TO 'Y'
                       OR EQUIPMENT-COUNT IS EQUAL TO 500
                   CLOSE PROGRAM-EQUIPMENT-FILE
               END-IF
               END-IF.

               221-LOAD-ONE-REQUIREMENT.
                   READ PROGRAM-EQUIPMENT-FILE
                       AT END
                           MOVE 'Y' TO EQUIPMENT-EOF-FLG
                       NOT AT END
                           ADD 1 TO EQUIPMENT-COUNT
                           MOVE PROGRAM-EQUIPMENT-RECORD
                             TO EQUIPMENT-ENTRY(EQUIPMENT-COUNT)
                   END-READ.

      * the order check needs the master - without it nothing orders
           230-LOAD-STUDENT-PROGRAMS.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - STATUS "
                     STUDENT-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 231-LOAD-ONE-STUDENT
                   UNTIL STUDENT-EOF-FLG IS EQUAL TO 'Y'
                   OR STUDENT-COUNT IS EQUAL TO 3000.

               CLOSE STUDENT-FILE.

               231-LOAD-ONE-STUDENT.
                   READ STUDENT-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-EOF-FLG
                       NOT AT END
                           ADD 1 TO STUDENT-COUNT
                           MOVE STUDENT-NUMBER
                             TO SPT-STUDENT-NUMBER(STUDENT-COUNT)
                           MOVE STUDENT-NAME
                             TO SPT-STUDENT-NAME(STUDENT-COUNT)
                           MOVE PROGRAM-COUNT
                             TO SPT-PROGRAM-COUNT(STUDENT-COUNT)
                           MOVE SPACES
                             TO SPT-PROGRAM-CODE(STUDENT-COUNT, 1)
                                SPT-PROGRAM-CODE(STUDENT-COUNT, 2)
                                SPT-PROGRAM-CODE(STUDENT-COUNT, 3)
                           PERFORM 232-COPY-ONE-PROGRAM
                               VARYING PROGRAM-SUB FROM 1 BY 1
                               UNTIL PROGRAM-SUB > PROGRAM-COUNT
                   END-READ.

               232-COPY-ONE-PROGRAM.
                   MOVE PROGRAM-OF-STUDY(PROGRAM-SUB)
                     TO SPT-PROGRAM-CODE(STUDENT-COUNT, PROGRAM-SUB).

           301-FIND-STUDENT.
               MOVE 0 TO STUDENT-FOUND-SUB.
               PERFORM 302-CHECK-ONE-STUDENT
                   VARYING STUDENT-SUB FROM 1 BY 1
                   UNTIL STUDENT-SUB > STUDENT-COUNT
                   OR STUDENT-FOUND-SUB > 0.

               302-CHECK-ONE-STUDENT.
                   IF SPT-STUDENT-NUMBER(STUDENT-SUB) IS EQUAL TO
                       ENTRY-STUDENT-NUMERIC
                       MOVE STUDENT-SUB TO STUDENT-FOUND-SUB
                   END-IF.

      * every item each of the student's programs requires, one
      * screen per item - an item already on order for the student
      * is not offered twice
           400-TAKE-ONE-ORDER.
               MOVE 0 TO REQUIRED-ITEM-COUNT.
               MOVE 0 TO HOW-MANY-ORDERED.
               MOVE SPT-STUDENT-NAME(STUDENT-FOUND-SUB)
                 TO SCREEN-STUDENT-NAME.

               PERFORM 401-ORDER-FOR-ONE-PROGRAM
                   VARYING PROGRAM-SUB FROM 1 BY 1
                   UNTIL PROGRAM-SUB >
                       SPT-PROGRAM-COUNT(STUDENT-FOUND-SUB).

               IF REQUIRED-ITEM-COUNT IS EQUAL TO ZERO
                   MOVE "STUDENT'S PROGRAM HAS NO EQUIPMENT REQUIREMENT"
                     TO SCREEN-MESSAGE
               ELSE
                   MOVE SPACES TO SCREEN-MESSAGE
                   STRING HOW-MANY-ORDERED DELIMITED BY SIZE
                       " ITEM(S) ORDERED - BILLED ON TONIGHT'S RUN"
                       DELIMITED BY SIZE
                       INTO SCREEN-MESSAGE
               END-IF.

               401-ORDER-FOR-ONE-PROGRAM.
                   MOVE SPT-PROGRAM-CODE(STUDENT-FOUND-SUB, PROGRAM-SUB)
                     TO LOOKUP-PROGRAM-CODE.
                   PERFORM 402-ORDER-ONE-ITEM
                       VARYING EQUIPMENT-SUB FROM 1 BY 1
                       UNTIL EQUIPMENT-SUB > EQUIPMENT-COUNT.

               402-ORDER-ONE-ITEM.
                   IF TBL-PEQ-PROGRAM-CODE(EQUIPMENT-SUB) IS EQUAL TO
                       LOOKUP-PROGRAM-CODE
                       ADD 1 TO REQUIRED-ITEM-COUNT
                       PERFORM 403-FIND-OPEN-ORDER
                       IF ORDER-FOUND-SUB IS EQUAL TO ZERO
                           MOVE TBL-PEQ-DESCRIPTION(EQUIPMENT-SUB)
                             TO SCREEN-ITEM-DESCRIPTION
                           MOVE SPACES TO SCREEN-MESSAGE
                           MOVE 'N' TO ITEM-VALID-FLAG
                           PERFORM 405-ACCEPT-ONE-ITEM
                               UNTIL ITEM-IS-VALID
                           IF ENTRY-ORDER-ITEM IS EQUAL TO 'Y'
                               PERFORM 410-ADD-ONE-ORDER
                           END-IF
                       END-IF
                   END-IF.

      * the same item still on order (taken or with the supplier)
      * is not ordered again; once picked up it can be reordered
               403-FIND-OPEN-ORDER.
                   MOVE 0 TO ORDER-FOUND-SUB.
                   PERFORM 404-CHECK-ONE-ORDER
                       VARYING ORDER-SUB FROM 1 BY 1
                       UNTIL ORDER-SUB > ORDER-COUNT
                       OR ORDER-FOUND-SUB > 0.

                   404-CHECK-ONE-ORDER.
                       IF TBL-EQO-STUDENT-NUMBER(ORDER-SUB) IS EQUAL TO
                           ENTRY-STUDENT-NUMERIC
                           AND TBL-EQO-ITEM-CODE(ORDER-SUB) IS EQUAL TO
                               TBL-PEQ-ITEM-CODE(EQUIPMENT-SUB)
                           AND NOT TBL-EQO-PICKED-UP(ORDER-SUB)
                           MOVE ORDER-SUB TO ORDER-FOUND-SUB
                       END-IF.

      * re-displayed until the answer is Y or N and, for a sized
      * item, both style and size are filled in
               405-ACCEPT-ONE-ITEM.
                   MOVE SPACES TO SHOES.
                   DISPLAY SHOE-SCREEN.
                   ACCEPT SHOE-SCREEN.
                   MOVE 'Y' TO ITEM-VALID-FLAG.

                   IF ENTRY-ORDER-ITEM IS NOT EQUAL TO 'Y'
                       AND ENTRY-ORDER-ITEM IS NOT EQUAL TO 'N'
                       MOVE "ANSWER Y OR N" TO SCREEN-MESSAGE
                       MOVE 'N' TO ITEM-VALID-FLAG
                   ELSE IF ENTRY-ORDER-ITEM IS EQUAL TO 'Y'
                       AND TBL-PEQ-SIZED-FLAG(EQUIPMENT-SUB)
                           IS EQUAL TO 'Y'
                       AND (SHOE-STYLE-WS IS EQUAL TO SPACES
                           OR SHOE-SIZE-WS IS EQUAL TO SPACES)
                       MOVE "STYLE AND SIZE ARE REQUIRED FOR THIS ITEM"
                         TO SCREEN-MESSAGE
                       MOVE 'N' TO ITEM-VALID-FLAG
                   END-IF
                   END-IF.

               410-ADD-ONE-ORDER.
                   IF ORDER-COUNT IS EQUAL TO 9000
                       MOVE "ORDER TABLE FULL - ITEM NOT ORDERED"
                         TO SCREEN-MESSAGE
                   ELSE
                       IF TBL-PEQ-SIZED-FLAG(EQUIPMENT-SUB)
                           IS NOT EQUAL TO 'Y'
                           MOVE SPACES TO SHOES
                       END-IF
                       ADD 1 TO NEXT-ORDER-NUMBER
                       ADD 1 TO ORDER-COUNT
                       MOVE NEXT-ORDER-NUMBER
                         TO TBL-EQO-ORDER-NUMBER(ORDER-COUNT)
                       MOVE ENTRY-STUDENT-NUMERIC
                         TO TBL-EQO-STUDENT-NUMBER(ORDER-COUNT)
                       MOVE LOOKUP-PROGRAM-CODE
                         TO TBL-EQO-PROGRAM-CODE(ORDER-COUNT)
                       MOVE TBL-PEQ-ITEM-CODE(EQUIPMENT-SUB)
                         TO TBL-EQO-ITEM-CODE(ORDER-COUNT)
                       MOVE TBL-PEQ-DESCRIPTION(EQUIPMENT-SUB)
                         TO TBL-EQO-ITEM-DESCRIPTION(ORDER-COUNT)
                       MOVE SHOE-STYLE-WS TO TBL-EQO-STYLE(ORDER-COUNT)
                       MOVE SHOE-SIZE-WS TO TBL-EQO-SIZE(ORDER-COUNT)
                       MOVE TBL-PEQ-PRICE(EQUIPMENT-SUB)
                         TO TBL-EQO-PRICE(ORDER-COUNT)
                       MOVE RUN-DATE-RAW
                         TO TBL-EQO-ORDER-DATE(ORDER-COUNT)
                       MOVE 'O' TO TBL-EQO-STATUS(ORDER-COUNT)
                       MOVE RUN-DATE-RAW
                         TO TBL-EQO-STATUS-DATE(ORDER-COUNT)
                       MOVE 'N' TO TBL-EQO-BILLED-FLAG(ORDER-COUNT)
                       MOVE OPERATOR-ID
                         TO TBL-EQO-ENTERED-BY(ORDER-COUNT)
                       MOVE 'Y' TO CHANGED-FLAG
                       ADD 1 TO HOW-MANY-ORDERED
                   END-IF.

      * everything the supplier has delivered for the student goes
      * out together; items still waiting on the supplier stay put
           500-RECORD-ONE-PICKUP.
               MOVE 0 TO HOW-MANY-PICKED-UP.
               MOVE 0 TO HOW-MANY-NOT-IN.
               PERFORM 501-PICK-UP-ONE-ORDER
                   VARYING ORDER-SUB FROM 1 BY 1
                   UNTIL ORDER-SUB > ORDER-COUNT.

               IF HOW-MANY-PICKED-UP IS EQUAL TO ZERO
                   AND HOW-MANY-NOT-IN IS EQUAL TO ZERO
                   MOVE "NOTHING ON ORDER FOR THIS STUDENT"
                     TO SCREEN-MESSAGE
               ELSE
                   STRING HOW-MANY-PICKED-UP DELIMITED BY SIZE
                       " ITEM(S) PICKED UP, " DELIMITED BY SIZE
                       HOW-MANY-NOT-IN DELIMITED BY SIZE
                       " NOT YET ORDERED FROM SUPPLIER"
                       DELIMITED BY SIZE
                       INTO SCREEN-MESSAGE
               END-IF.

               501-PICK-UP-ONE-ORDER.
                   IF TBL-EQO-STUDENT-NUMBER(ORDER-SUB) IS EQUAL TO
                       ENTRY-STUDENT-NUMERIC
                       IF TBL-EQO-WITH-SUPPLIER(ORDER-SUB)
                           MOVE 'P' TO TBL-EQO-STATUS(ORDER-SUB)
                           MOVE RUN-DATE-RAW
                             TO TBL-EQO-STATUS-DATE(ORDER-SUB)
                           MOVE 'Y' TO CHANGED-FLAG
                           ADD 1 TO HOW-MANY-PICKED-UP
                       ELSE IF TBL-EQO-TAKEN(ORDER-SUB)
                           ADD 1 TO HOW-MANY-NOT-IN
                       END-IF
                       END-IF
                   END-IF.

           900-REWRITE-ORDER-FILE.
               OPEN OUTPUT EQUIPMENT-ORDER-FILE.
               IF ORDER-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN EQUIPMENT-ORDERS.txt - "
                     "STATUS " ORDER-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 901-WRITE-ONE-ORDER
                   VARYING ORDER-SUB FROM 1 BY 1
                   UNTIL ORDER-SUB > ORDER-COUNT.

               CLOSE EQUIPMENT-ORDER-FILE.

               901-WRITE-ONE-ORDER.
                   MOVE ORDER-ENTRY(ORDER-SUB)
                     TO EQUIPMENT-ORDER-RECORD.
                   WRITE EQUIPMENT-ORDER-RECORD.

       END PROGRAM Lab10.
