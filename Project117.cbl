      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: menu-driven research screen for the bank bill-payment
      *          suspense queue (REMIT-SUSPENSE.txt). PROJECT09 never
      *          guesses at a remittance whose reference is not a
      *          student on the master - it holds it here, open, with
      *          the payer's reference and name as the bank sent them.
      *          Once the operator has tracked the payer down
      *          (searching the master by name from this screen, or
      *          off the bank's own research) the item is marked
      *          identified against the student, and PROJECT09 posts
      *          it to that student under tender BP on its next run.
      *          An item settled some other way - returned to the
      *          payer, or over the receipt limit and posted by hand
      *          through PAYMENTS.txt - is cleared with a note. Every
      *          change carries the operator's ID. Same in-memory-
      *          table/rewrite-on-exit pattern as PROJECT13
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT117.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-SUSPENSE-FILE
           ASSIGN TO "..\REMIT-SUSPENSE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REMIT-SUSPENSE-STATUS.

      * the tuition master's sequential extract - read only, for the
      * student lookups
           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

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
       01 FILE-STATUS-FIELDS.
         05 REMIT-SUSPENSE-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 SUSPENSE-EOF-FLG PIC X(1) VALUE 'N'.
         05 STUDENT-EOF-FLG PIC X(1) VALUE 'N'.

       01 MENU-CHOICE PIC X(1).
       01 OPERATOR-ID PIC X(8).
       01 RUN-DATE-RAW PIC 9(8).

      * the whole queue in memory, rewritten on exit
       01 SUSPENSE-TABLE.
         05 SUSPENSE-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON SUSPENSE-COUNT.
           10 TBL-SUS-SUSPENSE-NUMBER PIC 9(6).
           10 TBL-SUS-TRACE-NUMBER PIC X(12).
           10 TBL-SUS-PAYER-REFERENCE PIC X(12).
           10 TBL-SUS-PAYER-NAME PIC X(30).
           10 TBL-SUS-AMOUNT PIC 9(7)V99.
           10 TBL-SUS-PAY-DATE PIC 9(8).
           10 TBL-SUS-SUSPENDED-DATE PIC 9(8).
           10 TBL-SUS-REASON PIC X(20).
           10 TBL-SUS-STATUS PIC X(1).
             88 TBL-SUS-OPEN VALUE 'O'.
             88 TBL-SUS-IDENTIFIED VALUE 'I'.
           10 TBL-SUS-STUDENT-NUMBER PIC 9(6).
           10 TBL-SUS-RESOLVED-BY PIC X(8).
           10 TBL-SUS-RECEIPT-NUMBER PIC 9(6).
           10 TBL-SUS-RESOLVED-DATE PIC 9(8).

      * student number and name off the master, for the lookups
       01 STUDENT-NAME-TABLE.
         05 STUDENT-NAME-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON STUDENT-NAME-COUNT.
           10 SNT-STUDENT-NUMBER PIC 9(6).
           10 SNT-STUDENT-NAME PIC X(40).

       01 TABLE-VARIABLES.
         05 SUSPENSE-COUNT PIC 9(4) VALUE 0.
         05 SUSPENSE-SUB PIC 9(4).
         05 FOUND-SUB PIC 9(4) VALUE 0.
         05 STUDENT-NAME-COUNT PIC 9(4) VALUE 0.
         05 STUDENT-SUB PIC 9(4).
         05 STUDENT-FOUND-SUB PIC 9(4) VALUE 0.
         05 HOW-MANY-LISTED PIC 9(4).

       01 ENTRY-FIELDS.
         05 LOOKUP-SUSPENSE-NUMBER PIC X(6).
         05 LOOKUP-SUSPENSE-NUMERIC REDEFINES LOOKUP-SUSPENSE-NUMBER
             PIC 9(6).
         05 LOOKUP-STUDENT-NUMBER PIC X(6).
         05 LOOKUP-STUDENT-NUMERIC REDEFINES LOOKUP-STUDENT-NUMBER
             PIC 9(6).
         05 CONFIRM-ANSWER PIC X(1).
         05 NAME-FRAGMENT PIC X(20).
         05 NAME-FRAGMENT-LENGTH PIC 9(2).
         05 NAME-TRAILING-SPACES PIC 9(2).
         05 NAME-HIT-COUNT PIC 9(2).

      * a single receipt cannot carry more than this - PAY-AMOUNT is
      * four whole-dollar digits
       01 RECEIPT-LIMIT PIC 9(7)V99 VALUE 9999.99.

       01 AMOUNT-EDIT PIC Z(6)9.99.

       01 SUSPENSE-LIST-LINE.
         05 SLL-NUMBER-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SLL-PAY-DATE-OUT PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SLL-AMOUNT-OUT PIC Z(6)9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 SLL-REFERENCE-OUT PIC X(12).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SLL-PAYER-OUT PIC X(30).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SLL-STATUS-OUT PIC X(20).

       PROCEDURE DIVISION.
      * main procedure
       101-RESEARCH-SUSPENSE.
           PERFORM 201-INITIATE.
           PERFORM 202-PROCESS-MENU-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '6'.
           PERFORM 203-CLOSE-FILES.
           STOP RUN.

           201-INITIATE.
               ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
               DISPLAY "ENTER OPERATOR ID:".
               ACCEPT OPERATOR-ID.
               PERFORM 302-LOAD-SUSPENSE-TABLE.
               PERFORM 304-LOAD-STUDENT-NAMES.

      * read the menu choice and run the matching paragraph
           202-PROCESS-MENU-CHOICE.
               PERFORM 305-DISPLAY-MENU.
               ACCEPT MENU-CHOICE.

               IF MENU-CHOICE IS EQUAL TO '1'
                   PERFORM 700-LIST-OPEN-ITEMS
               ELSE IF MENU-CHOICE IS EQUAL TO '2'
                   PERFORM 750-FIND-STUDENTS-BY-NAME
               ELSE IF MENU-CHOICE IS EQUAL TO '3'
                   PERFORM 400-IDENTIFY-PAYER
               ELSE IF MENU-CHOICE IS EQUAL TO '4'
                   PERFORM 500-UNDO-IDENTIFICATION
               ELSE IF MENU-CHOICE IS EQUAL TO '5'
                   PERFORM 600-CLEAR-ITEM
               ELSE IF MENU-CHOICE IS EQUAL TO '6'
                   CONTINUE
               ELSE
                   DISPLAY "INVALID CHOICE - ENTER 1 THROUGH 6"
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

           203-CLOSE-FILES.
               PERFORM 900-REWRITE-SUSPENSE-FILE.

      * a missing queue is an empty one - nothing has been suspended
           302-LOAD-SUSPENSE-TABLE.
               OPEN INPUT REMIT-SUSPENSE-FILE.
               IF REMIT-SUSPENSE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF REMIT-SUSPENSE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN REMIT-SUSPENSE.txt - "
                     "STATUS " REMIT-SUSPENSE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 303-LOAD-ONE-SUSPENSE-ITEM
                       UNTIL SUSPENSE-EOF-FLG IS EQUAL TO 'Y'
                       OR SUSPENSE-COUNT IS EQUAL TO 5000
                   CLOSE REMIT-SUSPENSE-FILE
               END-IF
               END-IF.

               303-LOAD-ONE-SUSPENSE-ITEM.
                   READ REMIT-SUSPENSE-FILE
                       AT END
                           MOVE 'Y' TO SUSPENSE-EOF-FLG
                       NOT AT END
                           ADD 1 TO SUSPENSE-COUNT
                           MOVE REMIT-SUSPENSE-RECORD
                             TO SUSPENSE-ENTRY(SUSPENSE-COUNT)
                   END-READ.

           304-LOAD-STUDENT-NAMES.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - STATUS "
                     STUDENT-FILE-STATUS
                   STOP RUN
               END-IF.
               PERFORM 3041-LOAD-ONE-STUDENT-NAME
                   UNTIL STUDENT-EOF-FLG IS EQUAL TO 'Y'
                   OR STUDENT-NAME-COUNT IS EQUAL TO 3000.
               CLOSE STUDENT-FILE.

               3041-LOAD-ONE-STUDENT-NAME.
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

           305-DISPLAY-MENU.
               DISPLAY " ".
               DISPLAY "1 - LIST OPEN SUSPENSE ITEMS".
               DISPLAY "2 - FIND STUDENTS BY NAME".
               DISPLAY "3 - IDENTIFY THE PAYER OF AN ITEM".
               DISPLAY "4 - UNDO AN IDENTIFICATION NOT YET POSTED".
               DISPLAY "5 - CLEAR AN ITEM SETTLED OUTSIDE THE SYSTEM".
               DISPLAY "6 - SAVE AND EXIT".
               DISPLAY "ENTER YOUR CHOICE:".

      * the item is shown in full, the student's name is shown back
      * for the operator to confirm, and only then is it marked -
      * PROJECT09 posts it on its next run
           400-IDENTIFY-PAYER.
               PERFORM 401-PROMPT-SUSPENSE-ITEM.

               IF FOUND-SUB > 0
                   IF NOT TBL-SUS-OPEN(FOUND-SUB)
                       DISPLAY "ITEM IS NOT OPEN - NOTHING CHANGED"
                   ELSE IF TBL-SUS-AMOUNT(FOUND-SUB) > RECEIPT-LIMIT
                       DISPLAY "OVER THE RECEIPT LIMIT - SPLIT IT "
                         "THROUGH PAYMENTS.txt AND CLEAR IT (5)"
                   ELSE
                       PERFORM 402-PROMPT-STUDENT
                       IF STUDENT-FOUND-SUB > 0
                           DISPLAY "POST TO "
                             SNT-STUDENT-NUMBER(STUDENT-FOUND-SUB) " "
                             SNT-STUDENT-NAME(STUDENT-FOUND-SUB)
                             " (Y/N)?"
                           ACCEPT CONFIRM-ANSWER
                           IF CONFIRM-ANSWER IS EQUAL TO 'Y'
                               OR CONFIRM-ANSWER IS EQUAL TO 'y'
                               MOVE 'I' TO TBL-SUS-STATUS(FOUND-SUB)
                               MOVE LOOKUP-STUDENT-NUMERIC
                                 TO TBL-SUS-STUDENT-NUMBER(FOUND-SUB)
                               MOVE OPERATOR-ID
                                 TO TBL-SUS-RESOLVED-BY(FOUND-SUB)
                               DISPLAY "IDENTIFIED - POSTS ON THE "
                                 "NEXT PAYMENT RUN"
                           ELSE
                               DISPLAY "NOTHING CHANGED"
                           END-IF
                       END-IF
                   END-IF
                   END-IF
               END-IF.

      * find the item by suspense number and show it
           401-PROMPT-SUSPENSE-ITEM.
               MOVE 0 TO FOUND-SUB.
               DISPLAY "ENTER SUSPENSE NUMBER:".
               ACCEPT LOOKUP-SUSPENSE-NUMBER.
               IF LOOKUP-SUSPENSE-NUMBER IS NOT NUMERIC
                   DISPLAY "INVALID SUSPENSE NUMBER"
               ELSE
                   PERFORM 4011-CHECK-ONE-ITEM
                       VARYING SUSPENSE-SUB FROM 1 BY 1
                       UNTIL SUSPENSE-SUB > SUSPENSE-COUNT
                       OR FOUND-SUB > 0
                   IF FOUND-SUB IS EQUAL TO 0
                       DISPLAY "SUSPENSE ITEM NOT FOUND"
                   ELSE
                       MOVE FOUND-SUB TO SUSPENSE-SUB
                       PERFORM 701-BUILD-LIST-LINE
                       DISPLAY SUSPENSE-LIST-LINE
                       DISPLAY "TRACE " TBL-SUS-TRACE-NUMBER(FOUND-SUB)
                         "  SUSPENDED "
                         TBL-SUS-SUSPENDED-DATE(FOUND-SUB)
                         "  " TBL-SUS-REASON(FOUND-SUB)
                   END-IF
               END-IF.

               4011-CHECK-ONE-ITEM.
                   IF TBL-SUS-SUSPENSE-NUMBER(SUSPENSE-SUB) IS EQUAL
                       TO LOOKUP-SUSPENSE-NUMERIC
                       MOVE SUSPENSE-SUB TO FOUND-SUB
                   END-IF.

      * the student must be on the master
           402-PROMPT-STUDENT.
               MOVE 0 TO STUDENT-FOUND-SUB.
               DISPLAY "ENTER THE PAYER'S STUDENT NUMBER:".
               ACCEPT LOOKUP-STUDENT-NUMBER.
               IF LOOKUP-STUDENT-NUMBER IS NOT NUMERIC
                   DISPLAY "INVALID STUDENT NUMBER"
               ELSE
                   PERFORM 4021-CHECK-ONE-STUDENT
                       VARYING STUDENT-SUB FROM 1 BY 1
                       UNTIL STUDENT-SUB > STUDENT-NAME-COUNT
                       OR STUDENT-FOUND-SUB > 0
                   IF STUDENT-FOUND-SUB IS EQUAL TO 0
                       DISPLAY "STUDENT NOT ON STUFILE3.txt"
                   END-IF
               END-IF.

               4021-CHECK-ONE-STUDENT.
                   IF SNT-STUDENT-NUMBER(STUDENT-SUB) IS EQUAL TO
                       LOOKUP-STUDENT-NUMERIC
                       MOVE STUDENT-SUB TO STUDENT-FOUND-SUB
                   END-IF.

      * an identification not yet posted can be taken back
           500-UNDO-IDENTIFICATION.
               PERFORM 401-PROMPT-SUSPENSE-ITEM.

               IF FOUND-SUB > 0
                   IF TBL-SUS-IDENTIFIED(FOUND-SUB)
                       MOVE 'O' TO TBL-SUS-STATUS(FOUND-SUB)
                       MOVE ZERO TO TBL-SUS-STUDENT-NUMBER(FOUND-SUB)
                       MOVE SPACES TO TBL-SUS-RESOLVED-BY(FOUND-SUB)
                       DISPLAY "BACK TO OPEN"
                   ELSE
                       DISPLAY "ITEM IS NOT AWAITING POSTING - "
                         "NOTHING CHANGED"
                   END-IF
               END-IF.

      * returned to the payer or posted by hand - off the queue, with
      * who did it and when
           600-CLEAR-ITEM.
               PERFORM 401-PROMPT-SUSPENSE-ITEM.

               IF FOUND-SUB > 0
                   IF NOT TBL-SUS-OPEN(FOUND-SUB)
                       DISPLAY "ITEM IS NOT OPEN - NOTHING CHANGED"
                   ELSE
                       DISPLAY "CLEAR THIS ITEM (Y/N)?"
                       ACCEPT CONFIRM-ANSWER
                       IF CONFIRM-ANSWER IS EQUAL TO 'Y'
                           OR CONFIRM-ANSWER IS EQUAL TO 'y'
                           MOVE 'C' TO TBL-SUS-STATUS(FOUND-SUB)
                           MOVE OPERATOR-ID
                             TO TBL-SUS-RESOLVED-BY(FOUND-SUB)
                           MOVE RUN-DATE-RAW
                             TO TBL-SUS-RESOLVED-DATE(FOUND-SUB)
                           DISPLAY "ITEM CLEARED"
                       ELSE
                           DISPLAY "NOTHING CHANGED"
                       END-IF
                   END-IF
               END-IF.

      * open and identified items, oldest first as they sit on file
           700-LIST-OPEN-ITEMS.
               MOVE 0 TO HOW-MANY-LISTED.
               PERFORM 702-LIST-ONE-ITEM
                   VARYING SUSPENSE-SUB FROM 1 BY 1
                   UNTIL SUSPENSE-SUB > SUSPENSE-COUNT.
               DISPLAY HOW-MANY-LISTED " ITEM(S) UNRESOLVED".

               701-BUILD-LIST-LINE.
                   MOVE SPACES TO SUSPENSE-LIST-LINE.
                   MOVE TBL-SUS-SUSPENSE-NUMBER(SUSPENSE-SUB)
                     TO SLL-NUMBER-OUT.
                   MOVE TBL-SUS-PAY-DATE(SUSPENSE-SUB)
                     TO SLL-PAY-DATE-OUT.
                   MOVE TBL-SUS-AMOUNT(SUSPENSE-SUB) TO SLL-AMOUNT-OUT.
                   MOVE TBL-SUS-PAYER-REFERENCE(SUSPENSE-SUB)
                     TO SLL-REFERENCE-OUT.
                   MOVE TBL-SUS-PAYER-NAME(SUSPENSE-SUB)
                     TO SLL-PAYER-OUT.
                   IF TBL-SUS-OPEN(SUSPENSE-SUB)
                       MOVE "OPEN" TO SLL-STATUS-OUT
                   ELSE IF TBL-SUS-IDENTIFIED(SUSPENSE-SUB)
                       STRING "TO POST TO " DELIMITED BY SIZE
                           TBL-SUS-STUDENT-NUMBER(SUSPENSE-SUB)
                             DELIMITED BY SIZE
                           INTO SLL-STATUS-OUT
                       END-STRING
                   ELSE IF TBL-SUS-STATUS(SUSPENSE-SUB) IS EQUAL TO 'A'
                       MOVE "APPLIED" TO SLL-STATUS-OUT
                   ELSE
                       MOVE "CLEARED" TO SLL-STATUS-OUT
                   END-IF
                   END-IF
                   END-IF.

               702-LIST-ONE-ITEM.
                   IF TBL-SUS-OPEN(SUSPENSE-SUB)
                       OR TBL-SUS-IDENTIFIED(SUSPENSE-SUB)
                       PERFORM 701-BUILD-LIST-LINE
                       DISPLAY SUSPENSE-LIST-LINE
                       ADD 1 TO HOW-MANY-LISTED
                   END-IF.

      * every student whose name contains the fragment anywhere - the
      * payer's name as the bank has it is seldom the master's
           750-FIND-STUDENTS-BY-NAME.
               DISPLAY "ENTER PART OF THE NAME:".
               MOVE SPACES TO NAME-FRAGMENT.
               ACCEPT NAME-FRAGMENT.
               MOVE 0 TO NAME-TRAILING-SPACES.
               INSPECT FUNCTION REVERSE(NAME-FRAGMENT)
                   TALLYING NAME-TRAILING-SPACES FOR LEADING SPACES.
               COMPUTE NAME-FRAGMENT-LENGTH =
                   20 - NAME-TRAILING-SPACES.

               IF NAME-FRAGMENT-LENGTH IS EQUAL TO 0
                   DISPLAY "NOTHING ENTERED"
               ELSE
                   MOVE 0 TO HOW-MANY-LISTED
                   PERFORM 751-CHECK-ONE-NAME
                       VARYING STUDENT-SUB FROM 1 BY 1
                       UNTIL STUDENT-SUB > STUDENT-NAME-COUNT
                   DISPLAY HOW-MANY-LISTED " STUDENT(S) FOUND"
               END-IF.

               751-CHECK-ONE-NAME.
                   MOVE 0 TO NAME-HIT-COUNT.
                   INSPECT SNT-STUDENT-NAME(STUDENT-SUB)
                       TALLYING NAME-HIT-COUNT FOR ALL
                           NAME-FRAGMENT(1:NAME-FRAGMENT-LENGTH).
                   IF NAME-HIT-COUNT > 0
                       DISPLAY SNT-STUDENT-NUMBER(STUDENT-SUB) "  "
                         SNT-STUDENT-NAME(STUDENT-SUB)
                       ADD 1 TO HOW-MANY-LISTED
                   END-IF.

      * rewrite REMIT-SUSPENSE.txt from the in-memory table
           900-REWRITE-SUSPENSE-FILE.
               OPEN OUTPUT REMIT-SUSPENSE-FILE.
               IF REMIT-SUSPENSE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN REMIT-SUSPENSE.txt - "
                     "STATUS " REMIT-SUSPENSE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 901-WRITE-ONE-ITEM
                   VARYING SUSPENSE-SUB FROM 1 BY 1
                   UNTIL SUSPENSE-SUB > SUSPENSE-COUNT.

               CLOSE REMIT-SUSPENSE-FILE.

               901-WRITE-ONE-ITEM.
                   MOVE SUSPENSE-ENTRY(SUSPENSE-SUB)
                     TO REMIT-SUSPENSE-RECORD.
                   WRITE REMIT-SUSPENSE-RECORD.

       END PROGRAM PROJECT117.
