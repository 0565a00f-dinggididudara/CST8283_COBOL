      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: review screen for the receipts PROJECT09 has held as
      *          suspected duplicates (DUPLICATE-REVIEW.txt) - a
      *          cashier receipt for the same student and amount as
      *          one already posted, paid within a few days of it.
      *          Under operator sign-on (any active operator,
      *          failures logged the usual way) each held receipt is
      *          shown beside the receipt it looks like, with the
      *          student's name off the master, and is either
      *          released - the money really did come in twice, a
      *          parent and the student both paying, say, and
      *          PROJECT09 posts it on its next run - or rejected as
      *          a rekey of the same payment. A release not yet
      *          posted can be taken back. Every decision lands on
      *          the shared audit trail under the operator's ID. Same
      *          in-memory-table/rewrite-on-exit pattern as PROJECT117
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT129.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPLICATE-REVIEW-FILE
           ASSIGN TO "..\DUPLICATE-REVIEW.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DUPLICATE-REVIEW-STATUS.

      * the tuition master's sequential extract - read only, for the
      * student names
           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

      * same audit trail PROJECT02 writes, appended with one line per
      * review decision
           SELECT AUDIT-LOG
           ASSIGN TO "..\PROJECT02-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

      * the operator master - every session here starts with a
      * sign-on check against it
           SELECT OPERATOR-FILE
           ASSIGN TO "..\OPERATOR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATOR-FILE-STATUS.

      * one line per failed sign-on attempt, shared with every
      * program that signs operators on
           SELECT SIGNON-LOG
           ASSIGN TO "..\SIGNON-FAILURES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SIGNON-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * kept in step with Project09.cbl's FD DUPLICATE-REVIEW-FILE
       FD DUPLICATE-REVIEW-FILE.
       01 DUPLICATE-REVIEW-RECORD.
         05 DRV-REVIEW-NUMBER PIC 9(6).
         05 DRV-RECEIPT.
           10 DRV-STUDENT-NUMBER PIC X(6).
           10 DRV-AMOUNT PIC X(6).
           10 DRV-PAY-DATE PIC 9(8).
           10 DRV-TENDER-TYPE PIC X(2).
           10 DRV-CASHIER-ID PIC X(8).
           10 DRV-CURRENCY-CODE PIC X(3).
           10 DRV-FOREIGN-AMOUNT PIC X(9).
         05 DRV-MATCHED-RECEIPT PIC 9(6).
         05 DRV-MATCHED-PAY-DATE PIC 9(8).
         05 DRV-PARKED-DATE PIC 9(8).
         05 DRV-STATUS PIC X(1).
         05 DRV-REVIEWED-BY PIC X(8).
         05 DRV-REVIEWED-DATE PIC 9(8).
         05 DRV-RECEIPT-NUMBER PIC 9(6).

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

      * same layout PROJECT02 writes, same conventions
       FD AUDIT-LOG.
       01 AUDIT-LOG-LINE.
         05 AUDIT-TIMESTAMP-OUT PIC X(17).
         05 FILLER PIC X(2) VALUE SPACE.
         05 AUDIT-OPERATOR-OUT PIC X(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 AUDIT-ACTION-OUT PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 AUDIT-STUDENT-NUM-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 AUDIT-BEFORE-OUT PIC X(50).
         05 FILLER PIC X(2) VALUE SPACE.
         05 AUDIT-AFTER-OUT PIC X(50).

      * one operator - kept in step with Project23.cbl's
      * FD OPERATOR-FILE
       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
         05 OPR-ID PIC X(8).
         05 OPR-NAME PIC X(20).
         05 OPR-PASSWORD PIC X(8).
         05 OPR-ROLE PIC X(1).
         05 OPR-ACTIVE PIC X(1).
      * password aging and lockout - kept in step with Project23.cbl
         05 OPR-PASSWORD-DATE PIC X(8).
         05 OPR-FAIL-COUNT PIC X(1).
         05 OPR-LOCKED-FLAG PIC X(1).
         05 OPR-OLD-PASSWORD-1 PIC X(8).
         05 OPR-OLD-PASSWORD-2 PIC X(8).
         05 OPR-OLD-PASSWORD-3 PIC X(8).

       FD SIGNON-LOG.
       01 SIGNON-LOG-LINE.
         05 LOG-TIMESTAMP-OUT PIC X(17).
         05 FILLER PIC X(2) VALUE SPACE.
         05 LOG-OPERATOR-OUT PIC X(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 LOG-PROGRAM-OUT PIC X(9).
         05 FILLER PIC X(2) VALUE SPACE.
         05 LOG-MESSAGE-OUT PIC X(30).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 DUPLICATE-REVIEW-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 AUDIT-FILE-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 REVIEW-EOF-FLG PIC X(1) VALUE 'N'.
         05 STUDENT-EOF-FLG PIC X(1) VALUE 'N'.

       01 MENU-CHOICE PIC X(1).
       01 OPERATOR-ID PIC X(8).
       01 RUN-DATE-RAW PIC 9(8).

      * the whole queue in memory, rewritten on exit - same byte
      * layout as the record, so it moves in and out whole
       01 REVIEW-TABLE.
         05 REVIEW-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON REVIEW-COUNT.
           10 TBL-DRV-REVIEW-NUMBER PIC 9(6).
           10 TBL-DRV-STUDENT-NUMBER PIC X(6).
           10 TBL-DRV-AMOUNT PIC 9999V99.
           10 TBL-DRV-PAY-DATE PIC 9(8).
           10 TBL-DRV-TENDER-TYPE PIC X(2).
           10 TBL-DRV-CASHIER-ID PIC X(8).
           10 TBL-DRV-CURRENCY-CODE PIC X(3).
           10 TBL-DRV-FOREIGN-AMOUNT PIC X(9).
           10 TBL-DRV-MATCHED-RECEIPT PIC 9(6).
           10 TBL-DRV-MATCHED-PAY-DATE PIC 9(8).
           10 TBL-DRV-PARKED-DATE PIC 9(8).
           10 TBL-DRV-STATUS PIC X(1).
             88 TBL-DRV-OPEN VALUE 'O'.
             88 TBL-DRV-RELEASED VALUE 'R'.
             88 TBL-DRV-POSTED VALUE 'A'.
           10 TBL-DRV-REVIEWED-BY PIC X(8).
           10 TBL-DRV-REVIEWED-DATE PIC 9(8).
           10 TBL-DRV-RECEIPT-NUMBER PIC 9(6).

      * student number and name off the master, for the display
       01 STUDENT-NAME-TABLE.
         05 STUDENT-NAME-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON STUDENT-NAME-COUNT.
           10 SNT-STUDENT-NUMBER PIC 9(6).
           10 SNT-STUDENT-NAME PIC X(40).

       01 TABLE-VARIABLES.
         05 REVIEW-COUNT PIC 9(4) VALUE 0.
         05 REVIEW-SUB PIC 9(4).
         05 FOUND-SUB PIC 9(4) VALUE 0.
         05 STUDENT-NAME-COUNT PIC 9(4) VALUE 0.
         05 STUDENT-SUB PIC 9(4).
         05 STUDENT-FOUND-SUB PIC 9(4) VALUE 0.
         05 HOW-MANY-LISTED PIC 9(4).

       01 ENTRY-FIELDS.
         05 LOOKUP-REVIEW-NUMBER PIC X(6).
         05 LOOKUP-REVIEW-NUMERIC REDEFINES LOOKUP-REVIEW-NUMBER
             PIC 9(6).
         05 CONFIRM-ANSWER PIC X(1).
         05 CHANGED-FLAG PIC X(1) VALUE 'N'.
         05 STATUS-WORD PIC X(8).

       01 AMOUNT-EDIT PIC ZZZ9.99.

       01 REVIEW-LIST-LINE.
         05 RLL-NUMBER-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 RLL-STUDENT-OUT PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 RLL-AMOUNT-OUT PIC ZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 RLL-PAY-DATE-OUT PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 RLL-TENDER-OUT PIC X(2).
         05 FILLER PIC X(2) VALUE SPACE.
         05 RLL-CASHIER-OUT PIC X(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 RLL-STATUS-OUT PIC X(20).

      * sign-on control against the operator master - three tries,
      * each failure logged; kept in step with the other signing-on
      * programs
       01 SIGNON-FIELDS.
         05 OPERATOR-FILE-STATUS PIC X(2).
         05 SIGNON-LOG-STATUS PIC X(2).
         05 ENTRY-OPERATOR-ID PIC X(8).
         05 ENTRY-PASSWORD PIC X(8).
         05 SIGNON-OK-FLAG PIC X(1) VALUE 'N'.
           88 SIGNED-ON VALUE 'Y'.
         05 SIGNON-ATTEMPTS PIC 9(1) VALUE 0.
         05 OPERATOR-EOF-FLG PIC X(1).
         05 SIGNON-MATCH-FLAG PIC X(1).
           88 OPERATOR-MATCHED VALUE 'Y'.
         05 MATCHED-ROLE PIC X(1).
         05 MATCHED-ACTIVE PIC X(1).
         05 SIGNON-FAIL-REASON PIC X(30).


      * the operator master held whole for the sign-on - the lockout
      * and forced password change write straight back to
      * OPERATOR.txt, so an abend cannot lose them
       01 OPERATOR-SIGNON-TABLE.
         05 OPS-ENTRY OCCURS 1 TO 100 TIMES
             DEPENDING ON OPS-COUNT.
           10 OPS-ID PIC X(8).
           10 OPS-NAME PIC X(20).
           10 OPS-PASSWORD PIC X(8).
           10 OPS-ROLE PIC X(1).
           10 OPS-ACTIVE PIC X(1).
           10 OPS-PASSWORD-DATE PIC 9(8).
           10 OPS-FAIL-COUNT PIC 9(1).
           10 OPS-LOCKED-FLAG PIC X(1).
           10 OPS-OLD-PASSWORD-1 PIC X(8).
           10 OPS-OLD-PASSWORD-2 PIC X(8).
           10 OPS-OLD-PASSWORD-3 PIC X(8).

       01 OPERATOR-SIGNON-VARIABLES.
         05 OPS-COUNT PIC 9(3) VALUE 0.
         05 OPS-SUB PIC 9(3).
         05 OPS-MATCH-SUB PIC 9(3) VALUE 0.

      * password policy, kept in step across the signing-on programs
       01 PASSWORD-POLICY.
         05 PASSWORD-MAX-DAYS PIC 9(3) VALUE 90.
         05 LOCKOUT-AFTER-FAILS PIC 9(1) VALUE 3.
         05 PASSWORD-AGE-DAYS PIC S9(7).
         05 NEW-PASSWORD-ENTRY PIC X(8).
         05 PWD-TODAY PIC 9(8).
         05 PASSWORD-REUSED-FLAG PIC X(1).
           88 PASSWORD-REUSED VALUE 'Y'.

       01 SIGNON-TIME-FIELDS.
         05 SIGNON-DATE-RAW.
           10 SIGNON-YY PIC 99.
           10 SIGNON-MM PIC 99.
           10 SIGNON-DD PIC 99.
         05 SIGNON-TIME-RAW.
           10 SIGNON-HH PIC 99.
           10 SIGNON-MIN PIC 99.
           10 SIGNON-SS PIC 99.
           10 FILLER PIC 9(2).
         05 SIGNON-STAMP.
           10 SIGNON-STAMP-MM PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 SIGNON-STAMP-DD PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 SIGNON-STAMP-YY PIC 99.
           10 FILLER PIC X VALUE SPACE.
           10 SIGNON-STAMP-HH PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 SIGNON-STAMP-MIN PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 SIGNON-STAMP-SS PIC 99.

       01 AUDIT-TIME-FIELDS.
         05 AUDIT-DATE-RAW.
           10 AUDIT-YY PIC 99.
           10 AUDIT-MM PIC 99.
           10 AUDIT-DD PIC 99.
         05 AUDIT-TIME-RAW.
           10 AUDIT-HH PIC 99.
           10 AUDIT-MIN PIC 99.
           10 AUDIT-SS PIC 99.
           10 FILLER PIC 9(2).
         05 AUDIT-STAMP.
           10 AUDIT-STAMP-MM PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 AUDIT-STAMP-DD PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 AUDIT-STAMP-YY PIC 99.
           10 FILLER PIC X VALUE SPACE.
           10 AUDIT-STAMP-HH PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 AUDIT-STAMP-MIN PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 AUDIT-STAMP-SS PIC 99.

       01 AUDIT-ACTION PIC X(6).
       01 AUDIT-STUDENT-NUMBER PIC 9(6) VALUE 0.
       01 AUDIT-BEFORE-BUILD PIC X(50).
       01 AUDIT-AFTER-BUILD PIC X(50).

       PROCEDURE DIVISION.
      * main procedure - sign on, load the queue, one decision per
      * trip around the menu until save-and-exit
       100-REVIEW-DUPLICATES.
           PERFORM 250-SIGN-ON.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-REVIEW-TABLE.
           PERFORM 220-LOAD-STUDENT-NAMES.

           PERFORM 202-PROCESS-MENU-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '5'.

           IF CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 900-REWRITE-REVIEW-FILE
           ELSE
               DISPLAY "NO CHANGES - DUPLICATE-REVIEW.txt LEFT "
                 "UNTOUCHED"
           END-IF.
           STOP RUN.

           202-PROCESS-MENU-CHOICE.
               PERFORM 205-DISPLAY-MENU.
               ACCEPT MENU-CHOICE.

               IF MENU-CHOICE IS EQUAL TO '1'
                   PERFORM 700-LIST-WAITING-ITEMS
               ELSE IF MENU-CHOICE IS EQUAL TO '2'
                   PERFORM 500-RELEASE-ITEM
               ELSE IF MENU-CHOICE IS EQUAL TO '3'
                   PERFORM 600-REJECT-ITEM
               ELSE IF MENU-CHOICE IS EQUAL TO '4'
                   PERFORM 650-UNDO-RELEASE
               ELSE IF MENU-CHOICE IS NOT EQUAL TO '5'
                   DISPLAY "INVALID CHOICE - ENTER 1 THROUGH 5"
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

           205-DISPLAY-MENU.
               DISPLAY " ".
               DISPLAY "1 - LIST RECEIPTS AWAITING REVIEW".
               DISPLAY "2 - RELEASE A RECEIPT TO POST".
               DISPLAY "3 - REJECT A RECEIPT AS A DUPLICATE".
               DISPLAY "4 - UNDO A RELEASE NOT YET POSTED".
               DISPLAY "5 - SAVE AND EXIT".
               DISPLAY "ENTER YOUR CHOICE:".

      * a missing queue is an empty one - nothing has been held
           200-LOAD-REVIEW-TABLE.
               OPEN INPUT DUPLICATE-REVIEW-FILE.
               IF DUPLICATE-REVIEW-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF DUPLICATE-REVIEW-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN DUPLICATE-REVIEW.txt - "
                     "STATUS " DUPLICATE-REVIEW-STATUS
                   STOP RUN
               ELSE
                   PERFORM 201-LOAD-ONE-REVIEW-ITEM
                       UNTIL REVIEW-EOF-FLG IS EQUAL TO 'Y'
                       OR REVIEW-COUNT IS EQUAL TO 5000
                   CLOSE DUPLICATE-REVIEW-FILE
               END-IF
               END-IF.

               201-LOAD-ONE-REVIEW-ITEM.
                   READ DUPLICATE-REVIEW-FILE
                       AT END
                           MOVE 'Y' TO REVIEW-EOF-FLG
                       NOT AT END
                           ADD 1 TO REVIEW-COUNT
                           MOVE DUPLICATE-REVIEW-RECORD
                             TO REVIEW-ENTRY(REVIEW-COUNT)
                   END-READ.

      * no student master just means no names on the display
           220-LOAD-STUDENT-NAMES.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS EQUAL TO "35"
                   DISPLAY "STUFILE3.txt NOT ON FILE - NO STUDENT "
                     "NAMES THIS SESSION"
               ELSE IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - STATUS "
                     STUDENT-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 221-LOAD-ONE-STUDENT-NAME
                       UNTIL STUDENT-EOF-FLG IS EQUAL TO 'Y'
                       OR STUDENT-NAME-COUNT IS EQUAL TO 3000
                   CLOSE STUDENT-FILE
               END-IF
               END-IF.

               221-LOAD-ONE-STUDENT-NAME.
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

      * find the item by review number and show it beside the receipt
      * it looks like
           400-PROMPT-REVIEW-ITEM.
               MOVE 0 TO FOUND-SUB.
               DISPLAY "ENTER REVIEW NUMBER:".
               ACCEPT LOOKUP-REVIEW-NUMBER.
               IF LOOKUP-REVIEW-NUMBER IS NOT NUMERIC
                   DISPLAY "INVALID REVIEW NUMBER"
               ELSE
                   PERFORM 401-CHECK-ONE-ITEM
                       VARYING REVIEW-SUB FROM 1 BY 1
                       UNTIL REVIEW-SUB > REVIEW-COUNT
                       OR FOUND-SUB > 0
                   IF FOUND-SUB IS EQUAL TO 0
                       DISPLAY "REVIEW ITEM NOT FOUND"
                   ELSE
                       MOVE FOUND-SUB TO REVIEW-SUB
                       PERFORM 701-BUILD-LIST-LINE
                       DISPLAY REVIEW-LIST-LINE
                       PERFORM 402-FIND-STUDENT-NAME
                       IF STUDENT-FOUND-SUB > 0
                           DISPLAY "STUDENT "
                             SNT-STUDENT-NAME(STUDENT-FOUND-SUB)
                       END-IF
                       IF TBL-DRV-CURRENCY-CODE(FOUND-SUB)
                           IS NOT EQUAL TO SPACES
                           AND TBL-DRV-CURRENCY-CODE(FOUND-SUB)
                           IS NOT EQUAL TO "CAD"
                           DISPLAY "WIRE OF "
                             TBL-DRV-FOREIGN-AMOUNT(FOUND-SUB) " "
                             TBL-DRV-CURRENCY-CODE(FOUND-SUB)
                             " (LAST TWO DIGITS ARE CENTS)"
                       END-IF
                       DISPLAY "LOOKS LIKE RECEIPT "
                         TBL-DRV-MATCHED-RECEIPT(FOUND-SUB)
                         " PAID "
                         TBL-DRV-MATCHED-PAY-DATE(FOUND-SUB)
                         "  HELD "
                         TBL-DRV-PARKED-DATE(FOUND-SUB)
                   END-IF
               END-IF.

               401-CHECK-ONE-ITEM.
                   IF TBL-DRV-REVIEW-NUMBER(REVIEW-SUB) IS EQUAL TO
                       LOOKUP-REVIEW-NUMERIC
                       MOVE REVIEW-SUB TO FOUND-SUB
                   END-IF.

               402-FIND-STUDENT-NAME.
                   MOVE 0 TO STUDENT-FOUND-SUB.
                   IF TBL-DRV-STUDENT-NUMBER(FOUND-SUB) IS NUMERIC
                       PERFORM 403-CHECK-ONE-STUDENT
                           VARYING STUDENT-SUB FROM 1 BY 1
                           UNTIL STUDENT-SUB > STUDENT-NAME-COUNT
                           OR STUDENT-FOUND-SUB > 0
                   END-IF.

               403-CHECK-ONE-STUDENT.
                   IF SNT-STUDENT-NUMBER(STUDENT-SUB) IS EQUAL TO
                       TBL-DRV-STUDENT-NUMBER(FOUND-SUB)
                       MOVE STUDENT-SUB TO STUDENT-FOUND-SUB
                   END-IF.

      * what the audit line's before column shows for the item in
      * hand - its number, where it stood, and what it looked like
           410-BUILD-AUDIT-BEFORE.
               IF TBL-DRV-OPEN(FOUND-SUB)
                   MOVE "OPEN" TO STATUS-WORD
               ELSE
                   MOVE "RELEASED" TO STATUS-WORD
               END-IF.
               MOVE TBL-DRV-AMOUNT(FOUND-SUB) TO AMOUNT-EDIT.
               MOVE SPACES TO AUDIT-BEFORE-BUILD.
               STRING "REVIEW " DELIMITED BY SIZE
                   TBL-DRV-REVIEW-NUMBER(FOUND-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   STATUS-WORD DELIMITED BY SPACE
                   " LIKE " DELIMITED BY SIZE
                   TBL-DRV-MATCHED-RECEIPT(FOUND-SUB)
                     DELIMITED BY SIZE
                   " AMT " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   INTO AUDIT-BEFORE-BUILD
               END-STRING.

               IF TBL-DRV-STUDENT-NUMBER(FOUND-SUB) IS NUMERIC
                   MOVE TBL-DRV-STUDENT-NUMBER(FOUND-SUB)
                     TO AUDIT-STUDENT-NUMBER
               ELSE
                   MOVE ZERO TO AUDIT-STUDENT-NUMBER
               END-IF.

      * the money really did come in twice - PROJECT09 posts the
      * receipt on its next run, past the duplicate check
           500-RELEASE-ITEM.
               PERFORM 400-PROMPT-REVIEW-ITEM.

               IF FOUND-SUB > 0
                   IF NOT TBL-DRV-OPEN(FOUND-SUB)
                       DISPLAY "ITEM IS NOT OPEN - NOTHING CHANGED"
                   ELSE
                       DISPLAY "RELEASE THIS RECEIPT TO POST (Y/N)?"
                       ACCEPT CONFIRM-ANSWER
                       IF CONFIRM-ANSWER IS EQUAL TO 'Y'
                           OR CONFIRM-ANSWER IS EQUAL TO 'y'
                           PERFORM 410-BUILD-AUDIT-BEFORE
                           MOVE 'R' TO TBL-DRV-STATUS(FOUND-SUB)
                           MOVE OPERATOR-ID
                             TO TBL-DRV-REVIEWED-BY(FOUND-SUB)
                           MOVE RUN-DATE-RAW
                             TO TBL-DRV-REVIEWED-DATE(FOUND-SUB)
                           MOVE "RELEASED TO POST" TO AUDIT-AFTER-BUILD
                           MOVE "DUPREL" TO AUDIT-ACTION
                           PERFORM 801-WRITE-AUDIT-LINE
                           MOVE 'Y' TO CHANGED-FLAG
                           DISPLAY "RELEASED - POSTS ON THE NEXT "
                             "PAYMENT RUN"
                       ELSE
                           DISPLAY "NOTHING CHANGED"
                       END-IF
                   END-IF
               END-IF.

      * a rekey of a payment already posted - the receipt never
      * posts; an open item or a release not yet posted can go
           600-REJECT-ITEM.
               PERFORM 400-PROMPT-REVIEW-ITEM.

               IF FOUND-SUB > 0
                   IF NOT TBL-DRV-OPEN(FOUND-SUB)
                       AND NOT TBL-DRV-RELEASED(FOUND-SUB)
                       DISPLAY "ITEM IS ALREADY SETTLED - NOTHING "
                         "CHANGED"
                   ELSE
                       DISPLAY "REJECT THIS RECEIPT AS A DUPLICATE "
                         "(Y/N)?"
                       ACCEPT CONFIRM-ANSWER
                       IF CONFIRM-ANSWER IS EQUAL TO 'Y'
                           OR CONFIRM-ANSWER IS EQUAL TO 'y'
                           PERFORM 410-BUILD-AUDIT-BEFORE
                           MOVE 'J' TO TBL-DRV-STATUS(FOUND-SUB)
                           MOVE OPERATOR-ID
                             TO TBL-DRV-REVIEWED-BY(FOUND-SUB)
                           MOVE RUN-DATE-RAW
                             TO TBL-DRV-REVIEWED-DATE(FOUND-SUB)
                           MOVE "REJECTED AS DUPLICATE"
                             TO AUDIT-AFTER-BUILD
                           MOVE "DUPREJ" TO AUDIT-ACTION
                           PERFORM 801-WRITE-AUDIT-LINE
                           MOVE 'Y' TO CHANGED-FLAG
                           DISPLAY "REJECTED - THE RECEIPT WILL NOT "
                             "POST"
                       ELSE
                           DISPLAY "NOTHING CHANGED"
                       END-IF
                   END-IF
               END-IF.

      * a release PROJECT09 has not yet posted can be taken back
           650-UNDO-RELEASE.
               PERFORM 400-PROMPT-REVIEW-ITEM.

               IF FOUND-SUB > 0
                   IF TBL-DRV-RELEASED(FOUND-SUB)
                       PERFORM 410-BUILD-AUDIT-BEFORE
                       MOVE 'O' TO TBL-DRV-STATUS(FOUND-SUB)
                       MOVE SPACES TO TBL-DRV-REVIEWED-BY(FOUND-SUB)
                       MOVE ZERO TO TBL-DRV-REVIEWED-DATE(FOUND-SUB)
                       MOVE "BACK TO OPEN" TO AUDIT-AFTER-BUILD
                       MOVE "DUPUND" TO AUDIT-ACTION
                       PERFORM 801-WRITE-AUDIT-LINE
                       MOVE 'Y' TO CHANGED-FLAG
                       DISPLAY "BACK TO OPEN"
                   ELSE
                       DISPLAY "ITEM IS NOT AWAITING POSTING - "
                         "NOTHING CHANGED"
                   END-IF
               END-IF.

      * open and released items, oldest first as they sit on file
           700-LIST-WAITING-ITEMS.
               MOVE 0 TO HOW-MANY-LISTED.
               PERFORM 702-LIST-ONE-ITEM
                   VARYING REVIEW-SUB FROM 1 BY 1
                   UNTIL REVIEW-SUB > REVIEW-COUNT.
               DISPLAY HOW-MANY-LISTED " ITEM(S) AWAITING REVIEW OR "
                 "POSTING".

               701-BUILD-LIST-LINE.
                   MOVE SPACES TO REVIEW-LIST-LINE.
                   MOVE TBL-DRV-REVIEW-NUMBER(REVIEW-SUB)
                     TO RLL-NUMBER-OUT.
                   MOVE TBL-DRV-STUDENT-NUMBER(REVIEW-SUB)
                     TO RLL-STUDENT-OUT.
                   MOVE TBL-DRV-AMOUNT(REVIEW-SUB) TO RLL-AMOUNT-OUT.
                   MOVE TBL-DRV-PAY-DATE(REVIEW-SUB)
                     TO RLL-PAY-DATE-OUT.
                   MOVE TBL-DRV-TENDER-TYPE(REVIEW-SUB)
                     TO RLL-TENDER-OUT.
                   MOVE TBL-DRV-CASHIER-ID(REVIEW-SUB)
                     TO RLL-CASHIER-OUT.
                   IF TBL-DRV-OPEN(REVIEW-SUB)
                       STRING "OPEN - LIKE " DELIMITED BY SIZE
                           TBL-DRV-MATCHED-RECEIPT(REVIEW-SUB)
                             DELIMITED BY SIZE
                           INTO RLL-STATUS-OUT
                       END-STRING
                   ELSE IF TBL-DRV-RELEASED(REVIEW-SUB)
                       MOVE "RELEASED TO POST" TO RLL-STATUS-OUT
                   ELSE IF TBL-DRV-POSTED(REVIEW-SUB)
                       STRING "POSTED AS " DELIMITED BY SIZE
                           TBL-DRV-RECEIPT-NUMBER(REVIEW-SUB)
                             DELIMITED BY SIZE
                           INTO RLL-STATUS-OUT
                       END-STRING
                   ELSE
                       MOVE "REJECTED" TO RLL-STATUS-OUT
                   END-IF
                   END-IF
                   END-IF.

               702-LIST-ONE-ITEM.
                   IF TBL-DRV-OPEN(REVIEW-SUB)
                       OR TBL-DRV-RELEASED(REVIEW-SUB)
                       PERFORM 701-BUILD-LIST-LINE
                       DISPLAY REVIEW-LIST-LINE
                       ADD 1 TO HOW-MANY-LISTED
                   END-IF.

      * rewrite DUPLICATE-REVIEW.txt from the in-memory table
           900-REWRITE-REVIEW-FILE.
               OPEN OUTPUT DUPLICATE-REVIEW-FILE.
               IF DUPLICATE-REVIEW-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN DUPLICATE-REVIEW.txt - "
                     "STATUS " DUPLICATE-REVIEW-STATUS
                   STOP RUN
               END-IF.

               PERFORM 901-WRITE-ONE-ITEM
                   VARYING REVIEW-SUB FROM 1 BY 1
                   UNTIL REVIEW-SUB > REVIEW-COUNT.

               CLOSE DUPLICATE-REVIEW-FILE.

               901-WRITE-ONE-ITEM.
                   MOVE REVIEW-ENTRY(REVIEW-SUB)
                     TO DUPLICATE-REVIEW-RECORD.
                   WRITE DUPLICATE-REVIEW-RECORD.

      * one line on the shared audit trail per review decision, under
      * the student the receipt was for
           801-WRITE-AUDIT-LINE.
               ACCEPT AUDIT-DATE-RAW FROM DATE.
               ACCEPT AUDIT-TIME-RAW FROM TIME.

               MOVE AUDIT-MM TO AUDIT-STAMP-MM.
               MOVE AUDIT-DD TO AUDIT-STAMP-DD.
               MOVE AUDIT-YY TO AUDIT-STAMP-YY.
               MOVE AUDIT-HH TO AUDIT-STAMP-HH.
               MOVE AUDIT-MIN TO AUDIT-STAMP-MIN.
               MOVE AUDIT-SS TO AUDIT-STAMP-SS.

               OPEN EXTEND AUDIT-LOG.
               IF AUDIT-FILE-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT AUDIT-LOG
               END-IF.
               IF AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN PROJECT02-AUDIT.txt - "
                     "STATUS " AUDIT-FILE-STATUS
                   STOP RUN
               END-IF.
               MOVE SPACES TO AUDIT-LOG-LINE.

               MOVE AUDIT-STAMP TO AUDIT-TIMESTAMP-OUT.
               MOVE OPERATOR-ID TO AUDIT-OPERATOR-OUT.
               MOVE AUDIT-ACTION TO AUDIT-ACTION-OUT.
               MOVE AUDIT-STUDENT-NUMBER TO AUDIT-STUDENT-NUM-OUT.
               MOVE AUDIT-BEFORE-BUILD TO AUDIT-BEFORE-OUT.
               MOVE AUDIT-AFTER-BUILD TO AUDIT-AFTER-OUT.

               WRITE AUDIT-LOG-LINE.

               CLOSE AUDIT-LOG.

      * sign the operator on against OPERATOR.txt - three tries, each
      * failure logged to SIGNON-FAILURES.txt; a missing operator
      * master (not yet set up through PROJECT23) skips the check
      * loudly rather than locking the shop out
           250-SIGN-ON.
               OPEN INPUT OPERATOR-FILE.
               IF OPERATOR-FILE-STATUS IS EQUAL TO "35"
                   DISPLAY "OPERATOR MASTER NOT ON FILE - SIGN-ON "
                     "CHECK SKIPPED"
                   DISPLAY "ENTER OPERATOR ID:"
                   ACCEPT OPERATOR-ID
                   MOVE 'Y' TO SIGNON-OK-FLAG
               ELSE IF OPERATOR-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN OPERATOR.txt - STATUS "
                     OPERATOR-FILE-STATUS
                   STOP RUN
               ELSE
                   CLOSE OPERATOR-FILE
                   PERFORM 254-LOAD-OPERATOR-MASTER
                   PERFORM 251-TRY-ONE-SIGNON
                       UNTIL SIGNED-ON
                       OR SIGNON-ATTEMPTS IS NOT LESS THAN 3
                   IF NOT SIGNED-ON
                       DISPLAY "SIGN-ON FAILED - SESSION ENDED"
                       STOP RUN
                   END-IF
               END-IF
               END-IF.

               251-TRY-ONE-SIGNON.
                   ADD 1 TO SIGNON-ATTEMPTS.
                   DISPLAY "ENTER OPERATOR ID:".
                   ACCEPT ENTRY-OPERATOR-ID.
                   DISPLAY "ENTER PASSWORD:".
                   ACCEPT ENTRY-PASSWORD.

                   MOVE 'N' TO SIGNON-MATCH-FLAG.
                   MOVE 0 TO OPS-MATCH-SUB.
                   PERFORM 252-CHECK-ONE-OPERATOR
                       VARYING OPS-SUB FROM 1 BY 1
                       UNTIL OPS-SUB > OPS-COUNT
                       OR OPERATOR-MATCHED.

                   IF NOT OPERATOR-MATCHED
                       MOVE "ID/PASSWORD NOT RECOGNIZED"
                         TO SIGNON-FAIL-REASON
                       PERFORM 253-LOG-FAILED-ATTEMPT
                   ELSE IF OPS-LOCKED-FLAG(OPS-MATCH-SUB)
                       IS EQUAL TO 'Y'
                       MOVE "OPERATOR LOCKED - SEE SUPERVISOR"
                         TO SIGNON-FAIL-REASON
                       PERFORM 253-LOG-FAILED-ATTEMPT
                   ELSE IF OPS-PASSWORD(OPS-MATCH-SUB)
                       IS NOT EQUAL TO ENTRY-PASSWORD
                       PERFORM 256-COUNT-ONE-FAILURE
                       PERFORM 253-LOG-FAILED-ATTEMPT
                   ELSE IF OPS-ACTIVE(OPS-MATCH-SUB)
                       IS NOT EQUAL TO 'Y'
                       MOVE "OPERATOR DEACTIVATED"
                         TO SIGNON-FAIL-REASON
                       PERFORM 253-LOG-FAILED-ATTEMPT
                   ELSE
      * a good sign-on resets the consecutive-failure count on disk,
      * not just in memory - failures must never accumulate across
      * sessions into a lockout
                       IF OPS-FAIL-COUNT(OPS-MATCH-SUB)
                           IS GREATER THAN ZERO
                           MOVE ZERO TO OPS-FAIL-COUNT(OPS-MATCH-SUB)
                           PERFORM 259-REWRITE-OPERATOR-MASTER
                       END-IF
                       PERFORM 257-CHECK-PASSWORD-AGE
                       MOVE 'Y' TO SIGNON-OK-FLAG
                       MOVE ENTRY-OPERATOR-ID TO OPERATOR-ID
                   END-IF
                   END-IF
                   END-IF
                   END-IF.

      * the match is on the ID alone - the password verdict and the
      * failure counting happen above, so a wrong password still
      * finds the record whose count has to go up
               252-CHECK-ONE-OPERATOR.
                   IF OPS-ID(OPS-SUB) IS EQUAL TO ENTRY-OPERATOR-ID
                       MOVE 'Y' TO SIGNON-MATCH-FLAG
                       MOVE OPS-SUB TO OPS-MATCH-SUB
                   END-IF.

      * the master held whole for this session's checks - records
      * from before the aging fields existed default safe (expired
      * date, zero fails, unlocked)
               254-LOAD-OPERATOR-MASTER.
                   MOVE 0 TO OPS-COUNT.
                   MOVE 'N' TO OPERATOR-EOF-FLG.
                   OPEN INPUT OPERATOR-FILE.
                   PERFORM 255-LOAD-ONE-OPERATOR
                       UNTIL OPERATOR-EOF-FLG IS EQUAL TO 'Y'
                       OR OPS-COUNT IS EQUAL TO 100.
                   CLOSE OPERATOR-FILE.

               255-LOAD-ONE-OPERATOR.
                   READ OPERATOR-FILE
                       AT END
                           MOVE 'Y' TO OPERATOR-EOF-FLG
                       NOT AT END
                           ADD 1 TO OPS-COUNT
                           MOVE OPR-ID TO OPS-ID(OPS-COUNT)
                           MOVE OPR-NAME TO OPS-NAME(OPS-COUNT)
                           MOVE OPR-PASSWORD
                             TO OPS-PASSWORD(OPS-COUNT)
                           MOVE OPR-ROLE TO OPS-ROLE(OPS-COUNT)
                           MOVE OPR-ACTIVE TO OPS-ACTIVE(OPS-COUNT)
                           IF OPR-PASSWORD-DATE IS NUMERIC
                               MOVE OPR-PASSWORD-DATE
                                 TO OPS-PASSWORD-DATE(OPS-COUNT)
                           ELSE
                               MOVE ZERO
                                 TO OPS-PASSWORD-DATE(OPS-COUNT)
                           END-IF
                           IF OPR-FAIL-COUNT IS NUMERIC
                               MOVE OPR-FAIL-COUNT
                                 TO OPS-FAIL-COUNT(OPS-COUNT)
                           ELSE
                               MOVE ZERO TO OPS-FAIL-COUNT(OPS-COUNT)
                           END-IF
                           MOVE OPR-LOCKED-FLAG
                             TO OPS-LOCKED-FLAG(OPS-COUNT)
                           MOVE OPR-OLD-PASSWORD-1
                             TO OPS-OLD-PASSWORD-1(OPS-COUNT)
                           MOVE OPR-OLD-PASSWORD-2
                             TO OPS-OLD-PASSWORD-2(OPS-COUNT)
                           MOVE OPR-OLD-PASSWORD-3
                             TO OPS-OLD-PASSWORD-3(OPS-COUNT)
                   END-READ.

      * a third consecutive wrong password locks the ID on disk
      * right away
               256-COUNT-ONE-FAILURE.
                   ADD 1 TO OPS-FAIL-COUNT(OPS-MATCH-SUB).
                   IF OPS-FAIL-COUNT(OPS-MATCH-SUB)
                       IS NOT LESS THAN LOCKOUT-AFTER-FAILS
                       MOVE 'Y' TO OPS-LOCKED-FLAG(OPS-MATCH-SUB)
                       MOVE "LOCKED AFTER REPEATED FAILURES"
                         TO SIGNON-FAIL-REASON
                   ELSE
                       MOVE "ID/PASSWORD NOT RECOGNIZED"
                         TO SIGNON-FAIL-REASON
                   END-IF.
                   PERFORM 259-REWRITE-OPERATOR-MASTER.

      * an aged-out password (or one from before the dates existed)
      * must change before the session opens
               257-CHECK-PASSWORD-AGE.
                   ACCEPT PWD-TODAY FROM DATE YYYYMMDD.
                   IF OPS-PASSWORD-DATE(OPS-MATCH-SUB)
                       IS EQUAL TO ZERO
                       MOVE PASSWORD-MAX-DAYS TO PASSWORD-AGE-DAYS
                       ADD 1 TO PASSWORD-AGE-DAYS
                   ELSE
                       COMPUTE PASSWORD-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(PWD-TODAY)
                           - FUNCTION INTEGER-OF-DATE
                             (OPS-PASSWORD-DATE(OPS-MATCH-SUB))
                   END-IF.

                   IF PASSWORD-AGE-DAYS > PASSWORD-MAX-DAYS
                       DISPLAY "PASSWORD EXPIRED - A NEW ONE IS "
                         "REQUIRED NOW"
                       PERFORM 258-FORCE-PASSWORD-CHANGE
                   END-IF.

      * the new password may not match the current one or the last
      * three - the replaced one joins the reuse history
               258-FORCE-PASSWORD-CHANGE.
                   MOVE 'Y' TO PASSWORD-REUSED-FLAG.
                   PERFORM 2581-ACCEPT-NEW-PASSWORD
                       UNTIL NOT PASSWORD-REUSED.

                   MOVE OPS-OLD-PASSWORD-2(OPS-MATCH-SUB)
                     TO OPS-OLD-PASSWORD-3(OPS-MATCH-SUB).
                   MOVE OPS-OLD-PASSWORD-1(OPS-MATCH-SUB)
                     TO OPS-OLD-PASSWORD-2(OPS-MATCH-SUB).
                   MOVE OPS-PASSWORD(OPS-MATCH-SUB)
                     TO OPS-OLD-PASSWORD-1(OPS-MATCH-SUB).
                   MOVE NEW-PASSWORD-ENTRY
                     TO OPS-PASSWORD(OPS-MATCH-SUB).
                   MOVE PWD-TODAY
                     TO OPS-PASSWORD-DATE(OPS-MATCH-SUB).
                   PERFORM 259-REWRITE-OPERATOR-MASTER.
                   DISPLAY "PASSWORD CHANGED".

                   2581-ACCEPT-NEW-PASSWORD.
                       DISPLAY "ENTER NEW PASSWORD:".
                       ACCEPT NEW-PASSWORD-ENTRY.
                       MOVE 'N' TO PASSWORD-REUSED-FLAG.
                       IF NEW-PASSWORD-ENTRY IS EQUAL TO SPACES
                           OR NEW-PASSWORD-ENTRY IS EQUAL TO
                             OPS-PASSWORD(OPS-MATCH-SUB)
                           OR NEW-PASSWORD-ENTRY IS EQUAL TO
                             OPS-OLD-PASSWORD-1(OPS-MATCH-SUB)
                           OR NEW-PASSWORD-ENTRY IS EQUAL TO
                             OPS-OLD-PASSWORD-2(OPS-MATCH-SUB)
                           OR NEW-PASSWORD-ENTRY IS EQUAL TO
                             OPS-OLD-PASSWORD-3(OPS-MATCH-SUB)
                           DISPLAY "PASSWORD BLANK OR RECENTLY "
                             "USED - PICK ANOTHER"
                           MOVE 'Y' TO PASSWORD-REUSED-FLAG
                       END-IF.

               259-REWRITE-OPERATOR-MASTER.
                   OPEN OUTPUT OPERATOR-FILE.
                   IF OPERATOR-FILE-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN OPERATOR.txt - "
                         "STATUS " OPERATOR-FILE-STATUS
                       STOP RUN
                   END-IF.
                   PERFORM 2591-WRITE-ONE-OPERATOR
                       VARYING OPS-SUB FROM 1 BY 1
                       UNTIL OPS-SUB > OPS-COUNT.
                   CLOSE OPERATOR-FILE.

                   2591-WRITE-ONE-OPERATOR.
                       MOVE OPS-ID(OPS-SUB) TO OPR-ID.
                       MOVE OPS-NAME(OPS-SUB) TO OPR-NAME.
                       MOVE OPS-PASSWORD(OPS-SUB) TO OPR-PASSWORD.
                       MOVE OPS-ROLE(OPS-SUB) TO OPR-ROLE.
                       MOVE OPS-ACTIVE(OPS-SUB) TO OPR-ACTIVE.
                       MOVE OPS-PASSWORD-DATE(OPS-SUB)
                         TO OPR-PASSWORD-DATE.
                       MOVE OPS-FAIL-COUNT(OPS-SUB)
                         TO OPR-FAIL-COUNT.
                       MOVE OPS-LOCKED-FLAG(OPS-SUB)
                         TO OPR-LOCKED-FLAG.
                       MOVE OPS-OLD-PASSWORD-1(OPS-SUB)
                         TO OPR-OLD-PASSWORD-1.
                       MOVE OPS-OLD-PASSWORD-2(OPS-SUB)
                         TO OPR-OLD-PASSWORD-2.
                       MOVE OPS-OLD-PASSWORD-3(OPS-SUB)
                         TO OPR-OLD-PASSWORD-3.
                       WRITE OPERATOR-RECORD.

               253-LOG-FAILED-ATTEMPT.
                   DISPLAY SIGNON-FAIL-REASON.

                   ACCEPT SIGNON-DATE-RAW FROM DATE.
                   ACCEPT SIGNON-TIME-RAW FROM TIME.
                   MOVE SIGNON-MM TO SIGNON-STAMP-MM.
                   MOVE SIGNON-DD TO SIGNON-STAMP-DD.
                   MOVE SIGNON-YY TO SIGNON-STAMP-YY.
                   MOVE SIGNON-HH TO SIGNON-STAMP-HH.
                   MOVE SIGNON-MIN TO SIGNON-STAMP-MIN.
                   MOVE SIGNON-SS TO SIGNON-STAMP-SS.

                   OPEN EXTEND SIGNON-LOG.
                   IF SIGNON-LOG-STATUS IS EQUAL TO "35"
                       OPEN OUTPUT SIGNON-LOG
                   END-IF.
                   IF SIGNON-LOG-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN SIGNON-FAILURES.txt - "
                         "STATUS " SIGNON-LOG-STATUS
                       STOP RUN
                   END-IF.
                   MOVE SPACES TO SIGNON-LOG-LINE.

                   MOVE SIGNON-STAMP TO LOG-TIMESTAMP-OUT.
                   MOVE ENTRY-OPERATOR-ID TO LOG-OPERATOR-OUT.
                   MOVE "PROJ129" TO LOG-PROGRAM-OUT.
                   MOVE SIGNON-FAIL-REASON TO LOG-MESSAGE-OUT.
                   WRITE SIGNON-LOG-LINE.

                   CLOSE SIGNON-LOG.

       END PROGRAM PROJECT129.
