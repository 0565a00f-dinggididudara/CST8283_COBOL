      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: card office screen for the student ID card master
      *          (ID-CARDS.txt) - the card number now belongs to a
      *          student on the tuition master instead of living on
      *          the card office's own list. A new card is issued to a
      *          student with no live card; a card reported lost is
      *          deactivated and a replacement issued under a new
      *          number with the replacement fee flagged for billing;
      *          a card can be deactivated outright (withdrawn,
      *          graduated); and a retaken photo queues the same card
      *          for reprinting. Every issued or reprinted card waits
      *          for PROJECT134's nightly run, which sends it to the
      *          card printer, bills the replacement fee and sends the
      *          deactivated cards to dining and parking. Same
      *          in-memory-table/rewrite-on-exit pattern as PROJECT94
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT133.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ID-CARD-FILE
           ASSIGN TO "..\ID-CARDS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ID-CARD-FILE-STATUS.

      * the tuition master's sequential extract - read only, for the
      * student check and the names
           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one card - status A active, L reported lost, D deactivated;
      * issue reason N new, R replacement; printed N waiting for the
      * printer, Y sent; fee N none, D due, B billed. Kept in step
      * with Project134.cbl
       FD ID-CARD-FILE.
       01 ID-CARD-RECORD.
         05 ICD-CARD-NUMBER PIC 9(8).
         05 ICD-STUDENT-NUMBER PIC 9(6).
         05 ICD-ISSUE-DATE PIC 9(8).
         05 ICD-STATUS PIC X(1).
         05 ICD-STATUS-DATE PIC 9(8).
         05 ICD-PHOTO-REF PIC X(20).
         05 ICD-ISSUE-REASON PIC X(1).
         05 ICD-PRINTED-FLAG PIC X(1).
         05 ICD-FEE-FLAG PIC X(1).
         05 ICD-ISSUED-BY PIC X(8).

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
       01 ID-CARD-FILE-STATUS PIC X(2).
       01 STUDENT-FILE-STATUS PIC X(2).
       01 EOF-FLG PIC X(1) VALUE 'N'.
       01 STUDENT-EOF-FLG PIC X(1) VALUE 'N'.
       01 MENU-CHOICE PIC X(1).
       01 OPERATOR-ID PIC X(8).
       01 RUN-DATE-RAW PIC 9(8).

      * the whole card master in memory - same byte layout as the
      * record, so it moves in and out whole
       01 ID-CARD-TABLE.
         05 ID-CARD-ENTRY OCCURS 1 TO 9000 TIMES
             DEPENDING ON ID-CARD-COUNT.
           10 TBL-ICD-CARD-NUMBER PIC 9(8).
           10 TBL-ICD-STUDENT-NUMBER PIC 9(6).
           10 TBL-ICD-ISSUE-DATE PIC 9(8).
           10 TBL-ICD-STATUS PIC X(1).
             88 TBL-ICD-ACTIVE VALUE 'A'.
           10 TBL-ICD-STATUS-DATE PIC 9(8).
           10 TBL-ICD-PHOTO-REF PIC X(20).
           10 TBL-ICD-ISSUE-REASON PIC X(1).
           10 TBL-ICD-PRINTED-FLAG PIC X(1).
           10 TBL-ICD-FEE-FLAG PIC X(1).
           10 TBL-ICD-ISSUED-BY PIC X(8).

      * student number and name off the master
       01 STUDENT-NAME-TABLE.
         05 STUDENT-NAME-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON STUDENT-NAME-COUNT.
           10 SNT-STUDENT-NUMBER PIC 9(6).
           10 SNT-STUDENT-NAME PIC X(40).

       01 TABLE-VARIABLES.
         05 ID-CARD-COUNT PIC 9(4) VALUE 0.
         05 FIND-SUB PIC 9(4).
         05 FOUND-SUB PIC 9(4) VALUE 0.
         05 STUDENT-NAME-COUNT PIC 9(4) VALUE 0.
         05 STUDENT-SUB PIC 9(4).
         05 STUDENT-FOUND-SUB PIC 9(4) VALUE 0.
         05 HOW-MANY-LISTED PIC 9(4).
         05 CHANGED-FLAG PIC X(1) VALUE 'N'.

      * card numbers run on from the highest one on file; an empty
      * master starts the first series
       01 NEXT-CARD-NUMBER PIC 9(8) VALUE 10000000.

       01 LOOKUP-FIELDS.
         05 LOOKUP-STUDENT-NUMBER PIC X(6).
         05 LOOKUP-STUDENT-NUMERIC REDEFINES LOOKUP-STUDENT-NUMBER
             PIC 9(6).

       01 ENTRY-FIELDS.
         05 ENTRY-PHOTO-REF PIC X(20).
         05 CONFIRM-ANSWER PIC X(1).
         05 STATUS-WORD PIC X(11).
         05 REASON-WORD PIC X(11).

       PROCEDURE DIVISION.
      * main procedure
       101-MAINTAIN-ID-CARDS.
           DISPLAY "ENTER OPERATOR ID:".
           ACCEPT OPERATOR-ID.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 201-INITIATE.
           PERFORM 202-PROCESS-MENU-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '6'.
           IF CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 900-REWRITE-ID-CARD-FILE
           ELSE
               DISPLAY "NO CHANGES - ID-CARDS.txt LEFT UNTOUCHED"
           END-IF.
           STOP RUN.

           201-INITIATE.
               PERFORM 302-OPEN-INPUT-FILE.
               PERFORM 303-READ-ID-CARD-FILE.
               PERFORM 304-LOAD-ONE-CARD
                   UNTIL EOF-FLG IS EQUAL TO 'Y'
                   OR ID-CARD-COUNT IS EQUAL TO 9000.
               IF ID-CARD-FILE-STATUS IS NOT EQUAL TO "35"
                   CLOSE ID-CARD-FILE
               END-IF.
               PERFORM 220-LOAD-STUDENT-NAMES.

           202-PROCESS-MENU-CHOICE.
               PERFORM 305-DISPLAY-MENU.
               ACCEPT MENU-CHOICE.

               IF MENU-CHOICE IS EQUAL TO '1'
                   PERFORM 400-ISSUE-NEW-CARD
               ELSE IF MENU-CHOICE IS EQUAL TO '2'
                   PERFORM 500-REPLACE-LOST-CARD
               ELSE IF MENU-CHOICE IS EQUAL TO '3'
                   PERFORM 600-DEACTIVATE-CARD
               ELSE IF MENU-CHOICE IS EQUAL TO '4'
                   PERFORM 650-CHANGE-PHOTO
               ELSE IF MENU-CHOICE IS EQUAL TO '5'
                   PERFORM 700-LIST-STUDENT-CARDS
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

      * the card check needs the master - without it nothing issues
           220-LOAD-STUDENT-NAMES.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - STATUS "
                     STUDENT-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 221-LOAD-ONE-STUDENT-NAME
                   UNTIL STUDENT-EOF-FLG IS EQUAL TO 'Y'
                   OR STUDENT-NAME-COUNT IS EQUAL TO 3000.

               CLOSE STUDENT-FILE.

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

           302-OPEN-INPUT-FILE.
               OPEN INPUT ID-CARD-FILE.
               IF ID-CARD-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO EOF-FLG
               ELSE IF ID-CARD-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ID-CARDS.txt - STATUS "
                     ID-CARD-FILE-STATUS
                   STOP RUN
               END-IF
               END-IF.

           303-READ-ID-CARD-FILE.
               IF EOF-FLG IS NOT EQUAL TO 'Y'
                   READ ID-CARD-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLG
                   END-READ
               END-IF.

           304-LOAD-ONE-CARD.
               ADD 1 TO ID-CARD-COUNT.
               MOVE ID-CARD-RECORD TO ID-CARD-ENTRY(ID-CARD-COUNT).
               IF ICD-CARD-NUMBER > NEXT-CARD-NUMBER
                   MOVE ICD-CARD-NUMBER TO NEXT-CARD-NUMBER
               END-IF.

               PERFORM 303-READ-ID-CARD-FILE.

           305-DISPLAY-MENU.
               DISPLAY " ".
               DISPLAY "1 - ISSUE A NEW CARD".
               DISPLAY "2 - REPORT A CARD LOST AND ISSUE A REPLACEMENT".
               DISPLAY "3 - DEACTIVATE A CARD".
               DISPLAY "4 - CHANGE PHOTO AND REPRINT A CARD".
               DISPLAY "5 - LIST A STUDENT'S CARDS".
               DISPLAY "6 - SAVE AND EXIT".
               DISPLAY "ENTER YOUR CHOICE:".

      * one live card per student - a second one goes through the
      * lost-card replacement so the first is deactivated with it
           400-ISSUE-NEW-CARD.
               PERFORM 401-ACCEPT-STUDENT.

               IF LOOKUP-STUDENT-NUMBER IS NOT NUMERIC
                   DISPLAY "STUDENT NUMBER MUST BE SIX DIGITS"
               ELSE IF STUDENT-FOUND-SUB IS EQUAL TO ZERO
                   DISPLAY "STUDENT NOT ON TUITION MASTER - NOT ISSUED"
               ELSE IF FOUND-SUB IS GREATER THAN ZERO
                   DISPLAY "STUDENT ALREADY HOLDS CARD "
                     TBL-ICD-CARD-NUMBER(FOUND-SUB)
                     " - USE OPTION 2 IF IT IS LOST"
               ELSE IF ID-CARD-COUNT IS EQUAL TO 9000
                   DISPLAY "CARD TABLE FULL - NOT ISSUED"
               ELSE
                   DISPLAY "ENTER PHOTO REFERENCE:"
                   ACCEPT ENTRY-PHOTO-REF
                   IF ENTRY-PHOTO-REF IS EQUAL TO SPACES
                       DISPLAY "A CARD CANNOT PRINT WITHOUT A PHOTO - "
                         "NOT ISSUED"
                   ELSE
                       MOVE 'N' TO REASON-WORD
                       PERFORM 410-ADD-ONE-CARD
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

      * the student's name and live card, if either is on file
           401-ACCEPT-STUDENT.
               DISPLAY "ENTER STUDENT NUMBER:".
               ACCEPT LOOKUP-STUDENT-NUMBER.
               MOVE 0 TO STUDENT-FOUND-SUB.
               MOVE 0 TO FOUND-SUB.
               IF LOOKUP-STUDENT-NUMBER IS NUMERIC
                   PERFORM 402-CHECK-ONE-NAME
                       VARYING STUDENT-SUB FROM 1 BY 1
                       UNTIL STUDENT-SUB > STUDENT-NAME-COUNT
                       OR STUDENT-FOUND-SUB > 0
                   PERFORM 403-CHECK-ONE-CARD
                       VARYING FIND-SUB FROM 1 BY 1
                       UNTIL FIND-SUB > ID-CARD-COUNT
                       OR FOUND-SUB > 0
                   IF STUDENT-FOUND-SUB IS GREATER THAN ZERO
                       DISPLAY "STUDENT: "
                         SNT-STUDENT-NAME(STUDENT-FOUND-SUB)
                   END-IF
               END-IF.

               402-CHECK-ONE-NAME.
                   IF SNT-STUDENT-NUMBER(STUDENT-SUB) IS EQUAL TO
                       LOOKUP-STUDENT-NUMERIC
                       MOVE STUDENT-SUB TO STUDENT-FOUND-SUB
                   END-IF.

               403-CHECK-ONE-CARD.
                   IF TBL-ICD-STUDENT-NUMBER(FIND-SUB) IS EQUAL TO
                       LOOKUP-STUDENT-NUMERIC
                       AND TBL-ICD-ACTIVE(FIND-SUB)
                       MOVE FIND-SUB TO FOUND-SUB
                   END-IF.

      * a fresh card number, live from today and waiting for the
      * printer - a replacement carries the fee for PROJECT134 to bill
           410-ADD-ONE-CARD.
               ADD 1 TO NEXT-CARD-NUMBER.
               ADD 1 TO ID-CARD-COUNT.
               MOVE NEXT-CARD-NUMBER
                 TO TBL-ICD-CARD-NUMBER(ID-CARD-COUNT).
               MOVE LOOKUP-STUDENT-NUMERIC
                 TO TBL-ICD-STUDENT-NUMBER(ID-CARD-COUNT).
               MOVE RUN-DATE-RAW TO TBL-ICD-ISSUE-DATE(ID-CARD-COUNT).
               MOVE 'A' TO TBL-ICD-STATUS(ID-CARD-COUNT).
               MOVE RUN-DATE-RAW TO TBL-ICD-STATUS-DATE(ID-CARD-COUNT).
               MOVE ENTRY-PHOTO-REF TO TBL-ICD-PHOTO-REF(ID-CARD-COUNT).
               MOVE REASON-WORD TO TBL-ICD-ISSUE-REASON(ID-CARD-COUNT).
               MOVE 'N' TO TBL-ICD-PRINTED-FLAG(ID-CARD-COUNT).
               IF REASON-WORD IS EQUAL TO 'R'
                   MOVE 'D' TO TBL-ICD-FEE-FLAG(ID-CARD-COUNT)
               ELSE
                   MOVE 'N' TO TBL-ICD-FEE-FLAG(ID-CARD-COUNT)
               END-IF.
               MOVE OPERATOR-ID TO TBL-ICD-ISSUED-BY(ID-CARD-COUNT).
               MOVE 'Y' TO CHANGED-FLAG.
               DISPLAY "CARD " NEXT-CARD-NUMBER
                 " ISSUED - PRINTS ON TONIGHT'S RUN".

      * the lost card goes dead today and the replacement takes the
      * same photo unless a new one is keyed
           500-REPLACE-LOST-CARD.
               PERFORM 401-ACCEPT-STUDENT.

               IF LOOKUP-STUDENT-NUMBER IS NOT NUMERIC
                   DISPLAY "STUDENT NUMBER MUST BE SIX DIGITS"
               ELSE IF FOUND-SUB IS EQUAL TO ZERO
                   DISPLAY "STUDENT HOLDS NO LIVE CARD - USE OPTION 1"
               ELSE IF STUDENT-FOUND-SUB IS EQUAL TO ZERO
                   DISPLAY "STUDENT NOT ON TUITION MASTER - THE "
                     "REPLACEMENT FEE COULD NOT BE BILLED"
               ELSE IF ID-CARD-COUNT IS EQUAL TO 9000
                   DISPLAY "CARD TABLE FULL - NOT REPLACED"
               ELSE
                   DISPLAY "CARD " TBL-ICD-CARD-NUMBER(FOUND-SUB)
                     " WILL BE DEACTIVATED AND THE REPLACEMENT FEE "
                     "BILLED - CONFIRM (Y/N):"
                   ACCEPT CONFIRM-ANSWER
                   IF CONFIRM-ANSWER IS EQUAL TO 'Y'
                       MOVE 'L' TO TBL-ICD-STATUS(FOUND-SUB)
                       MOVE RUN-DATE-RAW
                         TO TBL-ICD-STATUS-DATE(FOUND-SUB)
                       DISPLAY "ENTER NEW PHOTO REFERENCE (BLANK "
                         "KEEPS THE OLD ONE):"
                       ACCEPT ENTRY-PHOTO-REF
                       IF ENTRY-PHOTO-REF IS EQUAL TO SPACES
                           MOVE TBL-ICD-PHOTO-REF(FOUND-SUB)
                             TO ENTRY-PHOTO-REF
                       END-IF
                       MOVE 'R' TO REASON-WORD
                       PERFORM 410-ADD-ONE-CARD
                   ELSE
                       DISPLAY "NOT REPLACED"
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

      * withdrawn or graduated - no replacement and no fee
           600-DEACTIVATE-CARD.
               PERFORM 401-ACCEPT-STUDENT.

               IF LOOKUP-STUDENT-NUMBER IS NOT NUMERIC
                   DISPLAY "STUDENT NUMBER MUST BE SIX DIGITS"
               ELSE IF FOUND-SUB IS EQUAL TO ZERO
                   DISPLAY "STUDENT HOLDS NO LIVE CARD"
               ELSE
                   DISPLAY "DEACTIVATE CARD "
                     TBL-ICD-CARD-NUMBER(FOUND-SUB) " (Y/N):"
                   ACCEPT CONFIRM-ANSWER
                   IF CONFIRM-ANSWER IS EQUAL TO 'Y'
                       MOVE 'D' TO TBL-ICD-STATUS(FOUND-SUB)
                       MOVE RUN-DATE-RAW
                         TO TBL-ICD-STATUS-DATE(FOUND-SUB)
                       MOVE 'Y' TO CHANGED-FLAG
                       DISPLAY "CARD DEACTIVATED"
                   ELSE
                       DISPLAY "NOT DEACTIVATED"
                   END-IF
               END-IF
               END-IF.

      * same card number, new photo, back in the printer queue
           650-CHANGE-PHOTO.
               PERFORM 401-ACCEPT-STUDENT.

               IF LOOKUP-STUDENT-NUMBER IS NOT NUMERIC
                   DISPLAY "STUDENT NUMBER MUST BE SIX DIGITS"
               ELSE IF FOUND-SUB IS EQUAL TO ZERO
                   DISPLAY "STUDENT HOLDS NO LIVE CARD"
               ELSE
                   DISPLAY "CURRENT PHOTO "
                     TBL-ICD-PHOTO-REF(FOUND-SUB)
                   DISPLAY "ENTER NEW PHOTO REFERENCE:"
                   ACCEPT ENTRY-PHOTO-REF
                   IF ENTRY-PHOTO-REF IS EQUAL TO SPACES
                       DISPLAY "NOT CHANGED"
                   ELSE
                       MOVE ENTRY-PHOTO-REF
                         TO TBL-ICD-PHOTO-REF(FOUND-SUB)
                       MOVE 'N' TO TBL-ICD-PRINTED-FLAG(FOUND-SUB)
                       MOVE 'Y' TO CHANGED-FLAG
                       DISPLAY "PHOTO CHANGED - CARD REPRINTS ON "
                         "TONIGHT'S RUN"
                   END-IF
               END-IF
               END-IF.

           700-LIST-STUDENT-CARDS.
               PERFORM 401-ACCEPT-STUDENT.
               MOVE 0 TO HOW-MANY-LISTED.

               IF LOOKUP-STUDENT-NUMBER IS NOT NUMERIC
                   DISPLAY "STUDENT NUMBER MUST BE SIX DIGITS"
               ELSE
                   DISPLAY "CARD     ISSUED   REASON      STATUS      "
                     "SINCE    PRINTED"
                   PERFORM 701-LIST-ONE-CARD
                       VARYING FIND-SUB FROM 1 BY 1
                       UNTIL FIND-SUB > ID-CARD-COUNT
                   IF HOW-MANY-LISTED IS EQUAL TO ZERO
                       DISPLAY "NO CARDS ON FILE FOR THIS STUDENT"
                   END-IF
               END-IF.

               701-LIST-ONE-CARD.
                   IF TBL-ICD-STUDENT-NUMBER(FIND-SUB) IS EQUAL TO
                       LOOKUP-STUDENT-NUMERIC
                       IF TBL-ICD-STATUS(FIND-SUB) IS EQUAL TO 'A'
                           MOVE "ACTIVE" TO STATUS-WORD
                       ELSE IF TBL-ICD-STATUS(FIND-SUB) IS EQUAL TO 'L'
                           MOVE "LOST" TO STATUS-WORD
                       ELSE
                           MOVE "DEACTIVATED" TO STATUS-WORD
                       END-IF
                       END-IF
                       IF TBL-ICD-ISSUE-REASON(FIND-SUB) IS EQUAL TO
                           'R'
                           MOVE "REPLACEMENT" TO REASON-WORD
                       ELSE
                           MOVE "NEW" TO REASON-WORD
                       END-IF
                       DISPLAY TBL-ICD-CARD-NUMBER(FIND-SUB) " "
                         TBL-ICD-ISSUE-DATE(FIND-SUB) " "
                         REASON-WORD " " STATUS-WORD " "
                         TBL-ICD-STATUS-DATE(FIND-SUB) " "
                         TBL-ICD-PRINTED-FLAG(FIND-SUB)
                       ADD 1 TO HOW-MANY-LISTED
                   END-IF.

           900-REWRITE-ID-CARD-FILE.
               OPEN OUTPUT ID-CARD-FILE.
               IF ID-CARD-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ID-CARDS.txt - STATUS "
                     ID-CARD-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 901-WRITE-ONE-CARD
                   VARYING FIND-SUB FROM 1 BY 1
                   UNTIL FIND-SUB > ID-CARD-COUNT.

               CLOSE ID-CARD-FILE.

               901-WRITE-ONE-CARD.
                   MOVE ID-CARD-ENTRY(FIND-SUB) TO ID-CARD-RECORD.
                   WRITE ID-CARD-RECORD.

       END PROGRAM PROJECT133.
