      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: service-indicator hold master. PAYMENT-HOLD-FLAG on
      *          the tuition master is one yes/no byte and belongs to
      *          the bursar; the library, parking, conduct and the
      *          international office block students for reasons of
      *          their own. Each hold type on HOLD-TYPES.txt names its
      *          owning office and what it blocks - registration
      *          (PROJECT77/PROJECT78), transcripts (PROJECT18),
      *          diploma print (PROJECT56) and refunds (PROJECT10).
      *          A student may carry any number of holds on
      *          STUDENT-HOLDS.txt, each with its type, placing
      *          office, reason, date, operator and release
      *          authority. Only an operator listed for the office on
      *          HOLD-OFFICE-OPERATORS.txt may place that office's
      *          holds or release them; a released hold stays on
      *          file with who released it, when and why. Hold types
      *          and office membership are kept by a supervisor
      *          (OPERATOR.txt role 'S')
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT140.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * one line per hold type - owning office and the four block
      * switches the checking programs read
           SELECT HOLD-TYPE-FILE
           ASSIGN TO "..\HOLD-TYPES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLD-TYPE-STATUS.

      * one line per office per operator allowed to act for it
           SELECT HOLD-OFFICE-FILE
           ASSIGN TO "..\HOLD-OFFICE-OPERATORS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLD-OFFICE-STATUS.

      * the hold master itself - placed and released holds alike
           SELECT STUDENT-HOLD-FILE
           ASSIGN TO "..\STUDENT-HOLDS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-HOLD-STATUS.

      * the tuition master, read only to confirm the student exists
           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

      * the operator master - the office operator signs on here
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
      * block switches are Y or N - a type not on this file blocks
      * everything in the checking programs, so a mistyped code can
      * never let a student through
       FD HOLD-TYPE-FILE.
       01 HOLD-TYPE-RECORD.
         05 HTY-HOLD-TYPE PIC X(4).
         05 HTY-DESCRIPTION PIC X(20).
         05 HTY-OFFICE PIC X(4).
         05 HTY-BLOCKS-REGISTRATION PIC X(1).
         05 HTY-BLOCKS-TRANSCRIPT PIC X(1).
         05 HTY-BLOCKS-DIPLOMA PIC X(1).
         05 HTY-BLOCKS-REFUND PIC X(1).

       FD HOLD-OFFICE-FILE.
       01 HOLD-OFFICE-RECORD.
         05 HOO-OFFICE PIC X(4).
         05 HOO-OPERATOR-ID PIC X(8).

      * status A active, R released; the release office is the
      * authority a release is checked against - the placing office
       FD STUDENT-HOLD-FILE.
       01 STUDENT-HOLD-RECORD.
         05 SHD-HOLD-NUMBER PIC 9(6).
         05 SHD-STUDENT-NUMBER PIC 9(6).
         05 SHD-HOLD-TYPE PIC X(4).
         05 SHD-OFFICE PIC X(4).
         05 SHD-REASON PIC X(30).
         05 SHD-PLACED-DATE PIC 9(8).
         05 SHD-PLACED-BY PIC X(8).
         05 SHD-RELEASE-OFFICE PIC X(4).
         05 SHD-STATUS PIC X(1).
         05 SHD-RELEASED-DATE PIC 9(8).
         05 SHD-RELEASED-BY PIC X(8).
         05 SHD-RELEASE-REASON PIC X(30).

      * current STUDENT-FILE-IN layout, as read by PROJECT03 - kept
      * in step with Project3.cbl's FD STUDENT-FILE
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

      * kept in step with Project23.cbl's and Project86.cbl's
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
         05 HOLD-TYPE-STATUS PIC X(2).
         05 HOLD-OFFICE-STATUS PIC X(2).
         05 STUDENT-HOLD-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 HOLD-TYPE-EOF-FLG PIC X(1) VALUE 'N'.
         05 HOLD-OFFICE-EOF-FLG PIC X(1) VALUE 'N'.
         05 STUDENT-HOLD-EOF-FLG PIC X(1) VALUE 'N'.
         05 STUDENT-EOF-FLG PIC X(1) VALUE 'N'.

       01 OPERATOR-ID PIC X(8).
       01 OPERATOR-ROLE PIC X(1).
       01 RUN-DATE-RAW PIC 9(8).
       01 MENU-CHOICE PIC X(1).
       01 CONFIRM-ANSWER PIC X(1).

       01 HOLD-ENTRY-FIELDS.
         05 ENTRY-STUDENT PIC X(6).
         05 ENTRY-STUDENT-NUMERIC REDEFINES ENTRY-STUDENT PIC 9(6).
         05 ENTRY-HOLD-NUMBER PIC X(6).
         05 ENTRY-HOLD-NUMERIC REDEFINES ENTRY-HOLD-NUMBER PIC 9(6).
         05 ENTRY-HOLD-TYPE PIC X(4).
         05 ENTRY-OFFICE PIC X(4).
         05 ENTRY-REASON PIC X(30).
         05 ENTRY-DESCRIPTION PIC X(20).
         05 ENTRY-BLOCK-FLAG PIC X(1).
           88 ENTRY-BLOCK-VALID VALUE 'Y' 'N'.
         05 ENTRY-OPERATOR PIC X(8).
         05 FOUND-STUDENT-NAME PIC X(40).
         05 STUDENT-FOUND-FLAG PIC X(1).
           88 STUDENT-ON-MASTER VALUE 'Y'.

      * hold types held whole - a supervisor's change rewrites the
      * file before the next prompt
       01 HOLD-TYPE-TABLE.
         05 HTT-ENTRY OCCURS 1 TO 50 TIMES
             DEPENDING ON HTT-COUNT.
           10 HTT-HOLD-TYPE PIC X(4).
           10 HTT-DESCRIPTION PIC X(20).
           10 HTT-OFFICE PIC X(4).
           10 HTT-BLOCKS-REGISTRATION PIC X(1).
           10 HTT-BLOCKS-TRANSCRIPT PIC X(1).
           10 HTT-BLOCKS-DIPLOMA PIC X(1).
           10 HTT-BLOCKS-REFUND PIC X(1).

       01 HOLD-TYPE-VARIABLES.
         05 HTT-COUNT PIC 9(2) VALUE 0.
         05 HTT-SUB PIC 9(2).
         05 HTT-FOUND-SUB PIC 9(2).
         05 HTT-FOUND-FLAG PIC X(1).
           88 HOLD-TYPE-FOUND VALUE 'Y'.

       01 HOLD-OFFICE-TABLE.
         05 HOT-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON HOT-COUNT.
           10 HOT-OFFICE PIC X(4).
           10 HOT-OPERATOR-ID PIC X(8).

       01 HOLD-OFFICE-VARIABLES.
         05 HOT-COUNT PIC 9(3) VALUE 0.
         05 HOT-SUB PIC 9(3).
         05 HOT-FOUND-SUB PIC 9(3).
         05 HOT-FOUND-FLAG PIC X(1).
           88 OFFICE-MEMBER-FOUND VALUE 'Y'.
         05 CHECK-OFFICE PIC X(4).
         05 CHECK-OPERATOR PIC X(8).

      * the hold master held whole - every placement and release
      * rewrites it straight away, so an abend cannot lose one
       01 STUDENT-HOLD-TABLE.
         05 SHT-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON SHT-COUNT.
           10 SHT-HOLD-NUMBER PIC 9(6).
           10 SHT-STUDENT-NUMBER PIC 9(6).
           10 SHT-HOLD-TYPE PIC X(4).
           10 SHT-OFFICE PIC X(4).
           10 SHT-REASON PIC X(30).
           10 SHT-PLACED-DATE PIC 9(8).
           10 SHT-PLACED-BY PIC X(8).
           10 SHT-RELEASE-OFFICE PIC X(4).
           10 SHT-STATUS PIC X(1).
           10 SHT-RELEASED-DATE PIC 9(8).
           10 SHT-RELEASED-BY PIC X(8).
           10 SHT-RELEASE-REASON PIC X(30).

       01 STUDENT-HOLD-VARIABLES.
         05 SHT-COUNT PIC 9(4) VALUE 0.
         05 SHT-SUB PIC 9(4).
         05 SHT-FOUND-SUB PIC 9(4).
         05 SHT-FOUND-FLAG PIC X(1).
           88 STUDENT-HOLD-FOUND VALUE 'Y'.
         05 LAST-HOLD-NUMBER PIC 9(6) VALUE 0.
         05 HOW-MANY-LISTED PIC 9(4).

      * what a type blocks, spelled out for the screens
       01 BLOCKS-TEXT.
         05 BLK-REGISTRATION-OUT PIC X(4).
         05 BLK-TRANSCRIPT-OUT PIC X(4).
         05 BLK-DIPLOMA-OUT PIC X(4).
         05 BLK-REFUND-OUT PIC X(4).

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

       PROCEDURE DIVISION.
      * sign on, load the three hold files, then work the menu until
      * the operator is done
       100-MAINTAIN-HOLDS.
           PERFORM 250-SIGN-ON.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-HOLD-TYPES.
           PERFORM 205-LOAD-OFFICE-OPERATORS.
           PERFORM 210-LOAD-STUDENT-HOLDS.

           MOVE SPACE TO MENU-CHOICE.
           PERFORM 110-TAKE-ONE-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '9'.

           STOP RUN.

           110-TAKE-ONE-CHOICE.
               DISPLAY " ".
               DISPLAY "1 - PLACE A HOLD".
               DISPLAY "2 - RELEASE A HOLD".
               DISPLAY "3 - LIST A STUDENT'S HOLDS".
               DISPLAY "4 - MAINTAIN HOLD TYPES (SUPERVISOR)".
               DISPLAY "5 - MAINTAIN OFFICE OPERATORS (SUPERVISOR)".
               DISPLAY "9 - EXIT".
               DISPLAY "ENTER YOUR CHOICE:".
               ACCEPT MENU-CHOICE.

               IF MENU-CHOICE IS EQUAL TO '1'
                   PERFORM 300-PLACE-HOLD
               ELSE IF MENU-CHOICE IS EQUAL TO '2'
                   PERFORM 310-RELEASE-HOLD
               ELSE IF MENU-CHOICE IS EQUAL TO '3'
                   PERFORM 350-LIST-STUDENT-HOLDS
               ELSE IF MENU-CHOICE IS EQUAL TO '4'
                   IF OPERATOR-ROLE IS EQUAL TO 'S'
                       PERFORM 400-MAINTAIN-HOLD-TYPE
                   ELSE
                       DISPLAY "SUPERVISOR ROLE REQUIRED"
                   END-IF
               ELSE IF MENU-CHOICE IS EQUAL TO '5'
                   IF OPERATOR-ROLE IS EQUAL TO 'S'
                       PERFORM 450-MAINTAIN-OFFICE-OPERATOR
                   ELSE
                       DISPLAY "SUPERVISOR ROLE REQUIRED"
                   END-IF
               ELSE IF MENU-CHOICE IS EQUAL TO '9'
                   CONTINUE
               ELSE
                   DISPLAY "INVALID CHOICE"
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

      * nothing on file yet just means nothing has been set up
           200-LOAD-HOLD-TYPES.
               OPEN INPUT HOLD-TYPE-FILE.
               IF HOLD-TYPE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO HOLD-TYPE-EOF-FLG
               ELSE IF HOLD-TYPE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN HOLD-TYPES.txt - STATUS "
                     HOLD-TYPE-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 201-LOAD-ONE-HOLD-TYPE
                   UNTIL HOLD-TYPE-EOF-FLG IS EQUAL TO 'Y'
                   OR HTT-COUNT IS EQUAL TO 50.

               IF HOLD-TYPE-STATUS IS NOT EQUAL TO "35"
                   CLOSE HOLD-TYPE-FILE
               END-IF.

               201-LOAD-ONE-HOLD-TYPE.
                   READ HOLD-TYPE-FILE
                       AT END
                           MOVE 'Y' TO HOLD-TYPE-EOF-FLG
                       NOT AT END
                           ADD 1 TO HTT-COUNT
                           MOVE HTY-HOLD-TYPE
                             TO HTT-HOLD-TYPE(HTT-COUNT)
                           MOVE HTY-DESCRIPTION
                             TO HTT-DESCRIPTION(HTT-COUNT)
                           MOVE HTY-OFFICE TO HTT-OFFICE(HTT-COUNT)
                           MOVE HTY-BLOCKS-REGISTRATION
                             TO HTT-BLOCKS-REGISTRATION(HTT-COUNT)
                           MOVE HTY-BLOCKS-TRANSCRIPT
                             TO HTT-BLOCKS-TRANSCRIPT(HTT-COUNT)
                           MOVE HTY-BLOCKS-DIPLOMA
                             TO HTT-BLOCKS-DIPLOMA(HTT-COUNT)
                           MOVE HTY-BLOCKS-REFUND
                             TO HTT-BLOCKS-REFUND(HTT-COUNT)
                   END-READ.

           205-LOAD-OFFICE-OPERATORS.
               OPEN INPUT HOLD-OFFICE-FILE.
               IF HOLD-OFFICE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO HOLD-OFFICE-EOF-FLG
               ELSE IF HOLD-OFFICE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN HOLD-OFFICE-OPERATORS.txt"
                     " - STATUS " HOLD-OFFICE-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 206-LOAD-ONE-OFFICE-OPERATOR
                   UNTIL HOLD-OFFICE-EOF-FLG IS EQUAL TO 'Y'
                   OR HOT-COUNT IS EQUAL TO 200.

               IF HOLD-OFFICE-STATUS IS NOT EQUAL TO "35"
                   CLOSE HOLD-OFFICE-FILE
               END-IF.

               206-LOAD-ONE-OFFICE-OPERATOR.
                   READ HOLD-OFFICE-FILE
                       AT END
                           MOVE 'Y' TO HOLD-OFFICE-EOF-FLG
                       NOT AT END
                           ADD 1 TO HOT-COUNT
                           MOVE HOO-OFFICE TO HOT-OFFICE(HOT-COUNT)
                           MOVE HOO-OPERATOR-ID
                             TO HOT-OPERATOR-ID(HOT-COUNT)
                   END-READ.

      * the highest hold number on file seeds the next one
           210-LOAD-STUDENT-HOLDS.
               OPEN INPUT STUDENT-HOLD-FILE.
               IF STUDENT-HOLD-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO STUDENT-HOLD-EOF-FLG
               ELSE IF STUDENT-HOLD-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUDENT-HOLDS.txt - "
                     "STATUS " STUDENT-HOLD-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 211-LOAD-ONE-STUDENT-HOLD
                   UNTIL STUDENT-HOLD-EOF-FLG IS EQUAL TO 'Y'
                   OR SHT-COUNT IS EQUAL TO 5000.

               IF STUDENT-HOLD-STATUS IS NOT EQUAL TO "35"
                   CLOSE STUDENT-HOLD-FILE
               END-IF.

               211-LOAD-ONE-STUDENT-HOLD.
                   READ STUDENT-HOLD-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-HOLD-EOF-FLG
                       NOT AT END
                           ADD 1 TO SHT-COUNT
                           MOVE STUDENT-HOLD-RECORD
                             TO SHT-ENTRY(SHT-COUNT)
                           IF SHD-HOLD-NUMBER > LAST-HOLD-NUMBER
                               MOVE SHD-HOLD-NUMBER
                                 TO LAST-HOLD-NUMBER
                           END-IF
                   END-READ.

           220-REWRITE-STUDENT-HOLDS.
               OPEN OUTPUT STUDENT-HOLD-FILE.
               IF STUDENT-HOLD-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUDENT-HOLDS.txt - "
                     "STATUS " STUDENT-HOLD-STATUS
                   STOP RUN
               END-IF.
               PERFORM 221-WRITE-ONE-STUDENT-HOLD
                   VARYING SHT-SUB FROM 1 BY 1
                   UNTIL SHT-SUB > SHT-COUNT.
               CLOSE STUDENT-HOLD-FILE.

               221-WRITE-ONE-STUDENT-HOLD.
                   MOVE SHT-ENTRY(SHT-SUB) TO STUDENT-HOLD-RECORD.
                   WRITE STUDENT-HOLD-RECORD.

           225-REWRITE-HOLD-TYPES.
               OPEN OUTPUT HOLD-TYPE-FILE.
               IF HOLD-TYPE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN HOLD-TYPES.txt - STATUS "
                     HOLD-TYPE-STATUS
                   STOP RUN
               END-IF.
               PERFORM 226-WRITE-ONE-HOLD-TYPE
                   VARYING HTT-SUB FROM 1 BY 1
                   UNTIL HTT-SUB > HTT-COUNT.
               CLOSE HOLD-TYPE-FILE.

               226-WRITE-ONE-HOLD-TYPE.
                   MOVE HTT-ENTRY(HTT-SUB) TO HOLD-TYPE-RECORD.
                   WRITE HOLD-TYPE-RECORD.

           230-REWRITE-OFFICE-OPERATORS.
               OPEN OUTPUT HOLD-OFFICE-FILE.
               IF HOLD-OFFICE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN HOLD-OFFICE-OPERATORS.txt"
                     " - STATUS " HOLD-OFFICE-STATUS
                   STOP RUN
               END-IF.
               PERFORM 231-WRITE-ONE-OFFICE-OPERATOR
                   VARYING HOT-SUB FROM 1 BY 1
                   UNTIL HOT-SUB > HOT-COUNT.
               CLOSE HOLD-OFFICE-FILE.

               231-WRITE-ONE-OFFICE-OPERATOR.
                   MOVE HOT-ENTRY(HOT-SUB) TO HOLD-OFFICE-RECORD.
                   WRITE HOLD-OFFICE-RECORD.

      * a hold is placed by its type's owning office only - the
      * student has to be on the tuition master, and a second active
      * hold of the same type is refused as a duplicate
           300-PLACE-HOLD.
               DISPLAY "ENTER STUDENT NUMBER:".
               MOVE SPACES TO ENTRY-STUDENT.
               ACCEPT ENTRY-STUDENT.
               IF ENTRY-STUDENT IS NOT NUMERIC
                   DISPLAY "STUDENT NUMBER MUST BE SIX DIGITS"
               ELSE
                   PERFORM 340-FIND-STUDENT
                   IF NOT STUDENT-ON-MASTER
                       DISPLAY "STUDENT " ENTRY-STUDENT
                         " NOT ON THE MASTER"
                   ELSE
                       DISPLAY "STUDENT: " FOUND-STUDENT-NAME
                       PERFORM 301-TAKE-HOLD-TYPE
                   END-IF
               END-IF.

               301-TAKE-HOLD-TYPE.
                   DISPLAY "ENTER HOLD TYPE:".
                   MOVE SPACES TO ENTRY-HOLD-TYPE.
                   ACCEPT ENTRY-HOLD-TYPE.
                   PERFORM 320-FIND-HOLD-TYPE.

                   IF NOT HOLD-TYPE-FOUND
                       DISPLAY "HOLD TYPE " ENTRY-HOLD-TYPE
                         " NOT ON HOLD-TYPES.txt"
                   ELSE
                       MOVE HTT-OFFICE(HTT-FOUND-SUB) TO CHECK-OFFICE
                       MOVE OPERATOR-ID TO CHECK-OPERATOR
                       PERFORM 330-FIND-OFFICE-MEMBER
                       IF NOT OFFICE-MEMBER-FOUND
                           DISPLAY "ONLY " CHECK-OFFICE
                             " OPERATORS MAY PLACE A "
                             ENTRY-HOLD-TYPE " HOLD"
                       ELSE
                           PERFORM 302-CHECK-DUPLICATE-HOLD
                           IF STUDENT-HOLD-FOUND
                               DISPLAY "STUDENT ALREADY HAS ACTIVE "
                                 ENTRY-HOLD-TYPE " HOLD "
                                 SHT-HOLD-NUMBER(SHT-FOUND-SUB)
                           ELSE
                               PERFORM 303-ADD-ONE-HOLD
                           END-IF
                       END-IF
                   END-IF.

               302-CHECK-DUPLICATE-HOLD.
                   MOVE 'N' TO SHT-FOUND-FLAG.
                   MOVE 0 TO SHT-FOUND-SUB.
                   PERFORM 3021-CHECK-ONE-HOLD
                       VARYING SHT-SUB FROM 1 BY 1
                       UNTIL SHT-SUB > SHT-COUNT
                       OR STUDENT-HOLD-FOUND.

                   3021-CHECK-ONE-HOLD.
                       IF SHT-STUDENT-NUMBER(SHT-SUB) IS EQUAL TO
                           ENTRY-STUDENT-NUMERIC
                           AND SHT-HOLD-TYPE(SHT-SUB) IS EQUAL TO
                           ENTRY-HOLD-TYPE
                           AND SHT-STATUS(SHT-SUB) IS EQUAL TO 'A'
                           MOVE 'Y' TO SHT-FOUND-FLAG
                           MOVE SHT-SUB TO SHT-FOUND-SUB
                       END-IF.

      * the hold is on disk before the next prompt
               303-ADD-ONE-HOLD.
                   IF SHT-COUNT IS EQUAL TO 5000
                       DISPLAY "HOLD MASTER FULL - HOLD NOT PLACED"
                   ELSE
                       MOVE SPACES TO ENTRY-REASON
                       PERFORM 304-ACCEPT-REASON
                           UNTIL ENTRY-REASON IS NOT EQUAL TO SPACES
                       ADD 1 TO LAST-HOLD-NUMBER
                       ADD 1 TO SHT-COUNT
                       MOVE LAST-HOLD-NUMBER
                         TO SHT-HOLD-NUMBER(SHT-COUNT)
                       MOVE ENTRY-STUDENT-NUMERIC
                         TO SHT-STUDENT-NUMBER(SHT-COUNT)
                       MOVE ENTRY-HOLD-TYPE
                         TO SHT-HOLD-TYPE(SHT-COUNT)
                       MOVE CHECK-OFFICE TO SHT-OFFICE(SHT-COUNT)
                       MOVE ENTRY-REASON TO SHT-REASON(SHT-COUNT)
                       MOVE RUN-DATE-RAW
                         TO SHT-PLACED-DATE(SHT-COUNT)
                       MOVE OPERATOR-ID TO SHT-PLACED-BY(SHT-COUNT)
                       MOVE CHECK-OFFICE
                         TO SHT-RELEASE-OFFICE(SHT-COUNT)
                       MOVE 'A' TO SHT-STATUS(SHT-COUNT)
                       MOVE ZERO TO SHT-RELEASED-DATE(SHT-COUNT)
                       MOVE SPACES TO SHT-RELEASED-BY(SHT-COUNT)
                       MOVE SPACES TO SHT-RELEASE-REASON(SHT-COUNT)
                       PERFORM 220-REWRITE-STUDENT-HOLDS
                       MOVE HTT-FOUND-SUB TO HTT-SUB
                       PERFORM 360-SPELL-OUT-BLOCKS
                       DISPLAY "HOLD " LAST-HOLD-NUMBER " PLACED - "
                         "BLOCKS " BLOCKS-TEXT
                   END-IF.

               304-ACCEPT-REASON.
                   DISPLAY "ENTER REASON (REQUIRED):".
                   ACCEPT ENTRY-REASON.

      * a release is refused unless the operator acts for the office
      * that holds the release authority - the row stays on file,
      * marked R, with who lifted it, when and why
           310-RELEASE-HOLD.
               DISPLAY "ENTER HOLD NUMBER:".
               MOVE SPACES TO ENTRY-HOLD-NUMBER.
               ACCEPT ENTRY-HOLD-NUMBER.
               MOVE 'N' TO SHT-FOUND-FLAG.
               IF ENTRY-HOLD-NUMBER IS NUMERIC
                   PERFORM 311-FIND-ONE-HOLD
                       VARYING SHT-SUB FROM 1 BY 1
                       UNTIL SHT-SUB > SHT-COUNT
                       OR STUDENT-HOLD-FOUND
               END-IF.

               IF NOT STUDENT-HOLD-FOUND
                   DISPLAY "NO SUCH HOLD ON FILE"
               ELSE IF SHT-STATUS(SHT-FOUND-SUB) IS NOT EQUAL TO 'A'
                   DISPLAY "HOLD ALREADY RELEASED ON "
                     SHT-RELEASED-DATE(SHT-FOUND-SUB) " BY "
                     SHT-RELEASED-BY(SHT-FOUND-SUB)
               ELSE
                   MOVE SHT-RELEASE-OFFICE(SHT-FOUND-SUB)
                     TO CHECK-OFFICE
                   MOVE OPERATOR-ID TO CHECK-OPERATOR
                   PERFORM 330-FIND-OFFICE-MEMBER
                   IF NOT OFFICE-MEMBER-FOUND
                       DISPLAY "ONLY " CHECK-OFFICE
                         " OPERATORS MAY RELEASE THIS HOLD"
                   ELSE
                       MOVE SHT-FOUND-SUB TO SHT-SUB
                       PERFORM 351-SHOW-ONE-HOLD
                       PERFORM 312-TAKE-RELEASE
                   END-IF
               END-IF
               END-IF.

               311-FIND-ONE-HOLD.
                   IF SHT-HOLD-NUMBER(SHT-SUB) IS EQUAL TO
                       ENTRY-HOLD-NUMERIC
                       MOVE 'Y' TO SHT-FOUND-FLAG
                       MOVE SHT-SUB TO SHT-FOUND-SUB
                   END-IF.

               312-TAKE-RELEASE.
                   DISPLAY "RELEASE THIS HOLD (Y/N)?".
                   ACCEPT CONFIRM-ANSWER.
                   IF CONFIRM-ANSWER IS EQUAL TO 'Y'
                       MOVE SPACES TO ENTRY-REASON
                       PERFORM 304-ACCEPT-REASON
                           UNTIL ENTRY-REASON IS NOT EQUAL TO SPACES
                       MOVE 'R' TO SHT-STATUS(SHT-FOUND-SUB)
                       MOVE RUN-DATE-RAW
                         TO SHT-RELEASED-DATE(SHT-FOUND-SUB)
                       MOVE OPERATOR-ID
                         TO SHT-RELEASED-BY(SHT-FOUND-SUB)
                       MOVE ENTRY-REASON
                         TO SHT-RELEASE-REASON(SHT-FOUND-SUB)
                       PERFORM 220-REWRITE-STUDENT-HOLDS
                       DISPLAY "HOLD RELEASED"
                   ELSE
                       DISPLAY "HOLD LEFT IN PLACE"
                   END-IF.

           320-FIND-HOLD-TYPE.
               MOVE 'N' TO HTT-FOUND-FLAG.
               MOVE 0 TO HTT-FOUND-SUB.
               PERFORM 321-CHECK-ONE-HOLD-TYPE
                   VARYING HTT-SUB FROM 1 BY 1
                   UNTIL HTT-SUB > HTT-COUNT
                   OR HOLD-TYPE-FOUND.

               321-CHECK-ONE-HOLD-TYPE.
                   IF HTT-HOLD-TYPE(HTT-SUB) IS EQUAL TO
                       ENTRY-HOLD-TYPE
                       MOVE 'Y' TO HTT-FOUND-FLAG
                       MOVE HTT-SUB TO HTT-FOUND-SUB
                   END-IF.

           330-FIND-OFFICE-MEMBER.
               MOVE 'N' TO HOT-FOUND-FLAG.
               MOVE 0 TO HOT-FOUND-SUB.
               PERFORM 331-CHECK-ONE-OFFICE-MEMBER
                   VARYING HOT-SUB FROM 1 BY 1
                   UNTIL HOT-SUB > HOT-COUNT
                   OR OFFICE-MEMBER-FOUND.

               331-CHECK-ONE-OFFICE-MEMBER.
                   IF HOT-OFFICE(HOT-SUB) IS EQUAL TO CHECK-OFFICE
                       AND HOT-OPERATOR-ID(HOT-SUB) IS EQUAL TO
                       CHECK-OPERATOR
                       MOVE 'Y' TO HOT-FOUND-FLAG
                       MOVE HOT-SUB TO HOT-FOUND-SUB
                   END-IF.

      * read-only pass of the tuition master for the keyed student
           340-FIND-STUDENT.
               MOVE 'N' TO STUDENT-FOUND-FLAG.
               MOVE SPACES TO FOUND-STUDENT-NAME.
               MOVE 'N' TO STUDENT-EOF-FLG.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - STATUS "
                     STUDENT-FILE-STATUS
                   STOP RUN
               END-IF.
               PERFORM 341-CHECK-ONE-STUDENT
                   UNTIL STUDENT-EOF-FLG IS EQUAL TO 'Y'
                   OR STUDENT-ON-MASTER.
               CLOSE STUDENT-FILE.

               341-CHECK-ONE-STUDENT.
                   READ STUDENT-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-EOF-FLG
                       NOT AT END
                           IF STUDENT-NUMBER IS EQUAL TO
                               ENTRY-STUDENT-NUMERIC
                               MOVE 'Y' TO STUDENT-FOUND-FLAG
                               MOVE STUDENT-NAME
                                 TO FOUND-STUDENT-NAME
                           END-IF
                   END-READ.

      * every hold the student has ever carried, active ones first
      * in file order, then the released history
           350-LIST-STUDENT-HOLDS.
               DISPLAY "ENTER STUDENT NUMBER:".
               MOVE SPACES TO ENTRY-STUDENT.
               ACCEPT ENTRY-STUDENT.
               IF ENTRY-STUDENT IS NOT NUMERIC
                   DISPLAY "STUDENT NUMBER MUST BE SIX DIGITS"
               ELSE
                   MOVE 0 TO HOW-MANY-LISTED
                   MOVE 'A' TO CONFIRM-ANSWER
                   PERFORM 352-LIST-ONE-HOLD
                       VARYING SHT-SUB FROM 1 BY 1
                       UNTIL SHT-SUB > SHT-COUNT
                   MOVE 'R' TO CONFIRM-ANSWER
                   PERFORM 352-LIST-ONE-HOLD
                       VARYING SHT-SUB FROM 1 BY 1
                       UNTIL SHT-SUB > SHT-COUNT
                   IF HOW-MANY-LISTED IS EQUAL TO ZERO
                       DISPLAY "NO HOLDS ON FILE FOR " ENTRY-STUDENT
                   END-IF
               END-IF.

               351-SHOW-ONE-HOLD.
                   MOVE SHT-HOLD-TYPE(SHT-SUB) TO ENTRY-HOLD-TYPE.
                   PERFORM 320-FIND-HOLD-TYPE.
                   IF HOLD-TYPE-FOUND
                       MOVE HTT-FOUND-SUB TO HTT-SUB
                       PERFORM 360-SPELL-OUT-BLOCKS
                       DISPLAY "HOLD " SHT-HOLD-NUMBER(SHT-SUB) "  "
                         SHT-HOLD-TYPE(SHT-SUB) " "
                         HTT-DESCRIPTION(HTT-FOUND-SUB)
                         "  BLOCKS " BLOCKS-TEXT
                   ELSE
                       DISPLAY "HOLD " SHT-HOLD-NUMBER(SHT-SUB) "  "
                         SHT-HOLD-TYPE(SHT-SUB)
                         " (TYPE NOT ON FILE - BLOCKS EVERYTHING)"
                   END-IF.
                   DISPLAY "  STUDENT " SHT-STUDENT-NUMBER(SHT-SUB)
                     "  PLACED " SHT-PLACED-DATE(SHT-SUB) " BY "
                     SHT-PLACED-BY(SHT-SUB) " FOR "
                     SHT-OFFICE(SHT-SUB).
                   DISPLAY "  REASON: " SHT-REASON(SHT-SUB).

               352-LIST-ONE-HOLD.
                   IF SHT-STUDENT-NUMBER(SHT-SUB) IS EQUAL TO
                       ENTRY-STUDENT-NUMERIC
                       AND SHT-STATUS(SHT-SUB) IS EQUAL TO
                       CONFIRM-ANSWER
                       ADD 1 TO HOW-MANY-LISTED
                       PERFORM 351-SHOW-ONE-HOLD
                       IF SHT-STATUS(SHT-SUB) IS EQUAL TO 'A'
                           DISPLAY "  ACTIVE - RELEASE BY "
                             SHT-RELEASE-OFFICE(SHT-SUB)
                       ELSE
                           DISPLAY "  RELEASED "
                             SHT-RELEASED-DATE(SHT-SUB) " BY "
                             SHT-RELEASED-BY(SHT-SUB) " - "
                             SHT-RELEASE-REASON(SHT-SUB)
                       END-IF
                   END-IF.

           360-SPELL-OUT-BLOCKS.
               MOVE SPACES TO BLOCKS-TEXT.
               IF HTT-BLOCKS-REGISTRATION(HTT-SUB) IS EQUAL TO 'Y'
                   MOVE "REG" TO BLK-REGISTRATION-OUT
               END-IF.
               IF HTT-BLOCKS-TRANSCRIPT(HTT-SUB) IS EQUAL TO 'Y'
                   MOVE "TRN" TO BLK-TRANSCRIPT-OUT
               END-IF.
               IF HTT-BLOCKS-DIPLOMA(HTT-SUB) IS EQUAL TO 'Y'
                   MOVE "DIP" TO BLK-DIPLOMA-OUT
               END-IF.
               IF HTT-BLOCKS-REFUND(HTT-SUB) IS EQUAL TO 'Y'
                   MOVE "REF" TO BLK-REFUND-OUT
               END-IF.

      * add a type, or change an existing one's description, office
      * and block switches - holds already placed keep the office
      * they were placed under
           400-MAINTAIN-HOLD-TYPE.
               DISPLAY "ENTER HOLD TYPE CODE:".
               MOVE SPACES TO ENTRY-HOLD-TYPE.
               ACCEPT ENTRY-HOLD-TYPE.
               IF ENTRY-HOLD-TYPE IS EQUAL TO SPACES
                   DISPLAY "HOLD TYPE CODE REQUIRED"
               ELSE
                   PERFORM 320-FIND-HOLD-TYPE
                   IF HOLD-TYPE-FOUND
                       MOVE HTT-FOUND-SUB TO HTT-SUB
                       PERFORM 360-SPELL-OUT-BLOCKS
                       DISPLAY "CURRENT: "
                         HTT-DESCRIPTION(HTT-FOUND-SUB) "  OFFICE "
                         HTT-OFFICE(HTT-FOUND-SUB) "  BLOCKS "
                         BLOCKS-TEXT
                       PERFORM 401-TAKE-HOLD-TYPE-FIELDS
                   ELSE IF HTT-COUNT IS EQUAL TO 50
                       DISPLAY "HOLD TYPE TABLE FULL"
                   ELSE
                       ADD 1 TO HTT-COUNT
                       MOVE HTT-COUNT TO HTT-FOUND-SUB
                       MOVE ENTRY-HOLD-TYPE
                         TO HTT-HOLD-TYPE(HTT-FOUND-SUB)
                       PERFORM 401-TAKE-HOLD-TYPE-FIELDS
                   END-IF
                   END-IF
               END-IF.

               401-TAKE-HOLD-TYPE-FIELDS.
                   DISPLAY "ENTER DESCRIPTION:".
                   MOVE SPACES TO ENTRY-DESCRIPTION.
                   ACCEPT ENTRY-DESCRIPTION.
                   MOVE ENTRY-DESCRIPTION
                     TO HTT-DESCRIPTION(HTT-FOUND-SUB).
                   MOVE SPACES TO ENTRY-OFFICE.
                   PERFORM 402-ACCEPT-OFFICE
                       UNTIL ENTRY-OFFICE IS NOT EQUAL TO SPACES.
                   MOVE ENTRY-OFFICE TO HTT-OFFICE(HTT-FOUND-SUB).

                   DISPLAY "BLOCKS REGISTRATION (Y/N)?".
                   PERFORM 403-ACCEPT-BLOCK-FLAG.
                   MOVE ENTRY-BLOCK-FLAG
                     TO HTT-BLOCKS-REGISTRATION(HTT-FOUND-SUB).
                   DISPLAY "BLOCKS TRANSCRIPTS (Y/N)?".
                   PERFORM 403-ACCEPT-BLOCK-FLAG.
                   MOVE ENTRY-BLOCK-FLAG
                     TO HTT-BLOCKS-TRANSCRIPT(HTT-FOUND-SUB).
                   DISPLAY "BLOCKS DIPLOMA PRINT (Y/N)?".
                   PERFORM 403-ACCEPT-BLOCK-FLAG.
                   MOVE ENTRY-BLOCK-FLAG
                     TO HTT-BLOCKS-DIPLOMA(HTT-FOUND-SUB).
                   DISPLAY "BLOCKS REFUNDS (Y/N)?".
                   PERFORM 403-ACCEPT-BLOCK-FLAG.
                   MOVE ENTRY-BLOCK-FLAG
                     TO HTT-BLOCKS-REFUND(HTT-FOUND-SUB).

                   PERFORM 225-REWRITE-HOLD-TYPES.
                   DISPLAY "HOLD TYPE " ENTRY-HOLD-TYPE " SAVED".

               402-ACCEPT-OFFICE.
                   DISPLAY "ENTER OWNING OFFICE CODE:".
                   ACCEPT ENTRY-OFFICE.

               403-ACCEPT-BLOCK-FLAG.
                   MOVE SPACE TO ENTRY-BLOCK-FLAG.
                   PERFORM 4031-TAKE-ONE-BLOCK-FLAG
                       UNTIL ENTRY-BLOCK-VALID.

                   4031-TAKE-ONE-BLOCK-FLAG.
                       ACCEPT ENTRY-BLOCK-FLAG.
                       IF NOT ENTRY-BLOCK-VALID
                           DISPLAY "ANSWER Y OR N"
                       END-IF.

      * an operator already listed for the office is offered for
      * removal; anyone else is added, provided OPERATOR.txt knows
      * the ID
           450-MAINTAIN-OFFICE-OPERATOR.
               DISPLAY "ENTER OFFICE CODE:".
               MOVE SPACES TO ENTRY-OFFICE.
               ACCEPT ENTRY-OFFICE.
               DISPLAY "ENTER OPERATOR ID:".
               MOVE SPACES TO ENTRY-OPERATOR.
               ACCEPT ENTRY-OPERATOR.
               MOVE ENTRY-OFFICE TO CHECK-OFFICE.
               MOVE ENTRY-OPERATOR TO CHECK-OPERATOR.
               PERFORM 330-FIND-OFFICE-MEMBER.

               IF ENTRY-OFFICE IS EQUAL TO SPACES
                   OR ENTRY-OPERATOR IS EQUAL TO SPACES
                   DISPLAY "OFFICE AND OPERATOR BOTH REQUIRED"
               ELSE IF OFFICE-MEMBER-FOUND
                   DISPLAY "OPERATOR ALREADY ACTS FOR " ENTRY-OFFICE
                     " - REMOVE (Y/N)?"
                   ACCEPT CONFIRM-ANSWER
                   IF CONFIRM-ANSWER IS EQUAL TO 'Y'
                       PERFORM 451-DROP-OFFICE-MEMBER
                       PERFORM 230-REWRITE-OFFICE-OPERATORS
                       DISPLAY "OPERATOR REMOVED FROM " ENTRY-OFFICE
                   END-IF
               ELSE
                   MOVE 'N' TO SIGNON-MATCH-FLAG
                   MOVE ENTRY-OPERATOR TO ENTRY-OPERATOR-ID
                   PERFORM 252-CHECK-ONE-OPERATOR
                       VARYING OPS-SUB FROM 1 BY 1
                       UNTIL OPS-SUB > OPS-COUNT
                       OR OPERATOR-MATCHED
                   IF NOT OPERATOR-MATCHED
                       DISPLAY "OPERATOR " ENTRY-OPERATOR
                         " NOT ON OPERATOR.txt"
                   ELSE IF HOT-COUNT IS EQUAL TO 200
                       DISPLAY "OFFICE OPERATOR TABLE FULL"
                   ELSE
                       ADD 1 TO HOT-COUNT
                       MOVE ENTRY-OFFICE TO HOT-OFFICE(HOT-COUNT)
                       MOVE ENTRY-OPERATOR
                         TO HOT-OPERATOR-ID(HOT-COUNT)
                       PERFORM 230-REWRITE-OFFICE-OPERATORS
                       DISPLAY "OPERATOR ADDED TO " ENTRY-OFFICE
                   END-IF
                   END-IF
               END-IF
               END-IF.

      * close the gap left by the removed row
               451-DROP-OFFICE-MEMBER.
                   PERFORM 452-SHIFT-ONE-OFFICE-MEMBER
                       VARYING HOT-SUB FROM HOT-FOUND-SUB BY 1
                       UNTIL HOT-SUB IS NOT LESS THAN HOT-COUNT.
                   SUBTRACT 1 FROM HOT-COUNT.

                   452-SHIFT-ONE-OFFICE-MEMBER.
                       MOVE HOT-ENTRY(HOT-SUB + 1)
                         TO HOT-ENTRY(HOT-SUB).

      * any active operator signs on - what they may do to a hold is
      * decided by the office list, and the two maintenance choices
      * by the supervisor role
           250-SIGN-ON.
               OPEN INPUT OPERATOR-FILE.
               IF OPERATOR-FILE-STATUS IS NOT EQUAL TO "00"
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
                       MOVE OPS-ROLE(OPS-MATCH-SUB) TO OPERATOR-ROLE
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
                   MOVE "PROJ140" TO LOG-PROGRAM-OUT.
                   MOVE SIGNON-FAIL-REASON TO LOG-MESSAGE-OUT.
                   WRITE SIGNON-LOG-LINE.

                   CLOSE SIGNON-LOG.

       END PROGRAM PROJECT140.
