      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: accommodations register. One confidential row per
      *          student per term on ACCOMMODATIONS.txt - extra exam
      *          time as a percentage, a separate exam room, and a
      *          free note for anything else accessibility services
      *          has arranged - kept only by accessibility services
      *          (OPERATOR.txt role 'A', failures logged the usual
      *          way). Nothing else reads the details: PROJECT53's
      *          class lists mark the student "accommodation on file"
      *          and no more, and PROJECT96 books the extended-time
      *          and separate-room sittings off the file when it
      *          schedules the term's exams. The shared audit trail
      *          records that a row was added, changed or removed,
      *          never what it holds
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT102.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the register this screen owns
           SELECT ACCOMMODATION-FILE
           ASSIGN TO "..\ACCOMMODATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACCOMMODATION-FILE-STATUS.

      * same audit trail PROJECT02 writes - one line per change
           SELECT AUDIT-LOG
           ASSIGN TO "..\PROJECT02-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

      * the operator master - every session here starts with an
      * accessibility-services sign-on against it
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
      * one student in one term. ACM-EXTRA-TIME-PCT lengthens every
      * exam sitting by that share of its length (025 = a quarter
      * again); ACM-SEPARATE-ROOM 'Y' seats the student apart from
      * the class
       FD ACCOMMODATION-FILE.
       01 ACCOMMODATION-RECORD.
         05 ACM-STUDENT-NUMBER PIC 9(6).
         05 ACM-TERM-CODE PIC 9(6).
         05 ACM-EXTRA-TIME-PCT PIC 9(3).
         05 ACM-SEPARATE-ROOM PIC X(1).
         05 ACM-OTHER-NOTE PIC X(30).
         05 ACM-ENTERED-BY PIC X(8).
         05 ACM-ENTERED-DATE PIC 9(8).

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
         05 ACCOMMODATION-FILE-STATUS PIC X(2).
         05 AUDIT-FILE-STATUS PIC X(2).

       01 OPERATOR-ID PIC X(8).
       01 RUN-DATE-FULL PIC 9(8).

      * the whole register in memory while the session works - a
      * removed row drops out at the rewrite
       01 ACCOMMODATION-TABLE.
         05 ACCOMMODATION-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON ACCOMMODATION-COUNT.
           10 TBL-ACM-STUDENT-NUMBER PIC 9(6).
           10 TBL-ACM-TERM-CODE PIC 9(6).
           10 TBL-ACM-EXTRA-TIME-PCT PIC 9(3).
           10 TBL-ACM-SEPARATE-ROOM PIC X(1).
           10 TBL-ACM-OTHER-NOTE PIC X(30).
           10 TBL-ACM-ENTERED-BY PIC X(8).
           10 TBL-ACM-ENTERED-DATE PIC 9(8).
           10 TBL-ACM-REMOVED-FLAG PIC X(1).
             88 TBL-ACM-REMOVED VALUE 'Y'.

       01 ACCOMMODATION-VARIABLES.
         05 ACCOMMODATION-COUNT PIC 9(4) VALUE 0.
         05 ACCOMMODATION-EOF-FLG PIC X(1) VALUE 'N'.
         05 ACCOMMODATION-SUB PIC 9(4).
         05 ACCOMMODATION-FIND-SUB PIC 9(4).
         05 ACCOMMODATION-FOUND-SUB PIC 9(4) VALUE 0.
         05 ACCOMMODATION-FOUND-FLAG PIC X(1).
           88 ACCOMMODATION-ROW-FOUND VALUE 'Y'.
         05 ROWS-WRITTEN PIC 9(4).
         05 ROWS-LISTED PIC 9(4).

       01 ENTRY-FIELDS.
         05 MENU-CHOICE PIC X(1).
         05 ENTRY-STUDENT-NUMBER PIC X(6).
         05 ENTRY-STUDENT-NUMERIC PIC 9(6).
         05 ENTRY-TERM-CODE PIC X(6).
         05 ENTRY-TERM-NUMERIC PIC 9(6).
         05 ENTRY-EXTRA-TIME PIC X(3).
         05 ENTRY-EXTRA-TIME-NUMERIC PIC 9(3).
         05 ENTRY-SEPARATE-ROOM PIC X(1).
           88 SEPARATE-ROOM-VALID VALUE 'Y' 'N'.
         05 ENTRY-OTHER-NOTE PIC X(30).
         05 CONFIRM-ANSWER PIC X(1).
         05 CHANGED-FLAG PIC X(1) VALUE 'N'.

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
       01 AUDIT-BEFORE-BUILD PIC X(50).
       01 AUDIT-AFTER-BUILD PIC X(50).
       01 AUDIT-STUDENT-NUMBER PIC 9(6).

       PROCEDURE DIVISION.
      * main procedure - accessibility-services sign-on, load the
      * register, one action per trip around the menu until
      * save-and-exit
       100-MAINTAIN-ACCOMMODATIONS.
           ACCEPT RUN-DATE-FULL FROM DATE YYYYMMDD.
           PERFORM 250-SIGN-ON.
           PERFORM 200-LOAD-ACCOMMODATION-TABLE.

           PERFORM 202-PROCESS-MENU-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '4'.

           IF CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 900-REWRITE-ACCOMMODATION-FILE
           ELSE
               DISPLAY "NO CHANGES - ACCOMMODATIONS.txt LEFT "
                 "UNTOUCHED"
           END-IF.
           STOP RUN.

           202-PROCESS-MENU-CHOICE.
               PERFORM 205-DISPLAY-MENU.
               ACCEPT MENU-CHOICE.

               IF MENU-CHOICE IS EQUAL TO '1'
                   PERFORM 300-ADD-OR-CHANGE-ACCOMMODATION
               ELSE IF MENU-CHOICE IS EQUAL TO '2'
                   PERFORM 400-REMOVE-ACCOMMODATION
               ELSE IF MENU-CHOICE IS EQUAL TO '3'
                   PERFORM 500-LIST-TERM-ACCOMMODATIONS
               ELSE IF MENU-CHOICE IS NOT EQUAL TO '4'
                   DISPLAY "INVALID CHOICE - ENTER 1 THROUGH 4"
               END-IF
               END-IF
               END-IF
               END-IF.

           205-DISPLAY-MENU.
               DISPLAY " ".
               DISPLAY "1 - ADD OR CHANGE A STUDENT'S ACCOMMODATION".
               DISPLAY "2 - REMOVE AN ACCOMMODATION".
               DISPLAY "3 - LIST ACCOMMODATIONS FOR A TERM".
               DISPLAY "4 - SAVE AND EXIT".
               DISPLAY "ENTER YOUR CHOICE:".

      * the register - a missing file is just an empty one
           200-LOAD-ACCOMMODATION-TABLE.
               OPEN INPUT ACCOMMODATION-FILE.
               IF ACCOMMODATION-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF ACCOMMODATION-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ACCOMMODATIONS.txt - "
                     "STATUS " ACCOMMODATION-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 201-LOAD-ONE-ACCOMMODATION
                       UNTIL ACCOMMODATION-EOF-FLG IS EQUAL TO 'Y'
                       OR ACCOMMODATION-COUNT IS EQUAL TO 2000
                   CLOSE ACCOMMODATION-FILE
               END-IF
               END-IF.

               201-LOAD-ONE-ACCOMMODATION.
                   READ ACCOMMODATION-FILE
                       AT END
                           MOVE 'Y' TO ACCOMMODATION-EOF-FLG
                       NOT AT END
                           ADD 1 TO ACCOMMODATION-COUNT
                           MOVE ACM-STUDENT-NUMBER
                             TO TBL-ACM-STUDENT-NUMBER
                               (ACCOMMODATION-COUNT)
                           MOVE ACM-TERM-CODE
                             TO TBL-ACM-TERM-CODE(ACCOMMODATION-COUNT)
                           MOVE ACM-EXTRA-TIME-PCT
                             TO TBL-ACM-EXTRA-TIME-PCT
                               (ACCOMMODATION-COUNT)
                           MOVE ACM-SEPARATE-ROOM
                             TO TBL-ACM-SEPARATE-ROOM
                               (ACCOMMODATION-COUNT)
                           MOVE ACM-OTHER-NOTE
                             TO TBL-ACM-OTHER-NOTE(ACCOMMODATION-COUNT)
                           MOVE ACM-ENTERED-BY
                             TO TBL-ACM-ENTERED-BY(ACCOMMODATION-COUNT)
                           MOVE ACM-ENTERED-DATE
                             TO TBL-ACM-ENTERED-DATE
                               (ACCOMMODATION-COUNT)
                           MOVE 'N'
                             TO TBL-ACM-REMOVED-FLAG
                               (ACCOMMODATION-COUNT)
                   END-READ.

      * one row per student per term - keying a student and term
      * already on file shows what is there and replaces it
           300-ADD-OR-CHANGE-ACCOMMODATION.
               PERFORM 310-ACCEPT-STUDENT-AND-TERM.

               IF ENTRY-STUDENT-NUMBER IS NOT NUMERIC
                   OR ENTRY-TERM-CODE IS NOT NUMERIC
                   DISPLAY "STUDENT AND TERM MUST BE SIX DIGITS EACH - "
                     "NOTHING SAVED"
               ELSE IF NOT ACCOMMODATION-ROW-FOUND
                   AND ACCOMMODATION-COUNT IS EQUAL TO 2000
                   DISPLAY "ACCOMMODATIONS TABLE FULL - NOT ADDED"
               ELSE
                   IF ACCOMMODATION-ROW-FOUND
                       DISPLAY "ON FILE NOW:"
                       MOVE ACCOMMODATION-FOUND-SUB
                         TO ACCOMMODATION-SUB
                       PERFORM 510-SHOW-ONE-ACCOMMODATION
                   END-IF
                   PERFORM 301-ACCEPT-ACCOMMODATION-DETAIL
               END-IF
               END-IF.

               301-ACCEPT-ACCOMMODATION-DETAIL.
                   DISPLAY "EXTRA EXAM TIME, PERCENT (000-100):".
                   ACCEPT ENTRY-EXTRA-TIME.
                   DISPLAY "SEPARATE EXAM ROOM (Y/N):".
                   ACCEPT ENTRY-SEPARATE-ROOM.
                   DISPLAY "OTHER ARRANGEMENTS (BLANK FOR NONE):".
                   ACCEPT ENTRY-OTHER-NOTE.

                   IF ENTRY-EXTRA-TIME IS NOT NUMERIC
                       DISPLAY "EXTRA TIME MUST BE THREE DIGITS - "
                         "NOTHING SAVED"
                   ELSE IF ENTRY-EXTRA-TIME IS GREATER THAN "100"
                       DISPLAY "EXTRA TIME MAY NOT PASS 100 PERCENT - "
                         "NOTHING SAVED"
                   ELSE IF NOT SEPARATE-ROOM-VALID
                       DISPLAY "SEPARATE ROOM MUST BE Y OR N - "
                         "NOTHING SAVED"
                   ELSE IF ENTRY-EXTRA-TIME IS EQUAL TO "000"
                       AND ENTRY-SEPARATE-ROOM IS EQUAL TO 'N'
                       AND ENTRY-OTHER-NOTE IS EQUAL TO SPACES
                       DISPLAY "NO ACCOMMODATION GIVEN - USE REMOVE "
                         "TO TAKE A ROW OFF - NOTHING SAVED"
                   ELSE
                       MOVE ENTRY-EXTRA-TIME
                         TO ENTRY-EXTRA-TIME-NUMERIC
                       DISPLAY "CONFIRM ACCOMMODATION FOR "
                         ENTRY-STUDENT-NUMBER " TERM "
                         ENTRY-TERM-CODE " (Y/N):"
                       ACCEPT CONFIRM-ANSWER
                       IF CONFIRM-ANSWER IS EQUAL TO 'Y'
                           PERFORM 302-APPLY-ACCOMMODATION
                       ELSE
                           DISPLAY "NOTHING SAVED"
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF.

      * the audit line says only that the row moved - the details
      * stay on ACCOMMODATIONS.txt
               302-APPLY-ACCOMMODATION.
                   MOVE SPACES TO AUDIT-BEFORE-BUILD.
                   MOVE SPACES TO AUDIT-AFTER-BUILD.
                   IF ACCOMMODATION-ROW-FOUND
                       MOVE ACCOMMODATION-FOUND-SUB
                         TO ACCOMMODATION-SUB
                       STRING "TERM=" DELIMITED BY SIZE
                           ENTRY-TERM-CODE DELIMITED BY SIZE
                           " ACCOMMODATION ON FILE" DELIMITED BY SIZE
                           INTO AUDIT-BEFORE-BUILD
                       END-STRING
                       MOVE "ACMCHG" TO AUDIT-ACTION
                   ELSE
                       ADD 1 TO ACCOMMODATION-COUNT
                       MOVE ACCOMMODATION-COUNT TO ACCOMMODATION-SUB
                       MOVE "ACMADD" TO AUDIT-ACTION
                   END-IF.

                   MOVE ENTRY-STUDENT-NUMERIC
                     TO TBL-ACM-STUDENT-NUMBER(ACCOMMODATION-SUB).
                   MOVE ENTRY-TERM-NUMERIC
                     TO TBL-ACM-TERM-CODE(ACCOMMODATION-SUB).
                   MOVE ENTRY-EXTRA-TIME-NUMERIC
                     TO TBL-ACM-EXTRA-TIME-PCT(ACCOMMODATION-SUB).
                   MOVE ENTRY-SEPARATE-ROOM
                     TO TBL-ACM-SEPARATE-ROOM(ACCOMMODATION-SUB).
                   MOVE ENTRY-OTHER-NOTE
                     TO TBL-ACM-OTHER-NOTE(ACCOMMODATION-SUB).
                   MOVE OPERATOR-ID
                     TO TBL-ACM-ENTERED-BY(ACCOMMODATION-SUB).
                   MOVE RUN-DATE-FULL
                     TO TBL-ACM-ENTERED-DATE(ACCOMMODATION-SUB).
                   MOVE 'N' TO TBL-ACM-REMOVED-FLAG(ACCOMMODATION-SUB).

                   STRING "TERM=" DELIMITED BY SIZE
                       ENTRY-TERM-CODE DELIMITED BY SIZE
                       " ACCOMMODATION ON FILE" DELIMITED BY SIZE
                       INTO AUDIT-AFTER-BUILD
                   END-STRING.
                   MOVE ENTRY-STUDENT-NUMERIC TO AUDIT-STUDENT-NUMBER.
                   PERFORM 801-WRITE-AUDIT-LINE.
                   MOVE 'Y' TO CHANGED-FLAG.
                   DISPLAY "ACCOMMODATION SAVED".

           310-ACCEPT-STUDENT-AND-TERM.
               DISPLAY "ENTER STUDENT NUMBER:".
               ACCEPT ENTRY-STUDENT-NUMBER.
               DISPLAY "ENTER TERM (YYYYTT):".
               ACCEPT ENTRY-TERM-CODE.
               MOVE 'N' TO ACCOMMODATION-FOUND-FLAG.
               MOVE 0 TO ACCOMMODATION-FOUND-SUB.

               IF ENTRY-STUDENT-NUMBER IS NUMERIC
                   AND ENTRY-TERM-CODE IS NUMERIC
                   MOVE ENTRY-STUDENT-NUMBER TO ENTRY-STUDENT-NUMERIC
                   MOVE ENTRY-TERM-CODE TO ENTRY-TERM-NUMERIC
                   PERFORM 311-CHECK-ONE-ACCOMMODATION
                       VARYING ACCOMMODATION-FIND-SUB FROM 1 BY 1
                       UNTIL ACCOMMODATION-FIND-SUB >
                           ACCOMMODATION-COUNT
                       OR ACCOMMODATION-ROW-FOUND
               END-IF.

               311-CHECK-ONE-ACCOMMODATION.
                   IF NOT TBL-ACM-REMOVED(ACCOMMODATION-FIND-SUB)
                       AND TBL-ACM-STUDENT-NUMBER
                           (ACCOMMODATION-FIND-SUB)
                           IS EQUAL TO ENTRY-STUDENT-NUMERIC
                       AND TBL-ACM-TERM-CODE(ACCOMMODATION-FIND-SUB)
                           IS EQUAL TO ENTRY-TERM-NUMERIC
                       MOVE 'Y' TO ACCOMMODATION-FOUND-FLAG
                       MOVE ACCOMMODATION-FIND-SUB
                         TO ACCOMMODATION-FOUND-SUB
                   END-IF.

           400-REMOVE-ACCOMMODATION.
               PERFORM 310-ACCEPT-STUDENT-AND-TERM.

               IF NOT ACCOMMODATION-ROW-FOUND
                   DISPLAY "NO ACCOMMODATION ON FILE FOR "
                     ENTRY-STUDENT-NUMBER " TERM " ENTRY-TERM-CODE
               ELSE
                   MOVE ACCOMMODATION-FOUND-SUB TO ACCOMMODATION-SUB
                   PERFORM 510-SHOW-ONE-ACCOMMODATION
                   DISPLAY "CONFIRM REMOVAL (Y/N):"
                   ACCEPT CONFIRM-ANSWER
                   IF CONFIRM-ANSWER IS EQUAL TO 'Y'
                       PERFORM 401-APPLY-REMOVAL
                   ELSE
                       DISPLAY "NOT REMOVED"
                   END-IF
               END-IF.

               401-APPLY-REMOVAL.
                   MOVE SPACES TO AUDIT-BEFORE-BUILD.
                   STRING "TERM=" DELIMITED BY SIZE
                       ENTRY-TERM-CODE DELIMITED BY SIZE
                       " ACCOMMODATION ON FILE" DELIMITED BY SIZE
                       INTO AUDIT-BEFORE-BUILD
                   END-STRING.
                   MOVE "REMOVED" TO AUDIT-AFTER-BUILD.
                   MOVE 'Y'
                     TO TBL-ACM-REMOVED-FLAG(ACCOMMODATION-FOUND-SUB).
                   MOVE "ACMDEL" TO AUDIT-ACTION.
                   MOVE ENTRY-STUDENT-NUMERIC TO AUDIT-STUDENT-NUMBER.
                   PERFORM 801-WRITE-AUDIT-LINE.
                   MOVE 'Y' TO CHANGED-FLAG.
                   DISPLAY "ACCOMMODATION REMOVED".

           500-LIST-TERM-ACCOMMODATIONS.
               DISPLAY "ENTER TERM (YYYYTT):".
               ACCEPT ENTRY-TERM-CODE.
               IF ENTRY-TERM-CODE IS NOT NUMERIC
                   DISPLAY "TERM CODE MUST BE SIX DIGITS"
               ELSE
                   MOVE ENTRY-TERM-CODE TO ENTRY-TERM-NUMERIC
                   MOVE 0 TO ROWS-LISTED
                   DISPLAY "STUDENT TERM   EXTRA ROOM OTHER"
                     "                          BY       ON"
                   PERFORM 501-LIST-IF-IN-TERM
                       VARYING ACCOMMODATION-SUB FROM 1 BY 1
                       UNTIL ACCOMMODATION-SUB > ACCOMMODATION-COUNT
                   DISPLAY ROWS-LISTED " ACCOMMODATION(S) IN TERM "
                     ENTRY-TERM-CODE
               END-IF.

               501-LIST-IF-IN-TERM.
                   IF NOT TBL-ACM-REMOVED(ACCOMMODATION-SUB)
                       AND TBL-ACM-TERM-CODE(ACCOMMODATION-SUB)
                           IS EQUAL TO ENTRY-TERM-NUMERIC
                       PERFORM 510-SHOW-ONE-ACCOMMODATION
                       ADD 1 TO ROWS-LISTED
                   END-IF.

           510-SHOW-ONE-ACCOMMODATION.
               DISPLAY TBL-ACM-STUDENT-NUMBER(ACCOMMODATION-SUB) " "
                 TBL-ACM-TERM-CODE(ACCOMMODATION-SUB) " "
                 TBL-ACM-EXTRA-TIME-PCT(ACCOMMODATION-SUB) "%  "
                 TBL-ACM-SEPARATE-ROOM(ACCOMMODATION-SUB) "    "
                 TBL-ACM-OTHER-NOTE(ACCOMMODATION-SUB) " "
                 TBL-ACM-ENTERED-BY(ACCOMMODATION-SUB) " "
                 TBL-ACM-ENTERED-DATE(ACCOMMODATION-SUB).

      * rewrite the register - a removed row drops out
           900-REWRITE-ACCOMMODATION-FILE.
               OPEN OUTPUT ACCOMMODATION-FILE.
               IF ACCOMMODATION-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ACCOMMODATIONS.txt - "
                     "STATUS " ACCOMMODATION-FILE-STATUS
                   STOP RUN
               END-IF.

               MOVE 0 TO ROWS-WRITTEN.
               PERFORM 901-WRITE-ONE-ACCOMMODATION
                   VARYING ACCOMMODATION-SUB FROM 1 BY 1
                   UNTIL ACCOMMODATION-SUB > ACCOMMODATION-COUNT.

               CLOSE ACCOMMODATION-FILE.
               DISPLAY "ACCOMMODATIONS.txt REWRITTEN - "
                 ROWS-WRITTEN " ROWS".

               901-WRITE-ONE-ACCOMMODATION.
                   IF NOT TBL-ACM-REMOVED(ACCOMMODATION-SUB)
                       MOVE TBL-ACM-STUDENT-NUMBER(ACCOMMODATION-SUB)
                         TO ACM-STUDENT-NUMBER
                       MOVE TBL-ACM-TERM-CODE(ACCOMMODATION-SUB)
                         TO ACM-TERM-CODE
                       MOVE TBL-ACM-EXTRA-TIME-PCT(ACCOMMODATION-SUB)
                         TO ACM-EXTRA-TIME-PCT
                       MOVE TBL-ACM-SEPARATE-ROOM(ACCOMMODATION-SUB)
                         TO ACM-SEPARATE-ROOM
                       MOVE TBL-ACM-OTHER-NOTE(ACCOMMODATION-SUB)
                         TO ACM-OTHER-NOTE
                       MOVE TBL-ACM-ENTERED-BY(ACCOMMODATION-SUB)
                         TO ACM-ENTERED-BY
                       MOVE TBL-ACM-ENTERED-DATE(ACCOMMODATION-SUB)
                         TO ACM-ENTERED-DATE
                       WRITE ACCOMMODATION-RECORD
                       ADD 1 TO ROWS-WRITTEN
                   END-IF.

      * one line on the shared audit trail per change, against the
      * student the row belongs to
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
                   ELSE IF OPS-ROLE(OPS-MATCH-SUB)
                       IS NOT EQUAL TO 'A'
                       MOVE "ACCESSIBILITY ROLE REQUIRED"
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
                   MOVE "PROJ102" TO LOG-PROGRAM-OUT.
                   MOVE SIGNON-FAIL-REASON TO LOG-MESSAGE-OUT.
                   WRITE SIGNON-LOG-LINE.

                   CLOSE SIGNON-LOG.
       END PROGRAM PROJECT102.
