      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: course renumbering maintenance - keeps
      *          COURSE-EQUIVALENCY.txt, one row per retired course
      *          code naming the current code it now counts as and
      *          the effective term of the renumbering. An attempt
      *          under the old code in a term before the effective
      *          term is the same course as the current code, so
      *          PROJECT18's best-attempt rule, the prerequisite
      *          checks in PROJECT02/16/77/78 and PROJECT41's
      *          graduation audit all treat the two as one. Under
      *          operator sign-on (any active operator, failures
      *          logged the usual way): the current code has to be a
      *          COURSE.txt course and may not itself be retired, an
      *          old code maps only once, and renumbering a course
      *          that other codes already map to re-points those rows
      *          at the new code so every lookup is a single step.
      *          Every add, removal, and re-point lands on the shared
      *          audit trail
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT100.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the renumbering table this screen owns
           SELECT EQUIVALENCY-FILE
           ASSIGN TO "..\COURSE-EQUIVALENCY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EQUIVALENCY-FILE-STATUS.

      * the course catalog - read only, so a renumbering can only
      * point at a real course
           SELECT COURSE-FILE
           ASSIGN TO "..\COURSE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COURSE-FILE-STATUS.

      * same audit trail PROJECT02 writes, appended with one line per
      * renumbering action
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
      * one retired code - attempts under EQV-OLD-CODE in a term
      * before EQV-EFFECTIVE-TERM count as EQV-CURRENT-CODE
       FD EQUIVALENCY-FILE.
       01 EQUIVALENCY-RECORD.
         05 EQV-OLD-CODE PIC X(7).
         05 EQV-CURRENT-CODE PIC X(7).
         05 EQV-EFFECTIVE-TERM PIC 9(6).

      * kept in step with Project02.cbl's FD COURSE-FILE
       FD COURSE-FILE.
       01 COURSE-FILE-IN.
         05 CRS-COURSE-CODE PIC X(7).
         05 CRS-COURSE-TITLE PIC X(25).
         05 CRS-CREDIT-HOURS PIC 9(1).
         05 CRS-COURSE-FEE PIC 9999V99.
         05 CRS-PREREQ-COUNT PIC X(1).
         05 CRS-PREREQ-CODE PIC X(7) OCCURS 3 TIMES.

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
         05 EQUIVALENCY-FILE-STATUS PIC X(2).
         05 COURSE-FILE-STATUS PIC X(2).
         05 AUDIT-FILE-STATUS PIC X(2).

       01 OPERATOR-ID PIC X(8).

      * the whole renumbering table in memory while the session works
      * - a removed row drops out at the rewrite
       01 EQUIVALENCY-TABLE.
         05 EQUIVALENCY-ENTRY OCCURS 1 TO 300 TIMES
             DEPENDING ON EQUIVALENCY-COUNT.
           10 EQT-OLD-CODE PIC X(7).
           10 EQT-CURRENT-CODE PIC X(7).
           10 EQT-EFFECTIVE-TERM PIC 9(6).
           10 EQT-REMOVED-FLAG PIC X(1).
             88 EQT-REMOVED VALUE 'Y'.

       01 EQUIVALENCY-VARIABLES.
         05 EQUIVALENCY-COUNT PIC 9(3) VALUE 0.
         05 EQUIVALENCY-EOF-FLG PIC X(1) VALUE 'N'.
         05 EQUIVALENCY-SUB PIC 9(3).
         05 EQUIVALENCY-FIND-SUB PIC 9(3).
         05 EQUIVALENCY-FOUND-SUB PIC 9(3) VALUE 0.
         05 EQUIVALENCY-FOUND-FLAG PIC X(1).
           88 EQUIVALENCY-ROW-FOUND VALUE 'Y'.
         05 EQUIVALENCY-LOOKUP-CODE PIC X(7).
         05 REPOINT-COUNT PIC 9(3).
         05 ROWS-WRITTEN PIC 9(3).

      * the catalog's codes and titles, for the current-code check
      * and the listing
       01 COURSE-CATALOG-TABLE.
         05 CATALOG-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON CATALOG-COUNT.
           10 CAT-COURSE-CODE PIC X(7).
           10 CAT-COURSE-TITLE PIC X(25).

       01 CATALOG-VARIABLES.
         05 CATALOG-COUNT PIC 9(3) VALUE 0.
         05 CATALOG-EOF-FLG PIC X(1) VALUE 'N'.
         05 CATALOG-FIND-SUB PIC 9(3).
         05 CATALOG-FOUND-SUB PIC 9(3) VALUE 0.
         05 CATALOG-FOUND-FLAG PIC X(1).
           88 CATALOG-CODE-FOUND VALUE 'Y'.

       01 ENTRY-FIELDS.
         05 MENU-CHOICE PIC X(1).
         05 ENTRY-OLD-CODE PIC X(7).
         05 ENTRY-CURRENT-CODE PIC X(7).
         05 ENTRY-TERM-CODE PIC X(6).
         05 ENTRY-TERM-NUMERIC PIC 9(6).
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

       PROCEDURE DIVISION.
      * main procedure - sign on, load the tables, one action per trip
      * around the menu until save-and-exit
       100-MAINTAIN-EQUIVALENCIES.
           PERFORM 250-SIGN-ON.
           PERFORM 200-LOAD-EQUIVALENCY-TABLE.
           PERFORM 230-LOAD-COURSE-CATALOG.

           PERFORM 202-PROCESS-MENU-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '4'.

           IF CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 900-REWRITE-EQUIVALENCY-FILE
           ELSE
               DISPLAY "NO CHANGES - COURSE-EQUIVALENCY.txt LEFT "
                 "UNTOUCHED"
           END-IF.
           STOP RUN.

           202-PROCESS-MENU-CHOICE.
               PERFORM 205-DISPLAY-MENU.
               ACCEPT MENU-CHOICE.

               IF MENU-CHOICE IS EQUAL TO '1'
                   PERFORM 300-ADD-EQUIVALENCY
               ELSE IF MENU-CHOICE IS EQUAL TO '2'
                   PERFORM 400-REMOVE-EQUIVALENCY
               ELSE IF MENU-CHOICE IS EQUAL TO '3'
                   PERFORM 500-LIST-EQUIVALENCIES
               ELSE IF MENU-CHOICE IS NOT EQUAL TO '4'
                   DISPLAY "INVALID CHOICE - ENTER 1 THROUGH 4"
               END-IF
               END-IF
               END-IF
               END-IF.

           205-DISPLAY-MENU.
               DISPLAY " ".
               DISPLAY "1 - RENUMBER A COURSE (ADD AN EQUIVALENCY)".
               DISPLAY "2 - REMOVE AN EQUIVALENCY".
               DISPLAY "3 - LIST EQUIVALENCIES".
               DISPLAY "4 - SAVE AND EXIT".
               DISPLAY "ENTER YOUR CHOICE:".

      * the renumbering table - a missing file is just an empty one
           200-LOAD-EQUIVALENCY-TABLE.
               OPEN INPUT EQUIVALENCY-FILE.
               IF EQUIVALENCY-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF EQUIVALENCY-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN COURSE-EQUIVALENCY.txt - "
                     "STATUS " EQUIVALENCY-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 201-LOAD-ONE-EQUIVALENCY
                       UNTIL EQUIVALENCY-EOF-FLG IS EQUAL TO 'Y'
                       OR EQUIVALENCY-COUNT IS EQUAL TO 300
                   CLOSE EQUIVALENCY-FILE
               END-IF
               END-IF.

               201-LOAD-ONE-EQUIVALENCY.
                   READ EQUIVALENCY-FILE
                       AT END
                           MOVE 'Y' TO EQUIVALENCY-EOF-FLG
                       NOT AT END
                           ADD 1 TO EQUIVALENCY-COUNT
                           MOVE EQV-OLD-CODE
                             TO EQT-OLD-CODE(EQUIVALENCY-COUNT)
                           MOVE EQV-CURRENT-CODE
                             TO EQT-CURRENT-CODE(EQUIVALENCY-COUNT)
                           MOVE EQV-EFFECTIVE-TERM
                             TO EQT-EFFECTIVE-TERM(EQUIVALENCY-COUNT)
                           MOVE 'N'
                             TO EQT-REMOVED-FLAG(EQUIVALENCY-COUNT)
                   END-READ.

      * no catalog means no current code can be checked, so nothing
      * can be added - the listing and removals still work
           230-LOAD-COURSE-CATALOG.
               OPEN INPUT COURSE-FILE.
               IF COURSE-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN COURSE.txt - NO "
                     "RENUMBERING CAN BE ADDED - STATUS "
                     COURSE-FILE-STATUS
               ELSE
                   PERFORM 231-LOAD-ONE-CATALOG-ENTRY
                       UNTIL CATALOG-EOF-FLG IS EQUAL TO 'Y'
                       OR CATALOG-COUNT IS EQUAL TO 200
                   CLOSE COURSE-FILE
               END-IF.

               231-LOAD-ONE-CATALOG-ENTRY.
                   READ COURSE-FILE
                       AT END
                           MOVE 'Y' TO CATALOG-EOF-FLG
                       NOT AT END
                           ADD 1 TO CATALOG-COUNT
                           MOVE CRS-COURSE-CODE
                             TO CAT-COURSE-CODE(CATALOG-COUNT)
                           MOVE CRS-COURSE-TITLE
                             TO CAT-COURSE-TITLE(CATALOG-COUNT)
                   END-READ.

      * the old code is the one being retired; the current code has
      * to be a live catalog course that has not itself been retired,
      * and the effective term is the first term taught under the
      * current code - attempts before it under the old code count
      * as the current course
           300-ADD-EQUIVALENCY.
               DISPLAY "ENTER RETIRED (OLD) COURSE CODE:".
               ACCEPT ENTRY-OLD-CODE.
               MOVE ENTRY-OLD-CODE TO EQUIVALENCY-LOOKUP-CODE.
               PERFORM 310-FIND-OLD-CODE-ROW.

               IF ENTRY-OLD-CODE IS EQUAL TO SPACES
                   DISPLAY "COURSE CODE MAY NOT BE BLANK - NOT ADDED"
               ELSE IF EQUIVALENCY-ROW-FOUND
                   DISPLAY ENTRY-OLD-CODE " ALREADY COUNTS AS "
                     EQT-CURRENT-CODE(EQUIVALENCY-FOUND-SUB)
                     " - REMOVE THAT ROW FIRST"
               ELSE IF EQUIVALENCY-COUNT IS EQUAL TO 300
                   DISPLAY "EQUIVALENCY TABLE FULL - NOT ADDED"
               ELSE
                   PERFORM 301-ACCEPT-EQUIVALENCY-DETAIL
               END-IF
               END-IF
               END-IF.

               301-ACCEPT-EQUIVALENCY-DETAIL.
                   DISPLAY "ENTER CURRENT COURSE CODE IT COUNTS AS:".
                   ACCEPT ENTRY-CURRENT-CODE.
                   PERFORM 320-FIND-CATALOG-ENTRY.
                   MOVE ENTRY-CURRENT-CODE TO EQUIVALENCY-LOOKUP-CODE.
                   PERFORM 310-FIND-OLD-CODE-ROW.

                   IF ENTRY-CURRENT-CODE IS EQUAL TO ENTRY-OLD-CODE
                       DISPLAY "CURRENT CODE MUST DIFFER FROM THE OLD "
                         "CODE - NOT ADDED"
                   ELSE IF EQUIVALENCY-ROW-FOUND
                       DISPLAY ENTRY-CURRENT-CODE " IS ITSELF RETIRED "
                         "IN FAVOUR OF "
                         EQT-CURRENT-CODE(EQUIVALENCY-FOUND-SUB)
                         " - MAP TO THAT CODE - NOT ADDED"
                   ELSE IF NOT CATALOG-CODE-FOUND
                       DISPLAY ENTRY-CURRENT-CODE " IS NOT ON "
                         "COURSE.txt - NOT ADDED"
                   ELSE
                       DISPLAY "ENTER EFFECTIVE TERM (YYYYTT):"
                       ACCEPT ENTRY-TERM-CODE
                       IF ENTRY-TERM-CODE IS NOT NUMERIC
                           DISPLAY "TERM CODE MUST BE SIX DIGITS - NOT "
                             "ADDED"
                       ELSE
                           MOVE ENTRY-TERM-CODE TO ENTRY-TERM-NUMERIC
                           DISPLAY "CONFIRM " ENTRY-OLD-CODE
                             " COUNTS AS " ENTRY-CURRENT-CODE
                             " BEFORE TERM " ENTRY-TERM-NUMERIC
                             " (Y/N):"
                           ACCEPT CONFIRM-ANSWER
                           IF CONFIRM-ANSWER IS EQUAL TO 'Y'
                               PERFORM 302-APPLY-EQUIVALENCY
                           ELSE
                               DISPLAY "NOT ADDED"
                           END-IF
                       END-IF
                   END-IF
                   END-IF
                   END-IF.

      * rows already pointing at the code being retired move on to
      * its replacement first, so no lookup ever has to follow a
      * chain
               302-APPLY-EQUIVALENCY.
                   MOVE 0 TO REPOINT-COUNT.
                   PERFORM 303-REPOINT-ONE-ROW
                       VARYING EQUIVALENCY-SUB FROM 1 BY 1
                       UNTIL EQUIVALENCY-SUB > EQUIVALENCY-COUNT.

                   ADD 1 TO EQUIVALENCY-COUNT.
                   MOVE ENTRY-OLD-CODE
                     TO EQT-OLD-CODE(EQUIVALENCY-COUNT).
                   MOVE ENTRY-CURRENT-CODE
                     TO EQT-CURRENT-CODE(EQUIVALENCY-COUNT).
                   MOVE ENTRY-TERM-NUMERIC
                     TO EQT-EFFECTIVE-TERM(EQUIVALENCY-COUNT).
                   MOVE 'N' TO EQT-REMOVED-FLAG(EQUIVALENCY-COUNT).

                   MOVE SPACES TO AUDIT-BEFORE-BUILD.
                   MOVE SPACES TO AUDIT-AFTER-BUILD.
                   STRING "OLD=" DELIMITED BY SIZE
                       ENTRY-OLD-CODE DELIMITED BY SIZE
                       " NOW=" DELIMITED BY SIZE
                       ENTRY-CURRENT-CODE DELIMITED BY SIZE
                       " BEFORE=" DELIMITED BY SIZE
                       ENTRY-TERM-NUMERIC DELIMITED BY SIZE
                       INTO AUDIT-AFTER-BUILD
                   END-STRING.
                   MOVE "EQVADD" TO AUDIT-ACTION.
                   PERFORM 801-WRITE-AUDIT-LINE.
                   MOVE 'Y' TO CHANGED-FLAG.
                   DISPLAY "EQUIVALENCY ADDED".
                   IF REPOINT-COUNT IS GREATER THAN ZERO
                       DISPLAY REPOINT-COUNT " EARLIER ROW(S) NOW "
                         "COUNT AS " ENTRY-CURRENT-CODE
                   END-IF.

               303-REPOINT-ONE-ROW.
                   IF NOT EQT-REMOVED(EQUIVALENCY-SUB)
                       AND EQT-CURRENT-CODE(EQUIVALENCY-SUB)
                           IS EQUAL TO ENTRY-OLD-CODE
                       MOVE SPACES TO AUDIT-BEFORE-BUILD
                       STRING "OLD=" DELIMITED BY SIZE
                           EQT-OLD-CODE(EQUIVALENCY-SUB)
                           DELIMITED BY SIZE
                           " NOW=" DELIMITED BY SIZE
                           EQT-CURRENT-CODE(EQUIVALENCY-SUB)
                           DELIMITED BY SIZE
                           INTO AUDIT-BEFORE-BUILD
                       END-STRING
                       MOVE ENTRY-CURRENT-CODE
                         TO EQT-CURRENT-CODE(EQUIVALENCY-SUB)
                       MOVE SPACES TO AUDIT-AFTER-BUILD
                       STRING "OLD=" DELIMITED BY SIZE
                           EQT-OLD-CODE(EQUIVALENCY-SUB)
                           DELIMITED BY SIZE
                           " NOW=" DELIMITED BY SIZE
                           EQT-CURRENT-CODE(EQUIVALENCY-SUB)
                           DELIMITED BY SIZE
                           INTO AUDIT-AFTER-BUILD
                       END-STRING
                       MOVE "EQVRPT" TO AUDIT-ACTION
                       PERFORM 801-WRITE-AUDIT-LINE
                       ADD 1 TO REPOINT-COUNT
                   END-IF.

      * linear scan for the live row retiring EQUIVALENCY-LOOKUP-CODE
           310-FIND-OLD-CODE-ROW.
               MOVE 'N' TO EQUIVALENCY-FOUND-FLAG.
               MOVE 0 TO EQUIVALENCY-FOUND-SUB.

               PERFORM 311-CHECK-ONE-EQUIVALENCY
                   VARYING EQUIVALENCY-FIND-SUB FROM 1 BY 1
                   UNTIL EQUIVALENCY-FIND-SUB > EQUIVALENCY-COUNT
                   OR EQUIVALENCY-ROW-FOUND.

               311-CHECK-ONE-EQUIVALENCY.
                   IF NOT EQT-REMOVED(EQUIVALENCY-FIND-SUB)
                       AND EQT-OLD-CODE(EQUIVALENCY-FIND-SUB)
                           IS EQUAL TO EQUIVALENCY-LOOKUP-CODE
                       MOVE 'Y' TO EQUIVALENCY-FOUND-FLAG
                       MOVE EQUIVALENCY-FIND-SUB
                         TO EQUIVALENCY-FOUND-SUB
                   END-IF.

           320-FIND-CATALOG-ENTRY.
               MOVE 'N' TO CATALOG-FOUND-FLAG.
               MOVE 0 TO CATALOG-FOUND-SUB.

               PERFORM 321-CHECK-ONE-CATALOG-ENTRY
                   VARYING CATALOG-FIND-SUB FROM 1 BY 1
                   UNTIL CATALOG-FIND-SUB > CATALOG-COUNT
                   OR CATALOG-CODE-FOUND.

               321-CHECK-ONE-CATALOG-ENTRY.
                   IF CAT-COURSE-CODE(CATALOG-FIND-SUB) IS EQUAL
                       TO ENTRY-CURRENT-CODE
                       MOVE 'Y' TO CATALOG-FOUND-FLAG
                       MOVE CATALOG-FIND-SUB TO CATALOG-FOUND-SUB
                   END-IF.

      * removing a row puts the old code's attempts back under their
      * own number everywhere - rows that were re-pointed through it
      * keep their current code
           400-REMOVE-EQUIVALENCY.
               DISPLAY "ENTER RETIRED (OLD) COURSE CODE:".
               ACCEPT ENTRY-OLD-CODE.
               MOVE ENTRY-OLD-CODE TO EQUIVALENCY-LOOKUP-CODE.
               PERFORM 310-FIND-OLD-CODE-ROW.

               IF NOT EQUIVALENCY-ROW-FOUND
                   DISPLAY "NO EQUIVALENCY ON FILE FOR " ENTRY-OLD-CODE
               ELSE
                   DISPLAY ENTRY-OLD-CODE " COUNTS AS "
                     EQT-CURRENT-CODE(EQUIVALENCY-FOUND-SUB)
                     " BEFORE TERM "
                     EQT-EFFECTIVE-TERM(EQUIVALENCY-FOUND-SUB)
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
                   STRING "OLD=" DELIMITED BY SIZE
                       ENTRY-OLD-CODE DELIMITED BY SIZE
                       " NOW=" DELIMITED BY SIZE
                       EQT-CURRENT-CODE(EQUIVALENCY-FOUND-SUB)
                       DELIMITED BY SIZE
                       " BEFORE=" DELIMITED BY SIZE
                       EQT-EFFECTIVE-TERM(EQUIVALENCY-FOUND-SUB)
                       DELIMITED BY SIZE
                       INTO AUDIT-BEFORE-BUILD
                   END-STRING.
                   MOVE "REMOVED" TO AUDIT-AFTER-BUILD.
                   MOVE 'Y' TO EQT-REMOVED-FLAG(EQUIVALENCY-FOUND-SUB).
                   MOVE "EQVDEL" TO AUDIT-ACTION.
                   PERFORM 801-WRITE-AUDIT-LINE.
                   MOVE 'Y' TO CHANGED-FLAG.
                   DISPLAY "EQUIVALENCY REMOVED".

           500-LIST-EQUIVALENCIES.
               DISPLAY "OLD     CURRENT BEFORE CURRENT TITLE".
               PERFORM 501-LIST-ONE-EQUIVALENCY
                   VARYING EQUIVALENCY-SUB FROM 1 BY 1
                   UNTIL EQUIVALENCY-SUB > EQUIVALENCY-COUNT.

               501-LIST-ONE-EQUIVALENCY.
                   IF NOT EQT-REMOVED(EQUIVALENCY-SUB)
                       MOVE EQT-CURRENT-CODE(EQUIVALENCY-SUB)
                         TO ENTRY-CURRENT-CODE
                       PERFORM 320-FIND-CATALOG-ENTRY
                       IF CATALOG-CODE-FOUND
                           DISPLAY EQT-OLD-CODE(EQUIVALENCY-SUB) " "
                             EQT-CURRENT-CODE(EQUIVALENCY-SUB) " "
                             EQT-EFFECTIVE-TERM(EQUIVALENCY-SUB) " "
                             CAT-COURSE-TITLE(CATALOG-FOUND-SUB)
                       ELSE
                           DISPLAY EQT-OLD-CODE(EQUIVALENCY-SUB) " "
                             EQT-CURRENT-CODE(EQUIVALENCY-SUB) " "
                             EQT-EFFECTIVE-TERM(EQUIVALENCY-SUB) " "
                             "** NOT IN COURSE.txt **"
                       END-IF
                   END-IF.

      * rewrite the renumbering table - a removed row drops out
           900-REWRITE-EQUIVALENCY-FILE.
               OPEN OUTPUT EQUIVALENCY-FILE.
               IF EQUIVALENCY-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN COURSE-EQUIVALENCY.txt - "
                     "STATUS " EQUIVALENCY-FILE-STATUS
                   STOP RUN
               END-IF.

               MOVE 0 TO ROWS-WRITTEN.
               PERFORM 901-WRITE-ONE-EQUIVALENCY
                   VARYING EQUIVALENCY-SUB FROM 1 BY 1
                   UNTIL EQUIVALENCY-SUB > EQUIVALENCY-COUNT.

               CLOSE EQUIVALENCY-FILE.
               DISPLAY "COURSE-EQUIVALENCY.txt REWRITTEN - "
                 ROWS-WRITTEN " ROWS".

               901-WRITE-ONE-EQUIVALENCY.
                   IF NOT EQT-REMOVED(EQUIVALENCY-SUB)
                       MOVE EQT-OLD-CODE(EQUIVALENCY-SUB)
                         TO EQV-OLD-CODE
                       MOVE EQT-CURRENT-CODE(EQUIVALENCY-SUB)
                         TO EQV-CURRENT-CODE
                       MOVE EQT-EFFECTIVE-TERM(EQUIVALENCY-SUB)
                         TO EQV-EFFECTIVE-TERM
                       WRITE EQUIVALENCY-RECORD
                       ADD 1 TO ROWS-WRITTEN
                   END-IF.

      * one line on the shared audit trail per renumbering action -
      * not a student action, so the student number goes out zero
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
               MOVE ZERO TO AUDIT-STUDENT-NUM-OUT.
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
                   MOVE "PROJ100" TO LOG-PROGRAM-OUT.
                   MOVE SIGNON-FAIL-REASON TO LOG-MESSAGE-OUT.
                   WRITE SIGNON-LOG-LINE.

                   CLOSE SIGNON-LOG.
       END PROGRAM PROJECT100.
