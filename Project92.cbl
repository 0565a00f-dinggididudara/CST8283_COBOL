      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 14-OCT-2026
      * Purpose: instructor master and section assignment - who
      *          teaches what. Under operator sign-on (any active
      *          operator, failures logged the usual way) the screen
      *          keeps INSTRUCTOR.txt (instructor ID, name,
      *          department, the term credit-hour load beyond which a
      *          chair has to sign off an overload, active flag) and
      *          assigns an instructor to each SECTION-MASTER.txt
      *          section on SECTION-INSTRUCTOR.txt, one line per
      *          assigned section. Assigning past the load ceiling is
      *          warned but allowed - the overload is the chair's
      *          call, and PROJECT93's teaching-load report flags it
      *          again. Only an active instructor takes a new
      *          assignment; deactivating one leaves the term's
      *          assignments standing and says how many there are.
      *          PROJECT53 addresses each class list to the assigned
      *          instructor. Every add, change, and assignment lands
      *          on the shared audit trail
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT92.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the instructor master this screen owns
           SELECT INSTRUCTOR-FILE
           ASSIGN TO "..\INSTRUCTOR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INSTRUCTOR-FILE-STATUS.

      * one line per assigned section - also owned here
           SELECT ASSIGNMENT-FILE
           ASSIGN TO "..\SECTION-INSTRUCTOR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASSIGNMENT-FILE-STATUS.

      * kept in step with Project52.cbl's FD SECTION-FILE - read only,
      * so an assignment can only name a real section
           SELECT SECTION-FILE
           ASSIGN TO "..\SECTION-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SECTION-FILE-STATUS.

      * the course catalog, for the credit hours an assignment adds
      * to the load
           SELECT COURSE-FILE
           ASSIGN TO "..\COURSE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COURSE-FILE-STATUS.

      * same audit trail PROJECT02 writes, appended with one line per
      * instructor action
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
      * one instructor - kept in step with Project93.cbl and
      * Project53.cbl
       FD INSTRUCTOR-FILE.
       01 INSTRUCTOR-RECORD.
         05 INS-INSTRUCTOR-ID PIC X(6).
         05 INS-NAME PIC X(30).
         05 INS-DEPARTMENT PIC X(4).
         05 INS-MAX-CREDIT-HOURS PIC 9(2).
         05 INS-ACTIVE-FLAG PIC X(1).

      * one assigned section - kept in step with Project93.cbl and
      * Project53.cbl
       FD ASSIGNMENT-FILE.
       01 ASSIGNMENT-RECORD.
         05 SIN-COURSE-CODE PIC X(7).
         05 SIN-SECTION-CODE PIC X(3).
         05 SIN-TERM-CODE PIC 9(6).
         05 SIN-INSTRUCTOR-ID PIC X(6).

       FD SECTION-FILE.
       01 SECTION-FILE-IN.
         05 SEC-COURSE-CODE PIC X(7).
         05 SEC-SECTION-CODE PIC X(3).
         05 SEC-TERM-CODE PIC 9(6).
         05 SEC-CAPACITY PIC 9(3).
         05 SEC-ENROLLED PIC 9(3).

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
         05 INSTRUCTOR-FILE-STATUS PIC X(2).
         05 ASSIGNMENT-FILE-STATUS PIC X(2).
         05 SECTION-FILE-STATUS PIC X(2).
         05 COURSE-FILE-STATUS PIC X(2).
         05 AUDIT-FILE-STATUS PIC X(2).

       01 OPERATOR-ID PIC X(8).

      * the whole instructor master in memory while the session works
       01 INSTRUCTOR-TABLE.
         05 INSTRUCTOR-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON INSTRUCTOR-COUNT.
           10 TBL-INS-INSTRUCTOR-ID PIC X(6).
           10 TBL-INS-NAME PIC X(30).
           10 TBL-INS-DEPARTMENT PIC X(4).
           10 TBL-INS-MAX-CREDIT-HOURS PIC 9(2).
           10 TBL-INS-ACTIVE-FLAG PIC X(1).
             88 TBL-INS-ACTIVE VALUE 'Y'.

       01 INSTRUCTOR-VARIABLES.
         05 INSTRUCTOR-COUNT PIC 9(3) VALUE 0.
         05 INSTRUCTOR-EOF-FLG PIC X(1) VALUE 'N'.
         05 INSTRUCTOR-SUB PIC 9(3).
         05 INSTRUCTOR-FIND-SUB PIC 9(3).
         05 INSTRUCTOR-FOUND-SUB PIC 9(3) VALUE 0.
         05 INSTRUCTOR-FOUND-FLAG PIC X(1).
           88 INSTRUCTOR-ROW-FOUND VALUE 'Y'.

      * the assignments in memory - an unassigned section simply has
      * no row
       01 ASSIGNMENT-TABLE.
         05 ASSIGNMENT-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON ASSIGNMENT-COUNT.
           10 TBL-SIN-COURSE-CODE PIC X(7).
           10 TBL-SIN-SECTION-CODE PIC X(3).
           10 TBL-SIN-TERM-CODE PIC 9(6).
           10 TBL-SIN-INSTRUCTOR-ID PIC X(6).
           10 TBL-SIN-REMOVED-FLAG PIC X(1).
             88 TBL-SIN-REMOVED VALUE 'Y'.

       01 ASSIGNMENT-VARIABLES.
         05 ASSIGNMENT-COUNT PIC 9(4) VALUE 0.
         05 ASSIGNMENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 ASSIGNMENT-SUB PIC 9(4).
         05 ASSIGNMENT-FIND-SUB PIC 9(4).
         05 ASSIGNMENT-FOUND-SUB PIC 9(4) VALUE 0.
         05 ASSIGNMENT-FOUND-FLAG PIC X(1).
           88 ASSIGNMENT-ROW-FOUND VALUE 'Y'.
         05 TERM-ASSIGNMENT-COUNT PIC 9(3).

      * section keys off the section master for the assignment check
       01 SECTION-TABLE.
         05 SECTION-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON SECTION-COUNT.
           10 TBL-SEC-COURSE-CODE PIC X(7).
           10 TBL-SEC-SECTION-CODE PIC X(3).
           10 TBL-SEC-TERM-CODE PIC 9(6).

       01 SECTION-VARIABLES.
         05 SECTION-COUNT PIC 9(3) VALUE 0.
         05 SECTION-EOF-FLG PIC X(1) VALUE 'N'.
         05 SECTION-FIND-SUB PIC 9(3).
         05 SECTION-FOUND-FLAG PIC X(1).
           88 SECTION-ROW-FOUND VALUE 'Y'.

      * course codes and credit hours off the catalog
       01 CATALOG-TABLE.
         05 CATALOG-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON CATALOG-COUNT.
           10 CAT-COURSE-CODE PIC X(7).
           10 CAT-CREDIT-HOURS PIC 9(1).

       01 CATALOG-VARIABLES.
         05 CATALOG-COUNT PIC 9(3) VALUE 0.
         05 CATALOG-EOF-FLG PIC X(1) VALUE 'N'.
         05 CATALOG-FIND-SUB PIC 9(3).
         05 CATALOG-FOUND-FLAG PIC X(1).
           88 CATALOG-CODE-FOUND VALUE 'Y'.
         05 LOOKUP-CREDIT-HOURS PIC 9(1).

       01 ENTRY-FIELDS.
         05 MENU-CHOICE PIC X(1).
         05 ENTRY-INSTRUCTOR-ID PIC X(6).
         05 ENTRY-NAME PIC X(30).
         05 ENTRY-DEPARTMENT PIC X(4).
         05 ENTRY-MAX-CREDIT-HOURS PIC X(2).
         05 ENTRY-COURSE-CODE PIC X(7).
         05 ENTRY-SECTION-CODE PIC X(3).
         05 ENTRY-TERM-CODE PIC X(6).
         05 ENTRY-TERM-NUMERIC PIC 9(6).
         05 CONFIRM-ANSWER PIC X(1).
         05 CHANGED-FLAG PIC X(1) VALUE 'N'.

      * the instructor's load for the term as it would stand with the
      * new assignment
       01 LOAD-FIELDS.
         05 LOAD-CREDIT-HOURS PIC 9(3).
         05 LOAD-SECTION-COUNT PIC 9(3).

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
       100-MAINTAIN-INSTRUCTORS.
           PERFORM 250-SIGN-ON.
           PERFORM 200-LOAD-INSTRUCTOR-TABLE.
           PERFORM 210-LOAD-ASSIGNMENT-TABLE.
           PERFORM 220-LOAD-SECTION-TABLE.
           PERFORM 230-LOAD-COURSE-CATALOG.

           PERFORM 202-PROCESS-MENU-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '7'.

           IF CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 900-REWRITE-INSTRUCTOR-FILE
               PERFORM 910-REWRITE-ASSIGNMENT-FILE
           ELSE
               DISPLAY "NO CHANGES - INSTRUCTOR.txt LEFT UNTOUCHED"
           END-IF.
           STOP RUN.

           202-PROCESS-MENU-CHOICE.
               PERFORM 205-DISPLAY-MENU.
               ACCEPT MENU-CHOICE.

               IF MENU-CHOICE IS EQUAL TO '1'
                   PERFORM 300-ADD-INSTRUCTOR
               ELSE IF MENU-CHOICE IS EQUAL TO '2'
                   PERFORM 400-CHANGE-INSTRUCTOR
               ELSE IF MENU-CHOICE IS EQUAL TO '3'
                   PERFORM 450-FLIP-ACTIVE-FLAG
               ELSE IF MENU-CHOICE IS EQUAL TO '4'
                   PERFORM 500-LIST-INSTRUCTORS
               ELSE IF MENU-CHOICE IS EQUAL TO '5'
                   PERFORM 600-ASSIGN-SECTION
               ELSE IF MENU-CHOICE IS EQUAL TO '6'
                   PERFORM 700-LIST-TERM-ASSIGNMENTS
               ELSE IF MENU-CHOICE IS NOT EQUAL TO '7'
                   DISPLAY "INVALID CHOICE - ENTER 1 THROUGH 7"
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

           205-DISPLAY-MENU.
               DISPLAY " ".
               DISPLAY "1 - ADD AN INSTRUCTOR".
               DISPLAY "2 - CHANGE AN INSTRUCTOR".
               DISPLAY "3 - ACTIVATE OR DEACTIVATE AN INSTRUCTOR".
               DISPLAY "4 - LIST INSTRUCTORS".
               DISPLAY "5 - ASSIGN AN INSTRUCTOR TO A SECTION".
               DISPLAY "6 - LIST A TERM'S SECTION ASSIGNMENTS".
               DISPLAY "7 - SAVE AND EXIT".
               DISPLAY "ENTER YOUR CHOICE:".

      * the instructor master - a missing file is just an empty one
           200-LOAD-INSTRUCTOR-TABLE.
               OPEN INPUT INSTRUCTOR-FILE.
               IF INSTRUCTOR-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF INSTRUCTOR-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN INSTRUCTOR.txt - STATUS "
                     INSTRUCTOR-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 201-LOAD-ONE-INSTRUCTOR
                       UNTIL INSTRUCTOR-EOF-FLG IS EQUAL TO 'Y'
                       OR INSTRUCTOR-COUNT IS EQUAL TO 500
                   CLOSE INSTRUCTOR-FILE
               END-IF
               END-IF.

               201-LOAD-ONE-INSTRUCTOR.
                   READ INSTRUCTOR-FILE
                       AT END
                           MOVE 'Y' TO INSTRUCTOR-EOF-FLG
                       NOT AT END
                           ADD 1 TO INSTRUCTOR-COUNT
                           MOVE INS-INSTRUCTOR-ID
                             TO TBL-INS-INSTRUCTOR-ID(INSTRUCTOR-COUNT)
                           MOVE INS-NAME
                             TO TBL-INS-NAME(INSTRUCTOR-COUNT)
                           MOVE INS-DEPARTMENT
                             TO TBL-INS-DEPARTMENT(INSTRUCTOR-COUNT)
                           MOVE INS-MAX-CREDIT-HOURS
                             TO TBL-INS-MAX-CREDIT-HOURS
                               (INSTRUCTOR-COUNT)
                           MOVE INS-ACTIVE-FLAG
                             TO TBL-INS-ACTIVE-FLAG(INSTRUCTOR-COUNT)
                   END-READ.

      * the assignments - a missing file means nothing assigned yet
           210-LOAD-ASSIGNMENT-TABLE.
               OPEN INPUT ASSIGNMENT-FILE.
               IF ASSIGNMENT-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF ASSIGNMENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-INSTRUCTOR.txt - "
                     "STATUS " ASSIGNMENT-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 211-LOAD-ONE-ASSIGNMENT
                       UNTIL ASSIGNMENT-EOF-FLG IS EQUAL TO 'Y'
                       OR ASSIGNMENT-COUNT IS EQUAL TO 2000
                   CLOSE ASSIGNMENT-FILE
               END-IF
               END-IF.

               211-LOAD-ONE-ASSIGNMENT.
                   READ ASSIGNMENT-FILE
                       AT END
                           MOVE 'Y' TO ASSIGNMENT-EOF-FLG
                       NOT AT END
                           ADD 1 TO ASSIGNMENT-COUNT
                           MOVE SIN-COURSE-CODE
                             TO TBL-SIN-COURSE-CODE(ASSIGNMENT-COUNT)
                           MOVE SIN-SECTION-CODE
                             TO TBL-SIN-SECTION-CODE(ASSIGNMENT-COUNT)
                           MOVE SIN-TERM-CODE
                             TO TBL-SIN-TERM-CODE(ASSIGNMENT-COUNT)
                           MOVE SIN-INSTRUCTOR-ID
                             TO TBL-SIN-INSTRUCTOR-ID
                               (ASSIGNMENT-COUNT)
                           MOVE 'N'
                             TO TBL-SIN-REMOVED-FLAG(ASSIGNMENT-COUNT)
                   END-READ.

      * no section master means there is nothing to assign yet - the
      * instructor side of the screen still works
           220-LOAD-SECTION-TABLE.
               OPEN INPUT SECTION-FILE.
               IF SECTION-FILE-STATUS IS EQUAL TO "35"
                   DISPLAY "SECTION-MASTER.txt NOT ON FILE - SET UP "
                     "SECTIONS THROUGH PROJECT52 BEFORE ASSIGNING"
               ELSE IF SECTION-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-MASTER.txt - "
                     "STATUS " SECTION-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 221-LOAD-ONE-SECTION
                       UNTIL SECTION-EOF-FLG IS EQUAL TO 'Y'
                       OR SECTION-COUNT IS EQUAL TO 500
                   CLOSE SECTION-FILE
               END-IF
               END-IF.

               221-LOAD-ONE-SECTION.
                   READ SECTION-FILE
                       AT END
                           MOVE 'Y' TO SECTION-EOF-FLG
                       NOT AT END
                           ADD 1 TO SECTION-COUNT
                           MOVE SEC-COURSE-CODE
                             TO TBL-SEC-COURSE-CODE(SECTION-COUNT)
                           MOVE SEC-SECTION-CODE
                             TO TBL-SEC-SECTION-CODE(SECTION-COUNT)
                           MOVE SEC-TERM-CODE
                             TO TBL-SEC-TERM-CODE(SECTION-COUNT)
                   END-READ.

      * a missing catalog counts every course at zero credit hours
      * and says so, same as PROJECT52 skips its code check
           230-LOAD-COURSE-CATALOG.
               OPEN INPUT COURSE-FILE.
               IF COURSE-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN COURSE.txt - LOADS WILL "
                     "NOT BE CHECKED - STATUS " COURSE-FILE-STATUS
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
                           MOVE CRS-CREDIT-HOURS
                             TO CAT-CREDIT-HOURS(CATALOG-COUNT)
                   END-READ.

      * a new instructor starts active; the load ceiling is the term
      * credit hours past which the chair must approve an overload
           300-ADD-INSTRUCTOR.
               DISPLAY "ENTER INSTRUCTOR ID:".
               ACCEPT ENTRY-INSTRUCTOR-ID.
               PERFORM 310-FIND-INSTRUCTOR-ROW.

               IF ENTRY-INSTRUCTOR-ID IS EQUAL TO SPACES
                   DISPLAY "INSTRUCTOR ID MAY NOT BE BLANK - NOT ADDED"
               ELSE IF INSTRUCTOR-ROW-FOUND
                   DISPLAY "INSTRUCTOR ALREADY ON FILE - USE CHANGE"
               ELSE IF INSTRUCTOR-COUNT IS EQUAL TO 500
                   DISPLAY "INSTRUCTOR TABLE FULL - NOT ADDED"
               ELSE
                   PERFORM 301-ACCEPT-INSTRUCTOR-DETAIL
                   IF ENTRY-NAME IS NOT EQUAL TO SPACES
                       AND ENTRY-MAX-CREDIT-HOURS IS NUMERIC
                       ADD 1 TO INSTRUCTOR-COUNT
                       MOVE INSTRUCTOR-COUNT TO INSTRUCTOR-FOUND-SUB
                       MOVE ENTRY-INSTRUCTOR-ID
                         TO TBL-INS-INSTRUCTOR-ID
                           (INSTRUCTOR-FOUND-SUB)
                       MOVE 'Y'
                         TO TBL-INS-ACTIVE-FLAG(INSTRUCTOR-FOUND-SUB)
                       MOVE SPACES TO AUDIT-BEFORE-BUILD
                       PERFORM 302-APPLY-INSTRUCTOR-DETAIL
                       MOVE "INSADD" TO AUDIT-ACTION
                       PERFORM 801-WRITE-AUDIT-LINE
                       MOVE 'Y' TO CHANGED-FLAG
                       DISPLAY "INSTRUCTOR ADDED"
                   END-IF
               END-IF
               END-IF
               END-IF.

               301-ACCEPT-INSTRUCTOR-DETAIL.
                   DISPLAY "ENTER INSTRUCTOR NAME:".
                   ACCEPT ENTRY-NAME.
                   DISPLAY "ENTER DEPARTMENT CODE:".
                   ACCEPT ENTRY-DEPARTMENT.
                   DISPLAY "ENTER TERM LOAD LIMIT IN CREDIT HOURS "
                     "(2 DIGITS):".
                   ACCEPT ENTRY-MAX-CREDIT-HOURS.

                   IF ENTRY-NAME IS EQUAL TO SPACES
                       DISPLAY "NAME MAY NOT BE BLANK - NOT SAVED"
                   ELSE IF ENTRY-MAX-CREDIT-HOURS IS NOT NUMERIC
                       DISPLAY "LOAD LIMIT MUST BE TWO DIGITS - NOT "
                         "SAVED"
                   END-IF
                   END-IF.

               302-APPLY-INSTRUCTOR-DETAIL.
                   MOVE ENTRY-NAME
                     TO TBL-INS-NAME(INSTRUCTOR-FOUND-SUB).
                   MOVE ENTRY-DEPARTMENT
                     TO TBL-INS-DEPARTMENT(INSTRUCTOR-FOUND-SUB).
                   MOVE ENTRY-MAX-CREDIT-HOURS
                     TO TBL-INS-MAX-CREDIT-HOURS
                       (INSTRUCTOR-FOUND-SUB).

                   MOVE SPACES TO AUDIT-AFTER-BUILD.
                   STRING "INS=" DELIMITED BY SIZE
                       ENTRY-INSTRUCTOR-ID DELIMITED BY SIZE
                       " DEPT=" DELIMITED BY SIZE
                       ENTRY-DEPARTMENT DELIMITED BY SIZE
                       " MAX=" DELIMITED BY SIZE
                       ENTRY-MAX-CREDIT-HOURS DELIMITED BY SIZE
                       INTO AUDIT-AFTER-BUILD
                   END-STRING.

      * linear scan for the keyed instructor's row
           310-FIND-INSTRUCTOR-ROW.
               MOVE 'N' TO INSTRUCTOR-FOUND-FLAG.
               MOVE 0 TO INSTRUCTOR-FOUND-SUB.

               PERFORM 311-CHECK-ONE-INSTRUCTOR
                   VARYING INSTRUCTOR-FIND-SUB FROM 1 BY 1
                   UNTIL INSTRUCTOR-FIND-SUB > INSTRUCTOR-COUNT
                   OR INSTRUCTOR-ROW-FOUND.

               311-CHECK-ONE-INSTRUCTOR.
                   IF TBL-INS-INSTRUCTOR-ID(INSTRUCTOR-FIND-SUB)
                       IS EQUAL TO ENTRY-INSTRUCTOR-ID
                       MOVE 'Y' TO INSTRUCTOR-FOUND-FLAG
                       MOVE INSTRUCTOR-FIND-SUB
                         TO INSTRUCTOR-FOUND-SUB
                   END-IF.

      * name, department, and load limit are all changeable; the ID
      * is the key every assignment hangs off and is not
           400-CHANGE-INSTRUCTOR.
               DISPLAY "ENTER INSTRUCTOR ID:".
               ACCEPT ENTRY-INSTRUCTOR-ID.
               PERFORM 310-FIND-INSTRUCTOR-ROW.

               IF NOT INSTRUCTOR-ROW-FOUND
                   DISPLAY "INSTRUCTOR NOT ON FILE"
               ELSE
                   DISPLAY "CURRENTLY: "
                     TBL-INS-NAME(INSTRUCTOR-FOUND-SUB) " "
                     TBL-INS-DEPARTMENT(INSTRUCTOR-FOUND-SUB)
                     "  LOAD LIMIT "
                     TBL-INS-MAX-CREDIT-HOURS(INSTRUCTOR-FOUND-SUB)
                   PERFORM 301-ACCEPT-INSTRUCTOR-DETAIL
                   IF ENTRY-NAME IS NOT EQUAL TO SPACES
                       AND ENTRY-MAX-CREDIT-HOURS IS NUMERIC
                       MOVE SPACES TO AUDIT-BEFORE-BUILD
                       STRING "INS=" DELIMITED BY SIZE
                           ENTRY-INSTRUCTOR-ID DELIMITED BY SIZE
                           " DEPT=" DELIMITED BY SIZE
                           TBL-INS-DEPARTMENT(INSTRUCTOR-FOUND-SUB)
                           DELIMITED BY SIZE
                           " MAX=" DELIMITED BY SIZE
                           TBL-INS-MAX-CREDIT-HOURS
                             (INSTRUCTOR-FOUND-SUB)
                           DELIMITED BY SIZE
                           INTO AUDIT-BEFORE-BUILD
                       END-STRING
                       PERFORM 302-APPLY-INSTRUCTOR-DETAIL
                       MOVE "INSCHG" TO AUDIT-ACTION
                       PERFORM 801-WRITE-AUDIT-LINE
                       MOVE 'Y' TO CHANGED-FLAG
                       DISPLAY "INSTRUCTOR CHANGED"
                   END-IF
               END-IF.

      * deactivating stops new assignments only - whatever the
      * instructor already holds stays until it is reassigned
           450-FLIP-ACTIVE-FLAG.
               DISPLAY "ENTER INSTRUCTOR ID:".
               ACCEPT ENTRY-INSTRUCTOR-ID.
               PERFORM 310-FIND-INSTRUCTOR-ROW.

               IF NOT INSTRUCTOR-ROW-FOUND
                   DISPLAY "INSTRUCTOR NOT ON FILE"
               ELSE
                   DISPLAY "INSTRUCTOR IS CURRENTLY ACTIVE="
                     TBL-INS-ACTIVE-FLAG(INSTRUCTOR-FOUND-SUB)
                   DISPLAY "SET ACTIVE (Y/N):"
                   ACCEPT CONFIRM-ANSWER
                   IF CONFIRM-ANSWER IS EQUAL TO 'Y'
                       OR CONFIRM-ANSWER IS EQUAL TO 'N'
                       PERFORM 451-APPLY-ACTIVE-FLAG
                   ELSE
                       DISPLAY "ANSWER Y OR N - UNCHANGED"
                   END-IF
               END-IF.

               451-APPLY-ACTIVE-FLAG.
                   MOVE SPACES TO AUDIT-BEFORE-BUILD.
                   STRING "INS=" DELIMITED BY SIZE
                       ENTRY-INSTRUCTOR-ID DELIMITED BY SIZE
                       " ACT=" DELIMITED BY SIZE
                       TBL-INS-ACTIVE-FLAG(INSTRUCTOR-FOUND-SUB)
                       DELIMITED BY SIZE
                       INTO AUDIT-BEFORE-BUILD
                   END-STRING.
                   MOVE CONFIRM-ANSWER
                     TO TBL-INS-ACTIVE-FLAG(INSTRUCTOR-FOUND-SUB).
                   MOVE SPACES TO AUDIT-AFTER-BUILD.
                   STRING "INS=" DELIMITED BY SIZE
                       ENTRY-INSTRUCTOR-ID DELIMITED BY SIZE
                       " ACT=" DELIMITED BY SIZE
                       CONFIRM-ANSWER DELIMITED BY SIZE
                       INTO AUDIT-AFTER-BUILD
                   END-STRING.
                   MOVE "INSACT" TO AUDIT-ACTION.
                   PERFORM 801-WRITE-AUDIT-LINE.
                   MOVE 'Y' TO CHANGED-FLAG.
                   DISPLAY "ACTIVE FLAG NOW " CONFIRM-ANSWER.

                   IF CONFIRM-ANSWER IS EQUAL TO 'N'
                       MOVE 0 TO TERM-ASSIGNMENT-COUNT
                       PERFORM 452-COUNT-ONE-HELD-SECTION
                           VARYING ASSIGNMENT-SUB FROM 1 BY 1
                           UNTIL ASSIGNMENT-SUB > ASSIGNMENT-COUNT
                       IF TERM-ASSIGNMENT-COUNT IS GREATER THAN ZERO
                           DISPLAY "NOTE - STILL ASSIGNED TO "
                             TERM-ASSIGNMENT-COUNT " SECTION(S) - "
                             "REASSIGN THROUGH CHOICE 5"
                       END-IF
                   END-IF.

                   452-COUNT-ONE-HELD-SECTION.
                       IF TBL-SIN-INSTRUCTOR-ID(ASSIGNMENT-SUB)
                           IS EQUAL TO ENTRY-INSTRUCTOR-ID
                           AND NOT TBL-SIN-REMOVED(ASSIGNMENT-SUB)
                           ADD 1 TO TERM-ASSIGNMENT-COUNT
                       END-IF.

           500-LIST-INSTRUCTORS.
               DISPLAY "ID     NAME                           DEPT "
                 "MAX ACT".
               PERFORM 501-LIST-ONE-INSTRUCTOR
                   VARYING INSTRUCTOR-SUB FROM 1 BY 1
                   UNTIL INSTRUCTOR-SUB > INSTRUCTOR-COUNT.

               501-LIST-ONE-INSTRUCTOR.
                   DISPLAY TBL-INS-INSTRUCTOR-ID(INSTRUCTOR-SUB) " "
                     TBL-INS-NAME(INSTRUCTOR-SUB) " "
                     TBL-INS-DEPARTMENT(INSTRUCTOR-SUB) " "
                     TBL-INS-MAX-CREDIT-HOURS(INSTRUCTOR-SUB) "  "
                     TBL-INS-ACTIVE-FLAG(INSTRUCTOR-SUB).

      * one instructor per section per term - assigning over an
      * existing row replaces it, a blank ID takes the section back
      * to unassigned; the load check counts what the instructor
      * would carry for the term with this section added
           600-ASSIGN-SECTION.
               DISPLAY "ENTER COURSE CODE:".
               ACCEPT ENTRY-COURSE-CODE.
               DISPLAY "ENTER SECTION CODE:".
               ACCEPT ENTRY-SECTION-CODE.
               DISPLAY "ENTER TERM CODE (YYYYTT):".
               ACCEPT ENTRY-TERM-CODE.

               IF ENTRY-TERM-CODE IS NOT NUMERIC
                   DISPLAY "TERM CODE MUST BE SIX DIGITS"
               ELSE
                   MOVE ENTRY-TERM-CODE TO ENTRY-TERM-NUMERIC
                   PERFORM 610-FIND-SECTION-ROW
                   IF NOT SECTION-ROW-FOUND
                       DISPLAY "SECTION NOT ON SECTION-MASTER.txt"
                   ELSE
                       PERFORM 620-FIND-ASSIGNMENT-ROW
                       PERFORM 601-ACCEPT-ASSIGNED-INSTRUCTOR
                   END-IF
               END-IF.

               601-ACCEPT-ASSIGNED-INSTRUCTOR.
                   IF ASSIGNMENT-ROW-FOUND
                       DISPLAY "CURRENTLY ASSIGNED TO "
                         TBL-SIN-INSTRUCTOR-ID(ASSIGNMENT-FOUND-SUB)
                   ELSE
                       DISPLAY "CURRENTLY UNASSIGNED"
                   END-IF.
                   DISPLAY "ENTER INSTRUCTOR ID (BLANK = UNASSIGN):".
                   ACCEPT ENTRY-INSTRUCTOR-ID.

                   IF ENTRY-INSTRUCTOR-ID IS EQUAL TO SPACES
                       IF ASSIGNMENT-ROW-FOUND
                           PERFORM 603-REMOVE-ASSIGNMENT
                       ELSE
                           DISPLAY "SECTION WAS NOT ASSIGNED - "
                             "NOTHING TO DO"
                       END-IF
                   ELSE
                       PERFORM 310-FIND-INSTRUCTOR-ROW
                       IF NOT INSTRUCTOR-ROW-FOUND
                           DISPLAY "INSTRUCTOR NOT ON FILE - NOT "
                             "ASSIGNED"
                       ELSE IF NOT TBL-INS-ACTIVE
                           (INSTRUCTOR-FOUND-SUB)
                           DISPLAY "INSTRUCTOR IS INACTIVE - NOT "
                             "ASSIGNED"
                       ELSE IF ASSIGNMENT-ROW-FOUND
                           AND TBL-SIN-INSTRUCTOR-ID
                               (ASSIGNMENT-FOUND-SUB)
                               IS EQUAL TO ENTRY-INSTRUCTOR-ID
                           DISPLAY "ALREADY ASSIGNED TO THIS "
                             "INSTRUCTOR - NOTHING TO DO"
                       ELSE IF NOT ASSIGNMENT-ROW-FOUND
                           AND ASSIGNMENT-COUNT IS EQUAL TO 2000
                           DISPLAY "ASSIGNMENT TABLE FULL - NOT "
                             "ASSIGNED"
                       ELSE
                           PERFORM 602-APPLY-ASSIGNMENT
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                   END-IF.

               602-APPLY-ASSIGNMENT.
                   MOVE SPACES TO AUDIT-BEFORE-BUILD.
                   IF ASSIGNMENT-ROW-FOUND
                       STRING ENTRY-COURSE-CODE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ENTRY-SECTION-CODE DELIMITED BY SIZE
                           " INS=" DELIMITED BY SIZE
                           TBL-SIN-INSTRUCTOR-ID
                             (ASSIGNMENT-FOUND-SUB)
                           DELIMITED BY SIZE
                           INTO AUDIT-BEFORE-BUILD
                       END-STRING
                   ELSE
                       ADD 1 TO ASSIGNMENT-COUNT
                       MOVE ASSIGNMENT-COUNT TO ASSIGNMENT-FOUND-SUB
                       MOVE ENTRY-COURSE-CODE
                         TO TBL-SIN-COURSE-CODE(ASSIGNMENT-FOUND-SUB)
                       MOVE ENTRY-SECTION-CODE
                         TO TBL-SIN-SECTION-CODE(ASSIGNMENT-FOUND-SUB)
                       MOVE ENTRY-TERM-NUMERIC
                         TO TBL-SIN-TERM-CODE(ASSIGNMENT-FOUND-SUB)
                       MOVE 'N'
                         TO TBL-SIN-REMOVED-FLAG(ASSIGNMENT-FOUND-SUB)
                   END-IF.
                   MOVE ENTRY-INSTRUCTOR-ID
                     TO TBL-SIN-INSTRUCTOR-ID(ASSIGNMENT-FOUND-SUB).

                   MOVE SPACES TO AUDIT-AFTER-BUILD.
                   STRING ENTRY-COURSE-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ENTRY-SECTION-CODE DELIMITED BY SIZE
                       " INS=" DELIMITED BY SIZE
                       ENTRY-INSTRUCTOR-ID DELIMITED BY SIZE
                       INTO AUDIT-AFTER-BUILD
                   END-STRING.
                   MOVE "INSASG" TO AUDIT-ACTION.
                   PERFORM 801-WRITE-AUDIT-LINE.
                   MOVE 'Y' TO CHANGED-FLAG.
                   DISPLAY "SECTION ASSIGNED".

                   PERFORM 630-TALLY-TERM-LOAD.
                   DISPLAY "TERM LOAD NOW " LOAD-SECTION-COUNT
                     " SECTION(S), " LOAD-CREDIT-HOURS
                     " CREDIT HOURS".
                   IF LOAD-CREDIT-HOURS IS GREATER THAN
                       TBL-INS-MAX-CREDIT-HOURS(INSTRUCTOR-FOUND-SUB)
                       DISPLAY "WARNING - OVER THE "
                         TBL-INS-MAX-CREDIT-HOURS
                           (INSTRUCTOR-FOUND-SUB)
                         " CREDIT-HOUR LOAD LIMIT - OVERLOAD NEEDS "
                         "THE CHAIR'S APPROVAL"
                   END-IF.

               603-REMOVE-ASSIGNMENT.
                   MOVE SPACES TO AUDIT-BEFORE-BUILD.
                   STRING ENTRY-COURSE-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ENTRY-SECTION-CODE DELIMITED BY SIZE
                       " INS=" DELIMITED BY SIZE
                       TBL-SIN-INSTRUCTOR-ID(ASSIGNMENT-FOUND-SUB)
                       DELIMITED BY SIZE
                       INTO AUDIT-BEFORE-BUILD
                   END-STRING.
                   MOVE SPACES TO AUDIT-AFTER-BUILD.
                   STRING ENTRY-COURSE-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ENTRY-SECTION-CODE DELIMITED BY SIZE
                       " UNASSIGNED" DELIMITED BY SIZE
                       INTO AUDIT-AFTER-BUILD
                   END-STRING.
                   MOVE 'Y'
                     TO TBL-SIN-REMOVED-FLAG(ASSIGNMENT-FOUND-SUB).
                   MOVE "INSASG" TO AUDIT-ACTION.
                   PERFORM 801-WRITE-AUDIT-LINE.
                   MOVE 'Y' TO CHANGED-FLAG.
                   DISPLAY "SECTION NOW UNASSIGNED".

           610-FIND-SECTION-ROW.
               MOVE 'N' TO SECTION-FOUND-FLAG.
               PERFORM 611-CHECK-ONE-SECTION
                   VARYING SECTION-FIND-SUB FROM 1 BY 1
                   UNTIL SECTION-FIND-SUB > SECTION-COUNT
                   OR SECTION-ROW-FOUND.

               611-CHECK-ONE-SECTION.
                   IF TBL-SEC-COURSE-CODE(SECTION-FIND-SUB)
                       IS EQUAL TO ENTRY-COURSE-CODE
                       AND TBL-SEC-SECTION-CODE(SECTION-FIND-SUB)
                           IS EQUAL TO ENTRY-SECTION-CODE
                       AND TBL-SEC-TERM-CODE(SECTION-FIND-SUB)
                           IS EQUAL TO ENTRY-TERM-NUMERIC
                       MOVE 'Y' TO SECTION-FOUND-FLAG
                   END-IF.

           620-FIND-ASSIGNMENT-ROW.
               MOVE 'N' TO ASSIGNMENT-FOUND-FLAG.
               MOVE 0 TO ASSIGNMENT-FOUND-SUB.
               PERFORM 621-CHECK-ONE-ASSIGNMENT
                   VARYING ASSIGNMENT-FIND-SUB FROM 1 BY 1
                   UNTIL ASSIGNMENT-FIND-SUB > ASSIGNMENT-COUNT
                   OR ASSIGNMENT-ROW-FOUND.

               621-CHECK-ONE-ASSIGNMENT.
                   IF TBL-SIN-COURSE-CODE(ASSIGNMENT-FIND-SUB)
                       IS EQUAL TO ENTRY-COURSE-CODE
                       AND TBL-SIN-SECTION-CODE(ASSIGNMENT-FIND-SUB)
                           IS EQUAL TO ENTRY-SECTION-CODE
                       AND TBL-SIN-TERM-CODE(ASSIGNMENT-FIND-SUB)
                           IS EQUAL TO ENTRY-TERM-NUMERIC
                       AND NOT TBL-SIN-REMOVED(ASSIGNMENT-FIND-SUB)
                       MOVE 'Y' TO ASSIGNMENT-FOUND-FLAG
                       MOVE ASSIGNMENT-FIND-SUB
                         TO ASSIGNMENT-FOUND-SUB
                   END-IF.

      * the instructor's sections and credit hours for the term, the
      * assignment just made included
           630-TALLY-TERM-LOAD.
               MOVE 0 TO LOAD-CREDIT-HOURS.
               MOVE 0 TO LOAD-SECTION-COUNT.
               PERFORM 631-TALLY-ONE-ASSIGNMENT
                   VARYING ASSIGNMENT-SUB FROM 1 BY 1
                   UNTIL ASSIGNMENT-SUB > ASSIGNMENT-COUNT.

               631-TALLY-ONE-ASSIGNMENT.
                   IF TBL-SIN-INSTRUCTOR-ID(ASSIGNMENT-SUB)
                       IS EQUAL TO ENTRY-INSTRUCTOR-ID
                       AND TBL-SIN-TERM-CODE(ASSIGNMENT-SUB)
                           IS EQUAL TO ENTRY-TERM-NUMERIC
                       AND NOT TBL-SIN-REMOVED(ASSIGNMENT-SUB)
                       ADD 1 TO LOAD-SECTION-COUNT
                       PERFORM 640-FIND-CREDIT-HOURS
                       ADD LOOKUP-CREDIT-HOURS TO LOAD-CREDIT-HOURS
                   END-IF.

           640-FIND-CREDIT-HOURS.
               MOVE 0 TO LOOKUP-CREDIT-HOURS.
               MOVE 'N' TO CATALOG-FOUND-FLAG.
               PERFORM 641-CHECK-ONE-CATALOG-ENTRY
                   VARYING CATALOG-FIND-SUB FROM 1 BY 1
                   UNTIL CATALOG-FIND-SUB > CATALOG-COUNT
                   OR CATALOG-CODE-FOUND.

               641-CHECK-ONE-CATALOG-ENTRY.
                   IF CAT-COURSE-CODE(CATALOG-FIND-SUB) IS EQUAL TO
                       TBL-SIN-COURSE-CODE(ASSIGNMENT-SUB)
                       MOVE 'Y' TO CATALOG-FOUND-FLAG
                       MOVE CAT-CREDIT-HOURS(CATALOG-FIND-SUB)
                         TO LOOKUP-CREDIT-HOURS
                   END-IF.

           700-LIST-TERM-ASSIGNMENTS.
               DISPLAY "ENTER TERM CODE (YYYYTT):".
               ACCEPT ENTRY-TERM-CODE.
               IF ENTRY-TERM-CODE IS NOT NUMERIC
                   DISPLAY "TERM CODE MUST BE SIX DIGITS"
               ELSE
                   MOVE ENTRY-TERM-CODE TO ENTRY-TERM-NUMERIC
                   DISPLAY "COURSE  SEC INSTRUCTOR"
                   PERFORM 701-LIST-ONE-ASSIGNMENT
                       VARYING ASSIGNMENT-SUB FROM 1 BY 1
                       UNTIL ASSIGNMENT-SUB > ASSIGNMENT-COUNT
               END-IF.

               701-LIST-ONE-ASSIGNMENT.
                   IF TBL-SIN-TERM-CODE(ASSIGNMENT-SUB) IS EQUAL TO
                       ENTRY-TERM-NUMERIC
                       AND NOT TBL-SIN-REMOVED(ASSIGNMENT-SUB)
                       DISPLAY TBL-SIN-COURSE-CODE(ASSIGNMENT-SUB) " "
                         TBL-SIN-SECTION-CODE(ASSIGNMENT-SUB) " "
                         TBL-SIN-INSTRUCTOR-ID(ASSIGNMENT-SUB)
                   END-IF.

      * rewrite the instructor master from the table
           900-REWRITE-INSTRUCTOR-FILE.
               OPEN OUTPUT INSTRUCTOR-FILE.
               IF INSTRUCTOR-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN INSTRUCTOR.txt - STATUS "
                     INSTRUCTOR-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 901-WRITE-ONE-INSTRUCTOR
                   VARYING INSTRUCTOR-SUB FROM 1 BY 1
                   UNTIL INSTRUCTOR-SUB > INSTRUCTOR-COUNT.

               CLOSE INSTRUCTOR-FILE.
               DISPLAY "INSTRUCTOR.txt REWRITTEN - "
                 INSTRUCTOR-COUNT " ROWS".

               901-WRITE-ONE-INSTRUCTOR.
                   MOVE TBL-INS-INSTRUCTOR-ID(INSTRUCTOR-SUB)
                     TO INS-INSTRUCTOR-ID.
                   MOVE TBL-INS-NAME(INSTRUCTOR-SUB) TO INS-NAME.
                   MOVE TBL-INS-DEPARTMENT(INSTRUCTOR-SUB)
                     TO INS-DEPARTMENT.
                   MOVE TBL-INS-MAX-CREDIT-HOURS(INSTRUCTOR-SUB)
                     TO INS-MAX-CREDIT-HOURS.
                   MOVE TBL-INS-ACTIVE-FLAG(INSTRUCTOR-SUB)
                     TO INS-ACTIVE-FLAG.
                   WRITE INSTRUCTOR-RECORD.

      * an unassigned row drops out of the file
           910-REWRITE-ASSIGNMENT-FILE.
               OPEN OUTPUT ASSIGNMENT-FILE.
               IF ASSIGNMENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-INSTRUCTOR.txt - "
                     "STATUS " ASSIGNMENT-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 911-WRITE-ONE-ASSIGNMENT
                   VARYING ASSIGNMENT-SUB FROM 1 BY 1
                   UNTIL ASSIGNMENT-SUB > ASSIGNMENT-COUNT.

               CLOSE ASSIGNMENT-FILE.

               911-WRITE-ONE-ASSIGNMENT.
                   IF NOT TBL-SIN-REMOVED(ASSIGNMENT-SUB)
                       MOVE TBL-SIN-COURSE-CODE(ASSIGNMENT-SUB)
                         TO SIN-COURSE-CODE
                       MOVE TBL-SIN-SECTION-CODE(ASSIGNMENT-SUB)
                         TO SIN-SECTION-CODE
                       MOVE TBL-SIN-TERM-CODE(ASSIGNMENT-SUB)
                         TO SIN-TERM-CODE
                       MOVE TBL-SIN-INSTRUCTOR-ID(ASSIGNMENT-SUB)
                         TO SIN-INSTRUCTOR-ID
                       WRITE ASSIGNMENT-RECORD
                   END-IF.

      * one line on the shared audit trail per instructor action -
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
                   MOVE "PROJECT92" TO LOG-PROGRAM-OUT.
                   MOVE SIGNON-FAIL-REASON TO LOG-MESSAGE-OUT.
                   WRITE SIGNON-LOG-LINE.

                   CLOSE SIGNON-LOG.
       END PROGRAM PROJECT92.
