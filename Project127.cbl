      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: recruitment agent master and student assignment. The
      *          international office keeps its agents here under
      *          operator sign-on (any active operator, failures
      *          logged the usual way): AGENT-MASTER.txt holds each
      *          agent's code, name, commission rate (a percentage of
      *          the tuition the student actually pays), how the
      *          agent is paid - cheque to the mailing address or
      *          direct deposit to the banking details - and an
      *          active flag. A student who came through an agent is
      *          tied to that agent on STUDENT-AGENT.txt, one row per
      *          student, which is the agent code every commission
      *          run reads; STUFILE3.txt's layout is shared by too
      *          many programs to carry it. Only an active agent
      *          takes a new student, and blanking the agent code
      *          takes the student off. Agent codes start with a
      *          letter so a bank return of an agent's credit can
      *          never be read as a student number. PROJECT128 pays
      *          the commissions. Every add, change, and assignment
      *          lands on the shared audit trail
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT127.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the agent master this screen owns
           SELECT AGENT-FILE
           ASSIGN TO "..\AGENT-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AGENT-FILE-STATUS.

      * one row per student brought in by an agent - also owned here
           SELECT STUDENT-AGENT-FILE
           ASSIGN TO "..\STUDENT-AGENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-AGENT-STATUS.

      * the student master - read only, so an assignment can only
      * name a real student
           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

      * same audit trail PROJECT02 writes, appended with one line per
      * agent action
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
      * one agent - rate is a percentage with two decimals; payment
      * method C cheque or D direct deposit, the banking fields blank
      * for a cheque agent; kept in step with Project128.cbl
       FD AGENT-FILE.
       01 AGENT-RECORD.
         05 AGT-AGENT-CODE PIC X(6).
         05 AGT-AGENT-NAME PIC X(40).
         05 AGT-COMMISSION-RATE PIC 9(2)V99.
         05 AGT-PAYMENT-METHOD PIC X(1).
         05 AGT-TRANSIT-NUMBER PIC X(5).
         05 AGT-INSTITUTION-NUMBER PIC X(3).
         05 AGT-ACCOUNT-NUMBER PIC X(12).
         05 AGT-STREET PIC X(25).
         05 AGT-CITY PIC X(15).
         05 AGT-REGION PIC X(15).
         05 AGT-POSTAL-CODE PIC X(10).
         05 AGT-COUNTRY PIC X(15).
         05 AGT-ACTIVE-FLAG PIC X(1).

      * one student's agent - kept in step with Project128.cbl
       FD STUDENT-AGENT-FILE.
       01 STUDENT-AGENT-RECORD.
         05 SAG-STUDENT-NUMBER PIC 9(6).
         05 SAG-AGENT-CODE PIC X(6).
         05 SAG-ASSIGNED-DATE PIC 9(8).
         05 SAG-ASSIGNED-BY PIC X(8).

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
         05 AGENT-FILE-STATUS PIC X(2).
         05 STUDENT-AGENT-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 AUDIT-FILE-STATUS PIC X(2).

       01 OPERATOR-ID PIC X(8).
       01 RUN-DATE-RAW PIC 9(8).

      * the whole agent master in memory while the session works
       01 AGENT-TABLE.
         05 AGENT-ENTRY OCCURS 1 TO 300 TIMES
             DEPENDING ON AGENT-COUNT.
           10 TBL-AGT-AGENT-CODE PIC X(6).
           10 TBL-AGT-AGENT-NAME PIC X(40).
           10 TBL-AGT-COMMISSION-RATE PIC 9(2)V99.
           10 TBL-AGT-PAYMENT-METHOD PIC X(1).
           10 TBL-AGT-TRANSIT-NUMBER PIC X(5).
           10 TBL-AGT-INSTITUTION-NUMBER PIC X(3).
           10 TBL-AGT-ACCOUNT-NUMBER PIC X(12).
           10 TBL-AGT-STREET PIC X(25).
           10 TBL-AGT-CITY PIC X(15).
           10 TBL-AGT-REGION PIC X(15).
           10 TBL-AGT-POSTAL-CODE PIC X(10).
           10 TBL-AGT-COUNTRY PIC X(15).
           10 TBL-AGT-ACTIVE-FLAG PIC X(1).
             88 TBL-AGT-ACTIVE VALUE 'Y'.

       01 AGENT-VARIABLES.
         05 AGENT-COUNT PIC 9(3) VALUE 0.
         05 AGENT-SUB PIC 9(3).
         05 AGENT-FIND-SUB PIC 9(3).
         05 AGENT-FOUND-SUB PIC 9(3) VALUE 0.
         05 AGENT-FOUND-FLAG PIC X(1).
           88 AGENT-ROW-FOUND VALUE 'Y'.
         05 AGENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 AGENT-STUDENT-COUNT PIC 9(5).

      * the student-agent rows - a removed row drops out on save
       01 STUDENT-AGENT-TABLE.
         05 STUDENT-AGENT-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON STUDENT-AGENT-COUNT.
           10 TBL-SAG-STUDENT-NUMBER PIC 9(6).
           10 TBL-SAG-AGENT-CODE PIC X(6).
           10 TBL-SAG-ASSIGNED-DATE PIC 9(8).
           10 TBL-SAG-ASSIGNED-BY PIC X(8).
           10 TBL-SAG-REMOVED-FLAG PIC X(1).
             88 TBL-SAG-REMOVED VALUE 'Y'.

       01 STUDENT-AGENT-VARIABLES.
         05 STUDENT-AGENT-COUNT PIC 9(4) VALUE 0.
         05 STUDENT-AGENT-SUB PIC 9(4).
         05 STUDENT-AGENT-FIND-SUB PIC 9(4).
         05 STUDENT-AGENT-FOUND-SUB PIC 9(4) VALUE 0.
         05 STUDENT-AGENT-FOUND-FLAG PIC X(1).
           88 STUDENT-AGENT-ROW-FOUND VALUE 'Y'.
         05 STUDENT-AGENT-EOF-FLG PIC X(1) VALUE 'N'.

      * the student numbers and names off the master, for the check
      * and the listing
       01 MASTER-TABLE.
         05 MASTER-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON MASTER-COUNT.
           10 TBL-MST-STUDENT-NUMBER PIC 9(6).
           10 TBL-MST-STUDENT-NAME PIC X(40).
           10 TBL-MST-INTERNATIONAL-FLAG PIC X(1).

       01 MASTER-VARIABLES.
         05 MASTER-COUNT PIC 9(4) VALUE 0.
         05 MASTER-FIND-SUB PIC 9(4).
         05 MASTER-FOUND-SUB PIC 9(4) VALUE 0.
         05 MASTER-FOUND-FLAG PIC X(1).
           88 MASTER-STUDENT-FOUND VALUE 'Y'.
         05 MASTER-EOF-FLG PIC X(1) VALUE 'N'.

       01 ENTRY-FIELDS.
         05 MENU-CHOICE PIC X(1).
         05 ENTRY-AGENT-CODE PIC X(6).
         05 ENTRY-AGENT-FIRST REDEFINES ENTRY-AGENT-CODE.
           10 ENTRY-AGENT-FIRST-CHAR PIC X(1).
             88 ENTRY-AGENT-STARTS-ALPHA VALUE 'A' THRU 'Z'.
           10 FILLER PIC X(5).
         05 ENTRY-AGENT-NAME PIC X(40).
         05 ENTRY-COMMISSION-RATE PIC X(4).
         05 ENTRY-RATE-NUMERIC REDEFINES ENTRY-COMMISSION-RATE
             PIC 9(2)V99.
         05 ENTRY-PAYMENT-METHOD PIC X(1).
           88 ENTRY-METHOD-VALID VALUE 'C' 'D'.
         05 ENTRY-TRANSIT-NUMBER PIC X(5).
         05 ENTRY-INSTITUTION-NUMBER PIC X(3).
         05 ENTRY-ACCOUNT-NUMBER PIC X(12).
         05 ENTRY-STREET PIC X(25).
         05 ENTRY-CITY PIC X(15).
         05 ENTRY-REGION PIC X(15).
         05 ENTRY-POSTAL-CODE PIC X(10).
         05 ENTRY-COUNTRY PIC X(15).
         05 ENTRY-STUDENT-NUMBER PIC X(6).
         05 ENTRY-STUDENT-NUMERIC PIC 9(6).
         05 ENTRY-VALID-FLAG PIC X(1).
           88 ENTRY-IS-VALID VALUE 'Y'.
         05 CONFIRM-ANSWER PIC X(1).
         05 CHANGED-FLAG PIC X(1) VALUE 'N'.
         05 RATE-DISPLAY PIC Z9.99.

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
      * main procedure - sign on, load the tables, one action per trip
      * around the menu until save-and-exit
       100-MAINTAIN-AGENTS.
           PERFORM 250-SIGN-ON.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-AGENT-TABLE.
           PERFORM 210-LOAD-STUDENT-AGENT-TABLE.
           PERFORM 220-LOAD-MASTER-TABLE.

           PERFORM 202-PROCESS-MENU-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '7'.

           IF CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 900-REWRITE-AGENT-FILE
               PERFORM 910-REWRITE-STUDENT-AGENT-FILE
           ELSE
               DISPLAY "NO CHANGES - AGENT-MASTER.txt LEFT UNTOUCHED"
           END-IF.
           STOP RUN.

           202-PROCESS-MENU-CHOICE.
               PERFORM 205-DISPLAY-MENU.
               ACCEPT MENU-CHOICE.

               IF MENU-CHOICE IS EQUAL TO '1'
                   PERFORM 300-ADD-AGENT
               ELSE IF MENU-CHOICE IS EQUAL TO '2'
                   PERFORM 400-CHANGE-AGENT
               ELSE IF MENU-CHOICE IS EQUAL TO '3'
                   PERFORM 450-FLIP-ACTIVE-FLAG
               ELSE IF MENU-CHOICE IS EQUAL TO '4'
                   PERFORM 500-LIST-AGENTS
               ELSE IF MENU-CHOICE IS EQUAL TO '5'
                   PERFORM 600-ASSIGN-STUDENT
               ELSE IF MENU-CHOICE IS EQUAL TO '6'
                   PERFORM 700-LIST-AGENT-STUDENTS
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
               DISPLAY "1 - ADD AN AGENT".
               DISPLAY "2 - CHANGE AN AGENT".
               DISPLAY "3 - ACTIVATE OR DEACTIVATE AN AGENT".
               DISPLAY "4 - LIST AGENTS".
               DISPLAY "5 - ASSIGN OR REMOVE A STUDENT'S AGENT".
               DISPLAY "6 - LIST AN AGENT'S STUDENTS".
               DISPLAY "7 - SAVE AND EXIT".
               DISPLAY "ENTER YOUR CHOICE:".

      * the agent master - a missing file is just an empty one
           200-LOAD-AGENT-TABLE.
               OPEN INPUT AGENT-FILE.
               IF AGENT-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF AGENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN AGENT-MASTER.txt - STATUS "
                     AGENT-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 201-LOAD-ONE-AGENT
                       UNTIL AGENT-EOF-FLG IS EQUAL TO 'Y'
                       OR AGENT-COUNT IS EQUAL TO 300
                   CLOSE AGENT-FILE
               END-IF
               END-IF.

               201-LOAD-ONE-AGENT.
                   READ AGENT-FILE
                       AT END
                           MOVE 'Y' TO AGENT-EOF-FLG
                       NOT AT END
                           ADD 1 TO AGENT-COUNT
                           MOVE AGENT-RECORD
                             TO AGENT-ENTRY(AGENT-COUNT)
                   END-READ.

      * the assignments - a missing file means no agent students yet
           210-LOAD-STUDENT-AGENT-TABLE.
               OPEN INPUT STUDENT-AGENT-FILE.
               IF STUDENT-AGENT-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF STUDENT-AGENT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUDENT-AGENT.txt - "
                     "STATUS " STUDENT-AGENT-STATUS
                   STOP RUN
               ELSE
                   PERFORM 211-LOAD-ONE-STUDENT-AGENT
                       UNTIL STUDENT-AGENT-EOF-FLG IS EQUAL TO 'Y'
                       OR STUDENT-AGENT-COUNT IS EQUAL TO 5000
                   CLOSE STUDENT-AGENT-FILE
               END-IF
               END-IF.

               211-LOAD-ONE-STUDENT-AGENT.
                   READ STUDENT-AGENT-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-AGENT-EOF-FLG
                       NOT AT END
                           ADD 1 TO STUDENT-AGENT-COUNT
                           MOVE SAG-STUDENT-NUMBER
                             TO TBL-SAG-STUDENT-NUMBER
                               (STUDENT-AGENT-COUNT)
                           MOVE SAG-AGENT-CODE
                             TO TBL-SAG-AGENT-CODE(STUDENT-AGENT-COUNT)
                           MOVE SAG-ASSIGNED-DATE
                             TO TBL-SAG-ASSIGNED-DATE
                               (STUDENT-AGENT-COUNT)
                           MOVE SAG-ASSIGNED-BY
                             TO TBL-SAG-ASSIGNED-BY
                               (STUDENT-AGENT-COUNT)
                           MOVE 'N'
                             TO TBL-SAG-REMOVED-FLAG
                               (STUDENT-AGENT-COUNT)
                   END-READ.

      * no student master means nothing can be assigned - the agent
      * side of the screen still works
           220-LOAD-MASTER-TABLE.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS EQUAL TO "35"
                   DISPLAY "STUFILE3.txt NOT ON FILE - STUDENTS "
                     "CANNOT BE ASSIGNED THIS SESSION"
               ELSE IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - STATUS "
                     STUDENT-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 221-LOAD-ONE-MASTER
                       UNTIL MASTER-EOF-FLG IS EQUAL TO 'Y'
                       OR MASTER-COUNT IS EQUAL TO 3000
                   CLOSE STUDENT-FILE
               END-IF
               END-IF.

               221-LOAD-ONE-MASTER.
                   READ STUDENT-FILE
                       AT END
                           MOVE 'Y' TO MASTER-EOF-FLG
                       NOT AT END
                           ADD 1 TO MASTER-COUNT
                           MOVE STUDENT-NUMBER
                             TO TBL-MST-STUDENT-NUMBER(MASTER-COUNT)
                           MOVE STUDENT-NAME
                             TO TBL-MST-STUDENT-NAME(MASTER-COUNT)
                           MOVE INTERNATIONAL-STUDENT-FLAG
                             TO TBL-MST-INTERNATIONAL-FLAG
                               (MASTER-COUNT)
                   END-READ.

      * a new agent starts active; the code must begin with a letter
           300-ADD-AGENT.
               DISPLAY "ENTER AGENT CODE (LETTER FIRST, UP TO 6):".
               ACCEPT ENTRY-AGENT-CODE.
               PERFORM 310-FIND-AGENT-ROW.

               IF NOT ENTRY-AGENT-STARTS-ALPHA
                   DISPLAY "AGENT CODE MUST START WITH A LETTER - NOT "
                     "ADDED"
               ELSE IF AGENT-ROW-FOUND
                   DISPLAY "AGENT ALREADY ON FILE - USE CHANGE"
               ELSE IF AGENT-COUNT IS EQUAL TO 300
                   DISPLAY "AGENT TABLE FULL - NOT ADDED"
               ELSE
                   PERFORM 301-ACCEPT-AGENT-DETAIL
                   IF ENTRY-IS-VALID
                       ADD 1 TO AGENT-COUNT
                       MOVE AGENT-COUNT TO AGENT-FOUND-SUB
                       MOVE ENTRY-AGENT-CODE
                         TO TBL-AGT-AGENT-CODE(AGENT-FOUND-SUB)
                       MOVE 'Y'
                         TO TBL-AGT-ACTIVE-FLAG(AGENT-FOUND-SUB)
                       MOVE SPACES TO AUDIT-BEFORE-BUILD
                       PERFORM 302-APPLY-AGENT-DETAIL
                       MOVE "AGTADD" TO AUDIT-ACTION
                       MOVE ZERO TO AUDIT-STUDENT-NUMBER
                       PERFORM 801-WRITE-AUDIT-LINE
                       MOVE 'Y' TO CHANGED-FLAG
                       DISPLAY "AGENT ADDED"
                   END-IF
               END-IF
               END-IF
               END-IF.

      * the mailing address is wanted either way - the statement goes
      * there; direct deposit also needs digits for transit and
      * institution and an account number
               301-ACCEPT-AGENT-DETAIL.
                   MOVE 'Y' TO ENTRY-VALID-FLAG.
                   DISPLAY "ENTER AGENT NAME:".
                   ACCEPT ENTRY-AGENT-NAME.
                   DISPLAY "ENTER COMMISSION RATE AS A PERCENT, "
                     "4 DIGITS (1250 = 12.50%):".
                   ACCEPT ENTRY-COMMISSION-RATE.
                   DISPLAY "ENTER PAYMENT METHOD (C = CHEQUE, "
                     "D = DIRECT DEPOSIT):".
                   ACCEPT ENTRY-PAYMENT-METHOD.
                   MOVE SPACES TO ENTRY-TRANSIT-NUMBER.
                   MOVE SPACES TO ENTRY-INSTITUTION-NUMBER.
                   MOVE SPACES TO ENTRY-ACCOUNT-NUMBER.
                   IF ENTRY-PAYMENT-METHOD IS EQUAL TO 'D'
                       DISPLAY "ENTER TRANSIT NUMBER (5 DIGITS):"
                       ACCEPT ENTRY-TRANSIT-NUMBER
                       DISPLAY "ENTER INSTITUTION NUMBER (3 DIGITS):"
                       ACCEPT ENTRY-INSTITUTION-NUMBER
                       DISPLAY "ENTER ACCOUNT NUMBER:"
                       ACCEPT ENTRY-ACCOUNT-NUMBER
                   END-IF.
                   DISPLAY "ENTER STREET:".
                   ACCEPT ENTRY-STREET.
                   DISPLAY "ENTER CITY:".
                   ACCEPT ENTRY-CITY.
                   DISPLAY "ENTER PROVINCE/STATE/REGION:".
                   ACCEPT ENTRY-REGION.
                   DISPLAY "ENTER POSTAL CODE:".
                   ACCEPT ENTRY-POSTAL-CODE.
                   DISPLAY "ENTER COUNTRY:".
                   ACCEPT ENTRY-COUNTRY.

                   IF ENTRY-AGENT-NAME IS EQUAL TO SPACES
                       DISPLAY "NAME MAY NOT BE BLANK - NOT SAVED"
                       MOVE 'N' TO ENTRY-VALID-FLAG
                   ELSE IF ENTRY-COMMISSION-RATE IS NOT NUMERIC
                       DISPLAY "RATE MUST BE FOUR DIGITS - NOT SAVED"
                       MOVE 'N' TO ENTRY-VALID-FLAG
                   ELSE IF NOT ENTRY-METHOD-VALID
                       DISPLAY "PAYMENT METHOD MUST BE C OR D - NOT "
                         "SAVED"
                       MOVE 'N' TO ENTRY-VALID-FLAG
                   ELSE IF ENTRY-PAYMENT-METHOD IS EQUAL TO 'D'
                       AND (ENTRY-TRANSIT-NUMBER IS NOT NUMERIC
                         OR ENTRY-INSTITUTION-NUMBER IS NOT NUMERIC
                         OR ENTRY-ACCOUNT-NUMBER IS EQUAL TO SPACES)
                       DISPLAY "BANKING DETAILS INCOMPLETE - NOT SAVED"
                       MOVE 'N' TO ENTRY-VALID-FLAG
                   ELSE IF ENTRY-STREET IS EQUAL TO SPACES
                       OR ENTRY-CITY IS EQUAL TO SPACES
                       DISPLAY "MAILING ADDRESS INCOMPLETE - NOT SAVED"
                       MOVE 'N' TO ENTRY-VALID-FLAG
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF.

               302-APPLY-AGENT-DETAIL.
                   MOVE ENTRY-AGENT-NAME
                     TO TBL-AGT-AGENT-NAME(AGENT-FOUND-SUB).
                   MOVE ENTRY-RATE-NUMERIC
                     TO TBL-AGT-COMMISSION-RATE(AGENT-FOUND-SUB).
                   MOVE ENTRY-PAYMENT-METHOD
                     TO TBL-AGT-PAYMENT-METHOD(AGENT-FOUND-SUB).
                   MOVE ENTRY-TRANSIT-NUMBER
                     TO TBL-AGT-TRANSIT-NUMBER(AGENT-FOUND-SUB).
                   MOVE ENTRY-INSTITUTION-NUMBER
                     TO TBL-AGT-INSTITUTION-NUMBER(AGENT-FOUND-SUB).
                   MOVE ENTRY-ACCOUNT-NUMBER
                     TO TBL-AGT-ACCOUNT-NUMBER(AGENT-FOUND-SUB).
                   MOVE ENTRY-STREET
                     TO TBL-AGT-STREET(AGENT-FOUND-SUB).
                   MOVE ENTRY-CITY TO TBL-AGT-CITY(AGENT-FOUND-SUB).
                   MOVE ENTRY-REGION
                     TO TBL-AGT-REGION(AGENT-FOUND-SUB).
                   MOVE ENTRY-POSTAL-CODE
                     TO TBL-AGT-POSTAL-CODE(AGENT-FOUND-SUB).
                   MOVE ENTRY-COUNTRY
                     TO TBL-AGT-COUNTRY(AGENT-FOUND-SUB).

                   MOVE ENTRY-RATE-NUMERIC TO RATE-DISPLAY.
                   MOVE SPACES TO AUDIT-AFTER-BUILD.
                   STRING "AGT=" DELIMITED BY SIZE
                       ENTRY-AGENT-CODE DELIMITED BY SIZE
                       " RATE=" DELIMITED BY SIZE
                       RATE-DISPLAY DELIMITED BY SIZE
                       " PAY=" DELIMITED BY SIZE
                       ENTRY-PAYMENT-METHOD DELIMITED BY SIZE
                       " ACCT=" DELIMITED BY SIZE
                       ENTRY-ACCOUNT-NUMBER DELIMITED BY SIZE
                       INTO AUDIT-AFTER-BUILD
                   END-STRING.

      * linear scan for the keyed agent's row
           310-FIND-AGENT-ROW.
               MOVE 'N' TO AGENT-FOUND-FLAG.
               MOVE 0 TO AGENT-FOUND-SUB.

               PERFORM 311-CHECK-ONE-AGENT
                   VARYING AGENT-FIND-SUB FROM 1 BY 1
                   UNTIL AGENT-FIND-SUB > AGENT-COUNT
                   OR AGENT-ROW-FOUND.

               311-CHECK-ONE-AGENT.
                   IF TBL-AGT-AGENT-CODE(AGENT-FIND-SUB)
                       IS EQUAL TO ENTRY-AGENT-CODE
                       MOVE 'Y' TO AGENT-FOUND-FLAG
                       MOVE AGENT-FIND-SUB TO AGENT-FOUND-SUB
                   END-IF.

      * everything but the code is changeable - a rate change counts
      * from the next commission run on and is not reworked backward
           400-CHANGE-AGENT.
               DISPLAY "ENTER AGENT CODE:".
               ACCEPT ENTRY-AGENT-CODE.
               PERFORM 310-FIND-AGENT-ROW.

               IF NOT AGENT-ROW-FOUND
                   DISPLAY "AGENT NOT ON FILE"
               ELSE
                   MOVE TBL-AGT-COMMISSION-RATE(AGENT-FOUND-SUB)
                     TO RATE-DISPLAY
                   DISPLAY "CURRENTLY: "
                     TBL-AGT-AGENT-NAME(AGENT-FOUND-SUB)
                     " RATE " RATE-DISPLAY
                     "  PAY " TBL-AGT-PAYMENT-METHOD(AGENT-FOUND-SUB)
                   PERFORM 301-ACCEPT-AGENT-DETAIL
                   IF ENTRY-IS-VALID
                       MOVE SPACES TO AUDIT-BEFORE-BUILD
                       STRING "AGT=" DELIMITED BY SIZE
                           ENTRY-AGENT-CODE DELIMITED BY SIZE
                           " RATE=" DELIMITED BY SIZE
                           RATE-DISPLAY DELIMITED BY SIZE
                           " PAY=" DELIMITED BY SIZE
                           TBL-AGT-PAYMENT-METHOD(AGENT-FOUND-SUB)
                           DELIMITED BY SIZE
                           " ACCT=" DELIMITED BY SIZE
                           TBL-AGT-ACCOUNT-NUMBER(AGENT-FOUND-SUB)
                           DELIMITED BY SIZE
                           INTO AUDIT-BEFORE-BUILD
                       END-STRING
                       PERFORM 302-APPLY-AGENT-DETAIL
                       MOVE "AGTCHG" TO AUDIT-ACTION
                       MOVE ZERO TO AUDIT-STUDENT-NUMBER
                       PERFORM 801-WRITE-AUDIT-LINE
                       MOVE 'Y' TO CHANGED-FLAG
                       DISPLAY "AGENT CHANGED"
                   END-IF
               END-IF.

      * deactivating stops new students only - commission on the
      * students already assigned keeps being paid
           450-FLIP-ACTIVE-FLAG.
               DISPLAY "ENTER AGENT CODE:".
               ACCEPT ENTRY-AGENT-CODE.
               PERFORM 310-FIND-AGENT-ROW.

               IF NOT AGENT-ROW-FOUND
                   DISPLAY "AGENT NOT ON FILE"
               ELSE
                   DISPLAY "AGENT IS CURRENTLY ACTIVE="
                     TBL-AGT-ACTIVE-FLAG(AGENT-FOUND-SUB)
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
                   STRING "AGT=" DELIMITED BY SIZE
                       ENTRY-AGENT-CODE DELIMITED BY SIZE
                       " ACT=" DELIMITED BY SIZE
                       TBL-AGT-ACTIVE-FLAG(AGENT-FOUND-SUB)
                       DELIMITED BY SIZE
                       INTO AUDIT-BEFORE-BUILD
                   END-STRING.
                   MOVE CONFIRM-ANSWER
                     TO TBL-AGT-ACTIVE-FLAG(AGENT-FOUND-SUB).
                   MOVE SPACES TO AUDIT-AFTER-BUILD.
                   STRING "AGT=" DELIMITED BY SIZE
                       ENTRY-AGENT-CODE DELIMITED BY SIZE
                       " ACT=" DELIMITED BY SIZE
                       CONFIRM-ANSWER DELIMITED BY SIZE
                       INTO AUDIT-AFTER-BUILD
                   END-STRING.
                   MOVE "AGTACT" TO AUDIT-ACTION.
                   MOVE ZERO TO AUDIT-STUDENT-NUMBER.
                   PERFORM 801-WRITE-AUDIT-LINE.
                   MOVE 'Y' TO CHANGED-FLAG.
                   DISPLAY "ACTIVE FLAG NOW " CONFIRM-ANSWER.

                   IF CONFIRM-ANSWER IS EQUAL TO 'N'
                       PERFORM 720-COUNT-AGENT-STUDENTS
                       IF AGENT-STUDENT-COUNT IS GREATER THAN ZERO
                           DISPLAY "NOTE - " AGENT-STUDENT-COUNT
                             " STUDENT(S) STILL ASSIGNED - THEIR "
                             "COMMISSION CONTINUES"
                       END-IF
                   END-IF.

           500-LIST-AGENTS.
               DISPLAY "CODE   NAME                                "
                 "     RATE  PAY ACT".
               PERFORM 501-LIST-ONE-AGENT
                   VARYING AGENT-SUB FROM 1 BY 1
                   UNTIL AGENT-SUB > AGENT-COUNT.

               501-LIST-ONE-AGENT.
                   MOVE TBL-AGT-COMMISSION-RATE(AGENT-SUB)
                     TO RATE-DISPLAY.
                   DISPLAY TBL-AGT-AGENT-CODE(AGENT-SUB) " "
                     TBL-AGT-AGENT-NAME(AGENT-SUB) " "
                     RATE-DISPLAY "   "
                     TBL-AGT-PAYMENT-METHOD(AGENT-SUB) "   "
                     TBL-AGT-ACTIVE-FLAG(AGENT-SUB).

      * one agent per student - assigning over an existing row
      * replaces it, a blank code takes the student off
           600-ASSIGN-STUDENT.
               DISPLAY "ENTER STUDENT NUMBER:".
               ACCEPT ENTRY-STUDENT-NUMBER.

               IF ENTRY-STUDENT-NUMBER IS NOT NUMERIC
                   DISPLAY "STUDENT NUMBER MUST BE SIX DIGITS"
               ELSE
                   MOVE ENTRY-STUDENT-NUMBER TO ENTRY-STUDENT-NUMERIC
                   PERFORM 610-FIND-MASTER-ROW
                   IF NOT MASTER-STUDENT-FOUND
                       DISPLAY "STUDENT NOT ON STUFILE3.txt"
                   ELSE
                       DISPLAY TBL-MST-STUDENT-NAME(MASTER-FOUND-SUB)
                       IF TBL-MST-INTERNATIONAL-FLAG(MASTER-FOUND-SUB)
                           IS NOT EQUAL TO 'Y'
                           DISPLAY "NOTE - STUDENT IS NOT FLAGGED "
                             "INTERNATIONAL"
                       END-IF
                       PERFORM 620-FIND-STUDENT-AGENT-ROW
                       PERFORM 601-ACCEPT-ASSIGNED-AGENT
                   END-IF
               END-IF.

               601-ACCEPT-ASSIGNED-AGENT.
                   IF STUDENT-AGENT-ROW-FOUND
                       DISPLAY "CURRENTLY ASSIGNED TO "
                         TBL-SAG-AGENT-CODE(STUDENT-AGENT-FOUND-SUB)
                   ELSE
                       DISPLAY "CURRENTLY NO AGENT"
                   END-IF.
                   DISPLAY "ENTER AGENT CODE (BLANK = REMOVE):".
                   ACCEPT ENTRY-AGENT-CODE.

                   IF ENTRY-AGENT-CODE IS EQUAL TO SPACES
                       IF STUDENT-AGENT-ROW-FOUND
                           PERFORM 603-REMOVE-STUDENT-AGENT
                       ELSE
                           DISPLAY "STUDENT HAD NO AGENT - "
                             "NOTHING TO DO"
                       END-IF
                   ELSE
                       PERFORM 310-FIND-AGENT-ROW
                       IF NOT AGENT-ROW-FOUND
                           DISPLAY "AGENT NOT ON FILE - NOT ASSIGNED"
                       ELSE IF NOT TBL-AGT-ACTIVE(AGENT-FOUND-SUB)
                           DISPLAY "AGENT IS INACTIVE - NOT ASSIGNED"
                       ELSE IF STUDENT-AGENT-ROW-FOUND
                           AND TBL-SAG-AGENT-CODE
                               (STUDENT-AGENT-FOUND-SUB)
                               IS EQUAL TO ENTRY-AGENT-CODE
                           DISPLAY "ALREADY ASSIGNED TO THIS AGENT - "
                             "NOTHING TO DO"
                       ELSE IF NOT STUDENT-AGENT-ROW-FOUND
                           AND STUDENT-AGENT-COUNT IS EQUAL TO 5000
                           DISPLAY "STUDENT-AGENT TABLE FULL - NOT "
                             "ASSIGNED"
                       ELSE
                           PERFORM 602-APPLY-STUDENT-AGENT
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                   END-IF.

               602-APPLY-STUDENT-AGENT.
                   MOVE SPACES TO AUDIT-BEFORE-BUILD.
                   IF STUDENT-AGENT-ROW-FOUND
                       STRING "AGT=" DELIMITED BY SIZE
                           TBL-SAG-AGENT-CODE(STUDENT-AGENT-FOUND-SUB)
                           DELIMITED BY SIZE
                           INTO AUDIT-BEFORE-BUILD
                       END-STRING
                   ELSE
                       ADD 1 TO STUDENT-AGENT-COUNT
                       MOVE STUDENT-AGENT-COUNT
                         TO STUDENT-AGENT-FOUND-SUB
                       MOVE ENTRY-STUDENT-NUMERIC
                         TO TBL-SAG-STUDENT-NUMBER
                           (STUDENT-AGENT-FOUND-SUB)
                       MOVE 'N'
                         TO TBL-SAG-REMOVED-FLAG
                           (STUDENT-AGENT-FOUND-SUB)
                   END-IF.
                   MOVE ENTRY-AGENT-CODE
                     TO TBL-SAG-AGENT-CODE(STUDENT-AGENT-FOUND-SUB).
                   MOVE RUN-DATE-RAW
                     TO TBL-SAG-ASSIGNED-DATE(STUDENT-AGENT-FOUND-SUB).
                   MOVE OPERATOR-ID
                     TO TBL-SAG-ASSIGNED-BY(STUDENT-AGENT-FOUND-SUB).

                   MOVE SPACES TO AUDIT-AFTER-BUILD.
                   STRING "AGT=" DELIMITED BY SIZE
                       ENTRY-AGENT-CODE DELIMITED BY SIZE
                       INTO AUDIT-AFTER-BUILD
                   END-STRING.
                   MOVE "AGTSTU" TO AUDIT-ACTION.
                   MOVE ENTRY-STUDENT-NUMERIC TO AUDIT-STUDENT-NUMBER.
                   PERFORM 801-WRITE-AUDIT-LINE.
                   MOVE 'Y' TO CHANGED-FLAG.
                   DISPLAY "STUDENT ASSIGNED TO AGENT "
                     ENTRY-AGENT-CODE.

      * commission already paid on this student stays with the old
      * agent's ledger - removing only stops future runs paying
               603-REMOVE-STUDENT-AGENT.
                   MOVE SPACES TO AUDIT-BEFORE-BUILD.
                   STRING "AGT=" DELIMITED BY SIZE
                       TBL-SAG-AGENT-CODE(STUDENT-AGENT-FOUND-SUB)
                       DELIMITED BY SIZE
                       INTO AUDIT-BEFORE-BUILD
                   END-STRING.
                   MOVE "NO AGENT" TO AUDIT-AFTER-BUILD.
                   MOVE 'Y'
                     TO TBL-SAG-REMOVED-FLAG(STUDENT-AGENT-FOUND-SUB).
                   MOVE "AGTSTU" TO AUDIT-ACTION.
                   MOVE ENTRY-STUDENT-NUMERIC TO AUDIT-STUDENT-NUMBER.
                   PERFORM 801-WRITE-AUDIT-LINE.
                   MOVE 'Y' TO CHANGED-FLAG.
                   DISPLAY "STUDENT NOW HAS NO AGENT".

           610-FIND-MASTER-ROW.
               MOVE 'N' TO MASTER-FOUND-FLAG.
               MOVE 0 TO MASTER-FOUND-SUB.
               PERFORM 611-CHECK-ONE-MASTER
                   VARYING MASTER-FIND-SUB FROM 1 BY 1
                   UNTIL MASTER-FIND-SUB > MASTER-COUNT
                   OR MASTER-STUDENT-FOUND.

               611-CHECK-ONE-MASTER.
                   IF TBL-MST-STUDENT-NUMBER(MASTER-FIND-SUB)
                       IS EQUAL TO ENTRY-STUDENT-NUMERIC
                       MOVE 'Y' TO MASTER-FOUND-FLAG
                       MOVE MASTER-FIND-SUB TO MASTER-FOUND-SUB
                   END-IF.

           620-FIND-STUDENT-AGENT-ROW.
               MOVE 'N' TO STUDENT-AGENT-FOUND-FLAG.
               MOVE 0 TO STUDENT-AGENT-FOUND-SUB.
               PERFORM 621-CHECK-ONE-STUDENT-AGENT
                   VARYING STUDENT-AGENT-FIND-SUB FROM 1 BY 1
                   UNTIL STUDENT-AGENT-FIND-SUB > STUDENT-AGENT-COUNT
                   OR STUDENT-AGENT-ROW-FOUND.

               621-CHECK-ONE-STUDENT-AGENT.
                   IF TBL-SAG-STUDENT-NUMBER(STUDENT-AGENT-FIND-SUB)
                       IS EQUAL TO ENTRY-STUDENT-NUMERIC
                       AND NOT TBL-SAG-REMOVED
                           (STUDENT-AGENT-FIND-SUB)
                       MOVE 'Y' TO STUDENT-AGENT-FOUND-FLAG
                       MOVE STUDENT-AGENT-FIND-SUB
                         TO STUDENT-AGENT-FOUND-SUB
                   END-IF.

           700-LIST-AGENT-STUDENTS.
               DISPLAY "ENTER AGENT CODE:".
               ACCEPT ENTRY-AGENT-CODE.
               PERFORM 310-FIND-AGENT-ROW.
               IF NOT AGENT-ROW-FOUND
                   DISPLAY "AGENT NOT ON FILE"
               ELSE
                   DISPLAY "STUDENT NAME                             "
                     "       ASSIGNED BY"
                   PERFORM 701-LIST-ONE-STUDENT
                       VARYING STUDENT-AGENT-SUB FROM 1 BY 1
                       UNTIL STUDENT-AGENT-SUB > STUDENT-AGENT-COUNT
                   PERFORM 720-COUNT-AGENT-STUDENTS
                   DISPLAY AGENT-STUDENT-COUNT " STUDENT(S)"
               END-IF.

               701-LIST-ONE-STUDENT.
                   IF TBL-SAG-AGENT-CODE(STUDENT-AGENT-SUB) IS EQUAL TO
                       ENTRY-AGENT-CODE
                       AND NOT TBL-SAG-REMOVED(STUDENT-AGENT-SUB)
                       MOVE TBL-SAG-STUDENT-NUMBER(STUDENT-AGENT-SUB)
                         TO ENTRY-STUDENT-NUMERIC
                       PERFORM 610-FIND-MASTER-ROW
                       IF MASTER-STUDENT-FOUND
                           DISPLAY ENTRY-STUDENT-NUMERIC " "
                             TBL-MST-STUDENT-NAME(MASTER-FOUND-SUB) " "
                             TBL-SAG-ASSIGNED-DATE(STUDENT-AGENT-SUB)
                             " "
                             TBL-SAG-ASSIGNED-BY(STUDENT-AGENT-SUB)
                       ELSE
                           DISPLAY ENTRY-STUDENT-NUMERIC " "
                             "** NOT ON STUDENT MASTER **          "
                             "    "
                             TBL-SAG-ASSIGNED-DATE(STUDENT-AGENT-SUB)
                             " "
                             TBL-SAG-ASSIGNED-BY(STUDENT-AGENT-SUB)
                       END-IF
                   END-IF.

           720-COUNT-AGENT-STUDENTS.
               MOVE 0 TO AGENT-STUDENT-COUNT.
               PERFORM 721-COUNT-ONE-STUDENT
                   VARYING STUDENT-AGENT-SUB FROM 1 BY 1
                   UNTIL STUDENT-AGENT-SUB > STUDENT-AGENT-COUNT.

               721-COUNT-ONE-STUDENT.
                   IF TBL-SAG-AGENT-CODE(STUDENT-AGENT-SUB)
                       IS EQUAL TO ENTRY-AGENT-CODE
                       AND NOT TBL-SAG-REMOVED(STUDENT-AGENT-SUB)
                       ADD 1 TO AGENT-STUDENT-COUNT
                   END-IF.

      * rewrite the agent master from the table
           900-REWRITE-AGENT-FILE.
               OPEN OUTPUT AGENT-FILE.
               IF AGENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN AGENT-MASTER.txt - STATUS "
                     AGENT-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 901-WRITE-ONE-AGENT
                   VARYING AGENT-SUB FROM 1 BY 1
                   UNTIL AGENT-SUB > AGENT-COUNT.

               CLOSE AGENT-FILE.
               DISPLAY "AGENT-MASTER.txt REWRITTEN - "
                 AGENT-COUNT " ROWS".

               901-WRITE-ONE-AGENT.
                   MOVE AGENT-ENTRY(AGENT-SUB) TO AGENT-RECORD.
                   WRITE AGENT-RECORD.

      * a removed row drops out of the file
           910-REWRITE-STUDENT-AGENT-FILE.
               OPEN OUTPUT STUDENT-AGENT-FILE.
               IF STUDENT-AGENT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUDENT-AGENT.txt - "
                     "STATUS " STUDENT-AGENT-STATUS
                   STOP RUN
               END-IF.

               PERFORM 911-WRITE-ONE-STUDENT-AGENT
                   VARYING STUDENT-AGENT-SUB FROM 1 BY 1
                   UNTIL STUDENT-AGENT-SUB > STUDENT-AGENT-COUNT.

               CLOSE STUDENT-AGENT-FILE.

               911-WRITE-ONE-STUDENT-AGENT.
                   IF NOT TBL-SAG-REMOVED(STUDENT-AGENT-SUB)
                       MOVE TBL-SAG-STUDENT-NUMBER(STUDENT-AGENT-SUB)
                         TO SAG-STUDENT-NUMBER
                       MOVE TBL-SAG-AGENT-CODE(STUDENT-AGENT-SUB)
                         TO SAG-AGENT-CODE
                       MOVE TBL-SAG-ASSIGNED-DATE(STUDENT-AGENT-SUB)
                         TO SAG-ASSIGNED-DATE
                       MOVE TBL-SAG-ASSIGNED-BY(STUDENT-AGENT-SUB)
                         TO SAG-ASSIGNED-BY
                       WRITE STUDENT-AGENT-RECORD
                   END-IF.

      * one line on the shared audit trail per agent action - the
      * student number goes out zero unless a student was assigned
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
                   MOVE "PROJ127" TO LOG-PROGRAM-OUT.
                   MOVE SIGNON-FAIL-REASON TO LOG-MESSAGE-OUT.
                   WRITE SIGNON-LOG-LINE.

                   CLOSE SIGNON-LOG.

       END PROGRAM PROJECT127.
