      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: academic misconduct case register. One row per
      *          incident on MISCONDUCT-CASES.txt - student, course,
      *          term, offence type, sanction, decision date - kept
      *          only by an integrity officer (OPERATOR.txt role 'I',
      *          failures logged the usual way). A zero-on-course or
      *          grade-reduction sanction is not written into the
      *          history here: the case raises a transaction on
      *          GRADE-CHANGE-TRANS.txt carrying the mark the history
      *          shows now and the penalized mark, so PROJECT54 posts
      *          it to TERMHIST.txt with its usual before/after audit
      *          line and reissue flag. A student's second or later
      *          case is escalated to the dean automatically, and
      *          DEAN-ESCALATIONS.txt lists every escalated student
      *          with the whole case history, rebuilt on each save
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT101.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the case register this screen owns
           SELECT CASE-FILE
           ASSIGN TO "..\MISCONDUCT-CASES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CASE-FILE-STATUS.

      * PROJECT18's term history master - read only, for the mark a
      * penalty starts from
           SELECT TERM-HISTORY-FILE
           ASSIGN TO "..\TERMHIST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERM-HISTORY-STATUS.

      * PROJECT54's grade-change transactions - a grade sanction is
      * appended here and posted by PROJECT54's next run
           SELECT GRADE-CHANGE-FILE
           ASSIGN TO "..\GRADE-CHANGE-TRANS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRADE-CHANGE-STATUS.

      * repeat offenders for the dean, rebuilt on every save
           SELECT ESCALATION-REPORT
           ASSIGN TO "..\DEAN-ESCALATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESCALATION-REPORT-STATUS.

      * same audit trail PROJECT02 writes - one line per case
           SELECT AUDIT-LOG
           ASSIGN TO "..\PROJECT02-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

      * the operator master - every session here starts with an
      * integrity-officer sign-on against it
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
      * one incident. Offence P plagiarism, C cheating on a test or
      * exam, F fabrication, U unauthorized collaboration, O other;
      * sanction W warning, Z zero on the course, R grade reduction
      * by CAS-REDUCTION marks, S suspension recommended to the dean.
      * CAS-OFFENCE-NUMBER is the student's count of cases with this
      * one included, and a second or later is escalated
       FD CASE-FILE.
       01 CASE-RECORD.
         05 CAS-CASE-NUMBER PIC 9(5).
         05 CAS-STUDENT-NUMBER PIC 9(6).
         05 CAS-COURSE-CODE PIC X(7).
         05 CAS-TERM-CODE PIC 9(6).
         05 CAS-OFFENCE-TYPE PIC X(1).
         05 CAS-SANCTION PIC X(1).
         05 CAS-REDUCTION PIC 9(3).
         05 CAS-DECISION-DATE PIC 9(8).
         05 CAS-OFFENCE-NUMBER PIC 9(2).
         05 CAS-ESCALATED-FLAG PIC X(1).
         05 CAS-OLD-MARK PIC 9(3).
         05 CAS-NEW-MARK PIC 9(3).
         05 CAS-OPERATOR PIC X(8).

      * kept in step with Project18.cbl's FD TERM-HISTORY-FILE
       FD TERM-HISTORY-FILE.
       01 TERM-HISTORY-RECORD.
         05 TH-STUDENT-NUMBER PIC 9(6).
         05 TH-TERM-CODE PIC 9(6).
         05 TH-STUDENT-NAME PIC X(40).
         05 TH-STUDENT-AVERAGE PIC 9(3).
         05 TH-COURSE-COUNT PIC 9(1).
         05 TH-COURSE-ENTRY OCCURS 1 TO 5 TIMES
             DEPENDING ON TH-COURSE-COUNT.
           10 TH-COURSE-CODE PIC X(7).
           10 TH-COURSE-AVERAGE PIC 9(3).
           10 TH-COURSE-CREDIT-HOURS PIC 9(1).

      * kept in step with Project54.cbl's FD GRADE-CHANGE-FILE
       FD GRADE-CHANGE-FILE.
       01 GRADE-CHANGE-RECORD.
         05 GCH-STUDENT-NUMBER PIC X(6).
         05 GCH-TERM-CODE PIC X(6).
         05 GCH-COURSE-CODE PIC X(7).
         05 GCH-OLD-MARK PIC X(3).
         05 GCH-NEW-MARK PIC X(3).
         05 GCH-APPROVER-ID PIC X(8).

       FD ESCALATION-REPORT.
       01 ESCALATION-LINE PIC X(80).

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
         05 CASE-FILE-STATUS PIC X(2).
         05 TERM-HISTORY-STATUS PIC X(2).
         05 GRADE-CHANGE-STATUS PIC X(2).
         05 ESCALATION-REPORT-STATUS PIC X(2).
         05 AUDIT-FILE-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 CASE-EOF-FLG PIC X(1) VALUE 'N'.
         05 HISTORY-EOF-FLG PIC X(1) VALUE 'N'.

       01 OPERATOR-ID PIC X(8).
       01 RUN-DATE-FULL PIC 9(8).

      * the whole register in memory while the session works
       01 CASE-TABLE.
         05 CASE-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON CASE-COUNT.
           10 TBL-CAS-CASE-NUMBER PIC 9(5).
           10 TBL-CAS-STUDENT-NUMBER PIC 9(6).
           10 TBL-CAS-COURSE-CODE PIC X(7).
           10 TBL-CAS-TERM-CODE PIC 9(6).
           10 TBL-CAS-OFFENCE-TYPE PIC X(1).
           10 TBL-CAS-SANCTION PIC X(1).
           10 TBL-CAS-REDUCTION PIC 9(3).
           10 TBL-CAS-DECISION-DATE PIC 9(8).
           10 TBL-CAS-OFFENCE-NUMBER PIC 9(2).
           10 TBL-CAS-ESCALATED-FLAG PIC X(1).
           10 TBL-CAS-OLD-MARK PIC 9(3).
           10 TBL-CAS-NEW-MARK PIC 9(3).
           10 TBL-CAS-OPERATOR PIC X(8).
           10 TBL-CAS-NEW-FLAG PIC X(1).
             88 TBL-CAS-NEW VALUE 'Y'.

       01 CASE-VARIABLES.
         05 CASE-COUNT PIC 9(4) VALUE 0.
         05 CASE-SUB PIC 9(4).
         05 CASE-INNER-SUB PIC 9(4).
         05 LAST-CASE-NUMBER PIC 9(5) VALUE 0.
         05 PRIOR-CASE-COUNT PIC 9(2).
         05 CHANGED-FLAG PIC X(1) VALUE 'N'.

      * the term history - one row per student per term
       01 HISTORY-TABLE.
         05 HISTORY-ENTRY OCCURS 1 TO 10000 TIMES
             DEPENDING ON HISTORY-COUNT.
           10 HST-STUDENT-NUMBER PIC 9(6).
           10 HST-TERM-CODE PIC 9(6).
           10 HST-STUDENT-NAME PIC X(40).
           10 HST-COURSE-COUNT PIC 9(1).
           10 HST-COURSE-ENTRY OCCURS 5 TIMES.
             15 HST-COURSE-CODE PIC X(7).
             15 HST-COURSE-AVERAGE PIC 9(3).

       01 HISTORY-VARIABLES.
         05 HISTORY-COUNT PIC 9(5) VALUE 0.
         05 HISTORY-FIND-SUB PIC 9(5).
         05 HISTORY-FOUND-SUB PIC 9(5) VALUE 0.
         05 HISTORY-FOUND-FLAG PIC X(1).
           88 HISTORY-ROW-FOUND VALUE 'Y'.
         05 COURSE-SUB PIC 9(1).
         05 COURSE-FOUND-SUB PIC 9(1) VALUE 0.
         05 COURSE-FOUND-FLAG PIC X(1).
           88 COURSE-SLOT-FOUND VALUE 'Y'.
         05 STUDENT-NAME-HOLD PIC X(40).

       01 ENTRY-FIELDS.
         05 MENU-CHOICE PIC X(1).
         05 ENTRY-STUDENT-NUMBER PIC X(6).
         05 ENTRY-STUDENT-NUMERIC PIC 9(6).
         05 ENTRY-COURSE-CODE PIC X(7).
         05 ENTRY-TERM-CODE PIC X(6).
         05 ENTRY-TERM-NUMERIC PIC 9(6).
         05 ENTRY-OFFENCE-TYPE PIC X(1).
           88 OFFENCE-TYPE-VALID VALUE 'P' 'C' 'F' 'U' 'O'.
         05 ENTRY-SANCTION PIC X(1).
           88 SANCTION-VALID VALUE 'W' 'Z' 'R' 'S'.
           88 SANCTION-CHANGES-GRADE VALUE 'Z' 'R'.
         05 ENTRY-REDUCTION PIC X(3).
         05 ENTRY-REDUCTION-NUMERIC PIC 9(3).
         05 ENTRY-DECISION-DATE PIC X(8).
         05 ENTRY-DECISION-NUMERIC PIC 9(8).
         05 ENTRY-DECISION-PARTS REDEFINES ENTRY-DECISION-NUMERIC.
           10 ENTRY-DECISION-YYYY PIC 9(4).
           10 ENTRY-DECISION-MM PIC 9(2).
           10 ENTRY-DECISION-DD PIC 9(2).
         05 DECISION-DAYS-IN-MONTH PIC 9(2).
         05 CONFIRM-ANSWER PIC X(1).
         05 ENTRY-OK-FLAG PIC X(1).
           88 ENTRY-IS-GOOD VALUE 'Y'.
         05 PENALTY-OLD-MARK PIC 9(3).
         05 PENALTY-NEW-MARK PIC 9(3).
         05 PENALTY-MARKS-BUILD PIC X(10).

      * the descriptions for the listing and the dean's report
       01 DESCRIPTION-FIELDS.
         05 OFFENCE-DESCRIPTION PIC X(15).
         05 SANCTION-DESCRIPTION PIC X(18).

       01 COUNTERS.
         05 HOW-MANY-ESCALATED PIC 9(4) VALUE 0.
         05 STUDENT-CASE-COUNT PIC 9(2).
         05 CASES-WRITTEN PIC 9(4).
         05 CHANGES-WRITTEN PIC 9(4).

       01 ESCALATION-HEADER-LINE.
         05 FILLER PIC X(40)
             VALUE "ACADEMIC MISCONDUCT - REPEAT OFFENCES FO".
         05 FILLER PIC X(20) VALUE "R THE DEAN  RUN DATE".
         05 FILLER PIC X(1) VALUE SPACE.
         05 EHD-RUN-DATE-OUT PIC 9(8).
         05 FILLER PIC X(11) VALUE SPACE.

      * one per escalated student, ahead of the student's cases
       01 ESCALATION-STUDENT-LINE.
         05 FILLER PIC X(8) VALUE "STUDENT ".
         05 EST-STUDENT-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 EST-NAME-OUT PIC X(40).
         05 FILLER PIC X(8) VALUE "  CASES ".
         05 EST-CASES-OUT PIC Z9.
         05 FILLER PIC X(14) VALUE SPACE.

       01 ESCALATION-CASE-LINE.
         05 FILLER PIC X(2) VALUE SPACE.
         05 ECS-CASE-OUT PIC 9(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 ECS-TERM-OUT PIC 9(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 ECS-COURSE-OUT PIC X(7).
         05 FILLER PIC X(1) VALUE SPACE.
         05 ECS-OFFENCE-OUT PIC X(15).
         05 FILLER PIC X(1) VALUE SPACE.
         05 ECS-SANCTION-OUT PIC X(18).
         05 FILLER PIC X(1) VALUE SPACE.
         05 ECS-DECISION-OUT PIC 9(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 ECS-MARKS-OUT PIC X(10).
         05 FILLER PIC X(3) VALUE SPACE.

       01 ESCALATION-TOTAL-LINE.
         05 FILLER PIC X(28) VALUE "STUDENTS ESCALATED TO DEAN: ".
         05 ETT-COUNT-OUT PIC ZZZ9.
         05 FILLER PIC X(48) VALUE SPACE.

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
      * main procedure - integrity-officer sign-on, load the register
      * and the history, one action per trip around the menu until
      * save-and-exit
       100-MAINTAIN-CASES.
           ACCEPT RUN-DATE-FULL FROM DATE YYYYMMDD.
           PERFORM 250-SIGN-ON.
           PERFORM 200-LOAD-CASE-TABLE.
           PERFORM 230-LOAD-TERM-HISTORY.

           PERFORM 202-PROCESS-MENU-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '3'.

           IF CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 900-REWRITE-CASE-FILE
               PERFORM 910-APPEND-GRADE-CHANGES
               PERFORM 950-WRITE-ESCALATION-REPORT
           ELSE
               DISPLAY "NO CHANGES - MISCONDUCT-CASES.txt LEFT "
                 "UNTOUCHED"
           END-IF.
           STOP RUN.

           202-PROCESS-MENU-CHOICE.
               PERFORM 205-DISPLAY-MENU.
               ACCEPT MENU-CHOICE.

               IF MENU-CHOICE IS EQUAL TO '1'
                   PERFORM 300-RECORD-CASE
               ELSE IF MENU-CHOICE IS EQUAL TO '2'
                   PERFORM 500-LIST-STUDENT-CASES
               ELSE IF MENU-CHOICE IS NOT EQUAL TO '3'
                   DISPLAY "INVALID CHOICE - ENTER 1 THROUGH 3"
               END-IF
               END-IF
               END-IF.

           205-DISPLAY-MENU.
               DISPLAY " ".
               DISPLAY "1 - RECORD A MISCONDUCT CASE".
               DISPLAY "2 - LIST A STUDENT'S CASES".
               DISPLAY "3 - SAVE AND EXIT".
               DISPLAY "ENTER YOUR CHOICE:".

      * the register - a missing file is just an empty one. The
      * highest case number on file carries the numbering on
           200-LOAD-CASE-TABLE.
               OPEN INPUT CASE-FILE.
               IF CASE-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF CASE-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN MISCONDUCT-CASES.txt - "
                     "STATUS " CASE-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 201-LOAD-ONE-CASE
                       UNTIL CASE-EOF-FLG IS EQUAL TO 'Y'
                       OR CASE-COUNT IS EQUAL TO 2000
                   CLOSE CASE-FILE
               END-IF
               END-IF.

               201-LOAD-ONE-CASE.
                   READ CASE-FILE
                       AT END
                           MOVE 'Y' TO CASE-EOF-FLG
                       NOT AT END
                           ADD 1 TO CASE-COUNT
                           MOVE CAS-CASE-NUMBER
                             TO TBL-CAS-CASE-NUMBER(CASE-COUNT)
                           MOVE CAS-STUDENT-NUMBER
                             TO TBL-CAS-STUDENT-NUMBER(CASE-COUNT)
                           MOVE CAS-COURSE-CODE
                             TO TBL-CAS-COURSE-CODE(CASE-COUNT)
                           MOVE CAS-TERM-CODE
                             TO TBL-CAS-TERM-CODE(CASE-COUNT)
                           MOVE CAS-OFFENCE-TYPE
                             TO TBL-CAS-OFFENCE-TYPE(CASE-COUNT)
                           MOVE CAS-SANCTION
                             TO TBL-CAS-SANCTION(CASE-COUNT)
                           MOVE CAS-REDUCTION
                             TO TBL-CAS-REDUCTION(CASE-COUNT)
                           MOVE CAS-DECISION-DATE
                             TO TBL-CAS-DECISION-DATE(CASE-COUNT)
                           MOVE CAS-OFFENCE-NUMBER
                             TO TBL-CAS-OFFENCE-NUMBER(CASE-COUNT)
                           MOVE CAS-ESCALATED-FLAG
                             TO TBL-CAS-ESCALATED-FLAG(CASE-COUNT)
                           MOVE CAS-OLD-MARK
                             TO TBL-CAS-OLD-MARK(CASE-COUNT)
                           MOVE CAS-NEW-MARK
                             TO TBL-CAS-NEW-MARK(CASE-COUNT)
                           MOVE CAS-OPERATOR
                             TO TBL-CAS-OPERATOR(CASE-COUNT)
                           MOVE 'N' TO TBL-CAS-NEW-FLAG(CASE-COUNT)
                           IF CAS-CASE-NUMBER IS GREATER THAN
                               LAST-CASE-NUMBER
                               MOVE CAS-CASE-NUMBER TO LAST-CASE-NUMBER
                           END-IF
                   END-READ.

      * no history means no mark to start a penalty from, so only the
      * sanctions that leave the grade alone can be recorded
           230-LOAD-TERM-HISTORY.
               OPEN INPUT TERM-HISTORY-FILE.
               IF TERM-HISTORY-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TERMHIST.txt - NO GRADE "
                     "SANCTION CAN BE RECORDED - STATUS "
                     TERM-HISTORY-STATUS
               ELSE
                   PERFORM 231-LOAD-ONE-HISTORY-ROW
                       UNTIL HISTORY-EOF-FLG IS EQUAL TO 'Y'
                       OR HISTORY-COUNT IS EQUAL TO 10000
                   CLOSE TERM-HISTORY-FILE
               END-IF.

               231-LOAD-ONE-HISTORY-ROW.
                   READ TERM-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO HISTORY-EOF-FLG
                       NOT AT END
                           ADD 1 TO HISTORY-COUNT
                           MOVE TH-STUDENT-NUMBER
                             TO HST-STUDENT-NUMBER(HISTORY-COUNT)
                           MOVE TH-TERM-CODE
                             TO HST-TERM-CODE(HISTORY-COUNT)
                           MOVE TH-STUDENT-NAME
                             TO HST-STUDENT-NAME(HISTORY-COUNT)
                           MOVE TH-COURSE-COUNT
                             TO HST-COURSE-COUNT(HISTORY-COUNT)
                           PERFORM 232-LOAD-ONE-HISTORY-COURSE
                               VARYING COURSE-SUB FROM 1 BY 1
                               UNTIL COURSE-SUB > TH-COURSE-COUNT
                   END-READ.

               232-LOAD-ONE-HISTORY-COURSE.
                   MOVE TH-COURSE-CODE(COURSE-SUB)
                     TO HST-COURSE-CODE(HISTORY-COUNT, COURSE-SUB).
                   MOVE TH-COURSE-AVERAGE(COURSE-SUB)
                     TO HST-COURSE-AVERAGE(HISTORY-COUNT, COURSE-SUB).

      * one case: who, where, what, the sanction and when it was
      * decided. Each step only runs while everything before it was
      * good, and nothing is kept until the officer confirms
           300-RECORD-CASE.
               MOVE 'Y' TO ENTRY-OK-FLAG.
               IF CASE-COUNT IS EQUAL TO 2000
                   DISPLAY "CASE REGISTER FULL - NOT RECORDED"
                   MOVE 'N' TO ENTRY-OK-FLAG
               END-IF.

               IF ENTRY-IS-GOOD
                   PERFORM 301-ACCEPT-STUDENT-COURSE
               END-IF.
               IF ENTRY-IS-GOOD
                   PERFORM 302-ACCEPT-OFFENCE-TYPE
               END-IF.
               IF ENTRY-IS-GOOD
                   PERFORM 303-ACCEPT-SANCTION
               END-IF.
               IF ENTRY-IS-GOOD
                   PERFORM 304-ACCEPT-DECISION-DATE
               END-IF.
               IF ENTRY-IS-GOOD
                   PERFORM 306-CONFIRM-CASE
               END-IF.

               301-ACCEPT-STUDENT-COURSE.
                   DISPLAY "ENTER STUDENT NUMBER:".
                   ACCEPT ENTRY-STUDENT-NUMBER.
                   DISPLAY "ENTER COURSE CODE:".
                   ACCEPT ENTRY-COURSE-CODE.
                   DISPLAY "ENTER TERM (YYYYTT):".
                   ACCEPT ENTRY-TERM-CODE.

                   IF ENTRY-STUDENT-NUMBER IS NOT NUMERIC
                       DISPLAY "STUDENT NUMBER MUST BE SIX DIGITS - "
                         "NOT RECORDED"
                       MOVE 'N' TO ENTRY-OK-FLAG
                   ELSE IF ENTRY-COURSE-CODE IS EQUAL TO SPACES
                       DISPLAY "COURSE CODE MAY NOT BE BLANK - NOT "
                         "RECORDED"
                       MOVE 'N' TO ENTRY-OK-FLAG
                   ELSE IF ENTRY-TERM-CODE IS NOT NUMERIC
                       DISPLAY "TERM CODE MUST BE SIX DIGITS - NOT "
                         "RECORDED"
                       MOVE 'N' TO ENTRY-OK-FLAG
                   ELSE
                       MOVE ENTRY-STUDENT-NUMBER
                         TO ENTRY-STUDENT-NUMERIC
                       MOVE ENTRY-TERM-CODE TO ENTRY-TERM-NUMERIC
                       PERFORM 310-FIND-HISTORY-COURSE
                   END-IF
                   END-IF
                   END-IF.

               302-ACCEPT-OFFENCE-TYPE.
                   DISPLAY "OFFENCE - P=PLAGIARISM, C=CHEATING, "
                     "F=FABRICATION,".
                   DISPLAY "  U=UNAUTHORIZED COLLABORATION, O=OTHER:".
                   ACCEPT ENTRY-OFFENCE-TYPE.
                   IF NOT OFFENCE-TYPE-VALID
                       DISPLAY "OFFENCE MUST BE P, C, F, U OR O - NOT "
                         "RECORDED"
                       MOVE 'N' TO ENTRY-OK-FLAG
                   END-IF.

      * a zero or a reduction needs the mark the history holds now,
      * and only one grade sanction may stand against one course
      * attempt - PROJECT54 would refuse a second anyway, since the
      * mark would no longer match
               303-ACCEPT-SANCTION.
                   DISPLAY "SANCTION - W=WARNING, Z=ZERO ON COURSE, "
                     "R=GRADE REDUCTION,".
                   DISPLAY "  S=SUSPENSION RECOMMENDED:".
                   ACCEPT ENTRY-SANCTION.
                   MOVE 0 TO ENTRY-REDUCTION-NUMERIC.
                   MOVE 0 TO PENALTY-OLD-MARK.
                   MOVE 0 TO PENALTY-NEW-MARK.

                   IF NOT SANCTION-VALID
                       DISPLAY "SANCTION MUST BE W, Z, R OR S - NOT "
                         "RECORDED"
                       MOVE 'N' TO ENTRY-OK-FLAG
                   ELSE IF SANCTION-CHANGES-GRADE
                       AND NOT COURSE-SLOT-FOUND
                       DISPLAY ENTRY-COURSE-CODE " IS NOT ON TERMHIST "
                         "FOR " ENTRY-STUDENT-NUMBER " TERM "
                         ENTRY-TERM-CODE
                       DISPLAY "A GRADE SANCTION NEEDS A POSTED MARK - "
                         "NOT RECORDED"
                       MOVE 'N' TO ENTRY-OK-FLAG
                   ELSE IF SANCTION-CHANGES-GRADE
                       PERFORM 305-CHECK-PRIOR-GRADE-SANCTION
                   END-IF
                   END-IF
                   END-IF.

                   IF ENTRY-IS-GOOD AND ENTRY-SANCTION IS EQUAL TO 'R'
                       DISPLAY "ENTER MARKS TO DEDUCT (001-100):"
                       ACCEPT ENTRY-REDUCTION
                       IF ENTRY-REDUCTION IS NOT NUMERIC
                           DISPLAY "REDUCTION MUST BE THREE DIGITS - "
                             "NOT RECORDED"
                           MOVE 'N' TO ENTRY-OK-FLAG
                       ELSE
                           MOVE ENTRY-REDUCTION
                             TO ENTRY-REDUCTION-NUMERIC
                           IF ENTRY-REDUCTION-NUMERIC IS EQUAL TO ZERO
                               OR ENTRY-REDUCTION-NUMERIC
                                   IS GREATER THAN 100
                               DISPLAY "REDUCTION MUST BE 001 TO 100 - "
                                 "NOT RECORDED"
                               MOVE 'N' TO ENTRY-OK-FLAG
                           END-IF
                       END-IF
                   END-IF.

                   IF ENTRY-IS-GOOD AND SANCTION-CHANGES-GRADE
                       MOVE HST-COURSE-AVERAGE(HISTORY-FOUND-SUB,
                         COURSE-FOUND-SUB) TO PENALTY-OLD-MARK
                       IF ENTRY-SANCTION IS EQUAL TO 'Z'
                           OR ENTRY-REDUCTION-NUMERIC
                               IS NOT LESS THAN PENALTY-OLD-MARK
                           MOVE 0 TO PENALTY-NEW-MARK
                       ELSE
                           COMPUTE PENALTY-NEW-MARK =
                               PENALTY-OLD-MARK
                               - ENTRY-REDUCTION-NUMERIC
                       END-IF
                   END-IF.

      * blank takes today; a keyed date has to be a real calendar
      * date (same check as PROJECT02's 311-VALIDATE-DUE-DATE) and
      * may not be in the future
               304-ACCEPT-DECISION-DATE.
                   DISPLAY "ENTER DECISION DATE (YYYYMMDD, BLANK FOR "
                     "TODAY):".
                   ACCEPT ENTRY-DECISION-DATE.

                   IF ENTRY-DECISION-DATE IS EQUAL TO SPACES
                       MOVE RUN-DATE-FULL TO ENTRY-DECISION-NUMERIC
                   ELSE IF ENTRY-DECISION-DATE IS NOT NUMERIC
                       DISPLAY "DECISION DATE MUST BE EIGHT DIGITS - "
                         "NOT RECORDED"
                       MOVE 'N' TO ENTRY-OK-FLAG
                   ELSE
                       MOVE ENTRY-DECISION-DATE
                         TO ENTRY-DECISION-NUMERIC
                       IF ENTRY-DECISION-MM IS LESS THAN 1
                           OR ENTRY-DECISION-MM IS GREATER THAN 12
                           DISPLAY "INVALID DECISION DATE - NOT "
                             "RECORDED"
                           MOVE 'N' TO ENTRY-OK-FLAG
                       ELSE
                           PERFORM 3041-SET-DAYS-IN-MONTH
                           IF ENTRY-DECISION-DD IS LESS THAN 1
                               OR ENTRY-DECISION-DD IS GREATER THAN
                                   DECISION-DAYS-IN-MONTH
                               DISPLAY "INVALID DECISION DATE - NOT "
                                 "RECORDED"
                               MOVE 'N' TO ENTRY-OK-FLAG
                           ELSE IF ENTRY-DECISION-NUMERIC
                               IS GREATER THAN RUN-DATE-FULL
                               DISPLAY "DECISION DATE MAY NOT BE IN "
                                 "THE FUTURE - NOT RECORDED"
                               MOVE 'N' TO ENTRY-OK-FLAG
                           END-IF
                           END-IF
                       END-IF
                   END-IF
                   END-IF.

      * days in ENTRY-DECISION-MM, leap years included for February
               3041-SET-DAYS-IN-MONTH.
                   IF ENTRY-DECISION-MM IS EQUAL TO 4
                       OR ENTRY-DECISION-MM IS EQUAL TO 6
                       OR ENTRY-DECISION-MM IS EQUAL TO 9
                       OR ENTRY-DECISION-MM IS EQUAL TO 11
                       MOVE 30 TO DECISION-DAYS-IN-MONTH
                   ELSE IF ENTRY-DECISION-MM IS EQUAL TO 2
                       IF FUNCTION MOD(ENTRY-DECISION-YYYY, 400) = 0
                           OR (FUNCTION MOD(ENTRY-DECISION-YYYY, 4) = 0
                             AND FUNCTION MOD(ENTRY-DECISION-YYYY, 100)
                                 NOT = 0)
                           MOVE 29 TO DECISION-DAYS-IN-MONTH
                       ELSE
                           MOVE 28 TO DECISION-DAYS-IN-MONTH
                       END-IF
                   ELSE
                       MOVE 31 TO DECISION-DAYS-IN-MONTH
                   END-IF
                   END-IF.

               305-CHECK-PRIOR-GRADE-SANCTION.
                   PERFORM 3051-CHECK-ONE-PRIOR-SANCTION
                       VARYING CASE-SUB FROM 1 BY 1
                       UNTIL CASE-SUB > CASE-COUNT
                       OR NOT ENTRY-IS-GOOD.

               3051-CHECK-ONE-PRIOR-SANCTION.
                   IF TBL-CAS-STUDENT-NUMBER(CASE-SUB)
                       IS EQUAL TO ENTRY-STUDENT-NUMERIC
                       AND TBL-CAS-COURSE-CODE(CASE-SUB)
                           IS EQUAL TO ENTRY-COURSE-CODE
                       AND TBL-CAS-TERM-CODE(CASE-SUB)
                           IS EQUAL TO ENTRY-TERM-NUMERIC
                       AND (TBL-CAS-SANCTION(CASE-SUB) IS EQUAL TO 'Z'
                         OR TBL-CAS-SANCTION(CASE-SUB) IS EQUAL TO 'R')
                       DISPLAY "CASE " TBL-CAS-CASE-NUMBER(CASE-SUB)
                         " ALREADY PENALIZES THIS COURSE - NOT "
                         "RECORDED"
                       MOVE 'N' TO ENTRY-OK-FLAG
                   END-IF.

               306-CONFIRM-CASE.
                   PERFORM 320-COUNT-PRIOR-CASES.
                   PERFORM 700-DESCRIBE-OFFENCE.

                   DISPLAY "STUDENT " ENTRY-STUDENT-NUMBER " "
                     ENTRY-COURSE-CODE " TERM " ENTRY-TERM-CODE
                     " " OFFENCE-DESCRIPTION.
                   IF SANCTION-CHANGES-GRADE
                       DISPLAY "MARK " PENALTY-OLD-MARK " BECOMES "
                         PENALTY-NEW-MARK " THROUGH PROJECT54"
                   END-IF.
                   IF PRIOR-CASE-COUNT IS GREATER THAN ZERO
                       DISPLAY "STUDENT HAS " PRIOR-CASE-COUNT
                         " EARLIER CASE(S) - THIS ONE GOES TO THE DEAN"
                   END-IF.
                   DISPLAY "CONFIRM CASE (Y/N):".
                   ACCEPT CONFIRM-ANSWER.
                   IF CONFIRM-ANSWER IS EQUAL TO 'Y'
                       PERFORM 307-APPLY-CASE
                   ELSE
                       DISPLAY "NOT RECORDED"
                   END-IF.

      * the grade-change transaction itself goes out at the save, so
      * a session that never saves leaves nothing for PROJECT54 to
      * post
               307-APPLY-CASE.
                   ADD 1 TO CASE-COUNT.
                   ADD 1 TO LAST-CASE-NUMBER.
                   MOVE LAST-CASE-NUMBER
                     TO TBL-CAS-CASE-NUMBER(CASE-COUNT).
                   MOVE ENTRY-STUDENT-NUMERIC
                     TO TBL-CAS-STUDENT-NUMBER(CASE-COUNT).
                   MOVE ENTRY-COURSE-CODE
                     TO TBL-CAS-COURSE-CODE(CASE-COUNT).
                   MOVE ENTRY-TERM-NUMERIC
                     TO TBL-CAS-TERM-CODE(CASE-COUNT).
                   MOVE ENTRY-OFFENCE-TYPE
                     TO TBL-CAS-OFFENCE-TYPE(CASE-COUNT).
                   MOVE ENTRY-SANCTION TO TBL-CAS-SANCTION(CASE-COUNT).
                   MOVE ENTRY-REDUCTION-NUMERIC
                     TO TBL-CAS-REDUCTION(CASE-COUNT).
                   MOVE ENTRY-DECISION-NUMERIC
                     TO TBL-CAS-DECISION-DATE(CASE-COUNT).
                   COMPUTE TBL-CAS-OFFENCE-NUMBER(CASE-COUNT) =
                       PRIOR-CASE-COUNT + 1.
                   IF PRIOR-CASE-COUNT IS GREATER THAN ZERO
                       MOVE 'Y' TO TBL-CAS-ESCALATED-FLAG(CASE-COUNT)
                   ELSE
                       MOVE 'N' TO TBL-CAS-ESCALATED-FLAG(CASE-COUNT)
                   END-IF.
                   MOVE PENALTY-OLD-MARK
                     TO TBL-CAS-OLD-MARK(CASE-COUNT).
                   MOVE PENALTY-NEW-MARK
                     TO TBL-CAS-NEW-MARK(CASE-COUNT).
                   MOVE OPERATOR-ID TO TBL-CAS-OPERATOR(CASE-COUNT).
                   MOVE 'Y' TO TBL-CAS-NEW-FLAG(CASE-COUNT).

                   MOVE SPACES TO AUDIT-BEFORE-BUILD.
                   MOVE SPACES TO AUDIT-AFTER-BUILD.
                   IF SANCTION-CHANGES-GRADE
                       STRING ENTRY-COURSE-CODE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ENTRY-TERM-CODE DELIMITED BY SIZE
                           " MARK=" DELIMITED BY SIZE
                           PENALTY-OLD-MARK DELIMITED BY SIZE
                           INTO AUDIT-BEFORE-BUILD
                       END-STRING
                   END-IF.
                   STRING "CASE=" DELIMITED BY SIZE
                       LAST-CASE-NUMBER DELIMITED BY SIZE
                       " OFF=" DELIMITED BY SIZE
                       ENTRY-OFFENCE-TYPE DELIMITED BY SIZE
                       " SAN=" DELIMITED BY SIZE
                       ENTRY-SANCTION DELIMITED BY SIZE
                       " MARK=" DELIMITED BY SIZE
                       PENALTY-NEW-MARK DELIMITED BY SIZE
                       " NO=" DELIMITED BY SIZE
                       TBL-CAS-OFFENCE-NUMBER(CASE-COUNT)
                       DELIMITED BY SIZE
                       INTO AUDIT-AFTER-BUILD
                   END-STRING.
                   MOVE "MISCAS" TO AUDIT-ACTION.
                   MOVE ENTRY-STUDENT-NUMERIC TO AUDIT-STUDENT-NUMBER.
                   PERFORM 801-WRITE-AUDIT-LINE.
                   MOVE 'Y' TO CHANGED-FLAG.
                   DISPLAY "CASE " LAST-CASE-NUMBER " RECORDED".
                   IF PRIOR-CASE-COUNT IS GREATER THAN ZERO
                       DISPLAY "** OFFENCE NUMBER "
                         TBL-CAS-OFFENCE-NUMBER(CASE-COUNT)
                         " - ESCALATED TO THE DEAN **"
                   END-IF.

      * the history row for the student and term, then the course
      * slot inside it
           310-FIND-HISTORY-COURSE.
               MOVE 'N' TO HISTORY-FOUND-FLAG.
               MOVE 0 TO HISTORY-FOUND-SUB.
               MOVE 'N' TO COURSE-FOUND-FLAG.
               MOVE 0 TO COURSE-FOUND-SUB.

               PERFORM 311-CHECK-ONE-HISTORY-ROW
                   VARYING HISTORY-FIND-SUB FROM 1 BY 1
                   UNTIL HISTORY-FIND-SUB > HISTORY-COUNT
                   OR HISTORY-ROW-FOUND.

               IF HISTORY-ROW-FOUND
                   PERFORM 312-CHECK-ONE-HISTORY-COURSE
                       VARYING COURSE-SUB FROM 1 BY 1
                       UNTIL COURSE-SUB >
                           HST-COURSE-COUNT(HISTORY-FOUND-SUB)
                       OR COURSE-SLOT-FOUND
               END-IF.

               311-CHECK-ONE-HISTORY-ROW.
                   IF HST-STUDENT-NUMBER(HISTORY-FIND-SUB)
                       IS EQUAL TO ENTRY-STUDENT-NUMERIC
                       AND HST-TERM-CODE(HISTORY-FIND-SUB)
                           IS EQUAL TO ENTRY-TERM-NUMERIC
                       MOVE 'Y' TO HISTORY-FOUND-FLAG
                       MOVE HISTORY-FIND-SUB TO HISTORY-FOUND-SUB
                   END-IF.

               312-CHECK-ONE-HISTORY-COURSE.
                   IF HST-COURSE-CODE(HISTORY-FOUND-SUB, COURSE-SUB)
                       IS EQUAL TO ENTRY-COURSE-CODE
                       MOVE 'Y' TO COURSE-FOUND-FLAG
                       MOVE COURSE-SUB TO COURSE-FOUND-SUB
                   END-IF.

      * how many cases the register already holds for the student -
      * any at all makes the new one a repeat offence
           320-COUNT-PRIOR-CASES.
               MOVE 0 TO PRIOR-CASE-COUNT.
               PERFORM 321-COUNT-ONE-PRIOR-CASE
                   VARYING CASE-SUB FROM 1 BY 1
                   UNTIL CASE-SUB > CASE-COUNT.

               321-COUNT-ONE-PRIOR-CASE.
                   IF TBL-CAS-STUDENT-NUMBER(CASE-SUB)
                       IS EQUAL TO ENTRY-STUDENT-NUMERIC
                       ADD 1 TO PRIOR-CASE-COUNT
                   END-IF.

      * the student's name from any history row - blank when the
      * student has no history yet
           330-FIND-STUDENT-NAME.
               MOVE SPACES TO STUDENT-NAME-HOLD.
               MOVE 'N' TO HISTORY-FOUND-FLAG.
               PERFORM 331-CHECK-ONE-NAME-ROW
                   VARYING HISTORY-FIND-SUB FROM 1 BY 1
                   UNTIL HISTORY-FIND-SUB > HISTORY-COUNT
                   OR HISTORY-ROW-FOUND.

               331-CHECK-ONE-NAME-ROW.
                   IF HST-STUDENT-NUMBER(HISTORY-FIND-SUB)
                       IS EQUAL TO ENTRY-STUDENT-NUMERIC
                       MOVE 'Y' TO HISTORY-FOUND-FLAG
                       MOVE HST-STUDENT-NAME(HISTORY-FIND-SUB)
                         TO STUDENT-NAME-HOLD
                   END-IF.

           500-LIST-STUDENT-CASES.
               DISPLAY "ENTER STUDENT NUMBER:".
               ACCEPT ENTRY-STUDENT-NUMBER.
               IF ENTRY-STUDENT-NUMBER IS NOT NUMERIC
                   DISPLAY "STUDENT NUMBER MUST BE SIX DIGITS"
               ELSE
                   MOVE ENTRY-STUDENT-NUMBER TO ENTRY-STUDENT-NUMERIC
                   PERFORM 330-FIND-STUDENT-NAME
                   PERFORM 320-COUNT-PRIOR-CASES
                   DISPLAY ENTRY-STUDENT-NUMBER " " STUDENT-NAME-HOLD
                     " " PRIOR-CASE-COUNT " CASE(S)"
                   DISPLAY "CASE  TERM   COURSE  OFFENCE         "
                     "SANCTION           DECIDED  MARKS"
                   PERFORM 501-LIST-ONE-CASE
                       VARYING CASE-SUB FROM 1 BY 1
                       UNTIL CASE-SUB > CASE-COUNT
               END-IF.

               501-LIST-ONE-CASE.
                   IF TBL-CAS-STUDENT-NUMBER(CASE-SUB)
                       IS EQUAL TO ENTRY-STUDENT-NUMERIC
                       PERFORM 710-BUILD-CASE-LINE
                       DISPLAY ESCALATION-CASE-LINE
                   END-IF.

      * the printable pieces of TBL row CASE-SUB, shared by the
      * listing and the dean's report
           710-BUILD-CASE-LINE.
               MOVE TBL-CAS-OFFENCE-TYPE(CASE-SUB)
                 TO ENTRY-OFFENCE-TYPE.
               PERFORM 700-DESCRIBE-OFFENCE.
               MOVE OFFENCE-DESCRIPTION TO ECS-OFFENCE-OUT.
               MOVE TBL-CAS-CASE-NUMBER(CASE-SUB) TO ECS-CASE-OUT.
               MOVE TBL-CAS-TERM-CODE(CASE-SUB) TO ECS-TERM-OUT.
               MOVE TBL-CAS-COURSE-CODE(CASE-SUB) TO ECS-COURSE-OUT.
               MOVE TBL-CAS-DECISION-DATE(CASE-SUB)
                 TO ECS-DECISION-OUT.
               MOVE TBL-CAS-SANCTION(CASE-SUB) TO ENTRY-SANCTION.
               PERFORM 720-DESCRIBE-SANCTION.
               MOVE SANCTION-DESCRIPTION TO ECS-SANCTION-OUT.
               MOVE SPACES TO PENALTY-MARKS-BUILD.
               IF SANCTION-CHANGES-GRADE
                   STRING TBL-CAS-OLD-MARK(CASE-SUB) DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       TBL-CAS-NEW-MARK(CASE-SUB) DELIMITED BY SIZE
                       INTO PENALTY-MARKS-BUILD
                   END-STRING
               END-IF.
               MOVE PENALTY-MARKS-BUILD TO ECS-MARKS-OUT.

           700-DESCRIBE-OFFENCE.
               IF ENTRY-OFFENCE-TYPE IS EQUAL TO 'P'
                   MOVE "PLAGIARISM" TO OFFENCE-DESCRIPTION
               ELSE IF ENTRY-OFFENCE-TYPE IS EQUAL TO 'C'
                   MOVE "CHEATING" TO OFFENCE-DESCRIPTION
               ELSE IF ENTRY-OFFENCE-TYPE IS EQUAL TO 'F'
                   MOVE "FABRICATION" TO OFFENCE-DESCRIPTION
               ELSE IF ENTRY-OFFENCE-TYPE IS EQUAL TO 'U'
                   MOVE "UNAUTH COLLAB" TO OFFENCE-DESCRIPTION
               ELSE
                   MOVE "OTHER" TO OFFENCE-DESCRIPTION
               END-IF
               END-IF
               END-IF
               END-IF.

           720-DESCRIBE-SANCTION.
               IF ENTRY-SANCTION IS EQUAL TO 'W'
                   MOVE "WARNING" TO SANCTION-DESCRIPTION
               ELSE IF ENTRY-SANCTION IS EQUAL TO 'Z'
                   MOVE "ZERO ON COURSE" TO SANCTION-DESCRIPTION
               ELSE IF ENTRY-SANCTION IS EQUAL TO 'R'
                   MOVE "GRADE REDUCTION" TO SANCTION-DESCRIPTION
               ELSE
                   MOVE "SUSPENSION RECOMM" TO SANCTION-DESCRIPTION
               END-IF
               END-IF
               END-IF.

      * rewrite the register in full
           900-REWRITE-CASE-FILE.
               OPEN OUTPUT CASE-FILE.
               IF CASE-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN MISCONDUCT-CASES.txt - "
                     "STATUS " CASE-FILE-STATUS
                   STOP RUN
               END-IF.

               MOVE 0 TO CASES-WRITTEN.
               PERFORM 901-WRITE-ONE-CASE
                   VARYING CASE-SUB FROM 1 BY 1
                   UNTIL CASE-SUB > CASE-COUNT.

               CLOSE CASE-FILE.
               DISPLAY "MISCONDUCT-CASES.txt REWRITTEN - "
                 CASES-WRITTEN " CASES".

               901-WRITE-ONE-CASE.
                   MOVE TBL-CAS-CASE-NUMBER(CASE-SUB)
                     TO CAS-CASE-NUMBER.
                   MOVE TBL-CAS-STUDENT-NUMBER(CASE-SUB)
                     TO CAS-STUDENT-NUMBER.
                   MOVE TBL-CAS-COURSE-CODE(CASE-SUB)
                     TO CAS-COURSE-CODE.
                   MOVE TBL-CAS-TERM-CODE(CASE-SUB) TO CAS-TERM-CODE.
                   MOVE TBL-CAS-OFFENCE-TYPE(CASE-SUB)
                     TO CAS-OFFENCE-TYPE.
                   MOVE TBL-CAS-SANCTION(CASE-SUB) TO CAS-SANCTION.
                   MOVE TBL-CAS-REDUCTION(CASE-SUB) TO CAS-REDUCTION.
                   MOVE TBL-CAS-DECISION-DATE(CASE-SUB)
                     TO CAS-DECISION-DATE.
                   MOVE TBL-CAS-OFFENCE-NUMBER(CASE-SUB)
                     TO CAS-OFFENCE-NUMBER.
                   MOVE TBL-CAS-ESCALATED-FLAG(CASE-SUB)
                     TO CAS-ESCALATED-FLAG.
                   MOVE TBL-CAS-OLD-MARK(CASE-SUB) TO CAS-OLD-MARK.
                   MOVE TBL-CAS-NEW-MARK(CASE-SUB) TO CAS-NEW-MARK.
                   MOVE TBL-CAS-OPERATOR(CASE-SUB) TO CAS-OPERATOR.
                   WRITE CASE-RECORD.
                   ADD 1 TO CASES-WRITTEN.

      * this session's zero and reduction sanctions go to PROJECT54
      * with the officer as approver - its next run posts them to
      * TERMHIST.txt under its own before/after audit
           910-APPEND-GRADE-CHANGES.
               MOVE 0 TO CHANGES-WRITTEN.
               OPEN EXTEND GRADE-CHANGE-FILE.
               IF GRADE-CHANGE-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT GRADE-CHANGE-FILE
               END-IF.
               IF GRADE-CHANGE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN GRADE-CHANGE-TRANS.txt - "
                     "STATUS " GRADE-CHANGE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 911-WRITE-ONE-GRADE-CHANGE
                   VARYING CASE-SUB FROM 1 BY 1
                   UNTIL CASE-SUB > CASE-COUNT.

               CLOSE GRADE-CHANGE-FILE.
               IF CHANGES-WRITTEN IS GREATER THAN ZERO
                   DISPLAY CHANGES-WRITTEN " GRADE CHANGE(S) QUEUED "
                     "FOR PROJECT54"
               END-IF.

               911-WRITE-ONE-GRADE-CHANGE.
                   IF TBL-CAS-NEW(CASE-SUB)
                       AND (TBL-CAS-SANCTION(CASE-SUB) IS EQUAL TO 'Z'
                         OR TBL-CAS-SANCTION(CASE-SUB) IS EQUAL TO 'R')
                       MOVE TBL-CAS-STUDENT-NUMBER(CASE-SUB)
                         TO GCH-STUDENT-NUMBER
                       MOVE TBL-CAS-TERM-CODE(CASE-SUB)
                         TO GCH-TERM-CODE
                       MOVE TBL-CAS-COURSE-CODE(CASE-SUB)
                         TO GCH-COURSE-CODE
                       MOVE TBL-CAS-OLD-MARK(CASE-SUB) TO GCH-OLD-MARK
                       MOVE TBL-CAS-NEW-MARK(CASE-SUB) TO GCH-NEW-MARK
                       MOVE TBL-CAS-OPERATOR(CASE-SUB)
                         TO GCH-APPROVER-ID
                       WRITE GRADE-CHANGE-RECORD
                       ADD 1 TO CHANGES-WRITTEN
                   END-IF.

      * every student with a second case, headed once at the case
      * that made them a repeat offender, followed by all of the
      * student's cases in the order they were recorded
           950-WRITE-ESCALATION-REPORT.
               OPEN OUTPUT ESCALATION-REPORT.
               IF ESCALATION-REPORT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN DEAN-ESCALATIONS.txt - "
                     "STATUS " ESCALATION-REPORT-STATUS
                   STOP RUN
               END-IF.

               MOVE RUN-DATE-FULL TO EHD-RUN-DATE-OUT.
               WRITE ESCALATION-LINE FROM ESCALATION-HEADER-LINE.
               MOVE SPACES TO ESCALATION-LINE.
               WRITE ESCALATION-LINE.

               MOVE 0 TO HOW-MANY-ESCALATED.
               PERFORM 951-REPORT-ONE-STUDENT
                   VARYING CASE-INNER-SUB FROM 1 BY 1
                   UNTIL CASE-INNER-SUB > CASE-COUNT.

               MOVE HOW-MANY-ESCALATED TO ETT-COUNT-OUT.
               WRITE ESCALATION-LINE FROM ESCALATION-TOTAL-LINE.
               CLOSE ESCALATION-REPORT.
               DISPLAY "DEAN-ESCALATIONS.txt WRITTEN - "
                 HOW-MANY-ESCALATED " STUDENT(S)".

               951-REPORT-ONE-STUDENT.
                   IF TBL-CAS-OFFENCE-NUMBER(CASE-INNER-SUB)
                       IS EQUAL TO 2
                       ADD 1 TO HOW-MANY-ESCALATED
                       MOVE TBL-CAS-STUDENT-NUMBER(CASE-INNER-SUB)
                         TO ENTRY-STUDENT-NUMERIC
                       PERFORM 330-FIND-STUDENT-NAME
                       PERFORM 320-COUNT-PRIOR-CASES
                       MOVE ENTRY-STUDENT-NUMERIC TO EST-STUDENT-OUT
                       MOVE STUDENT-NAME-HOLD TO EST-NAME-OUT
                       MOVE PRIOR-CASE-COUNT TO EST-CASES-OUT
                       WRITE ESCALATION-LINE
                         FROM ESCALATION-STUDENT-LINE
                       PERFORM 952-REPORT-ONE-CASE
                           VARYING CASE-SUB FROM 1 BY 1
                           UNTIL CASE-SUB > CASE-COUNT
                       MOVE SPACES TO ESCALATION-LINE
                       WRITE ESCALATION-LINE
                   END-IF.

               952-REPORT-ONE-CASE.
                   IF TBL-CAS-STUDENT-NUMBER(CASE-SUB)
                       IS EQUAL TO ENTRY-STUDENT-NUMERIC
                       PERFORM 710-BUILD-CASE-LINE
                       WRITE ESCALATION-LINE FROM ESCALATION-CASE-LINE
                   END-IF.

      * one line on the shared audit trail per case, against the
      * student the case is about
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
                       IS NOT EQUAL TO 'I'
                       MOVE "INTEGRITY OFFICER ROLE NEEDED"
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
                   MOVE "PROJ101" TO LOG-PROGRAM-OUT.
                   MOVE SIGNON-FAIL-REASON TO LOG-MESSAGE-OUT.
                   WRITE SIGNON-LOG-LINE.

                   CLOSE SIGNON-LOG.
       END PROGRAM PROJECT101.
