      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: missing-grade roster check ahead of the term roll.
      *          Takes a term code and walks every capture on
      *          SECTION-ENROLLMENT.txt for it; each student/course
      *          needs either a final mark received through PROJECT74
      *          (its FINAL-GRADE-RECEIPTS.txt row for the term) or
      *          an incomplete approved through PROJECT55 (any row on
      *          INCOMPLETE-GRADES.txt for the term). Whatever is
      *          outstanding lists on MISSING-GRADES.txt by section,
      *          addressed to the section's instructor off
      *          SECTION-INSTRUCTOR.txt / INSTRUCTOR.txt, and the
      *          verdict lands on GRADE-ROLL-CHECK.txt, one row per
      *          term. PROJECT18 will not close a term whose row is
      *          missing or still shows marks outstanding, unless a
      *          supervisor signed on here has recorded a registrar
      *          override on that row, with a reason, on the audit
      *          trail
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT99.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * kept in step with Project53.cbl's FD ENROLLMENT-FILE
           SELECT ENROLLMENT-FILE
           ASSIGN TO "..\SECTION-ENROLLMENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENROLLMENT-FILE-STATUS.

      * one row per final mark PROJECT74 has landed
           SELECT RECEIPT-FILE
           ASSIGN TO "..\FINAL-GRADE-RECEIPTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECEIPT-FILE-STATUS.

      * PROJECT55's incomplete-grade rows - an approved INC stands in
      * for the final mark
           SELECT INCOMPLETE-FILE
           ASSIGN TO "..\INCOMPLETE-GRADES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INCOMPLETE-FILE-STATUS.

      * kept in step with Project92.cbl's FD ASSIGNMENT-FILE
           SELECT ASSIGNMENT-FILE
           ASSIGN TO "..\SECTION-INSTRUCTOR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASSIGNMENT-FILE-STATUS.

      * kept in step with Project92.cbl's FD INSTRUCTOR-FILE
           SELECT INSTRUCTOR-FILE
           ASSIGN TO "..\INSTRUCTOR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INSTRUCTOR-FILE-STATUS.

      * one row per term checked - read by PROJECT18 before a close
           SELECT ROLL-CHECK-FILE
           ASSIGN TO "..\GRADE-ROLL-CHECK.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROLL-CHECK-STATUS.

           SELECT MISSING-REPORT
           ASSIGN TO "..\MISSING-GRADES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MISSING-REPORT-STATUS.

      * same audit trail PROJECT02 writes - one line per override
           SELECT AUDIT-LOG
           ASSIGN TO "..\PROJECT02-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

      * the operator master - an override starts with a supervisor
      * sign-on against it
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
       FD ENROLLMENT-FILE.
       01 ENROLLMENT-RECORD.
         05 ENR-STUDENT-NUMBER PIC 9(6).
         05 ENR-COURSE-CODE PIC X(7).
         05 ENR-SECTION-CODE PIC X(3).
         05 ENR-TERM-CODE PIC 9(6).

      * kept in step with Project74.cbl's FD RECEIPT-FILE
       FD RECEIPT-FILE.
       01 RECEIPT-RECORD.
         05 RCP-STUDENT-NUMBER PIC 9(6).
         05 RCP-COURSE-CODE PIC X(7).
         05 RCP-TERM-CODE PIC 9(6).
         05 RCP-MARK PIC 9(3).
         05 RCP-LOAD-DATE PIC 9(8).

      * kept in step with Project55.cbl's FD INCOMPLETE-FILE
       FD INCOMPLETE-FILE.
       01 INCOMPLETE-RECORD.
         05 INC-STUDENT-NUMBER PIC 9(6).
         05 INC-TERM-CODE PIC 9(6).
         05 INC-COURSE-CODE PIC X(7).
         05 INC-DEADLINE-DATE PIC 9(8).
         05 INC-STATUS PIC X(1).

       FD ASSIGNMENT-FILE.
       01 ASSIGNMENT-RECORD.
         05 SIN-COURSE-CODE PIC X(7).
         05 SIN-SECTION-CODE PIC X(3).
         05 SIN-TERM-CODE PIC 9(6).
         05 SIN-INSTRUCTOR-ID PIC X(6).

       FD INSTRUCTOR-FILE.
       01 INSTRUCTOR-RECORD.
         05 INS-INSTRUCTOR-ID PIC X(6).
         05 INS-NAME PIC X(30).
         05 INS-DEPARTMENT PIC X(4).
         05 INS-MAX-CREDIT-HOURS PIC 9(2).
         05 INS-ACTIVE-FLAG PIC X(1).

      * the term's verdict - override fields blank until a registrar
      * signs one - kept in step with Project18.cbl
       FD ROLL-CHECK-FILE.
       01 ROLL-CHECK-RECORD.
         05 RCK-TERM-CODE PIC 9(6).
         05 RCK-CHECK-DATE PIC 9(8).
         05 RCK-CAPTURE-COUNT PIC 9(5).
         05 RCK-OUTSTANDING-COUNT PIC 9(5).
         05 RCK-OVERRIDE-OPERATOR PIC X(8).
         05 RCK-OVERRIDE-DATE PIC X(8).
         05 RCK-OVERRIDE-REASON PIC X(30).

       FD MISSING-REPORT.
       01 MISSING-LINE PIC X(80).

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
         05 ENROLLMENT-FILE-STATUS PIC X(2).
         05 RECEIPT-FILE-STATUS PIC X(2).
         05 INCOMPLETE-FILE-STATUS PIC X(2).
         05 ASSIGNMENT-FILE-STATUS PIC X(2).
         05 INSTRUCTOR-FILE-STATUS PIC X(2).
         05 ROLL-CHECK-STATUS PIC X(2).
         05 MISSING-REPORT-STATUS PIC X(2).
         05 AUDIT-FILE-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 ENROLLMENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 RECEIPT-EOF-FLG PIC X(1) VALUE 'N'.
         05 INCOMPLETE-EOF-FLG PIC X(1) VALUE 'N'.
         05 ASSIGNMENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 INSTRUCTOR-EOF-FLG PIC X(1) VALUE 'N'.
         05 ROLL-CHECK-EOF-FLG PIC X(1) VALUE 'N'.

       01 OPERATOR-ID PIC X(8).

       01 ENTRY-FIELDS.
         05 MENU-CHOICE PIC X(1).
         05 TERM-ENTRY PIC X(6).
         05 SELECTED-TERM PIC 9(6).
         05 REASON-ENTRY PIC X(30).
         05 CONFIRM-ANSWER PIC X(1).

       01 RUN-DATE-FULL PIC 9(8).

      * the final marks PROJECT74 has landed for the term
       01 RECEIPT-TABLE.
         05 RECEIPT-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON RECEIPT-COUNT.
           10 TBL-RCP-STUDENT-NUMBER PIC 9(6).
           10 TBL-RCP-COURSE-CODE PIC X(7).

       01 RECEIPT-VARIABLES.
         05 RECEIPT-COUNT PIC 9(4) VALUE 0.
         05 RECEIPT-FIND-SUB PIC 9(4).
         05 RECEIPT-FOUND-FLAG PIC X(1).
           88 MARK-RECEIVED VALUE 'Y'.

      * the term's approved incompletes
       01 INCOMPLETE-TABLE.
         05 INCOMPLETE-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON INCOMPLETE-COUNT.
           10 ITB-STUDENT-NUMBER PIC 9(6).
           10 ITB-COURSE-CODE PIC X(7).

       01 INCOMPLETE-VARIABLES.
         05 INCOMPLETE-COUNT PIC 9(3) VALUE 0.
         05 INCOMPLETE-FIND-SUB PIC 9(3).
         05 INCOMPLETE-FOUND-FLAG PIC X(1).
           88 COURSE-IS-INCOMPLETE VALUE 'Y'.

      * the term's section assignments
       01 ASSIGNMENT-TABLE.
         05 ASSIGNMENT-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON ASSIGNMENT-COUNT.
           10 TBL-SIN-COURSE-CODE PIC X(7).
           10 TBL-SIN-SECTION-CODE PIC X(3).
           10 TBL-SIN-INSTRUCTOR-ID PIC X(6).

       01 ASSIGNMENT-VARIABLES.
         05 ASSIGNMENT-COUNT PIC 9(4) VALUE 0.
         05 ASSIGNMENT-FIND-SUB PIC 9(4).
         05 ASSIGNMENT-FOUND-FLAG PIC X(1).
           88 ASSIGNMENT-ROW-FOUND VALUE 'Y'.

       01 INSTRUCTOR-TABLE.
         05 INSTRUCTOR-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON INSTRUCTOR-COUNT.
           10 TBL-INS-INSTRUCTOR-ID PIC X(6).
           10 TBL-INS-NAME PIC X(30).

       01 INSTRUCTOR-VARIABLES.
         05 INSTRUCTOR-COUNT PIC 9(3) VALUE 0.
         05 INSTRUCTOR-FIND-SUB PIC 9(3).
         05 INSTRUCTOR-FOUND-FLAG PIC X(1).
           88 INSTRUCTOR-ROW-FOUND VALUE 'Y'.

      * every capture still waiting on a mark, sorted by section for
      * the listing
       01 OUTSTANDING-TABLE.
         05 OUTSTANDING-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON OUTSTANDING-COUNT.
           10 OST-SORT-KEY.
             15 OST-COURSE-CODE PIC X(7).
             15 OST-SECTION-CODE PIC X(3).
             15 OST-STUDENT-NUMBER PIC 9(6).

       01 OUTSTANDING-VARIABLES.
         05 OUTSTANDING-COUNT PIC 9(4) VALUE 0.
         05 OUTSTANDING-SUB PIC 9(4).
         05 OUTSTANDING-SORT-SUB-1 PIC 9(4).
         05 OUTSTANDING-SORT-SUB-2 PIC 9(4).
         05 OUTSTANDING-SORT-HOLD PIC X(16).
         05 CURRENT-SECTION-KEY PIC X(10).
         05 SECTION-MISSING-COUNT PIC 9(4).

      * GRADE-ROLL-CHECK.txt held whole - the term's row is replaced
      * or added and the file written back
       01 ROLL-CHECK-TABLE.
         05 ROLL-CHECK-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON ROLL-CHECK-COUNT.
           10 TBL-RCK-TERM-CODE PIC 9(6).
           10 TBL-RCK-CHECK-DATE PIC 9(8).
           10 TBL-RCK-CAPTURE-COUNT PIC 9(5).
           10 TBL-RCK-OUTSTANDING-COUNT PIC 9(5).
           10 TBL-RCK-OVERRIDE-OPERATOR PIC X(8).
           10 TBL-RCK-OVERRIDE-DATE PIC X(8).
           10 TBL-RCK-OVERRIDE-REASON PIC X(30).

       01 ROLL-CHECK-VARIABLES.
         05 ROLL-CHECK-COUNT PIC 9(3) VALUE 0.
         05 ROLL-CHECK-SUB PIC 9(3).
         05 ROLL-CHECK-FIND-SUB PIC 9(3).
         05 ROLL-CHECK-FOUND-SUB PIC 9(3) VALUE 0.
         05 ROLL-CHECK-FOUND-FLAG PIC X(1).
           88 TERM-ROW-FOUND VALUE 'Y'.

       01 COUNTERS.
         05 HOW-MANY-CAPTURES PIC 9(5) VALUE 0.
         05 HOW-MANY-OUTSTANDING PIC 9(5) VALUE 0.
         05 HOW-MANY-SECTIONS PIC 9(4) VALUE 0.

       01 REPORT-HEADER-LINE.
         05 FILLER PIC X(26) VALUE "MISSING FINAL MARKS  TERM ".
         05 RHD-TERM-OUT PIC 9(6).
         05 FILLER PIC X(48) VALUE SPACE.

      * one per section with anything outstanding
       01 SECTION-HEADER-LINE.
         05 SHD-COURSE-OUT PIC X(7).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SHD-SECTION-OUT PIC X(3).
         05 FILLER PIC X(2) VALUE SPACE.
         05 FILLER PIC X(12) VALUE "INSTRUCTOR: ".
         05 SHD-INSTRUCTOR-ID-OUT PIC X(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 SHD-INSTRUCTOR-NAME-OUT PIC X(30).
         05 FILLER PIC X(17) VALUE SPACE.

       01 STUDENT-DETAIL-LINE.
         05 FILLER PIC X(14) VALUE SPACE.
         05 FILLER PIC X(8) VALUE "STUDENT ".
         05 SDT-STUDENT-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 FILLER PIC X(24) VALUE "NO FINAL MARK, NO INC".
         05 FILLER PIC X(26) VALUE SPACE.

       01 SECTION-TOTAL-LINE.
         05 FILLER PIC X(14) VALUE SPACE.
         05 STT-COUNT-OUT PIC ZZZ9.
         05 FILLER PIC X(28) VALUE " OUTSTANDING IN THE SECTION".
         05 FILLER PIC X(34) VALUE SPACE.

       01 REPORT-TOTAL-LINE.
         05 FILLER PIC X(18) VALUE "CAPTURES CHECKED: ".
         05 RTT-CAPTURES-OUT PIC ZZZZ9.
         05 FILLER PIC X(15) VALUE "  OUTSTANDING: ".
         05 RTT-OUTSTANDING-OUT PIC ZZZZ9.
         05 FILLER PIC X(12) VALUE "  SECTIONS: ".
         05 RTT-SECTIONS-OUT PIC ZZZ9.
         05 FILLER PIC X(21) VALUE SPACE.

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
      * main procedure
       100-ROSTER-CHECK-MENU.
           ACCEPT RUN-DATE-FULL FROM DATE YYYYMMDD.
           DISPLAY "1 - CHECK A TERM'S ROSTERS FOR MISSING FINAL MARKS".
           DISPLAY "2 - REGISTRAR OVERRIDE OF A TERM STILL OUTSTANDING".
           DISPLAY "ENTER YOUR CHOICE:".
           ACCEPT MENU-CHOICE.

           IF MENU-CHOICE IS EQUAL TO '1'
               PERFORM 200-ACCEPT-TERM
               PERFORM 300-CHECK-TERM-ROSTERS
           ELSE IF MENU-CHOICE IS EQUAL TO '2'
               PERFORM 250-SIGN-ON
               PERFORM 200-ACCEPT-TERM
               PERFORM 500-RECORD-OVERRIDE
           ELSE
               DISPLAY "INVALID CHOICE"
           END-IF
           END-IF.

           STOP RUN.

           200-ACCEPT-TERM.
               DISPLAY "ENTER TERM CODE (YYYYTT):".
               ACCEPT TERM-ENTRY.
               IF TERM-ENTRY IS NOT NUMERIC
                   DISPLAY "TERM CODE MUST BE SIX DIGITS"
                   STOP RUN
               END-IF.
               MOVE TERM-ENTRY TO SELECTED-TERM.

      * every capture for the term against the receipts and the
      * incompletes - the listing, then the term's verdict row
           300-CHECK-TERM-ROSTERS.
               PERFORM 310-LOAD-RECEIPTS.
               PERFORM 320-LOAD-INCOMPLETES.
               PERFORM 330-LOAD-ASSIGNMENTS.
               PERFORM 340-LOAD-INSTRUCTORS.

               OPEN INPUT ENROLLMENT-FILE.
               IF ENROLLMENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-ENROLLMENT.txt - "
                     "STATUS " ENROLLMENT-FILE-STATUS
                   STOP RUN
               END-IF.
               PERFORM 350-CHECK-ONE-CAPTURE
                   UNTIL ENROLLMENT-EOF-FLG IS EQUAL TO 'Y'.
               CLOSE ENROLLMENT-FILE.

               PERFORM 360-SORT-OUTSTANDING.
               PERFORM 400-WRITE-MISSING-REPORT.
               PERFORM 600-LOAD-ROLL-CHECK-TABLE.
               PERFORM 370-POST-TERM-VERDICT.
               PERFORM 610-REWRITE-ROLL-CHECK-FILE.

               DISPLAY "CAPTURES CHECKED:   " HOW-MANY-CAPTURES.
               DISPLAY "MARKS OUTSTANDING:  " HOW-MANY-OUTSTANDING.
               IF HOW-MANY-OUTSTANDING IS EQUAL TO ZERO
                   DISPLAY "TERM " SELECTED-TERM " IS CLEAR FOR "
                     "PROJECT18 TO CLOSE"
               ELSE IF TBL-RCK-OVERRIDE-OPERATOR(ROLL-CHECK-FOUND-SUB)
                   IS NOT EQUAL TO SPACES
                   DISPLAY "REGISTRAR OVERRIDE BY "
                     TBL-RCK-OVERRIDE-OPERATOR(ROLL-CHECK-FOUND-SUB)
                     " STANDS - PROJECT18 MAY CLOSE THE TERM"
               ELSE
                   DISPLAY "TERM " SELECTED-TERM " IS BLOCKED - SEE "
                     "MISSING-GRADES.txt"
               END-IF
               END-IF.

           310-LOAD-RECEIPTS.
               OPEN INPUT RECEIPT-FILE.
               IF RECEIPT-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO RECEIPT-EOF-FLG
               ELSE IF RECEIPT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN FINAL-GRADE-RECEIPTS.txt - "
                     "STATUS " RECEIPT-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 3101-LOAD-ONE-RECEIPT
                       UNTIL RECEIPT-EOF-FLG IS EQUAL TO 'Y'
                       OR RECEIPT-COUNT IS EQUAL TO 5000
                   CLOSE RECEIPT-FILE
               END-IF
               END-IF.

               3101-LOAD-ONE-RECEIPT.
                   READ RECEIPT-FILE
                       AT END
                           MOVE 'Y' TO RECEIPT-EOF-FLG
                       NOT AT END
                           IF RCP-TERM-CODE IS EQUAL TO SELECTED-TERM
                               ADD 1 TO RECEIPT-COUNT
                               MOVE RCP-STUDENT-NUMBER
                                 TO TBL-RCP-STUDENT-NUMBER
                                   (RECEIPT-COUNT)
                               MOVE RCP-COURSE-CODE
                                 TO TBL-RCP-COURSE-CODE(RECEIPT-COUNT)
                           END-IF
                   END-READ.

      * any row for the term counts - pending, resolved, or lapsed,
      * the registrar approved it and PROJECT55 settles the mark
           320-LOAD-INCOMPLETES.
               OPEN INPUT INCOMPLETE-FILE.
               IF INCOMPLETE-FILE-STATUS IS NOT EQUAL TO "00"
                   CONTINUE
               ELSE
                   PERFORM 3201-LOAD-ONE-INCOMPLETE
                       UNTIL INCOMPLETE-EOF-FLG IS EQUAL TO 'Y'
                       OR INCOMPLETE-COUNT IS EQUAL TO 500
                   CLOSE INCOMPLETE-FILE
               END-IF.

               3201-LOAD-ONE-INCOMPLETE.
                   READ INCOMPLETE-FILE
                       AT END
                           MOVE 'Y' TO INCOMPLETE-EOF-FLG
                       NOT AT END
                           IF INC-TERM-CODE IS EQUAL TO SELECTED-TERM
                               ADD 1 TO INCOMPLETE-COUNT
                               MOVE INC-STUDENT-NUMBER
                                 TO ITB-STUDENT-NUMBER
                                   (INCOMPLETE-COUNT)
                               MOVE INC-COURSE-CODE
                                 TO ITB-COURSE-CODE(INCOMPLETE-COUNT)
                           END-IF
                   END-READ.

           330-LOAD-ASSIGNMENTS.
               OPEN INPUT ASSIGNMENT-FILE.
               IF ASSIGNMENT-FILE-STATUS IS NOT EQUAL TO "00"
                   CONTINUE
               ELSE
                   PERFORM 3301-LOAD-ONE-ASSIGNMENT
                       UNTIL ASSIGNMENT-EOF-FLG IS EQUAL TO 'Y'
                       OR ASSIGNMENT-COUNT IS EQUAL TO 2000
                   CLOSE ASSIGNMENT-FILE
               END-IF.

               3301-LOAD-ONE-ASSIGNMENT.
                   READ ASSIGNMENT-FILE
                       AT END
                           MOVE 'Y' TO ASSIGNMENT-EOF-FLG
                       NOT AT END
                           IF SIN-TERM-CODE IS EQUAL TO SELECTED-TERM
                               ADD 1 TO ASSIGNMENT-COUNT
                               MOVE SIN-COURSE-CODE
                                 TO TBL-SIN-COURSE-CODE
                                   (ASSIGNMENT-COUNT)
                               MOVE SIN-SECTION-CODE
                                 TO TBL-SIN-SECTION-CODE
                                   (ASSIGNMENT-COUNT)
                               MOVE SIN-INSTRUCTOR-ID
                                 TO TBL-SIN-INSTRUCTOR-ID
                                   (ASSIGNMENT-COUNT)
                           END-IF
                   END-READ.

           340-LOAD-INSTRUCTORS.
               OPEN INPUT INSTRUCTOR-FILE.
               IF INSTRUCTOR-FILE-STATUS IS NOT EQUAL TO "00"
                   CONTINUE
               ELSE
                   PERFORM 3401-LOAD-ONE-INSTRUCTOR
                       UNTIL INSTRUCTOR-EOF-FLG IS EQUAL TO 'Y'
                       OR INSTRUCTOR-COUNT IS EQUAL TO 500
                   CLOSE INSTRUCTOR-FILE
               END-IF.

               3401-LOAD-ONE-INSTRUCTOR.
                   READ INSTRUCTOR-FILE
                       AT END
                           MOVE 'Y' TO INSTRUCTOR-EOF-FLG
                       NOT AT END
                           ADD 1 TO INSTRUCTOR-COUNT
                           MOVE INS-INSTRUCTOR-ID
                             TO TBL-INS-INSTRUCTOR-ID(INSTRUCTOR-COUNT)
                           MOVE INS-NAME
                             TO TBL-INS-NAME(INSTRUCTOR-COUNT)
                   END-READ.

           350-CHECK-ONE-CAPTURE.
               READ ENROLLMENT-FILE
                   AT END
                       MOVE 'Y' TO ENROLLMENT-EOF-FLG
                   NOT AT END
                       IF ENR-TERM-CODE IS EQUAL TO SELECTED-TERM
                           ADD 1 TO HOW-MANY-CAPTURES
                           PERFORM 3501-FIND-RECEIPT
                           IF NOT MARK-RECEIVED
                               PERFORM 3503-FIND-INCOMPLETE
                           END-IF
                           IF NOT MARK-RECEIVED
                               AND NOT COURSE-IS-INCOMPLETE
                               PERFORM 3505-NOTE-OUTSTANDING
                           END-IF
                       END-IF
               END-READ.

               3501-FIND-RECEIPT.
                   MOVE 'N' TO RECEIPT-FOUND-FLAG.
                   MOVE 'N' TO INCOMPLETE-FOUND-FLAG.
                   PERFORM 3502-CHECK-ONE-RECEIPT
                       VARYING RECEIPT-FIND-SUB FROM 1 BY 1
                       UNTIL RECEIPT-FIND-SUB > RECEIPT-COUNT
                       OR MARK-RECEIVED.

                   3502-CHECK-ONE-RECEIPT.
                       IF TBL-RCP-STUDENT-NUMBER(RECEIPT-FIND-SUB)
                           IS EQUAL TO ENR-STUDENT-NUMBER
                           AND TBL-RCP-COURSE-CODE(RECEIPT-FIND-SUB)
                               IS EQUAL TO ENR-COURSE-CODE
                           MOVE 'Y' TO RECEIPT-FOUND-FLAG
                       END-IF.

               3503-FIND-INCOMPLETE.
                   PERFORM 3504-CHECK-ONE-INCOMPLETE
                       VARYING INCOMPLETE-FIND-SUB FROM 1 BY 1
                       UNTIL INCOMPLETE-FIND-SUB > INCOMPLETE-COUNT
                       OR COURSE-IS-INCOMPLETE.

                   3504-CHECK-ONE-INCOMPLETE.
                       IF ITB-STUDENT-NUMBER(INCOMPLETE-FIND-SUB)
                           IS EQUAL TO ENR-STUDENT-NUMBER
                           AND ITB-COURSE-CODE(INCOMPLETE-FIND-SUB)
                               IS EQUAL TO ENR-COURSE-CODE
                           MOVE 'Y' TO INCOMPLETE-FOUND-FLAG
                       END-IF.

               3505-NOTE-OUTSTANDING.
                   ADD 1 TO HOW-MANY-OUTSTANDING.
                   IF OUTSTANDING-COUNT IS LESS THAN 5000
                       ADD 1 TO OUTSTANDING-COUNT
                       MOVE ENR-COURSE-CODE
                         TO OST-COURSE-CODE(OUTSTANDING-COUNT)
                       MOVE ENR-SECTION-CODE
                         TO OST-SECTION-CODE(OUTSTANDING-COUNT)
                       MOVE ENR-STUDENT-NUMBER
                         TO OST-STUDENT-NUMBER(OUTSTANDING-COUNT)
                   END-IF.

      * insertion sort on course, section, student - same technique
      * as Project18.cbl's history sort
           360-SORT-OUTSTANDING.
               PERFORM 3601-INSERT-ONE-OUTSTANDING
                   VARYING OUTSTANDING-SORT-SUB-1 FROM 2 BY 1
                   UNTIL OUTSTANDING-SORT-SUB-1 > OUTSTANDING-COUNT.

               3601-INSERT-ONE-OUTSTANDING.
                   MOVE OUTSTANDING-ENTRY(OUTSTANDING-SORT-SUB-1)
                     TO OUTSTANDING-SORT-HOLD.
                   MOVE OUTSTANDING-SORT-SUB-1
                     TO OUTSTANDING-SORT-SUB-2.
                   PERFORM 3602-SHIFT-ONE-OUTSTANDING
                       UNTIL OUTSTANDING-SORT-SUB-2 = 1
                       OR OST-SORT-KEY(OUTSTANDING-SORT-SUB-2 - 1)
                           NOT > OUTSTANDING-SORT-HOLD.
                   MOVE OUTSTANDING-SORT-HOLD
                     TO OUTSTANDING-ENTRY(OUTSTANDING-SORT-SUB-2).

                   3602-SHIFT-ONE-OUTSTANDING.
                       MOVE OUTSTANDING-ENTRY
                           (OUTSTANDING-SORT-SUB-2 - 1)
                         TO OUTSTANDING-ENTRY(OUTSTANDING-SORT-SUB-2).
                       SUBTRACT 1 FROM OUTSTANDING-SORT-SUB-2.

      * the term's verdict row, replacing any earlier check - an
      * override already signed for the term is kept
           370-POST-TERM-VERDICT.
               PERFORM 620-FIND-TERM-ROW.
               IF NOT TERM-ROW-FOUND
                   ADD 1 TO ROLL-CHECK-COUNT
                   MOVE ROLL-CHECK-COUNT TO ROLL-CHECK-FOUND-SUB
                   MOVE SELECTED-TERM
                     TO TBL-RCK-TERM-CODE(ROLL-CHECK-FOUND-SUB)
                   MOVE SPACES
                     TO TBL-RCK-OVERRIDE-OPERATOR(ROLL-CHECK-FOUND-SUB)
                   MOVE SPACES
                     TO TBL-RCK-OVERRIDE-DATE(ROLL-CHECK-FOUND-SUB)
                   MOVE SPACES
                     TO TBL-RCK-OVERRIDE-REASON(ROLL-CHECK-FOUND-SUB)
               END-IF.
               MOVE RUN-DATE-FULL
                 TO TBL-RCK-CHECK-DATE(ROLL-CHECK-FOUND-SUB).
               MOVE HOW-MANY-CAPTURES
                 TO TBL-RCK-CAPTURE-COUNT(ROLL-CHECK-FOUND-SUB).
               MOVE HOW-MANY-OUTSTANDING
                 TO TBL-RCK-OUTSTANDING-COUNT(ROLL-CHECK-FOUND-SUB).

      * a header per section with its instructor, a line per student,
      * the section's count - or the all-clear
           400-WRITE-MISSING-REPORT.
               OPEN OUTPUT MISSING-REPORT.
               IF MISSING-REPORT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN MISSING-GRADES.txt - STATUS "
                     MISSING-REPORT-STATUS
                   STOP RUN
               END-IF.
               MOVE SELECTED-TERM TO RHD-TERM-OUT.
               WRITE MISSING-LINE FROM REPORT-HEADER-LINE.
               MOVE SPACES TO MISSING-LINE.
               WRITE MISSING-LINE.

               IF OUTSTANDING-COUNT IS EQUAL TO ZERO
                   MOVE "EVERY CAPTURE HAS A FINAL MARK OR AN INC"
                     TO MISSING-LINE
                   WRITE MISSING-LINE
               ELSE
                   MOVE SPACES TO CURRENT-SECTION-KEY
                   PERFORM 401-WRITE-ONE-OUTSTANDING
                       VARYING OUTSTANDING-SUB FROM 1 BY 1
                       UNTIL OUTSTANDING-SUB > OUTSTANDING-COUNT
                   PERFORM 403-WRITE-SECTION-TOTAL
               END-IF.

               MOVE SPACES TO MISSING-LINE.
               WRITE MISSING-LINE.
               MOVE HOW-MANY-CAPTURES TO RTT-CAPTURES-OUT.
               MOVE HOW-MANY-OUTSTANDING TO RTT-OUTSTANDING-OUT.
               MOVE HOW-MANY-SECTIONS TO RTT-SECTIONS-OUT.
               WRITE MISSING-LINE FROM REPORT-TOTAL-LINE.
               CLOSE MISSING-REPORT.

               401-WRITE-ONE-OUTSTANDING.
                   IF OST-COURSE-CODE(OUTSTANDING-SUB)
                       IS NOT EQUAL TO CURRENT-SECTION-KEY(1:7)
                       OR OST-SECTION-CODE(OUTSTANDING-SUB)
                           IS NOT EQUAL TO CURRENT-SECTION-KEY(8:3)
                       IF CURRENT-SECTION-KEY IS NOT EQUAL TO SPACES
                           PERFORM 403-WRITE-SECTION-TOTAL
                       END-IF
                       PERFORM 402-WRITE-SECTION-HEADER
                   END-IF.
                   MOVE OST-STUDENT-NUMBER(OUTSTANDING-SUB)
                     TO SDT-STUDENT-OUT.
                   WRITE MISSING-LINE FROM STUDENT-DETAIL-LINE.
                   ADD 1 TO SECTION-MISSING-COUNT.

               402-WRITE-SECTION-HEADER.
                   MOVE OST-COURSE-CODE(OUTSTANDING-SUB)
                     TO CURRENT-SECTION-KEY(1:7).
                   MOVE OST-SECTION-CODE(OUTSTANDING-SUB)
                     TO CURRENT-SECTION-KEY(8:3).
                   MOVE ZERO TO SECTION-MISSING-COUNT.
                   ADD 1 TO HOW-MANY-SECTIONS.
                   MOVE OST-COURSE-CODE(OUTSTANDING-SUB)
                     TO SHD-COURSE-OUT.
                   MOVE OST-SECTION-CODE(OUTSTANDING-SUB)
                     TO SHD-SECTION-OUT.
                   PERFORM 410-FIND-SECTION-INSTRUCTOR.
                   WRITE MISSING-LINE FROM SECTION-HEADER-LINE.

               403-WRITE-SECTION-TOTAL.
                   MOVE SECTION-MISSING-COUNT TO STT-COUNT-OUT.
                   WRITE MISSING-LINE FROM SECTION-TOTAL-LINE.

      * an unassigned section goes to the department to chase
           410-FIND-SECTION-INSTRUCTOR.
               MOVE 'N' TO ASSIGNMENT-FOUND-FLAG.
               PERFORM 411-CHECK-ONE-ASSIGNMENT
                   VARYING ASSIGNMENT-FIND-SUB FROM 1 BY 1
                   UNTIL ASSIGNMENT-FIND-SUB > ASSIGNMENT-COUNT
                   OR ASSIGNMENT-ROW-FOUND.
               IF NOT ASSIGNMENT-ROW-FOUND
                   MOVE "------" TO SHD-INSTRUCTOR-ID-OUT
                   MOVE "NOT ASSIGNED - SEE DEPARTMENT"
                     TO SHD-INSTRUCTOR-NAME-OUT
               ELSE
                   MOVE 'N' TO INSTRUCTOR-FOUND-FLAG
                   PERFORM 412-CHECK-ONE-INSTRUCTOR
                       VARYING INSTRUCTOR-FIND-SUB FROM 1 BY 1
                       UNTIL INSTRUCTOR-FIND-SUB > INSTRUCTOR-COUNT
                       OR INSTRUCTOR-ROW-FOUND
                   IF NOT INSTRUCTOR-ROW-FOUND
                       MOVE "NOT ON INSTRUCTOR.txt"
                         TO SHD-INSTRUCTOR-NAME-OUT
                   END-IF
               END-IF.

               411-CHECK-ONE-ASSIGNMENT.
                   IF TBL-SIN-COURSE-CODE(ASSIGNMENT-FIND-SUB)
                       IS EQUAL TO SHD-COURSE-OUT
                       AND TBL-SIN-SECTION-CODE(ASSIGNMENT-FIND-SUB)
                           IS EQUAL TO SHD-SECTION-OUT
                       MOVE 'Y' TO ASSIGNMENT-FOUND-FLAG
                       MOVE TBL-SIN-INSTRUCTOR-ID(ASSIGNMENT-FIND-SUB)
                         TO SHD-INSTRUCTOR-ID-OUT
                   END-IF.

               412-CHECK-ONE-INSTRUCTOR.
                   IF TBL-INS-INSTRUCTOR-ID(INSTRUCTOR-FIND-SUB)
                       IS EQUAL TO SHD-INSTRUCTOR-ID-OUT
                       MOVE 'Y' TO INSTRUCTOR-FOUND-FLAG
                       MOVE TBL-INS-NAME(INSTRUCTOR-FIND-SUB)
                         TO SHD-INSTRUCTOR-NAME-OUT
                   END-IF.

      * the registrar lets a term roll with marks still out - only a
      * term that has been checked and is still outstanding takes
      * one, and the reason is mandatory
           500-RECORD-OVERRIDE.
               PERFORM 600-LOAD-ROLL-CHECK-TABLE.
               PERFORM 620-FIND-TERM-ROW.
               IF NOT TERM-ROW-FOUND
                   DISPLAY "TERM " SELECTED-TERM " HAS NOT BEEN "
                     "CHECKED - RUN OPTION 1 FIRST"
               ELSE IF TBL-RCK-OUTSTANDING-COUNT(ROLL-CHECK-FOUND-SUB)
                   IS EQUAL TO ZERO
                   DISPLAY "TERM " SELECTED-TERM " IS ALREADY CLEAR "
                     "- NO OVERRIDE NEEDED"
               ELSE
                   DISPLAY "MARKS OUTSTANDING AT LAST CHECK: "
                     TBL-RCK-OUTSTANDING-COUNT(ROLL-CHECK-FOUND-SUB)
                     " (CHECKED "
                     TBL-RCK-CHECK-DATE(ROLL-CHECK-FOUND-SUB) ")"
                   DISPLAY "ENTER OVERRIDE REASON:"
                   ACCEPT REASON-ENTRY
                   IF REASON-ENTRY IS EQUAL TO SPACES
                       DISPLAY "A REASON IS REQUIRED - NO OVERRIDE "
                         "RECORDED"
                   ELSE
                       DISPLAY "CONFIRM OVERRIDE (Y/N):"
                       ACCEPT CONFIRM-ANSWER
                       IF CONFIRM-ANSWER IS EQUAL TO 'Y'
                           PERFORM 501-APPLY-OVERRIDE
                       ELSE
                           DISPLAY "NO OVERRIDE RECORDED"
                       END-IF
                   END-IF
               END-IF
               END-IF.

               501-APPLY-OVERRIDE.
                   MOVE SPACES TO AUDIT-BEFORE-BUILD.
                   STRING "TERM=" DELIMITED BY SIZE
                       SELECTED-TERM DELIMITED BY SIZE
                       " OUTSTANDING=" DELIMITED BY SIZE
                       TBL-RCK-OUTSTANDING-COUNT(ROLL-CHECK-FOUND-SUB)
                         DELIMITED BY SIZE
                       INTO AUDIT-BEFORE-BUILD.
                   MOVE OPERATOR-ID
                     TO TBL-RCK-OVERRIDE-OPERATOR(ROLL-CHECK-FOUND-SUB).
                   MOVE RUN-DATE-FULL
                     TO TBL-RCK-OVERRIDE-DATE(ROLL-CHECK-FOUND-SUB).
                   MOVE REASON-ENTRY
                     TO TBL-RCK-OVERRIDE-REASON(ROLL-CHECK-FOUND-SUB).
                   PERFORM 610-REWRITE-ROLL-CHECK-FILE.
                   MOVE SPACES TO AUDIT-AFTER-BUILD.
                   STRING "ROLL OVERRIDE: " DELIMITED BY SIZE
                       REASON-ENTRY DELIMITED BY SIZE
                       INTO AUDIT-AFTER-BUILD.
                   MOVE "ROLLOV" TO AUDIT-ACTION.
                   PERFORM 801-WRITE-AUDIT-LINE.
                   DISPLAY "OVERRIDE RECORDED - PROJECT18 MAY CLOSE "
                     "TERM " SELECTED-TERM.

           600-LOAD-ROLL-CHECK-TABLE.
               OPEN INPUT ROLL-CHECK-FILE.
               IF ROLL-CHECK-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO ROLL-CHECK-EOF-FLG
               ELSE IF ROLL-CHECK-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN GRADE-ROLL-CHECK.txt - "
                     "STATUS " ROLL-CHECK-STATUS
                   STOP RUN
               ELSE
                   PERFORM 601-LOAD-ONE-ROLL-CHECK
                       UNTIL ROLL-CHECK-EOF-FLG IS EQUAL TO 'Y'
                       OR ROLL-CHECK-COUNT IS EQUAL TO 199
                   CLOSE ROLL-CHECK-FILE
               END-IF
               END-IF.

               601-LOAD-ONE-ROLL-CHECK.
                   READ ROLL-CHECK-FILE
                       AT END
                           MOVE 'Y' TO ROLL-CHECK-EOF-FLG
                       NOT AT END
                           ADD 1 TO ROLL-CHECK-COUNT
                           MOVE ROLL-CHECK-RECORD
                             TO ROLL-CHECK-ENTRY(ROLL-CHECK-COUNT)
                   END-READ.

           610-REWRITE-ROLL-CHECK-FILE.
               OPEN OUTPUT ROLL-CHECK-FILE.
               IF ROLL-CHECK-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN GRADE-ROLL-CHECK.txt - "
                     "STATUS " ROLL-CHECK-STATUS
                   STOP RUN
               END-IF.
               PERFORM 611-WRITE-ONE-ROLL-CHECK
                   VARYING ROLL-CHECK-SUB FROM 1 BY 1
                   UNTIL ROLL-CHECK-SUB > ROLL-CHECK-COUNT.
               CLOSE ROLL-CHECK-FILE.

               611-WRITE-ONE-ROLL-CHECK.
                   MOVE ROLL-CHECK-ENTRY(ROLL-CHECK-SUB)
                     TO ROLL-CHECK-RECORD.
                   WRITE ROLL-CHECK-RECORD.

           620-FIND-TERM-ROW.
               MOVE 'N' TO ROLL-CHECK-FOUND-FLAG.
               MOVE 0 TO ROLL-CHECK-FOUND-SUB.
               PERFORM 621-CHECK-ONE-TERM-ROW
                   VARYING ROLL-CHECK-FIND-SUB FROM 1 BY 1
                   UNTIL ROLL-CHECK-FIND-SUB > ROLL-CHECK-COUNT
                   OR TERM-ROW-FOUND.

               621-CHECK-ONE-TERM-ROW.
                   IF TBL-RCK-TERM-CODE(ROLL-CHECK-FIND-SUB)
                       IS EQUAL TO SELECTED-TERM
                       MOVE 'Y' TO ROLL-CHECK-FOUND-FLAG
                       MOVE ROLL-CHECK-FIND-SUB TO ROLL-CHECK-FOUND-SUB
                   END-IF.

      * one line on the shared audit trail per override - not a
      * student action, so the student number goes out zero
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
                   ELSE IF OPS-ROLE(OPS-MATCH-SUB)
                       IS NOT EQUAL TO 'S'
                       MOVE "SUPERVISOR ROLE REQUIRED"
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
                   MOVE "PROJECT99" TO LOG-PROGRAM-OUT.
                   MOVE SIGNON-FAIL-REASON TO LOG-MESSAGE-OUT.
                   WRITE SIGNON-LOG-LINE.

                   CLOSE SIGNON-LOG.
       END PROGRAM PROJECT99.
