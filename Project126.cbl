      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: term tuition revenue by teaching department. Revenue
      *          was only ever totalled by program of study
      *          (PROGRAM-SUBTOTAL.txt); departments are funded on the
      *          tuition their courses bring in. Each student's term
      *          assessment - the TUITION lines on CHARGE-DETAIL.txt
      *          less PROJECT21's WDRAWADJ withdrawal credits, over
      *          the same billing window PROJECT120 earns it across -
      *          is split over the courses on the student's course
      *          table by COURSE-CREDIT-HOURS, and each course's share
      *          goes to the department that owns it on COURSE.txt, so
      *          a Business student's English elective credits
      *          English. The split is taken on what is left of the
      *          student's tuition over the hours left, so the last
      *          course takes the odd cent and the departments add
      *          back to the student to the penny. Tuition that has
      *          no course to go to - a student with no course hours,
      *          or one no longer on STUFILE3.txt - is shown as its
      *          own reconciling line, and the report
      *          (DEPT-REVENUE-<term start>.txt) closes by proving the
      *          departments plus those lines equal the term's
      *          assessed tuition. Nothing is posted
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT126.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the term the assessments belong to
           SELECT TERM-CALENDAR-FILE
           ASSIGN TO "..\TERM-CALENDAR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERM-CALENDAR-STATUS.

      * the billings and the withdrawal credits against them
           SELECT CHARGE-LEDGER
           ASSIGN TO "..\CHARGE-DETAIL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHARGE-LEDGER-STATUS.

      * the student master - each student's course table is taken
           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

      * the catalog - each course's owning department
           SELECT COURSE-FILE
           ASSIGN TO "..\COURSE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COURSE-FILE-STATUS.

      * the term's report, named per term
           SELECT DEPARTMENT-REPORT
           ASSIGN TO DEPARTMENT-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPARTMENT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * kept in step with Project86.cbl's FD TERM-CALENDAR-FILE
       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
         05 CAL-TERM-START-DATE PIC 9(8).
         05 CAL-FULL-REFUND-END PIC 9(8).
         05 CAL-HALF-REFUND-END PIC 9(8).
         05 CAL-PAYMENT-DEADLINE PIC X(8).
         05 CAL-EXAM-START-DATE PIC X(8).
         05 CAL-EXAM-END-DATE PIC X(8).
         05 CAL-EXAM-END-NUMERIC REDEFINES CAL-EXAM-END-DATE
             PIC 9(8).
         05 CAL-CENSUS-DATE PIC X(8).

      * same layout the other charge ledger writers carry
       FD CHARGE-LEDGER.
       01 CHARGE-LEDGER-LINE.
         05 CHG-STUDENT-NUMBER PIC 9(6).
         05 CHG-CHARGE-TYPE PIC X(8).
         05 CHG-DESCRIPTION PIC X(20).
         05 CHG-AMOUNT PIC S9999V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 CHG-DATE PIC 9(8).

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

      * kept in step with Project02.cbl's FD COURSE-FILE
       FD COURSE-FILE.
       01 COURSE-FILE-IN.
         05 CRS-COURSE-CODE PIC X(7).
         05 CRS-COURSE-TITLE PIC X(25).
         05 CRS-CREDIT-HOURS PIC 9(1).
         05 CRS-COURSE-FEE PIC 9999V99.
         05 CRS-PREREQ-COUNT PIC X(1).
         05 CRS-PREREQ-CODE PIC X(7) OCCURS 3 TIMES.
         05 CRS-DEPARTMENT PIC X(4).

       FD DEPARTMENT-REPORT.
       01 DEPARTMENT-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 TERM-CALENDAR-STATUS PIC X(2).
         05 CHARGE-LEDGER-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 COURSE-FILE-STATUS PIC X(2).
         05 DEPARTMENT-REPORT-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 CHARGE-EOF-FLG PIC X(1) VALUE 'N'.
         05 MASTER-EOF-FLG PIC X(1) VALUE 'N'.
         05 CATALOG-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-RAW PIC 9(8).
       01 DEPARTMENT-REPORT-FILENAME PIC X(40).

      * how far ahead of the term start its tuition may be billed -
      * kept in step with PROJECT120's window
       01 DEPT-BILLING-LEAD-DAYS PIC 9(3) VALUE 120.

       01 TERM-FIELDS.
         05 TERM-START-DATE PIC 9(8).
         05 TERM-END-DATE PIC 9(8).
         05 TERM-START-INTEGER PIC 9(8).
         05 WINDOW-START-INTEGER PIC 9(8).
         05 WINDOW-START-DATE PIC 9(8).

      * COURSE.txt held whole for the department lookups
       01 COURSE-CATALOG-TABLE.
         05 CATALOG-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON CATALOG-COUNT.
           10 CAT-COURSE-CODE PIC X(7).
           10 CAT-DEPARTMENT PIC X(4).

       01 CATALOG-VARIABLES.
         05 CATALOG-COUNT PIC 9(3) VALUE 0.
         05 CATALOG-FIND-SUB PIC 9(3).
         05 CATALOG-FOUND-FLAG PIC X(1).
           88 CATALOG-CODE-FOUND VALUE 'Y'.
         05 CATALOG-LOOKUP-CODE PIC X(7).

      * one line per student with tuition on this term
       01 DEPT-STUDENT-TABLE.
         05 DPS-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON DPS-COUNT.
           10 DPS-STUDENT-NUMBER PIC 9(6).
           10 DPS-ASSESSED PIC S9(6)V99.
           10 DPS-ON-MASTER-FLAG PIC X(1).

       01 DEPT-STUDENT-VARIABLES.
         05 DPS-COUNT PIC 9(4) VALUE 0.
         05 DPS-SUB PIC 9(4).
         05 DPS-FOUND-SUB PIC 9(4).
         05 DPS-FIND-NUMBER PIC 9(6).
         05 DPS-FULL-FLAG PIC X(1) VALUE 'N'.

      * the report, one line per department in department-code order;
      * "????" gathers courses not in the catalog or with no owner
       01 DEPARTMENT-TABLE.
         05 DPT-ENTRY OCCURS 1 TO 100 TIMES
             DEPENDING ON DPT-COUNT.
           10 DPT-DEPARTMENT PIC X(4).
           10 DPT-SEATS PIC 9(5).
           10 DPT-CREDIT-HOURS PIC 9(6).
           10 DPT-TUITION PIC S9(8)V99.

       01 DEPARTMENT-VARIABLES.
         05 DPT-COUNT PIC 9(3) VALUE 0.
         05 DPT-SUB PIC 9(3).
         05 DPT-SLOT-SUB PIC 9(3).
         05 DPT-SHIFT-SUB PIC 9(3).
         05 DPT-MATCH-FLAG PIC X(1).
           88 DPT-DEPARTMENT-MATCHED VALUE 'Y'.
         05 DPT-FIND-DEPARTMENT PIC X(4).

      * the student's tuition still to split and the hours still to
      * split it over - the course that uses up the hours takes what
      * is left, so nothing is lost to rounding
       01 SPLIT-FIELDS.
         05 COURSE-SUB PIC 9(1).
         05 SPLIT-TOTAL-HOURS PIC 9(3).
         05 SPLIT-HOURS-LEFT PIC 9(3).
         05 SPLIT-AMOUNT-LEFT PIC S9(6)V99.
         05 SPLIT-COURSE-SHARE PIC S9(6)V99.

       01 COUNTERS.
         05 HOW-MANY-CHARGES PIC 9(7) VALUE 0.
         05 HOW-MANY-SPLIT PIC 9(5) VALUE 0.
         05 HOW-MANY-NO-LOAD PIC 9(5) VALUE 0.
         05 HOW-MANY-NOT-ON-MASTER PIC 9(5) VALUE 0.
         05 TOTAL-ASSESSED PIC S9(9)V99 VALUE 0.
         05 TOTAL-ATTRIBUTED PIC S9(9)V99 VALUE 0.
         05 TOTAL-NO-LOAD PIC S9(9)V99 VALUE 0.
         05 TOTAL-NOT-ON-MASTER PIC S9(9)V99 VALUE 0.
         05 TOTAL-SEATS PIC 9(6) VALUE 0.
         05 TOTAL-CREDIT-HOURS PIC 9(7) VALUE 0.
         05 RECONCILE-DIFFERENCE PIC S9(9)V99 VALUE 0.
         05 NOTE-COUNT-OUT PIC ZZZZ9.

       01 REPORT-HEADING-LINE.
         05 FILLER PIC X(40)
             VALUE "TUITION REVENUE BY TEACHING DEPARTMENT -".
         05 FILLER PIC X(6) VALUE " TERM ".
         05 RPT-HEAD-TERM-START PIC 9(8).
         05 FILLER PIC X(4) VALUE " TO ".
         05 RPT-HEAD-TERM-END PIC X(8).
         05 FILLER PIC X(6) VALUE "  RUN ".
         05 RPT-HEAD-RUN-DATE PIC 9(8).
         05 FILLER PIC X(20) VALUE SPACE.

       01 REPORT-COLUMN-LINE.
         05 FILLER PIC X(12) VALUE "DEPARTMENT".
         05 FILLER PIC X(10) VALUE "     SEATS".
         05 FILLER PIC X(14) VALUE "  CREDIT HOURS".
         05 FILLER PIC X(18) VALUE "           TUITION".
         05 FILLER PIC X(46) VALUE SPACE.

       01 REPORT-DETAIL-LINE.
         05 RDL-DEPARTMENT-OUT PIC X(4).
         05 FILLER PIC X(8) VALUE SPACE.
         05 RDL-SEATS-OUT PIC ZZZZZZZZZ9.
         05 RDL-HOURS-OUT PIC ZZZZZZZZZZZZZ9.
         05 RDL-TUITION-OUT PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 RDL-NOTE-OUT PIC X(30).
         05 FILLER PIC X(13) VALUE SPACE.

       01 REPORT-AMOUNT-LINE.
         05 RAL-LABEL-OUT PIC X(36).
         05 RAL-AMOUNT-OUT PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 RAL-NOTE-OUT PIC X(30).
         05 FILLER PIC X(13) VALUE SPACE.

       PROCEDURE DIVISION.
      * main procedure - gather the term's assessments, split each
      * student's over the courses, and prove the departments back to
      * the assessed total
       100-ATTRIBUTE-TERM-TUITION.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.

           PERFORM 210-LOAD-TERM-CALENDAR.
           PERFORM 220-LOAD-COURSE-CATALOG.
           PERFORM 230-LOAD-TERM-CHARGES.
           PERFORM 240-SPLIT-STUDENT-TUITION.
           PERFORM 250-GATHER-NOT-ON-MASTER.

           PERFORM 400-WRITE-DEPARTMENT-REPORT.

           DISPLAY "TERM " TERM-START-DATE " ATTRIBUTED - "
             HOW-MANY-SPLIT " STUDENT(S) SPLIT, SEE "
             DEPARTMENT-REPORT-FILENAME.
           IF RECONCILE-DIFFERENCE IS NOT EQUAL TO ZERO
               DISPLAY "DEPARTMENTS DO NOT RECONCILE TO THE ASSESSED "
                 "TUITION - SEE THE REPORT"
           END-IF.
           STOP RUN.

      * the term runs from its start to the last exam day; a calendar
      * with no exam end yet takes every billing from the window on
           210-LOAD-TERM-CALENDAR.
               OPEN INPUT TERM-CALENDAR-FILE.
               IF TERM-CALENDAR-STATUS IS EQUAL TO "35"
                   DISPLAY "NO TERM-CALENDAR.txt - SET THE TERM UP "
                     "THROUGH PROJECT86 FIRST"
                   STOP RUN
               END-IF.
               IF TERM-CALENDAR-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TERM-CALENDAR.txt - STATUS "
                     TERM-CALENDAR-STATUS
                   STOP RUN
               END-IF.
               READ TERM-CALENDAR-FILE
                   AT END
                       DISPLAY "TERM-CALENDAR.txt IS EMPTY - SET THE "
                         "TERM UP THROUGH PROJECT86 FIRST"
                       CLOSE TERM-CALENDAR-FILE
                       STOP RUN
               END-READ.
               CLOSE TERM-CALENDAR-FILE.

               MOVE CAL-TERM-START-DATE TO TERM-START-DATE.
               IF CAL-EXAM-END-DATE IS NUMERIC
                   AND CAL-EXAM-END-NUMERIC IS GREATER THAN
                       CAL-TERM-START-DATE
                   MOVE CAL-EXAM-END-NUMERIC TO TERM-END-DATE
               ELSE
                   MOVE 99999999 TO TERM-END-DATE
               END-IF.
               COMPUTE TERM-START-INTEGER =
                   FUNCTION INTEGER-OF-DATE(TERM-START-DATE).
               COMPUTE WINDOW-START-INTEGER =
                   TERM-START-INTEGER - DEPT-BILLING-LEAD-DAYS.
               COMPUTE WINDOW-START-DATE =
                   FUNCTION DATE-OF-INTEGER(WINDOW-START-INTEGER).

               MOVE SPACES TO DEPARTMENT-REPORT-FILENAME.
               STRING "..\DEPT-REVENUE-" DELIMITED BY SIZE
                   TERM-START-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO DEPARTMENT-REPORT-FILENAME
               END-STRING.

      * without the catalog there is no owner for any course, so the
      * run stops rather than put the whole term under "????"
           220-LOAD-COURSE-CATALOG.
               OPEN INPUT COURSE-FILE.
               IF COURSE-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN COURSE.txt - STATUS "
                     COURSE-FILE-STATUS
                   STOP RUN
               END-IF.
               PERFORM 221-LOAD-ONE-CATALOG-ENTRY
                   UNTIL CATALOG-EOF-FLG IS EQUAL TO 'Y'
                   OR CATALOG-COUNT IS EQUAL TO 200.
               CLOSE COURSE-FILE.

               221-LOAD-ONE-CATALOG-ENTRY.
                   READ COURSE-FILE
                       AT END
                           MOVE 'Y' TO CATALOG-EOF-FLG
                       NOT AT END
                           ADD 1 TO CATALOG-COUNT
                           MOVE CRS-COURSE-CODE
                             TO CAT-COURSE-CODE(CATALOG-COUNT)
                           MOVE CRS-DEPARTMENT
                             TO CAT-DEPARTMENT(CATALOG-COUNT)
                   END-READ.

      * this term's TUITION billings and WDRAWADJ credits; an older
      * line belongs to an earlier term
           230-LOAD-TERM-CHARGES.
               OPEN INPUT CHARGE-LEDGER.
               IF CHARGE-LEDGER-STATUS IS EQUAL TO "35"
                   DISPLAY "NO CHARGE-DETAIL.txt - NOTHING BILLED"
               ELSE IF CHARGE-LEDGER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CHARGE-DETAIL.txt - "
                     "STATUS " CHARGE-LEDGER-STATUS
                   STOP RUN
               ELSE
                   PERFORM 231-TAKE-ONE-CHARGE
                       UNTIL CHARGE-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE CHARGE-LEDGER
               END-IF
               END-IF.

               IF DPS-FULL-FLAG IS EQUAL TO 'Y'
                   DISPLAY "OVER 3000 STUDENTS BILLED THIS TERM - "
                     "RUN STOPPED, NO REPORT WRITTEN"
                   STOP RUN
               END-IF.

               231-TAKE-ONE-CHARGE.
                   READ CHARGE-LEDGER
                       AT END
                           MOVE 'Y' TO CHARGE-EOF-FLG
                       NOT AT END
                           IF (CHG-CHARGE-TYPE IS EQUAL TO "TUITION"
                               OR CHG-CHARGE-TYPE IS EQUAL TO
                                   "WDRAWADJ")
                               AND CHG-DATE IS NOT LESS THAN
                                   WINDOW-START-DATE
                               AND CHG-DATE IS NOT GREATER THAN
                                   TERM-END-DATE
                               PERFORM 232-ADD-ONE-CHARGE
                           END-IF
                   END-READ.

               232-ADD-ONE-CHARGE.
                   ADD 1 TO HOW-MANY-CHARGES.
                   MOVE CHG-STUDENT-NUMBER TO DPS-FIND-NUMBER.
                   PERFORM 280-FIND-OR-ADD-STUDENT.
                   IF DPS-FOUND-SUB > ZERO
                       ADD CHG-AMOUNT TO DPS-ASSESSED(DPS-FOUND-SUB)
                       ADD CHG-AMOUNT TO TOTAL-ASSESSED
                   END-IF.

      * each billed student's course table off the master
           240-SPLIT-STUDENT-TUITION.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - STATUS "
                     STUDENT-FILE-STATUS
                   STOP RUN
               END-IF.
               PERFORM 241-TAKE-ONE-STUDENT
                   UNTIL MASTER-EOF-FLG IS EQUAL TO 'Y'.
               CLOSE STUDENT-FILE.

               241-TAKE-ONE-STUDENT.
                   READ STUDENT-FILE
                       AT END
                           MOVE 'Y' TO MASTER-EOF-FLG
                       NOT AT END
                           MOVE STUDENT-NUMBER TO DPS-FIND-NUMBER
                           PERFORM 282-FIND-STUDENT
                           IF DPS-FOUND-SUB > ZERO
                               MOVE 'Y'
                                 TO DPS-ON-MASTER-FLAG(DPS-FOUND-SUB)
                               PERFORM 300-SPLIT-ONE-STUDENT
                           END-IF
                   END-READ.

      * tuition billed to a student the master no longer carries has
      * no course table to follow
           250-GATHER-NOT-ON-MASTER.
               PERFORM 251-CHECK-ONE-BILLED-STUDENT
                   VARYING DPS-SUB FROM 1 BY 1
                   UNTIL DPS-SUB > DPS-COUNT.

               251-CHECK-ONE-BILLED-STUDENT.
                   IF DPS-ON-MASTER-FLAG(DPS-SUB) IS NOT EQUAL TO 'Y'
                       AND DPS-ASSESSED(DPS-SUB) IS NOT EQUAL TO ZERO
                       ADD 1 TO HOW-MANY-NOT-ON-MASTER
                       ADD DPS-ASSESSED(DPS-SUB)
                         TO TOTAL-NOT-ON-MASTER
                   END-IF.

      * linear scan by student number, adding the student when new
           280-FIND-OR-ADD-STUDENT.
               PERFORM 282-FIND-STUDENT.

               IF DPS-FOUND-SUB IS EQUAL TO ZERO
                   IF DPS-COUNT IS EQUAL TO 3000
                       MOVE 'Y' TO DPS-FULL-FLAG
                   ELSE
                       ADD 1 TO DPS-COUNT
                       MOVE DPS-COUNT TO DPS-FOUND-SUB
                       MOVE DPS-FIND-NUMBER
                         TO DPS-STUDENT-NUMBER(DPS-COUNT)
                       MOVE ZERO TO DPS-ASSESSED(DPS-COUNT)
                       MOVE 'N' TO DPS-ON-MASTER-FLAG(DPS-COUNT)
                   END-IF
               END-IF.

           282-FIND-STUDENT.
               MOVE ZERO TO DPS-FOUND-SUB.
               PERFORM 283-CHECK-ONE-STUDENT
                   VARYING DPS-SUB FROM 1 BY 1
                   UNTIL DPS-SUB > DPS-COUNT
                   OR DPS-FOUND-SUB > ZERO.

               283-CHECK-ONE-STUDENT.
                   IF DPS-STUDENT-NUMBER(DPS-SUB) IS EQUAL TO
                       DPS-FIND-NUMBER
                       MOVE DPS-SUB TO DPS-FOUND-SUB
                   END-IF.

      * the student's tuition over their course hours - a student
      * with no hours on the course table is a reconciling line
           300-SPLIT-ONE-STUDENT.
               IF DPS-ASSESSED(DPS-FOUND-SUB) IS EQUAL TO ZERO
                   CONTINUE
               ELSE
                   MOVE ZERO TO SPLIT-TOTAL-HOURS
                   PERFORM 301-ADD-ONE-COURSE-HOURS
                       VARYING COURSE-SUB FROM 1 BY 1
                       UNTIL COURSE-SUB > COURSE-COUNT
                   IF SPLIT-TOTAL-HOURS IS EQUAL TO ZERO
                       ADD 1 TO HOW-MANY-NO-LOAD
                       ADD DPS-ASSESSED(DPS-FOUND-SUB) TO TOTAL-NO-LOAD
                   ELSE
                       ADD 1 TO HOW-MANY-SPLIT
                       MOVE SPLIT-TOTAL-HOURS TO SPLIT-HOURS-LEFT
                       MOVE DPS-ASSESSED(DPS-FOUND-SUB)
                         TO SPLIT-AMOUNT-LEFT
                       PERFORM 302-SPLIT-ONE-COURSE
                           VARYING COURSE-SUB FROM 1 BY 1
                           UNTIL COURSE-SUB > COURSE-COUNT
                   END-IF
               END-IF.

               301-ADD-ONE-COURSE-HOURS.
                   IF COURSE-CREDIT-HOURS(COURSE-SUB) IS NUMERIC
                       ADD COURSE-CREDIT-HOURS(COURSE-SUB)
                         TO SPLIT-TOTAL-HOURS
                   END-IF.

               302-SPLIT-ONE-COURSE.
                   IF COURSE-CREDIT-HOURS(COURSE-SUB) IS NUMERIC
                       AND COURSE-CREDIT-HOURS(COURSE-SUB) > ZERO
                       IF COURSE-CREDIT-HOURS(COURSE-SUB)
                           IS EQUAL TO SPLIT-HOURS-LEFT
                           MOVE SPLIT-AMOUNT-LEFT TO SPLIT-COURSE-SHARE
                       ELSE
                           COMPUTE SPLIT-COURSE-SHARE ROUNDED =
                               SPLIT-AMOUNT-LEFT
                               * COURSE-CREDIT-HOURS(COURSE-SUB)
                               / SPLIT-HOURS-LEFT
                       END-IF
                       SUBTRACT SPLIT-COURSE-SHARE
                         FROM SPLIT-AMOUNT-LEFT
                       SUBTRACT COURSE-CREDIT-HOURS(COURSE-SUB)
                         FROM SPLIT-HOURS-LEFT
                       PERFORM 310-FIND-COURSE-DEPARTMENT
                       PERFORM 320-ADD-TO-DEPARTMENT
                   END-IF.

      * a course off the catalog, or one with no owner on it, goes to
      * "????" so the term still reconciles
           310-FIND-COURSE-DEPARTMENT.
               MOVE COURSE-CODE(COURSE-SUB) TO CATALOG-LOOKUP-CODE.
               MOVE 'N' TO CATALOG-FOUND-FLAG.
               MOVE "????" TO DPT-FIND-DEPARTMENT.
               PERFORM 311-CHECK-ONE-CATALOG-ENTRY
                   VARYING CATALOG-FIND-SUB FROM 1 BY 1
                   UNTIL CATALOG-FIND-SUB > CATALOG-COUNT
                   OR CATALOG-CODE-FOUND.

               311-CHECK-ONE-CATALOG-ENTRY.
                   IF CAT-COURSE-CODE(CATALOG-FIND-SUB) IS EQUAL TO
                       CATALOG-LOOKUP-CODE
                       MOVE 'Y' TO CATALOG-FOUND-FLAG
                       IF CAT-DEPARTMENT(CATALOG-FIND-SUB)
                           IS NOT EQUAL TO SPACES
                           MOVE CAT-DEPARTMENT(CATALOG-FIND-SUB)
                             TO DPT-FIND-DEPARTMENT
                       END-IF
                   END-IF.

      * the department's report line, insertion-placed in code order
      * the first time the department turns up
           320-ADD-TO-DEPARTMENT.
               MOVE 'N' TO DPT-MATCH-FLAG.
               MOVE 1 TO DPT-SLOT-SUB.
               PERFORM 321-FIND-DEPARTMENT-SLOT
                   UNTIL DPT-SLOT-SUB > DPT-COUNT
                   OR DPT-DEPARTMENT-MATCHED
                   OR DPT-DEPARTMENT(DPT-SLOT-SUB) IS GREATER
                       THAN DPT-FIND-DEPARTMENT.

               IF NOT DPT-DEPARTMENT-MATCHED
                   IF DPT-COUNT IS EQUAL TO 100
                       MOVE 100 TO DPT-SLOT-SUB
                       MOVE "????" TO DPT-DEPARTMENT(100)
                   ELSE
                       ADD 1 TO DPT-COUNT
                       MOVE DPT-COUNT TO DPT-SHIFT-SUB
                       PERFORM 322-SHIFT-ONE-DEPARTMENT
                           UNTIL DPT-SHIFT-SUB IS NOT GREATER
                             THAN DPT-SLOT-SUB
                       MOVE DPT-FIND-DEPARTMENT
                         TO DPT-DEPARTMENT(DPT-SLOT-SUB)
                       MOVE ZERO TO DPT-SEATS(DPT-SLOT-SUB)
                       MOVE ZERO TO DPT-CREDIT-HOURS(DPT-SLOT-SUB)
                       MOVE ZERO TO DPT-TUITION(DPT-SLOT-SUB)
                   END-IF
               END-IF.

               ADD 1 TO DPT-SEATS(DPT-SLOT-SUB).
               ADD COURSE-CREDIT-HOURS(COURSE-SUB)
                 TO DPT-CREDIT-HOURS(DPT-SLOT-SUB).
               ADD SPLIT-COURSE-SHARE TO DPT-TUITION(DPT-SLOT-SUB).

               321-FIND-DEPARTMENT-SLOT.
                   IF DPT-DEPARTMENT(DPT-SLOT-SUB) IS EQUAL TO
                       DPT-FIND-DEPARTMENT
                       MOVE 'Y' TO DPT-MATCH-FLAG
                   ELSE
                       ADD 1 TO DPT-SLOT-SUB
                   END-IF.

               322-SHIFT-ONE-DEPARTMENT.
                   MOVE DPT-ENTRY(DPT-SHIFT-SUB - 1)
                     TO DPT-ENTRY(DPT-SHIFT-SUB)
                   SUBTRACT 1 FROM DPT-SHIFT-SUB.

      * department lines, then the reconciling lines, then the proof
      * against the term's assessed tuition
           400-WRITE-DEPARTMENT-REPORT.
               OPEN OUTPUT DEPARTMENT-REPORT.
               IF DEPARTMENT-REPORT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN " DEPARTMENT-REPORT-FILENAME
                     " - STATUS " DEPARTMENT-REPORT-STATUS
                   STOP RUN
               END-IF.
               MOVE TERM-START-DATE TO RPT-HEAD-TERM-START.
               IF TERM-END-DATE IS EQUAL TO 99999999
                   MOVE "OPEN" TO RPT-HEAD-TERM-END
               ELSE
                   MOVE TERM-END-DATE TO RPT-HEAD-TERM-END
               END-IF.
               MOVE RUN-DATE-RAW TO RPT-HEAD-RUN-DATE.
               WRITE DEPARTMENT-REPORT-LINE FROM REPORT-HEADING-LINE.
               MOVE SPACES TO DEPARTMENT-REPORT-LINE.
               WRITE DEPARTMENT-REPORT-LINE.
               WRITE DEPARTMENT-REPORT-LINE FROM REPORT-COLUMN-LINE.

               PERFORM 401-WRITE-ONE-DEPARTMENT
                   VARYING DPT-SUB FROM 1 BY 1
                   UNTIL DPT-SUB > DPT-COUNT.

               MOVE SPACES TO REPORT-DETAIL-LINE.
               MOVE "ALL" TO RDL-DEPARTMENT-OUT.
               MOVE TOTAL-SEATS TO RDL-SEATS-OUT.
               MOVE TOTAL-CREDIT-HOURS TO RDL-HOURS-OUT.
               MOVE TOTAL-ATTRIBUTED TO RDL-TUITION-OUT.
               MOVE SPACES TO DEPARTMENT-REPORT-LINE.
               WRITE DEPARTMENT-REPORT-LINE.
               WRITE DEPARTMENT-REPORT-LINE FROM REPORT-DETAIL-LINE.
               MOVE SPACES TO DEPARTMENT-REPORT-LINE.
               WRITE DEPARTMENT-REPORT-LINE.

               COMPUTE RECONCILE-DIFFERENCE = TOTAL-ASSESSED
                   - TOTAL-ATTRIBUTED - TOTAL-NO-LOAD
                   - TOTAL-NOT-ON-MASTER.

               MOVE SPACES TO REPORT-AMOUNT-LINE.
               MOVE "ATTRIBUTED TO DEPARTMENTS" TO RAL-LABEL-OUT.
               MOVE TOTAL-ATTRIBUTED TO RAL-AMOUNT-OUT.
               WRITE DEPARTMENT-REPORT-LINE FROM REPORT-AMOUNT-LINE.

               MOVE SPACES TO REPORT-AMOUNT-LINE.
               MOVE "NOT SPLIT - NO COURSE HOURS" TO RAL-LABEL-OUT.
               MOVE TOTAL-NO-LOAD TO RAL-AMOUNT-OUT.
               MOVE HOW-MANY-NO-LOAD TO NOTE-COUNT-OUT.
               STRING NOTE-COUNT-OUT DELIMITED BY SIZE
                   " STUDENT(S)" DELIMITED BY SIZE
                   INTO RAL-NOTE-OUT
               END-STRING.
               WRITE DEPARTMENT-REPORT-LINE FROM REPORT-AMOUNT-LINE.

               MOVE SPACES TO REPORT-AMOUNT-LINE.
               MOVE "NOT SPLIT - NOT ON STUDENT MASTER"
                 TO RAL-LABEL-OUT.
               MOVE TOTAL-NOT-ON-MASTER TO RAL-AMOUNT-OUT.
               MOVE HOW-MANY-NOT-ON-MASTER TO NOTE-COUNT-OUT.
               STRING NOTE-COUNT-OUT DELIMITED BY SIZE
                   " STUDENT(S)" DELIMITED BY SIZE
                   INTO RAL-NOTE-OUT
               END-STRING.
               WRITE DEPARTMENT-REPORT-LINE FROM REPORT-AMOUNT-LINE.

               MOVE SPACES TO REPORT-AMOUNT-LINE.
               MOVE "TERM ASSESSED TUITION" TO RAL-LABEL-OUT.
               MOVE TOTAL-ASSESSED TO RAL-AMOUNT-OUT.
               WRITE DEPARTMENT-REPORT-LINE FROM REPORT-AMOUNT-LINE.

               MOVE SPACES TO REPORT-AMOUNT-LINE.
               MOVE "DIFFERENCE" TO RAL-LABEL-OUT.
               MOVE RECONCILE-DIFFERENCE TO RAL-AMOUNT-OUT.
               IF RECONCILE-DIFFERENCE IS EQUAL TO ZERO
                   MOVE "RECONCILED" TO RAL-NOTE-OUT
               ELSE
                   MOVE "** OUT OF BALANCE **" TO RAL-NOTE-OUT
               END-IF.
               WRITE DEPARTMENT-REPORT-LINE FROM REPORT-AMOUNT-LINE.

               CLOSE DEPARTMENT-REPORT.

               401-WRITE-ONE-DEPARTMENT.
                   MOVE SPACES TO REPORT-DETAIL-LINE.
                   MOVE DPT-DEPARTMENT(DPT-SUB) TO RDL-DEPARTMENT-OUT.
                   MOVE DPT-SEATS(DPT-SUB) TO RDL-SEATS-OUT.
                   MOVE DPT-CREDIT-HOURS(DPT-SUB) TO RDL-HOURS-OUT.
                   MOVE DPT-TUITION(DPT-SUB) TO RDL-TUITION-OUT.
                   IF DPT-DEPARTMENT(DPT-SUB) IS EQUAL TO "????"
                       MOVE "NOT IN CATALOG OR NO OWNER"
                         TO RDL-NOTE-OUT
                   END-IF.
                   WRITE DEPARTMENT-REPORT-LINE FROM REPORT-DETAIL-LINE.

                   ADD DPT-SEATS(DPT-SUB) TO TOTAL-SEATS.
                   ADD DPT-CREDIT-HOURS(DPT-SUB) TO TOTAL-CREDIT-HOURS.
                   ADD DPT-TUITION(DPT-SUB) TO TOTAL-ATTRIBUTED.

       END PROGRAM PROJECT126.
