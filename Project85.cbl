      *          the warning list instead, so students get one last
      *          notice before the axe
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - co-op: a student out on a confirmed work term
      *                   that overlaps the term (COOP-WORKTERM.txt)
      *                   carries no courses on STUFILE3.txt but is
      *                   enrolled - the sweep judges them like any
      *                   other student, marks their register line
      *                   as a co-op work term so PROJECT21's
      *                   cancellation of the placement is expected,
      *                   and counts them in the run totals
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT85.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WITHDRAWAL-FILE-STATUS.

      * PROJECT103's work-term registrations - kept in step with
      * Project103.cbl's FD WORKTERM-FILE
           SELECT WORKTERM-FILE
           ASSIGN TO "..\COOP-WORKTERM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORKTERM-FILE-STATUS.

      * one line per student swept or warned
           SELECT DEREG-REGISTER
           ASSIGN TO "..\DEREG-REGISTER.txt"
         05 WD-TYPE PIC X(1).
         05 WD-COURSE-CODE PIC X(7).

       FD WORKTERM-FILE.
       01 WORKTERM-RECORD.
         05 WKT-STUDENT-NUMBER PIC 9(6).
         05 WKT-TERM-CODE PIC 9(6).
         05 WKT-EMPLOYER-CODE PIC X(6).
         05 WKT-START-DATE PIC 9(8).
         05 WKT-END-DATE PIC 9(8).
         05 WKT-SUPERVISOR PIC X(20).
         05 WKT-STATUS PIC X(1).
           88 WKT-PLACED VALUE 'C' 'D'.
         05 WKT-FEE-BILLED PIC 9999V99.
         05 WKT-CONFIRMED-DATE PIC 9(8).
         05 WKT-OPERATOR PIC X(8).

       FD DEREG-REGISTER.
       01 DEREG-REGISTER-LINE.
         05 DRR-STUDENT-OUT PIC 9(6).
         05 DEREG-CONTROL-STATUS PIC X(2).
         05 WITHDRAWAL-FILE-STATUS PIC X(2).
         05 DEREG-REGISTER-STATUS PIC X(2).
         05 WORKTERM-FILE-STATUS PIC X(2).

       01 RUN-DATE-RAW PIC 9(8).
       01 STUDENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 AID-COVER-FLAG PIC X(1).
           88 AID-COVERS-BALANCE VALUE 'Y'.

      * students placed on a work term that overlaps this term
       01 COOP-STUDENT-TABLE.
         05 CPS-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON CPS-COUNT.
           10 CPS-STUDENT-NUMBER PIC 9(6).

       01 COOP-VARIABLES.
         05 CPS-COUNT PIC 9(4) VALUE 0.
         05 CPS-EOF-FLG PIC X(1) VALUE 'N'.
         05 CPS-FIND-SUB PIC 9(4).
         05 COOP-FOUND-FLAG PIC X(1).
           88 COOP-FOUND VALUE 'Y'.

       01 COUNTERS.
         05 HOW-MANY-READ PIC 9(5) VALUE 0.
         05 HOW-MANY-SWEPT PIC 9(5) VALUE 0.
         05 HOW-MANY-WARNED PIC 9(5) VALUE 0.
         05 HOW-MANY-SPARED PIC 9(5) VALUE 0.
         05 HOW-MANY-COOP PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
      * main procedure - work out which side of the deadline tonight

           PERFORM 203-LOAD-PLAN-STUDENTS.
           PERFORM 204-LOAD-PENDING-AID.
           PERFORM 207-LOAD-COOP-STUDENTS.
           PERFORM 205-OPEN-SWEEP-FILES.

           PERFORM 300-CHECK-ONE-STUDENT
               DISPLAY "WARNED:          " HOW-MANY-WARNED
           END-IF.
           DISPLAY "SPARED BY PLAN OR AID: " HOW-MANY-SPARED.
           DISPLAY "OF THEM ON A CO-OP WORK TERM: " HOW-MANY-COOP.
           STOP RUN.

      * the deadline - the trailing column when present, the
                   CLOSE WITHDRAWAL-FILE
               END-IF.

      * confirmed or completed placements whose dates overlap the
      * term up to its deadline - a missing file means nobody is out
           207-LOAD-COOP-STUDENTS.
               OPEN INPUT WORKTERM-FILE.
               IF WORKTERM-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO CPS-EOF-FLG
               ELSE IF WORKTERM-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN COOP-WORKTERM.txt - "
                     "STATUS " WORKTERM-FILE-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 2071-LOAD-ONE-WORKTERM
                   UNTIL CPS-EOF-FLG IS EQUAL TO 'Y'
                   OR CPS-COUNT IS EQUAL TO 3000.

               IF WORKTERM-FILE-STATUS IS NOT EQUAL TO "35"
                   CLOSE WORKTERM-FILE
               END-IF.

               2071-LOAD-ONE-WORKTERM.
                   READ WORKTERM-FILE
                       AT END
                           MOVE 'Y' TO CPS-EOF-FLG
                       NOT AT END
                           IF WKT-PLACED
                               AND WKT-START-DATE IS NOT GREATER THAN
                                   PAYMENT-DEADLINE
                               AND WKT-END-DATE IS NOT LESS THAN
                                   CAL-TERM-START-DATE
                               ADD 1 TO CPS-COUNT
                               MOVE WKT-STUDENT-NUMBER
                                 TO CPS-STUDENT-NUMBER(CPS-COUNT)
                           END-IF
                   END-READ.

      * one student - positive balance past its due date, no plan,
      * no covering aid: swept after the deadline, warned inside
      * the window
               END-READ.

               301-JUDGE-ONE-STUDENT.
                   PERFORM 312-CHECK-FOR-COOP.
                   PERFORM 310-CHECK-FOR-PLAN.
                   IF PLAN-FOUND
                       ADD 1 TO HOW-MANY-SPARED
                           MOVE 'Y' TO PLAN-FOUND-FLAG
                       END-IF.

      * no courses on the master is not a zero load when the student
      * is out on a work term - they are enrolled as co-op
               312-CHECK-FOR-COOP.
                   MOVE 'N' TO COOP-FOUND-FLAG.
                   PERFORM 3121-CHECK-ONE-COOP
                       VARYING CPS-FIND-SUB FROM 1 BY 1
                       UNTIL CPS-FIND-SUB > CPS-COUNT
                       OR COOP-FOUND.

                   3121-CHECK-ONE-COOP.
                       IF CPS-STUDENT-NUMBER(CPS-FIND-SUB) IS EQUAL
                           TO STUDENT-NUMBER
                           MOVE 'Y' TO COOP-FOUND-FLAG
                       END-IF.

      * every pending award whose release date has not passed counts
      * toward the cover - same arithmetic as PROJECT03's 355
               311-CHECK-PENDING-AID-COVER.
                   MOVE SPACES TO WD-COURSE-CODE.
                   WRITE WITHDRAWAL-RECORD.

                   IF COOP-FOUND
                       MOVE "DEREGISTERED - CO-OP WORK TERM"
                         TO DRR-STATUS-OUT
                       ADD 1 TO HOW-MANY-COOP
                   ELSE
                       MOVE "DEREGISTERED - NON-PAYMENT"
                         TO DRR-STATUS-OUT
                   END-IF.
                   PERFORM 330-WRITE-REGISTER-LINE.
                   ADD 1 TO HOW-MANY-SWEPT.

               321-WARN-ONE-STUDENT.
                   MOVE SPACES TO DRR-STATUS-OUT.
                   IF COOP-FOUND
                       STRING "WARNING - CO-OP - " DELIMITED BY SIZE
                           PAYMENT-DEADLINE DELIMITED BY SIZE
                           INTO DRR-STATUS-OUT
                       END-STRING
                       ADD 1 TO HOW-MANY-COOP
                   ELSE
                       STRING "WARNING - DEADLINE " DELIMITED BY SIZE
                           PAYMENT-DEADLINE DELIMITED BY SIZE
                           INTO DRR-STATUS-OUT
                       END-STRING
                   END-IF.
                   PERFORM 330-WRITE-REGISTER-LINE.
                   ADD 1 TO HOW-MANY-WARNED.

