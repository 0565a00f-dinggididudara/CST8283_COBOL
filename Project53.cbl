      *          master and reported - the capture lines are the
      *          record, the count is just the cache
      * Tectonics: cobc
      *
      * Modification History:
      *  14-OCT-2026 SL - each class list now opens with the assigned
      *                   instructor off SECTION-INSTRUCTOR.txt and
      *                   INSTRUCTOR.txt (kept by PROJECT92); an
      *                   unassigned section is addressed to the
      *                   department chair
      *  15-OCT-2026 SL - a student with a row for the section's term
      *                   on ACCOMMODATIONS.txt (kept by PROJECT102)
      *                   is marked "accommodation on file" on the
      *                   class list - what it is stays with
      *                   accessibility services
      *  15-OCT-2026 SL - class lists are broken out by campus off
      *                   SECTION-CAMPUS.txt (kept by PROJECT52; no
      *                   row means MAIN), a campus heading ahead of
      *                   its sections and the campus on each header
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT53.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

      * who teaches each section, and who they are - both kept by
      * PROJECT92
           SELECT ASSIGNMENT-FILE
           ASSIGN TO "..\SECTION-INSTRUCTOR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASSIGNMENT-FILE-STATUS.

           SELECT INSTRUCTOR-FILE
           ASSIGN TO "..\INSTRUCTOR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INSTRUCTOR-FILE-STATUS.

      * accessibility services' confidential register - only
      * whether a student has a row for the term is used here
           SELECT ACCOMMODATION-FILE
           ASSIGN TO "..\ACCOMMODATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACCOMMODATION-FILE-STATUS.

      * where each section is taught, when it is not MAIN - kept by
      * PROJECT52
           SELECT SECTION-CAMPUS-FILE
           ASSIGN TO "..\SECTION-CAMPUS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SECTION-CAMPUS-FILE-STATUS.

           SELECT CLASS-LISTS
           ASSIGN TO "..\CLASS-LISTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
         05 INTERNATIONAL-STUDENT-FLAG PIC X(1).
         05 PAYMENT-HOLD-FLAG PIC X(1).

      * kept in step with Project92.cbl's FD ASSIGNMENT-FILE
       FD ASSIGNMENT-FILE.
       01 ASSIGNMENT-RECORD.
         05 SIN-COURSE-CODE PIC X(7).
         05 SIN-SECTION-CODE PIC X(3).
         05 SIN-TERM-CODE PIC 9(6).
         05 SIN-INSTRUCTOR-ID PIC X(6).

      * kept in step with Project92.cbl's FD INSTRUCTOR-FILE
       FD INSTRUCTOR-FILE.
       01 INSTRUCTOR-RECORD.
         05 INS-INSTRUCTOR-ID PIC X(6).
         05 INS-NAME PIC X(30).
         05 INS-DEPARTMENT PIC X(4).
         05 INS-MAX-CREDIT-HOURS PIC 9(2).
         05 INS-ACTIVE-FLAG PIC X(1).

      * kept in step with Project102.cbl's FD ACCOMMODATION-FILE
       FD ACCOMMODATION-FILE.
       01 ACCOMMODATION-RECORD.
         05 ACM-STUDENT-NUMBER PIC 9(6).
         05 ACM-TERM-CODE PIC 9(6).
         05 ACM-EXTRA-TIME-PCT PIC 9(3).
         05 ACM-SEPARATE-ROOM PIC X(1).
         05 ACM-OTHER-NOTE PIC X(30).
         05 ACM-ENTERED-BY PIC X(8).
         05 ACM-ENTERED-DATE PIC 9(8).

      * kept in step with Project52.cbl's FD SECTION-CAMPUS-FILE
       FD SECTION-CAMPUS-FILE.
       01 SECTION-CAMPUS-RECORD.
         05 SCP-COURSE-CODE PIC X(7).
         05 SCP-SECTION-CODE PIC X(3).
         05 SCP-TERM-CODE PIC 9(6).
         05 SCP-CAMPUS-CODE PIC X(4).

       FD CLASS-LISTS.
       01 CLASS-LIST-LINE PIC X(80).

         05 STUDENT-FILE-STATUS PIC X(2).
         05 CLASS-LISTS-STATUS PIC X(2).
         05 SECTION-RECON-STATUS PIC X(2).
         05 ASSIGNMENT-FILE-STATUS PIC X(2).
         05 INSTRUCTOR-FILE-STATUS PIC X(2).
         05 ACCOMMODATION-FILE-STATUS PIC X(2).
         05 SECTION-CAMPUS-FILE-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 SECTION-EOF-FLG PIC X(1) VALUE 'N'.
         05 ENROLLMENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 STUDENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 ASSIGNMENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 INSTRUCTOR-EOF-FLG PIC X(1) VALUE 'N'.
         05 ACCOMMODATION-EOF-FLG PIC X(1) VALUE 'N'.
         05 SECTION-CAMPUS-EOF-FLG PIC X(1) VALUE 'N'.

      * the section master in memory, with the actual count tallied
      * beside the cached one
           10 TBL-SEC-CAPACITY PIC 9(3).
           10 TBL-SEC-ENROLLED PIC 9(3).
           10 TBL-SEC-ACTUAL PIC 9(3).
           10 TBL-SEC-INSTRUCTOR-ID PIC X(6).
           10 TBL-SEC-CAMPUS-CODE PIC X(4).

       01 SECTION-VARIABLES.
         05 SECTION-COUNT PIC 9(3) VALUE 0.
         05 SECTION-FOUND-FLAG PIC X(1).
           88 SECTION-ROW-FOUND VALUE 'Y'.

      * the campuses the sections are taught at, in the order first
      * met, for the broken-out lists
       01 LIST-CAMPUS-TABLE.
         05 LIST-CAMPUS-ENTRY OCCURS 50 TIMES.
           10 TBL-LST-CAMPUS-CODE PIC X(4).

       01 LIST-CAMPUS-VARIABLES.
         05 LIST-CAMPUS-COUNT PIC 9(2) VALUE 0.
         05 LIST-CAMPUS-SUB PIC 9(2).
         05 LIST-CAMPUS-FIND-SUB PIC 9(2).
         05 LIST-CAMPUS-FOUND-FLAG PIC X(1).
           88 LIST-CAMPUS-ON-TABLE VALUE 'Y'.
         05 DEFAULT-CAMPUS-CODE PIC X(4) VALUE "MAIN".

      * the capture lines in memory for the per-section list pass
       01 ENROLLMENT-TABLE.
         05 ENROLLMENT-ENTRY OCCURS 1 TO 5000 TIMES
         05 CARRIES-COURSE-FLAG PIC X(1).
           88 CARRIES-THE-COURSE VALUE 'Y'.

      * instructor names for the list headers
       01 INSTRUCTOR-TABLE.
         05 INSTRUCTOR-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON INSTRUCTOR-COUNT.
           10 TBL-INS-INSTRUCTOR-ID PIC X(6).
           10 TBL-INS-NAME PIC X(30).
           10 TBL-INS-DEPARTMENT PIC X(4).

       01 INSTRUCTOR-VARIABLES.
         05 INSTRUCTOR-COUNT PIC 9(3) VALUE 0.
         05 INSTRUCTOR-FIND-SUB PIC 9(3).
         05 INSTRUCTOR-FOUND-SUB PIC 9(3) VALUE 0.
         05 INSTRUCTOR-FOUND-FLAG PIC X(1).
           88 INSTRUCTOR-ROW-FOUND VALUE 'Y'.

      * student and term of every accommodation on file - nothing
      * more is carried
       01 ACCOMMODATION-TABLE.
         05 ACCOMMODATION-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON ACCOMMODATION-COUNT.
           10 TBL-ACM-STUDENT-NUMBER PIC 9(6).
           10 TBL-ACM-TERM-CODE PIC 9(6).

       01 ACCOMMODATION-VARIABLES.
         05 ACCOMMODATION-COUNT PIC 9(4) VALUE 0.
         05 ACCOMMODATION-FIND-SUB PIC 9(4).
         05 ACCOMMODATION-FOUND-FLAG PIC X(1).
           88 ACCOMMODATION-ON-FILE VALUE 'Y'.

       01 COUNTERS.
         05 HOW-MANY-MISMATCHES PIC 9(4) VALUE 0.
         05 HOW-MANY-ORPHANS PIC 9(4) VALUE 0.
         05 HOW-MANY-OVER-CAP PIC 9(4) VALUE 0.
         05 LIST-LINE-COUNT PIC 9(3).
         05 HOW-MANY-UNASSIGNED PIC 9(4) VALUE 0.

       01 LIST-HEADER-LINE.
         05 FILLER PIC X(7) VALUE "COURSE ".
         05 FILLER PIC X(6) VALUE "  TERM".
         05 FILLER PIC X(1) VALUE SPACE.
         05 LHD-TERM-OUT PIC 9(6).
         05 FILLER PIC X(9) VALUE "  CAMPUS ".
         05 LHD-CAMPUS-OUT PIC X(4).
         05 FILLER PIC X(37) VALUE SPACE.

       01 LIST-CAMPUS-HEADING-LINE.
         05 FILLER PIC X(11) VALUE "*** CAMPUS ".
         05 LCH-CAMPUS-OUT PIC X(4).
         05 FILLER PIC X(4) VALUE " ***".
         05 FILLER PIC X(61) VALUE SPACE.

       01 LIST-INSTRUCTOR-LINE.
         05 FILLER PIC X(12) VALUE "INSTRUCTOR: ".
         05 LIN-ID-OUT PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 LIN-NAME-OUT PIC X(30).
         05 FILLER PIC X(7) VALUE "  DEPT ".
         05 LIN-DEPT-OUT PIC X(4).
         05 FILLER PIC X(19) VALUE SPACE.

       01 LIST-DETAIL-LINE.
         05 FILLER PIC X(2) VALUE SPACE.
         05 LDT-STUDENT-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 LDT-NAME-OUT PIC X(40).
         05 FILLER PIC X(2) VALUE SPACE.
         05 LDT-ACCOMMODATION-OUT PIC X(21).
         05 FILLER PIC X(7) VALUE SPACE.

       01 LIST-TOTAL-LINE.
         05 FILLER PIC X(12) VALUE "  ENROLLED: ".
           PERFORM 200-LOAD-SECTION-MASTER.
           PERFORM 210-LOAD-ENROLLMENT.
           PERFORM 220-LOAD-STUDENT-TABLE.
           PERFORM 250-LOAD-INSTRUCTOR-TABLE.
           PERFORM 260-LOAD-ASSIGNMENTS.
           PERFORM 270-LOAD-ACCOMMODATIONS.
           PERFORM 280-LOAD-SECTION-CAMPUSES.
           PERFORM 230-TALLY-ACTUAL-COUNTS.
           PERFORM 300-WRITE-CLASS-LISTS.
           PERFORM 400-WRITE-RECONCILIATION.
                             TO TBL-SEC-ENROLLED(SECTION-CTR)
                           MOVE ZERO
                             TO TBL-SEC-ACTUAL(SECTION-CTR)
                           MOVE SPACES
                             TO TBL-SEC-INSTRUCTOR-ID(SECTION-CTR)
                           MOVE DEFAULT-CAMPUS-CODE
                             TO TBL-SEC-CAMPUS-CODE(SECTION-CTR)
                   END-READ.

      * a missing capture file just means nobody has been sectioned
                       MOVE SECTION-FIND-SUB TO SECTION-FOUND-SUB
                   END-IF.

      * no instructor master or assignment file yet just leaves every
      * list addressed to the department chair
           250-LOAD-INSTRUCTOR-TABLE.
               OPEN INPUT INSTRUCTOR-FILE.
               IF INSTRUCTOR-FILE-STATUS IS EQUAL TO "00"
                   PERFORM 2501-LOAD-ONE-INSTRUCTOR
                       UNTIL INSTRUCTOR-EOF-FLG IS EQUAL TO 'Y'
                       OR INSTRUCTOR-COUNT IS EQUAL TO 500
                   CLOSE INSTRUCTOR-FILE
               END-IF.

               2501-LOAD-ONE-INSTRUCTOR.
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
                   END-READ.

      * each assignment lands on its section's row
           260-LOAD-ASSIGNMENTS.
               OPEN INPUT ASSIGNMENT-FILE.
               IF ASSIGNMENT-FILE-STATUS IS EQUAL TO "00"
                   PERFORM 2601-LOAD-ONE-ASSIGNMENT
                       UNTIL ASSIGNMENT-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE ASSIGNMENT-FILE
               END-IF.

               2601-LOAD-ONE-ASSIGNMENT.
                   READ ASSIGNMENT-FILE
                       AT END
                           MOVE 'Y' TO ASSIGNMENT-EOF-FLG
                       NOT AT END
                           PERFORM 2602-PLACE-ONE-ASSIGNMENT
                               VARYING SECTION-FIND-SUB FROM 1 BY 1
                               UNTIL SECTION-FIND-SUB > SECTION-COUNT
                   END-READ.

                   2602-PLACE-ONE-ASSIGNMENT.
                       IF TBL-SEC-COURSE-CODE(SECTION-FIND-SUB)
                           IS EQUAL TO SIN-COURSE-CODE
                           AND TBL-SEC-SECTION-CODE(SECTION-FIND-SUB)
                               IS EQUAL TO SIN-SECTION-CODE
                           AND TBL-SEC-TERM-CODE(SECTION-FIND-SUB)
                               IS EQUAL TO SIN-TERM-CODE
                           MOVE SIN-INSTRUCTOR-ID
                             TO TBL-SEC-INSTRUCTOR-ID
                               (SECTION-FIND-SUB)
                       END-IF.

      * no register yet just means no marks on the lists
           270-LOAD-ACCOMMODATIONS.
               OPEN INPUT ACCOMMODATION-FILE.
               IF ACCOMMODATION-FILE-STATUS IS EQUAL TO "00"
                   PERFORM 2701-LOAD-ONE-ACCOMMODATION
                       UNTIL ACCOMMODATION-EOF-FLG IS EQUAL TO 'Y'
                       OR ACCOMMODATION-COUNT IS EQUAL TO 2000
                   CLOSE ACCOMMODATION-FILE
               END-IF.

               2701-LOAD-ONE-ACCOMMODATION.
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
                   END-READ.

      * no campus file yet just means every section is at MAIN
           280-LOAD-SECTION-CAMPUSES.
               OPEN INPUT SECTION-CAMPUS-FILE.
               IF SECTION-CAMPUS-FILE-STATUS IS EQUAL TO "00"
                   PERFORM 2801-LOAD-ONE-SECTION-CAMPUS
                       UNTIL SECTION-CAMPUS-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE SECTION-CAMPUS-FILE
               END-IF.

               2801-LOAD-ONE-SECTION-CAMPUS.
                   READ SECTION-CAMPUS-FILE
                       AT END
                           MOVE 'Y' TO SECTION-CAMPUS-EOF-FLG
                       NOT AT END
                           PERFORM 2802-PLACE-ONE-SECTION-CAMPUS
                               VARYING SECTION-FIND-SUB FROM 1 BY 1
                               UNTIL SECTION-FIND-SUB > SECTION-COUNT
                   END-READ.

                   2802-PLACE-ONE-SECTION-CAMPUS.
                       IF TBL-SEC-COURSE-CODE(SECTION-FIND-SUB)
                           IS EQUAL TO SCP-COURSE-CODE
                           AND TBL-SEC-SECTION-CODE(SECTION-FIND-SUB)
                               IS EQUAL TO SCP-SECTION-CODE
                           AND TBL-SEC-TERM-CODE(SECTION-FIND-SUB)
                               IS EQUAL TO SCP-TERM-CODE
                           AND SCP-CAMPUS-CODE IS NOT EQUAL TO SPACES
                           MOVE SCP-CAMPUS-CODE
                             TO TBL-SEC-CAMPUS-CODE(SECTION-FIND-SUB)
                       END-IF.

      * one list per section, capture lines matched back in - the
      * sections are grouped under their campus, each campus headed
      * once
           300-WRITE-CLASS-LISTS.
               OPEN OUTPUT CLASS-LISTS.
               IF CLASS-LISTS-STATUS IS NOT EQUAL TO "00"
                   STOP RUN
               END-IF.

               MOVE 0 TO LIST-CAMPUS-COUNT.
               PERFORM 301-NOTE-ONE-SECTION-CAMPUS
                   VARYING SECTION-IDX FROM 1 BY 1
                   UNTIL SECTION-IDX > SECTION-COUNT.

               PERFORM 303-WRITE-ONE-CAMPUS
                   VARYING LIST-CAMPUS-SUB FROM 1 BY 1
                   UNTIL LIST-CAMPUS-SUB > LIST-CAMPUS-COUNT.

               CLOSE CLASS-LISTS.

               301-NOTE-ONE-SECTION-CAMPUS.
                   MOVE 'N' TO LIST-CAMPUS-FOUND-FLAG.
                   PERFORM 302-CHECK-ONE-LIST-CAMPUS
                       VARYING LIST-CAMPUS-FIND-SUB FROM 1 BY 1
                       UNTIL LIST-CAMPUS-FIND-SUB > LIST-CAMPUS-COUNT
                       OR LIST-CAMPUS-ON-TABLE.

                   IF NOT LIST-CAMPUS-ON-TABLE
                       AND LIST-CAMPUS-COUNT IS LESS THAN 50
                       ADD 1 TO LIST-CAMPUS-COUNT
                       MOVE TBL-SEC-CAMPUS-CODE(SECTION-IDX)
                         TO TBL-LST-CAMPUS-CODE(LIST-CAMPUS-COUNT)
                   END-IF.

                   302-CHECK-ONE-LIST-CAMPUS.
                       IF TBL-LST-CAMPUS-CODE(LIST-CAMPUS-FIND-SUB)
                           IS EQUAL TO
                             TBL-SEC-CAMPUS-CODE(SECTION-IDX)
                           MOVE 'Y' TO LIST-CAMPUS-FOUND-FLAG
                       END-IF.

               303-WRITE-ONE-CAMPUS.
                   MOVE TBL-LST-CAMPUS-CODE(LIST-CAMPUS-SUB)
                     TO LCH-CAMPUS-OUT.
                   WRITE CLASS-LIST-LINE FROM LIST-CAMPUS-HEADING-LINE.
                   MOVE SPACES TO CLASS-LIST-LINE.
                   WRITE CLASS-LIST-LINE.

                   PERFORM 304-WRITE-CAMPUS-SECTION
                       VARYING SECTION-IDX FROM 1 BY 1
                       UNTIL SECTION-IDX > SECTION-COUNT.

                   304-WRITE-CAMPUS-SECTION.
                       IF TBL-SEC-CAMPUS-CODE(SECTION-IDX)
                           IS EQUAL TO
                             TBL-LST-CAMPUS-CODE(LIST-CAMPUS-SUB)
                           PERFORM 310-WRITE-ONE-CLASS-LIST
                       END-IF.

               310-WRITE-ONE-CLASS-LIST.
                   MOVE TBL-SEC-COURSE-CODE(SECTION-IDX)
                     TO LHD-COURSE-OUT.
                     TO LHD-SECTION-OUT.
                   MOVE TBL-SEC-TERM-CODE(SECTION-IDX)
                     TO LHD-TERM-OUT.
                   MOVE TBL-SEC-CAMPUS-CODE(SECTION-IDX)
                     TO LHD-CAMPUS-OUT.
                   WRITE CLASS-LIST-LINE FROM LIST-HEADER-LINE.
                   PERFORM 330-WRITE-INSTRUCTOR-LINE.

                   MOVE ZERO TO LIST-LINE-COUNT.
                   PERFORM 311-WRITE-ONE-LIST-MEMBER
                               (ENROLLMENT-SUB)
                             TO LDT-STUDENT-OUT
                           PERFORM 320-FIND-STUDENT-NAME
                           PERFORM 340-CHECK-ACCOMMODATION
                           WRITE CLASS-LIST-LINE
                               FROM LIST-DETAIL-LINE
                           ADD 1 TO LIST-LINE-COUNT
                       MOVE STUDENT-FIND-SUB TO STUDENT-FOUND-SUB
                   END-IF.

      * the list is addressed to the assigned instructor; with none
      * assigned (or one since dropped from the master) it goes to
      * the department chair
           330-WRITE-INSTRUCTOR-LINE.
               MOVE 'N' TO INSTRUCTOR-FOUND-FLAG.
               MOVE 0 TO INSTRUCTOR-FOUND-SUB.
               IF TBL-SEC-INSTRUCTOR-ID(SECTION-IDX)
                   IS NOT EQUAL TO SPACES
                   PERFORM 3301-CHECK-ONE-INSTRUCTOR
                       VARYING INSTRUCTOR-FIND-SUB FROM 1 BY 1
                       UNTIL INSTRUCTOR-FIND-SUB > INSTRUCTOR-COUNT
                       OR INSTRUCTOR-ROW-FOUND
               END-IF.

               IF INSTRUCTOR-ROW-FOUND
                   MOVE TBL-INS-INSTRUCTOR-ID(INSTRUCTOR-FOUND-SUB)
                     TO LIN-ID-OUT
                   MOVE TBL-INS-NAME(INSTRUCTOR-FOUND-SUB)
                     TO LIN-NAME-OUT
                   MOVE TBL-INS-DEPARTMENT(INSTRUCTOR-FOUND-SUB)
                     TO LIN-DEPT-OUT
               ELSE
                   MOVE SPACES TO LIN-ID-OUT
                   MOVE "UNASSIGNED - DEPARTMENT CHAIR"
                     TO LIN-NAME-OUT
                   MOVE SPACES TO LIN-DEPT-OUT
                   ADD 1 TO HOW-MANY-UNASSIGNED
               END-IF.
               WRITE CLASS-LIST-LINE FROM LIST-INSTRUCTOR-LINE.

               3301-CHECK-ONE-INSTRUCTOR.
                   IF TBL-INS-INSTRUCTOR-ID(INSTRUCTOR-FIND-SUB)
                       IS EQUAL TO TBL-SEC-INSTRUCTOR-ID(SECTION-IDX)
                       MOVE 'Y' TO INSTRUCTOR-FOUND-FLAG
                       MOVE INSTRUCTOR-FIND-SUB
                         TO INSTRUCTOR-FOUND-SUB
                   END-IF.

      * the marker only - the class list never says what the
      * accommodation is
           340-CHECK-ACCOMMODATION.
               MOVE 'N' TO ACCOMMODATION-FOUND-FLAG.
               PERFORM 3401-CHECK-ONE-ACCOMMODATION
                   VARYING ACCOMMODATION-FIND-SUB FROM 1 BY 1
                   UNTIL ACCOMMODATION-FIND-SUB > ACCOMMODATION-COUNT
                   OR ACCOMMODATION-ON-FILE.

               IF ACCOMMODATION-ON-FILE
                   MOVE "ACCOMMODATION ON FILE"
                     TO LDT-ACCOMMODATION-OUT
               ELSE
                   MOVE SPACES TO LDT-ACCOMMODATION-OUT
               END-IF.

               3401-CHECK-ONE-ACCOMMODATION.
                   IF TBL-ACM-STUDENT-NUMBER(ACCOMMODATION-FIND-SUB)
                       IS EQUAL TO
                         TBL-ENR-STUDENT-NUMBER(ENROLLMENT-SUB)
                       AND TBL-ACM-TERM-CODE(ACCOMMODATION-FIND-SUB)
                           IS EQUAL TO
                             TBL-SEC-TERM-CODE(SECTION-IDX)
                       MOVE 'Y' TO ACCOMMODATION-FOUND-FLAG
                   END-IF.

      * the proof - per-section counts first, then every capture
      * whose student does not carry the course
           400-WRITE-RECONCILIATION.
                 "  COUNT MISMATCHES: " HOW-MANY-MISMATCHES
                 "  ORPHAN CAPTURES: " HOW-MANY-ORPHANS
                 "  OVER CAPACITY: " HOW-MANY-OVER-CAP.
               DISPLAY "CLASS LISTS WITH NO INSTRUCTOR: "
                 HOW-MANY-UNASSIGNED.

       END PROGRAM PROJECT53.
