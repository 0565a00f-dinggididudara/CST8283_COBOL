      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 14-OCT-2026
      * Purpose: term teaching-load report for the department chairs,
      *          off the instructor master and the section assignments
      *          PROJECT92 keeps. For the keyed term, one block per
      *          instructor on TEACHING-LOAD.txt: each assigned
      *          section with its credit hours (COURSE.txt) and
      *          enrolled count (SECTION-MASTER.txt, as PROJECT53
      *          last proved it), then the instructor's totals -
      *          sections, credit hours, and student contact count -
      *          and an overload warning wherever the credit hours run
      *          past the instructor's load limit. An active
      *          instructor with nothing assigned is listed too, so a
      *          chair sees the idle capacity. Closes with the term's
      *          sections nobody is assigned to and any assignment
      *          whose instructor or section has since left its
      *          master
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT93.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * kept in step with Project92.cbl's FD INSTRUCTOR-FILE
           SELECT INSTRUCTOR-FILE
           ASSIGN TO "..\INSTRUCTOR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INSTRUCTOR-FILE-STATUS.

      * kept in step with Project92.cbl's FD ASSIGNMENT-FILE
           SELECT ASSIGNMENT-FILE
           ASSIGN TO "..\SECTION-INSTRUCTOR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASSIGNMENT-FILE-STATUS.

      * kept in step with Project52.cbl's FD SECTION-FILE
           SELECT SECTION-FILE
           ASSIGN TO "..\SECTION-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SECTION-FILE-STATUS.

           SELECT COURSE-FILE
           ASSIGN TO "..\COURSE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COURSE-FILE-STATUS.

           SELECT LOAD-REPORT
           ASSIGN TO "..\TEACHING-LOAD.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOAD-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCTOR-FILE.
       01 INSTRUCTOR-RECORD.
         05 INS-INSTRUCTOR-ID PIC X(6).
         05 INS-NAME PIC X(30).
         05 INS-DEPARTMENT PIC X(4).
         05 INS-MAX-CREDIT-HOURS PIC 9(2).
         05 INS-ACTIVE-FLAG PIC X(1).

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

       FD LOAD-REPORT.
       01 LOAD-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 INSTRUCTOR-FILE-STATUS PIC X(2).
         05 ASSIGNMENT-FILE-STATUS PIC X(2).
         05 SECTION-FILE-STATUS PIC X(2).
         05 COURSE-FILE-STATUS PIC X(2).
         05 LOAD-REPORT-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 INSTRUCTOR-EOF-FLG PIC X(1) VALUE 'N'.
         05 ASSIGNMENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 SECTION-EOF-FLG PIC X(1) VALUE 'N'.
         05 CATALOG-EOF-FLG PIC X(1) VALUE 'N'.

       01 TERM-ENTRY PIC X(6).
       01 REPORT-TERM-CODE PIC 9(6).

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
         05 INSTRUCTOR-SUB PIC 9(3).
         05 INSTRUCTOR-FIND-SUB PIC 9(3).
         05 INSTRUCTOR-FOUND-FLAG PIC X(1).
           88 INSTRUCTOR-ROW-FOUND VALUE 'Y'.

      * the term's assignments only
       01 ASSIGNMENT-TABLE.
         05 ASSIGNMENT-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON ASSIGNMENT-COUNT.
           10 TBL-SIN-COURSE-CODE PIC X(7).
           10 TBL-SIN-SECTION-CODE PIC X(3).
           10 TBL-SIN-INSTRUCTOR-ID PIC X(6).

       01 ASSIGNMENT-VARIABLES.
         05 ASSIGNMENT-COUNT PIC 9(4) VALUE 0.
         05 ASSIGNMENT-SUB PIC 9(4).
         05 ASSIGNMENT-FIND-SUB PIC 9(4).
         05 ASSIGNMENT-FOUND-FLAG PIC X(1).
           88 ASSIGNMENT-ROW-FOUND VALUE 'Y'.

      * the term's sections only
       01 SECTION-TABLE.
         05 SECTION-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON SECTION-COUNT.
           10 TBL-SEC-COURSE-CODE PIC X(7).
           10 TBL-SEC-SECTION-CODE PIC X(3).
           10 TBL-SEC-ENROLLED PIC 9(3).

       01 SECTION-VARIABLES.
         05 SECTION-COUNT PIC 9(3) VALUE 0.
         05 SECTION-SUB PIC 9(3).
         05 SECTION-FIND-SUB PIC 9(3).
         05 SECTION-FOUND-SUB PIC 9(3) VALUE 0.
         05 SECTION-FOUND-FLAG PIC X(1).
           88 SECTION-ROW-FOUND VALUE 'Y'.

       01 CATALOG-TABLE.
         05 CATALOG-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON CATALOG-COUNT.
           10 CAT-COURSE-CODE PIC X(7).
           10 CAT-CREDIT-HOURS PIC 9(1).

       01 CATALOG-VARIABLES.
         05 CATALOG-COUNT PIC 9(3) VALUE 0.
         05 CATALOG-FIND-SUB PIC 9(3).
         05 CATALOG-FOUND-FLAG PIC X(1).
           88 CATALOG-CODE-FOUND VALUE 'Y'.
         05 LOOKUP-CREDIT-HOURS PIC 9(1).

      * one instructor's totals while the block prints
       01 LOAD-TOTALS.
         05 LOAD-SECTION-COUNT PIC 9(3).
         05 LOAD-CREDIT-HOURS PIC 9(3).
         05 LOAD-STUDENT-COUNT PIC 9(5).

       01 COUNTERS.
         05 HOW-MANY-INSTRUCTORS PIC 9(3) VALUE 0.
         05 HOW-MANY-OVERLOADS PIC 9(3) VALUE 0.
         05 HOW-MANY-UNASSIGNED PIC 9(3) VALUE 0.
         05 HOW-MANY-STRAYS PIC 9(4) VALUE 0.

       01 REPORT-HEADER-LINE.
         05 FILLER PIC X(19) VALUE "TEACHING LOAD  TERM".
         05 FILLER PIC X(1) VALUE SPACE.
         05 RHD-TERM-OUT PIC 9(6).
         05 FILLER PIC X(54) VALUE SPACE.

       01 INSTRUCTOR-HEADER-LINE.
         05 FILLER PIC X(11) VALUE "INSTRUCTOR ".
         05 IHD-ID-OUT PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 IHD-NAME-OUT PIC X(30).
         05 FILLER PIC X(7) VALUE "  DEPT ".
         05 IHD-DEPT-OUT PIC X(4).
         05 FILLER PIC X(8) VALUE "  LIMIT ".
         05 IHD-LIMIT-OUT PIC Z9.
         05 FILLER PIC X(10) VALUE SPACE.

       01 LOAD-DETAIL-LINE.
         05 FILLER PIC X(4) VALUE SPACE.
         05 LDT-COURSE-OUT PIC X(7).
         05 FILLER PIC X(2) VALUE SPACE.
         05 LDT-SECTION-OUT PIC X(3).
         05 FILLER PIC X(3) VALUE SPACE.
         05 LDT-CREDITS-OUT PIC 9.
         05 FILLER PIC X(16) VALUE " CREDIT HOURS   ".
         05 LDT-ENROLLED-OUT PIC ZZ9.
         05 FILLER PIC X(9) VALUE " ENROLLED".
         05 FILLER PIC X(32) VALUE SPACE.

       01 LOAD-TOTAL-LINE.
         05 FILLER PIC X(14) VALUE "    SECTIONS: ".
         05 LTL-SECTIONS-OUT PIC ZZ9.
         05 FILLER PIC X(18) VALUE "   CREDIT HOURS: ".
         05 LTL-CREDITS-OUT PIC ZZ9.
         05 FILLER PIC X(14) VALUE "   STUDENTS: ".
         05 LTL-STUDENTS-OUT PIC ZZZZ9.
         05 FILLER PIC X(23) VALUE SPACE.

       01 OVERLOAD-LINE.
         05 FILLER PIC X(18) VALUE "    *** OVERLOAD -".
         05 FILLER PIC X(1) VALUE SPACE.
         05 OVL-CREDITS-OUT PIC ZZ9.
         05 FILLER PIC X(22) VALUE " CREDIT HOURS AGAINST ".
         05 FILLER PIC X(11) VALUE "A LIMIT OF ".
         05 OVL-LIMIT-OUT PIC Z9.
         05 FILLER PIC X(23) VALUE " - CHAIR MUST APPROVE".

       01 EXCEPTION-LINE.
         05 FILLER PIC X(4) VALUE SPACE.
         05 EXC-COURSE-OUT PIC X(7).
         05 FILLER PIC X(2) VALUE SPACE.
         05 EXC-SECTION-OUT PIC X(3).
         05 FILLER PIC X(2) VALUE SPACE.
         05 EXC-REASON-OUT PIC X(62).

       PROCEDURE DIVISION.
      * main procedure - load the masters for the term, one block per
      * instructor, then the exceptions
       100-RUN-TEACHING-LOAD.
           DISPLAY "ENTER TERM CODE (YYYYTT):".
           ACCEPT TERM-ENTRY.
           IF TERM-ENTRY IS NOT NUMERIC
               DISPLAY "TERM CODE MUST BE SIX DIGITS - RUN ENDED"
               STOP RUN
           END-IF.
           MOVE TERM-ENTRY TO REPORT-TERM-CODE.

           PERFORM 200-LOAD-INSTRUCTOR-TABLE.
           PERFORM 210-LOAD-ASSIGNMENT-TABLE.
           PERFORM 220-LOAD-SECTION-TABLE.
           PERFORM 230-LOAD-COURSE-CATALOG.

           OPEN OUTPUT LOAD-REPORT.
           IF LOAD-REPORT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO OPEN TEACHING-LOAD.txt - STATUS "
                 LOAD-REPORT-STATUS
               STOP RUN
           END-IF.

           MOVE REPORT-TERM-CODE TO RHD-TERM-OUT.
           WRITE LOAD-REPORT-LINE FROM REPORT-HEADER-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

           PERFORM 300-REPORT-ONE-INSTRUCTOR
               VARYING INSTRUCTOR-SUB FROM 1 BY 1
               UNTIL INSTRUCTOR-SUB > INSTRUCTOR-COUNT.

           PERFORM 400-REPORT-UNASSIGNED-SECTIONS.
           PERFORM 500-REPORT-STRAY-ASSIGNMENTS.

           CLOSE LOAD-REPORT.

           DISPLAY "INSTRUCTORS REPORTED: " HOW-MANY-INSTRUCTORS
             "  OVERLOADED: " HOW-MANY-OVERLOADS
             "  UNASSIGNED SECTIONS: " HOW-MANY-UNASSIGNED
             "  STRAY ASSIGNMENTS: " HOW-MANY-STRAYS.
           STOP RUN.

      * no instructor master means there is nothing to report on
           200-LOAD-INSTRUCTOR-TABLE.
               OPEN INPUT INSTRUCTOR-FILE.
               IF INSTRUCTOR-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN INSTRUCTOR.txt - STATUS "
                     INSTRUCTOR-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 201-LOAD-ONE-INSTRUCTOR
                   UNTIL INSTRUCTOR-EOF-FLG IS EQUAL TO 'Y'
                   OR INSTRUCTOR-COUNT IS EQUAL TO 500.

               CLOSE INSTRUCTOR-FILE.

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

      * a missing assignment file just means nothing is assigned -
      * every section then lands on the unassigned list
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
                           IF SIN-TERM-CODE IS EQUAL TO
                               REPORT-TERM-CODE
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

           220-LOAD-SECTION-TABLE.
               OPEN INPUT SECTION-FILE.
               IF SECTION-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-MASTER.txt - "
                     "STATUS " SECTION-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 221-LOAD-ONE-SECTION
                   UNTIL SECTION-EOF-FLG IS EQUAL TO 'Y'
                   OR SECTION-COUNT IS EQUAL TO 500.

               CLOSE SECTION-FILE.

               221-LOAD-ONE-SECTION.
                   READ SECTION-FILE
                       AT END
                           MOVE 'Y' TO SECTION-EOF-FLG
                       NOT AT END
                           IF SEC-TERM-CODE IS EQUAL TO
                               REPORT-TERM-CODE
                               ADD 1 TO SECTION-COUNT
                               MOVE SEC-COURSE-CODE
                                 TO TBL-SEC-COURSE-CODE(SECTION-COUNT)
                               MOVE SEC-SECTION-CODE
                                 TO TBL-SEC-SECTION-CODE
                                   (SECTION-COUNT)
                               MOVE SEC-ENROLLED
                                 TO TBL-SEC-ENROLLED(SECTION-COUNT)
                           END-IF
                   END-READ.

      * a missing catalog counts every section at zero credit hours
      * and says so up front
           230-LOAD-COURSE-CATALOG.
               OPEN INPUT COURSE-FILE.
               IF COURSE-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN COURSE.txt - CREDIT HOURS "
                     "WILL SHOW ZERO - STATUS " COURSE-FILE-STATUS
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

      * an instructor prints if they hold anything this term, or are
      * active and hold nothing (idle capacity the chair should see)
           300-REPORT-ONE-INSTRUCTOR.
               MOVE 0 TO LOAD-SECTION-COUNT.
               MOVE 0 TO LOAD-CREDIT-HOURS.
               MOVE 0 TO LOAD-STUDENT-COUNT.
               PERFORM 301-COUNT-ONE-HELD-SECTION
                   VARYING ASSIGNMENT-SUB FROM 1 BY 1
                   UNTIL ASSIGNMENT-SUB > ASSIGNMENT-COUNT.

               IF LOAD-SECTION-COUNT IS GREATER THAN ZERO
                   OR TBL-INS-ACTIVE(INSTRUCTOR-SUB)
                   PERFORM 310-PRINT-INSTRUCTOR-BLOCK
               END-IF.

               301-COUNT-ONE-HELD-SECTION.
                   IF TBL-SIN-INSTRUCTOR-ID(ASSIGNMENT-SUB) IS EQUAL
                       TO TBL-INS-INSTRUCTOR-ID(INSTRUCTOR-SUB)
                       ADD 1 TO LOAD-SECTION-COUNT
                   END-IF.

           310-PRINT-INSTRUCTOR-BLOCK.
               ADD 1 TO HOW-MANY-INSTRUCTORS.
               MOVE TBL-INS-INSTRUCTOR-ID(INSTRUCTOR-SUB)
                 TO IHD-ID-OUT.
               MOVE TBL-INS-NAME(INSTRUCTOR-SUB) TO IHD-NAME-OUT.
               MOVE TBL-INS-DEPARTMENT(INSTRUCTOR-SUB)
                 TO IHD-DEPT-OUT.
               MOVE TBL-INS-MAX-CREDIT-HOURS(INSTRUCTOR-SUB)
                 TO IHD-LIMIT-OUT.
               WRITE LOAD-REPORT-LINE FROM INSTRUCTOR-HEADER-LINE.

               IF LOAD-SECTION-COUNT IS EQUAL TO ZERO
                   MOVE "    NO SECTIONS THIS TERM"
                     TO LOAD-REPORT-LINE
                   WRITE LOAD-REPORT-LINE
               ELSE
                   MOVE 0 TO LOAD-SECTION-COUNT
                   PERFORM 311-PRINT-ONE-HELD-SECTION
                       VARYING ASSIGNMENT-SUB FROM 1 BY 1
                       UNTIL ASSIGNMENT-SUB > ASSIGNMENT-COUNT
                   MOVE LOAD-SECTION-COUNT TO LTL-SECTIONS-OUT
                   MOVE LOAD-CREDIT-HOURS TO LTL-CREDITS-OUT
                   MOVE LOAD-STUDENT-COUNT TO LTL-STUDENTS-OUT
                   WRITE LOAD-REPORT-LINE FROM LOAD-TOTAL-LINE
                   IF LOAD-CREDIT-HOURS IS GREATER THAN
                       TBL-INS-MAX-CREDIT-HOURS(INSTRUCTOR-SUB)
                       MOVE LOAD-CREDIT-HOURS TO OVL-CREDITS-OUT
                       MOVE TBL-INS-MAX-CREDIT-HOURS(INSTRUCTOR-SUB)
                         TO OVL-LIMIT-OUT
                       WRITE LOAD-REPORT-LINE FROM OVERLOAD-LINE
                       ADD 1 TO HOW-MANY-OVERLOADS
                   END-IF
               END-IF.

               MOVE SPACES TO LOAD-REPORT-LINE.
               WRITE LOAD-REPORT-LINE.

      * a section gone from the master prints nowhere here - it is
      * reported with the strays instead
               311-PRINT-ONE-HELD-SECTION.
                   IF TBL-SIN-INSTRUCTOR-ID(ASSIGNMENT-SUB) IS EQUAL
                       TO TBL-INS-INSTRUCTOR-ID(INSTRUCTOR-SUB)
                       PERFORM 320-FIND-SECTION-ROW
                       IF SECTION-ROW-FOUND
                           PERFORM 330-FIND-CREDIT-HOURS
                           MOVE TBL-SIN-COURSE-CODE(ASSIGNMENT-SUB)
                             TO LDT-COURSE-OUT
                           MOVE TBL-SIN-SECTION-CODE(ASSIGNMENT-SUB)
                             TO LDT-SECTION-OUT
                           MOVE LOOKUP-CREDIT-HOURS TO LDT-CREDITS-OUT
                           MOVE TBL-SEC-ENROLLED(SECTION-FOUND-SUB)
                             TO LDT-ENROLLED-OUT
                           WRITE LOAD-REPORT-LINE
                               FROM LOAD-DETAIL-LINE
                           ADD 1 TO LOAD-SECTION-COUNT
                           ADD LOOKUP-CREDIT-HOURS
                             TO LOAD-CREDIT-HOURS
                           ADD TBL-SEC-ENROLLED(SECTION-FOUND-SUB)
                             TO LOAD-STUDENT-COUNT
                       END-IF
                   END-IF.

           320-FIND-SECTION-ROW.
               MOVE 'N' TO SECTION-FOUND-FLAG.
               MOVE 0 TO SECTION-FOUND-SUB.
               PERFORM 321-CHECK-ONE-SECTION
                   VARYING SECTION-FIND-SUB FROM 1 BY 1
                   UNTIL SECTION-FIND-SUB > SECTION-COUNT
                   OR SECTION-ROW-FOUND.

               321-CHECK-ONE-SECTION.
                   IF TBL-SEC-COURSE-CODE(SECTION-FIND-SUB)
                       IS EQUAL TO TBL-SIN-COURSE-CODE(ASSIGNMENT-SUB)
                       AND TBL-SEC-SECTION-CODE(SECTION-FIND-SUB)
                           IS EQUAL TO
                             TBL-SIN-SECTION-CODE(ASSIGNMENT-SUB)
                       MOVE 'Y' TO SECTION-FOUND-FLAG
                       MOVE SECTION-FIND-SUB TO SECTION-FOUND-SUB
                   END-IF.

           330-FIND-CREDIT-HOURS.
               MOVE 0 TO LOOKUP-CREDIT-HOURS.
               MOVE 'N' TO CATALOG-FOUND-FLAG.
               PERFORM 331-CHECK-ONE-CATALOG-ENTRY
                   VARYING CATALOG-FIND-SUB FROM 1 BY 1
                   UNTIL CATALOG-FIND-SUB > CATALOG-COUNT
                   OR CATALOG-CODE-FOUND.

               331-CHECK-ONE-CATALOG-ENTRY.
                   IF CAT-COURSE-CODE(CATALOG-FIND-SUB) IS EQUAL TO
                       TBL-SIN-COURSE-CODE(ASSIGNMENT-SUB)
                       MOVE 'Y' TO CATALOG-FOUND-FLAG
                       MOVE CAT-CREDIT-HOURS(CATALOG-FIND-SUB)
                         TO LOOKUP-CREDIT-HOURS
                   END-IF.

      * every term section with no assignment line
           400-REPORT-UNASSIGNED-SECTIONS.
               MOVE "SECTIONS WITH NO INSTRUCTOR ASSIGNED"
                 TO LOAD-REPORT-LINE.
               WRITE LOAD-REPORT-LINE.
               PERFORM 401-CHECK-ONE-TERM-SECTION
                   VARYING SECTION-SUB FROM 1 BY 1
                   UNTIL SECTION-SUB > SECTION-COUNT.
               MOVE SPACES TO LOAD-REPORT-LINE.
               WRITE LOAD-REPORT-LINE.

               401-CHECK-ONE-TERM-SECTION.
                   MOVE 'N' TO ASSIGNMENT-FOUND-FLAG.
                   PERFORM 402-CHECK-ONE-ASSIGNMENT
                       VARYING ASSIGNMENT-FIND-SUB FROM 1 BY 1
                       UNTIL ASSIGNMENT-FIND-SUB > ASSIGNMENT-COUNT
                       OR ASSIGNMENT-ROW-FOUND.
                   IF NOT ASSIGNMENT-ROW-FOUND
                       MOVE TBL-SEC-COURSE-CODE(SECTION-SUB)
                         TO EXC-COURSE-OUT
                       MOVE TBL-SEC-SECTION-CODE(SECTION-SUB)
                         TO EXC-SECTION-OUT
                       MOVE "UNASSIGNED - CLASS LIST GOES TO THE CHAIR"
                         TO EXC-REASON-OUT
                       WRITE LOAD-REPORT-LINE FROM EXCEPTION-LINE
                       ADD 1 TO HOW-MANY-UNASSIGNED
                   END-IF.

                   402-CHECK-ONE-ASSIGNMENT.
                       IF TBL-SIN-COURSE-CODE(ASSIGNMENT-FIND-SUB)
                           IS EQUAL TO TBL-SEC-COURSE-CODE(SECTION-SUB)
                           AND TBL-SIN-SECTION-CODE
                               (ASSIGNMENT-FIND-SUB)
                               IS EQUAL TO
                                 TBL-SEC-SECTION-CODE(SECTION-SUB)
                           MOVE 'Y' TO ASSIGNMENT-FOUND-FLAG
                       END-IF.

      * assignments naming an instructor or a section no longer on
      * its master - counted in nobody's load until put right
           500-REPORT-STRAY-ASSIGNMENTS.
               MOVE "ASSIGNMENTS THAT NO LONGER MATCH A MASTER"
                 TO LOAD-REPORT-LINE.
               WRITE LOAD-REPORT-LINE.
               PERFORM 501-CHECK-ONE-STRAY
                   VARYING ASSIGNMENT-SUB FROM 1 BY 1
                   UNTIL ASSIGNMENT-SUB > ASSIGNMENT-COUNT.

               501-CHECK-ONE-STRAY.
                   MOVE 'N' TO INSTRUCTOR-FOUND-FLAG.
                   PERFORM 502-CHECK-ONE-INSTRUCTOR
                       VARYING INSTRUCTOR-FIND-SUB FROM 1 BY 1
                       UNTIL INSTRUCTOR-FIND-SUB > INSTRUCTOR-COUNT
                       OR INSTRUCTOR-ROW-FOUND.
                   PERFORM 320-FIND-SECTION-ROW.

                   MOVE TBL-SIN-COURSE-CODE(ASSIGNMENT-SUB)
                     TO EXC-COURSE-OUT.
                   MOVE TBL-SIN-SECTION-CODE(ASSIGNMENT-SUB)
                     TO EXC-SECTION-OUT.
                   MOVE SPACES TO EXC-REASON-OUT.
                   IF NOT INSTRUCTOR-ROW-FOUND
                       STRING "INSTRUCTOR " DELIMITED BY SIZE
                           TBL-SIN-INSTRUCTOR-ID(ASSIGNMENT-SUB)
                           DELIMITED BY SIZE
                           " NOT ON INSTRUCTOR.txt" DELIMITED BY SIZE
                           INTO EXC-REASON-OUT
                       END-STRING
                       WRITE LOAD-REPORT-LINE FROM EXCEPTION-LINE
                       ADD 1 TO HOW-MANY-STRAYS
                   ELSE IF NOT SECTION-ROW-FOUND
                       STRING "SECTION NOT ON SECTION-MASTER.txt - "
                           DELIMITED BY SIZE
                           "INSTRUCTOR " DELIMITED BY SIZE
                           TBL-SIN-INSTRUCTOR-ID(ASSIGNMENT-SUB)
                           DELIMITED BY SIZE
                           INTO EXC-REASON-OUT
                       END-STRING
                       WRITE LOAD-REPORT-LINE FROM EXCEPTION-LINE
                       ADD 1 TO HOW-MANY-STRAYS
                   END-IF
                   END-IF.

                   502-CHECK-ONE-INSTRUCTOR.
                       IF TBL-INS-INSTRUCTOR-ID(INSTRUCTOR-FIND-SUB)
                           IS EQUAL TO
                             TBL-SIN-INSTRUCTOR-ID(ASSIGNMENT-SUB)
                           MOVE 'Y' TO INSTRUCTOR-FOUND-FLAG
                       END-IF.

       END PROGRAM PROJECT93.
