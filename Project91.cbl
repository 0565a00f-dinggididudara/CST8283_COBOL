      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 14-OCT-2026
      * Purpose: per-student weekly timetable printout. Takes a term
      *          and a student number (blank = every student with a
      *          section in the term), pulls the student's sections
      *          off SECTION-ENROLLMENT.txt and their meeting patterns
      *          off PROJECT52's SECTION-MEETING.txt, and prints one
      *          page per student to TIMETABLE.txt - Monday through
      *          Sunday, each day's classes in start-time order, and
      *          any section with no meeting time set listed at the
      *          foot so the student knows to ask
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT91.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * one line per captured section choice
           SELECT ENROLLMENT-FILE
           ASSIGN TO "..\SECTION-ENROLLMENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENROLLMENT-FILE-STATUS.

      * PROJECT52's meeting patterns
           SELECT MEETING-FILE
           ASSIGN TO "..\SECTION-MEETING.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MEETING-FILE-STATUS.

      * names for the page heading only
           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

           SELECT TIMETABLE-REPORT
           ASSIGN TO "..\TIMETABLE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TIMETABLE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * kept in step with Project53.cbl's FD ENROLLMENT-FILE
       FD ENROLLMENT-FILE.
       01 ENROLLMENT-RECORD.
         05 ENR-STUDENT-NUMBER PIC 9(6).
         05 ENR-COURSE-CODE PIC X(7).
         05 ENR-SECTION-CODE PIC X(3).
         05 ENR-TERM-CODE PIC 9(6).

      * kept in step with Project52.cbl's FD MEETING-FILE
       FD MEETING-FILE.
       01 MEETING-RECORD.
         05 MTG-COURSE-CODE PIC X(7).
         05 MTG-SECTION-CODE PIC X(3).
         05 MTG-TERM-CODE PIC 9(6).
         05 MTG-DAYS PIC X(7).
         05 MTG-START-TIME PIC 9(4).
         05 MTG-END-TIME PIC 9(4).

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

       FD TIMETABLE-REPORT.
       01 TIMETABLE-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 ENROLLMENT-FILE-STATUS PIC X(2).
         05 MEETING-FILE-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 TIMETABLE-REPORT-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 ENROLLMENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 MEETING-EOF-FLG PIC X(1) VALUE 'N'.
         05 STUDENT-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-SELECTION.
         05 TERM-ENTRY PIC X(6).
         05 SELECTED-TERM PIC 9(6).
         05 STUDENT-NUMBER-ENTRY PIC X(6).
         05 SELECTED-STUDENT PIC 9(6) VALUE 0.

      * the term's captures, in file order
       01 ENROLLMENT-TABLE.
         05 ENROLLMENT-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON ENROLLMENT-COUNT.
           10 TBL-ENR-STUDENT-NUMBER PIC 9(6).
           10 TBL-ENR-COURSE-CODE PIC X(7).
           10 TBL-ENR-SECTION-CODE PIC X(3).

       01 ENROLLMENT-VARIABLES.
         05 ENROLLMENT-COUNT PIC 9(4) VALUE 0.
         05 ENROLLMENT-SUB PIC 9(4).

       01 MEETING-TABLE.
         05 MEETING-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON MEETING-COUNT.
           10 MTT-COURSE-CODE PIC X(7).
           10 MTT-SECTION-CODE PIC X(3).
           10 MTT-DAYS PIC X(7).
           10 MTT-DAY-FLAGS REDEFINES MTT-DAYS.
             15 MTT-DAY PIC X(1) OCCURS 7 TIMES.
           10 MTT-START-TIME PIC 9(4).
           10 MTT-END-TIME PIC 9(4).

       01 MEETING-VARIABLES.
         05 MEETING-COUNT PIC 9(3) VALUE 0.
         05 MEETING-FIND-SUB PIC 9(3).
         05 MEETING-FOUND-SUB PIC 9(3).

      * the students to print, each once, in the order first met
       01 PRINT-LIST-TABLE.
         05 PRINT-LIST-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON PRINT-LIST-COUNT.
           10 PRL-STUDENT-NUMBER PIC 9(6).

       01 PRINT-LIST-VARIABLES.
         05 PRINT-LIST-COUNT PIC 9(4) VALUE 0.
         05 PRINT-LIST-SUB PIC 9(4).
         05 PRINT-LIST-FIND-SUB PIC 9(4).
         05 PRINT-LIST-FOUND-FLAG PIC X(1).
           88 ALREADY-ON-PRINT-LIST VALUE 'Y'.

      * one student's sections while the page is built - PRINTED
      * marks a class already put out for the day being printed
       01 CLASS-TABLE.
         05 CLASS-ENTRY OCCURS 20 TIMES.
           10 CLS-COURSE-CODE PIC X(7).
           10 CLS-SECTION-CODE PIC X(3).
           10 CLS-MEETING-SUB PIC 9(3).
           10 CLS-PRINTED-FLAG PIC X(1).

       01 CLASS-VARIABLES.
         05 CLASS-COUNT PIC 9(2) VALUE 0.
         05 CLASS-SUB PIC 9(2).
         05 NEXT-CLASS-SUB PIC 9(2).
         05 NEXT-MEETING-SUB PIC 9(3).
         05 DAY-SUB PIC 9(1).
         05 DAY-CLASS-COUNT PIC 9(2).
         05 UNSCHEDULED-COUNT PIC 9(2).

       01 DAY-NAME-VALUES.
         05 FILLER PIC X(9) VALUE "MONDAY".
         05 FILLER PIC X(9) VALUE "TUESDAY".
         05 FILLER PIC X(9) VALUE "WEDNESDAY".
         05 FILLER PIC X(9) VALUE "THURSDAY".
         05 FILLER PIC X(9) VALUE "FRIDAY".
         05 FILLER PIC X(9) VALUE "SATURDAY".
         05 FILLER PIC X(9) VALUE "SUNDAY".
       01 DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
         05 DAY-NAME PIC X(9) OCCURS 7 TIMES.

       01 STUDENT-TABLE.
         05 STUDENT-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON STUDENT-COUNT.
           10 TBL-STU-NUMBER PIC 9(6).
           10 TBL-STU-NAME PIC X(40).

       01 STUDENT-VARIABLES.
         05 STUDENT-COUNT PIC 9(4) VALUE 0.
         05 STUDENT-CTR PIC 9(4).
         05 STUDENT-FIND-SUB PIC 9(4).
         05 STUDENT-FOUND-FLAG PIC X(1).
           88 STUDENT-ROW-FOUND VALUE 'Y'.

       01 COUNTERS.
         05 HOW-MANY-PRINTED PIC 9(4) VALUE 0.
         05 HOW-MANY-CLASSES PIC 9(5) VALUE 0.

       01 PAGE-HEADER-LINE.
         05 FILLER PIC X(23) VALUE "WEEKLY TIMETABLE  TERM ".
         05 PHD-TERM-OUT PIC 9(6).
         05 FILLER PIC X(11) VALUE "  STUDENT ".
         05 PHD-STUDENT-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 PHD-NAME-OUT PIC X(32).

       01 DAY-HEADER-LINE.
         05 DHD-DAY-OUT PIC X(15).
         05 FILLER PIC X(65) VALUE SPACE.

       01 CLASS-DETAIL-LINE.
         05 FILLER PIC X(4) VALUE SPACE.
         05 CDT-START-OUT PIC 9(4).
         05 FILLER PIC X(1) VALUE "-".
         05 CDT-END-OUT PIC 9(4).
         05 FILLER PIC X(3) VALUE SPACE.
         05 CDT-COURSE-OUT PIC X(7).
         05 FILLER PIC X(9) VALUE "  SECTION".
         05 FILLER PIC X(1) VALUE SPACE.
         05 CDT-SECTION-OUT PIC X(3).
         05 FILLER PIC X(44) VALUE SPACE.

       01 UNSCHEDULED-LINE.
         05 FILLER PIC X(4) VALUE SPACE.
         05 UNS-COURSE-OUT PIC X(7).
         05 FILLER PIC X(9) VALUE "  SECTION".
         05 FILLER PIC X(1) VALUE SPACE.
         05 UNS-SECTION-OUT PIC X(3).
         05 FILLER PIC X(24) VALUE "  - NO MEETING TIME SET".
         05 FILLER PIC X(32) VALUE SPACE.

       PROCEDURE DIVISION.
      * main procedure - pick the term and student, load the term's
      * captures and the meeting patterns, then one page a student
       100-PRINT-TIMETABLES.
           DISPLAY "ENTER TERM CODE (YYYYTT):".
           ACCEPT TERM-ENTRY.
           IF TERM-ENTRY IS NOT NUMERIC
               DISPLAY "TERM CODE MUST BE SIX DIGITS - NOTHING PRINTED"
               STOP RUN
           END-IF.
           MOVE TERM-ENTRY TO SELECTED-TERM.

           DISPLAY "ENTER STUDENT NUMBER (BLANK = ALL STUDENTS):".
           ACCEPT STUDENT-NUMBER-ENTRY.
           IF STUDENT-NUMBER-ENTRY IS EQUAL TO SPACES
               MOVE ZERO TO SELECTED-STUDENT
           ELSE IF STUDENT-NUMBER-ENTRY IS NOT NUMERIC
               DISPLAY "STUDENT NUMBER MUST BE SIX DIGITS - NOTHING "
                 "PRINTED"
               STOP RUN
           ELSE
               MOVE STUDENT-NUMBER-ENTRY TO SELECTED-STUDENT
           END-IF
           END-IF.

           PERFORM 200-LOAD-TERM-CAPTURES.
           PERFORM 210-LOAD-MEETINGS.
           PERFORM 220-LOAD-STUDENT-NAMES.

           OPEN OUTPUT TIMETABLE-REPORT.
           IF TIMETABLE-REPORT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO OPEN TIMETABLE.txt - STATUS "
                 TIMETABLE-REPORT-STATUS
               STOP RUN
           END-IF.

           PERFORM 300-PRINT-ONE-STUDENT
               VARYING PRINT-LIST-SUB FROM 1 BY 1
               UNTIL PRINT-LIST-SUB > PRINT-LIST-COUNT.

           CLOSE TIMETABLE-REPORT.

           IF PRINT-LIST-COUNT IS EQUAL TO ZERO
               DISPLAY "NO SECTIONS ON FILE FOR THE TERM AND STUDENT "
                 "SELECTED"
           END-IF.
           DISPLAY "TIMETABLES PRINTED: " HOW-MANY-PRINTED.
           DISPLAY "CLASSES LISTED:     " HOW-MANY-CLASSES.
           STOP RUN.

      * only the chosen term's rows are kept, and only the chosen
      * student's when one was keyed
           200-LOAD-TERM-CAPTURES.
               OPEN INPUT ENROLLMENT-FILE.
               IF ENROLLMENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-ENROLLMENT.txt - "
                     "STATUS " ENROLLMENT-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 2001-LOAD-ONE-CAPTURE
                   UNTIL ENROLLMENT-EOF-FLG IS EQUAL TO 'Y'
                   OR ENROLLMENT-COUNT IS EQUAL TO 5000.

               CLOSE ENROLLMENT-FILE.

               2001-LOAD-ONE-CAPTURE.
                   READ ENROLLMENT-FILE
                       AT END
                           MOVE 'Y' TO ENROLLMENT-EOF-FLG
                       NOT AT END
                           IF ENR-TERM-CODE IS EQUAL TO SELECTED-TERM
                               AND (SELECTED-STUDENT IS EQUAL TO ZERO
                                 OR ENR-STUDENT-NUMBER IS EQUAL TO
                                   SELECTED-STUDENT)
                               PERFORM 2002-KEEP-ONE-CAPTURE
                           END-IF
                   END-READ.

               2002-KEEP-ONE-CAPTURE.
                   ADD 1 TO ENROLLMENT-COUNT.
                   MOVE ENR-STUDENT-NUMBER
                     TO TBL-ENR-STUDENT-NUMBER(ENROLLMENT-COUNT).
                   MOVE ENR-COURSE-CODE
                     TO TBL-ENR-COURSE-CODE(ENROLLMENT-COUNT).
                   MOVE ENR-SECTION-CODE
                     TO TBL-ENR-SECTION-CODE(ENROLLMENT-COUNT).

                   MOVE 'N' TO PRINT-LIST-FOUND-FLAG.
                   PERFORM 2003-CHECK-ONE-LISTED
                       VARYING PRINT-LIST-FIND-SUB FROM 1 BY 1
                       UNTIL PRINT-LIST-FIND-SUB > PRINT-LIST-COUNT
                       OR ALREADY-ON-PRINT-LIST.
                   IF NOT ALREADY-ON-PRINT-LIST
                       AND PRINT-LIST-COUNT IS LESS THAN 3000
                       ADD 1 TO PRINT-LIST-COUNT
                       MOVE ENR-STUDENT-NUMBER
                         TO PRL-STUDENT-NUMBER(PRINT-LIST-COUNT)
                   END-IF.

               2003-CHECK-ONE-LISTED.
                   IF PRL-STUDENT-NUMBER(PRINT-LIST-FIND-SUB) IS EQUAL
                       TO ENR-STUDENT-NUMBER
                       MOVE 'Y' TO PRINT-LIST-FOUND-FLAG
                   END-IF.

      * no meeting file yet just puts every class at the foot of the
      * page as unscheduled
           210-LOAD-MEETINGS.
               OPEN INPUT MEETING-FILE.
               IF MEETING-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "NO SECTION-MEETING.txt ON FILE - NO "
                     "MEETING TIMES TO PRINT"
               ELSE
                   PERFORM 2101-LOAD-ONE-MEETING
                       UNTIL MEETING-EOF-FLG IS EQUAL TO 'Y'
                       OR MEETING-COUNT IS EQUAL TO 500
                   CLOSE MEETING-FILE
               END-IF.

               2101-LOAD-ONE-MEETING.
                   READ MEETING-FILE
                       AT END
                           MOVE 'Y' TO MEETING-EOF-FLG
                       NOT AT END
                           IF MTG-TERM-CODE IS EQUAL TO SELECTED-TERM
                               ADD 1 TO MEETING-COUNT
                               MOVE MTG-COURSE-CODE
                                 TO MTT-COURSE-CODE(MEETING-COUNT)
                               MOVE MTG-SECTION-CODE
                                 TO MTT-SECTION-CODE(MEETING-COUNT)
                               MOVE MTG-DAYS TO MTT-DAYS(MEETING-COUNT)
                               MOVE MTG-START-TIME
                                 TO MTT-START-TIME(MEETING-COUNT)
                               MOVE MTG-END-TIME
                                 TO MTT-END-TIME(MEETING-COUNT)
                           END-IF
                   END-READ.

      * a missing tuition master only costs the pages their names
           220-LOAD-STUDENT-NAMES.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - PAGES "
                     "PRINT WITHOUT NAMES - STATUS "
                     STUDENT-FILE-STATUS
               ELSE
                   PERFORM 2201-LOAD-ONE-STUDENT
                       VARYING STUDENT-CTR FROM 1 BY 1
                       UNTIL STUDENT-CTR IS EQUAL TO 3000
                       OR STUDENT-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE STUDENT-FILE
               END-IF.

               2201-LOAD-ONE-STUDENT.
                   READ STUDENT-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-EOF-FLG
                       NOT AT END
                           MOVE STUDENT-CTR TO STUDENT-COUNT
                           MOVE STUDENT-NUMBER
                             TO TBL-STU-NUMBER(STUDENT-CTR)
                           MOVE STUDENT-NAME
                             TO TBL-STU-NAME(STUDENT-CTR)
                   END-READ.

      * one page: heading, the seven days in order, then anything
      * with no meeting time
           300-PRINT-ONE-STUDENT.
               MOVE ZERO TO CLASS-COUNT.
               PERFORM 301-COLLECT-ONE-CLASS
                   VARYING ENROLLMENT-SUB FROM 1 BY 1
                   UNTIL ENROLLMENT-SUB > ENROLLMENT-COUNT.

               MOVE SELECTED-TERM TO PHD-TERM-OUT.
               MOVE PRL-STUDENT-NUMBER(PRINT-LIST-SUB)
                 TO PHD-STUDENT-OUT.
               PERFORM 330-FIND-STUDENT-NAME.
               WRITE TIMETABLE-LINE FROM PAGE-HEADER-LINE.
               MOVE SPACES TO TIMETABLE-LINE.
               WRITE TIMETABLE-LINE.

               PERFORM 310-PRINT-ONE-DAY
                   VARYING DAY-SUB FROM 1 BY 1
                   UNTIL DAY-SUB > 7.

               MOVE ZERO TO UNSCHEDULED-COUNT.
               PERFORM 320-PRINT-ONE-UNSCHEDULED
                   VARYING CLASS-SUB FROM 1 BY 1
                   UNTIL CLASS-SUB > CLASS-COUNT.

               MOVE SPACES TO TIMETABLE-LINE.
               WRITE TIMETABLE-LINE.
               ADD 1 TO HOW-MANY-PRINTED.

               301-COLLECT-ONE-CLASS.
                   IF TBL-ENR-STUDENT-NUMBER(ENROLLMENT-SUB) IS EQUAL
                       TO PRL-STUDENT-NUMBER(PRINT-LIST-SUB)
                       AND CLASS-COUNT IS LESS THAN 20
                       ADD 1 TO CLASS-COUNT
                       ADD 1 TO HOW-MANY-CLASSES
                       MOVE TBL-ENR-COURSE-CODE(ENROLLMENT-SUB)
                         TO CLS-COURSE-CODE(CLASS-COUNT)
                       MOVE TBL-ENR-SECTION-CODE(ENROLLMENT-SUB)
                         TO CLS-SECTION-CODE(CLASS-COUNT)
                       PERFORM 302-FIND-MEETING-ROW
                       MOVE MEETING-FOUND-SUB
                         TO CLS-MEETING-SUB(CLASS-COUNT)
                   END-IF.

               302-FIND-MEETING-ROW.
                   MOVE 0 TO MEETING-FOUND-SUB.
                   PERFORM 3021-CHECK-ONE-MEETING
                       VARYING MEETING-FIND-SUB FROM 1 BY 1
                       UNTIL MEETING-FIND-SUB > MEETING-COUNT
                       OR MEETING-FOUND-SUB IS GREATER THAN ZERO.

                   3021-CHECK-ONE-MEETING.
                       IF MTT-COURSE-CODE(MEETING-FIND-SUB) IS EQUAL
                           TO TBL-ENR-COURSE-CODE(ENROLLMENT-SUB)
                           AND MTT-SECTION-CODE(MEETING-FIND-SUB)
                               IS EQUAL TO
                                 TBL-ENR-SECTION-CODE(ENROLLMENT-SUB)
                           MOVE MEETING-FIND-SUB TO MEETING-FOUND-SUB
                       END-IF.

      * the day's classes go out earliest first - each pass takes
      * the earliest not yet printed; a day with no classes is left
      * off the page
           310-PRINT-ONE-DAY.
               MOVE ZERO TO DAY-CLASS-COUNT.
               PERFORM 311-RESET-ONE-CLASS
                   VARYING CLASS-SUB FROM 1 BY 1
                   UNTIL CLASS-SUB > CLASS-COUNT.

               MOVE 1 TO NEXT-CLASS-SUB.
               PERFORM 312-PRINT-NEXT-CLASS
                   UNTIL NEXT-CLASS-SUB IS EQUAL TO ZERO.

               IF DAY-CLASS-COUNT IS GREATER THAN ZERO
                   MOVE SPACES TO TIMETABLE-LINE
                   WRITE TIMETABLE-LINE
               END-IF.

               311-RESET-ONE-CLASS.
                   MOVE 'N' TO CLS-PRINTED-FLAG(CLASS-SUB).

               312-PRINT-NEXT-CLASS.
                   MOVE ZERO TO NEXT-CLASS-SUB.
                   PERFORM 313-CHECK-ONE-CLASS
                       VARYING CLASS-SUB FROM 1 BY 1
                       UNTIL CLASS-SUB > CLASS-COUNT.

                   IF NEXT-CLASS-SUB IS GREATER THAN ZERO
                       IF DAY-CLASS-COUNT IS EQUAL TO ZERO
                           MOVE DAY-NAME(DAY-SUB) TO DHD-DAY-OUT
                           WRITE TIMETABLE-LINE FROM DAY-HEADER-LINE
                       END-IF
                       ADD 1 TO DAY-CLASS-COUNT
                       MOVE 'Y' TO CLS-PRINTED-FLAG(NEXT-CLASS-SUB)
                       MOVE CLS-MEETING-SUB(NEXT-CLASS-SUB)
                         TO MEETING-FOUND-SUB
                       MOVE MTT-START-TIME(MEETING-FOUND-SUB)
                         TO CDT-START-OUT
                       MOVE MTT-END-TIME(MEETING-FOUND-SUB)
                         TO CDT-END-OUT
                       MOVE CLS-COURSE-CODE(NEXT-CLASS-SUB)
                         TO CDT-COURSE-OUT
                       MOVE CLS-SECTION-CODE(NEXT-CLASS-SUB)
                         TO CDT-SECTION-OUT
                       WRITE TIMETABLE-LINE FROM CLASS-DETAIL-LINE
                   END-IF.

                   313-CHECK-ONE-CLASS.
                       IF CLS-MEETING-SUB(CLASS-SUB) IS GREATER THAN
                           ZERO
                           AND CLS-PRINTED-FLAG(CLASS-SUB) IS EQUAL
                               TO 'N'
                           MOVE CLS-MEETING-SUB(CLASS-SUB)
                             TO MEETING-FIND-SUB
                           IF MTT-DAY(MEETING-FIND-SUB, DAY-SUB)
                               IS NOT EQUAL TO SPACE
                               PERFORM 314-KEEP-IF-EARLIER
                           END-IF
                       END-IF.

                   314-KEEP-IF-EARLIER.
                       IF NEXT-CLASS-SUB IS EQUAL TO ZERO
                           MOVE CLASS-SUB TO NEXT-CLASS-SUB
                           MOVE MEETING-FIND-SUB TO NEXT-MEETING-SUB
                       ELSE IF MTT-START-TIME(MEETING-FIND-SUB)
                           IS LESS THAN
                             MTT-START-TIME(NEXT-MEETING-SUB)
                           MOVE CLASS-SUB TO NEXT-CLASS-SUB
                           MOVE MEETING-FIND-SUB TO NEXT-MEETING-SUB
                       END-IF
                       END-IF.

               320-PRINT-ONE-UNSCHEDULED.
                   IF CLS-MEETING-SUB(CLASS-SUB) IS EQUAL TO ZERO
                       IF UNSCHEDULED-COUNT IS EQUAL TO ZERO
                           MOVE "NO MEETING TIME" TO DHD-DAY-OUT
                           WRITE TIMETABLE-LINE FROM DAY-HEADER-LINE
                       END-IF
                       ADD 1 TO UNSCHEDULED-COUNT
                       MOVE CLS-COURSE-CODE(CLASS-SUB)
                         TO UNS-COURSE-OUT
                       MOVE CLS-SECTION-CODE(CLASS-SUB)
                         TO UNS-SECTION-OUT
                       WRITE TIMETABLE-LINE FROM UNSCHEDULED-LINE
                   END-IF.

           330-FIND-STUDENT-NAME.
               MOVE 'N' TO STUDENT-FOUND-FLAG.
               MOVE "NOT ON TUITION MASTER" TO PHD-NAME-OUT.

               PERFORM 3301-CHECK-ONE-STUDENT
                   VARYING STUDENT-FIND-SUB FROM 1 BY 1
                   UNTIL STUDENT-FIND-SUB > STUDENT-COUNT
                   OR STUDENT-ROW-FOUND.

               3301-CHECK-ONE-STUDENT.
                   IF TBL-STU-NUMBER(STUDENT-FIND-SUB) IS EQUAL TO
                       PRL-STUDENT-NUMBER(PRINT-LIST-SUB)
                       MOVE 'Y' TO STUDENT-FOUND-FLAG
                       MOVE TBL-STU-NAME(STUDENT-FIND-SUB)
                         TO PHD-NAME-OUT
                   END-IF.

       END PROGRAM PROJECT91.
