      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 14-OCT-2026
      * Purpose: grade distribution for academic council. Takes a term
      *          code and reads the closed results on TERMHIST.txt;
      *          each mark in the term is tied to its section through
      *          the student's capture on SECTION-ENROLLMENT.txt. For
      *          every course and section it prints the count of A,
      *          B, C, D and F marks (PROJECT18's 90/80/70/60 scale)
      *          and of still-pending incompletes (PROJECT55), the
      *          mean and median mark, and the fail and INC rates,
      *          then the whole course for the term and each of the
      *          course's prior terms on file for comparison. A
      *          section whose fail rate runs OUTLIER-MARGIN points
      *          or more above the course norm - the fail rate over
      *          the course's prior terms, or this term's course-wide
      *          rate when the course is new - is flagged OUTLIER.
      *          Report is GRADE-DISTRIBUTION.txt
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT98.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-HISTORY-FILE
           ASSIGN TO "..\TERMHIST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERM-HISTORY-STATUS.

      * the term's captures - the only place a mark's section lives
           SELECT ENROLLMENT-FILE
           ASSIGN TO "..\SECTION-ENROLLMENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENROLLMENT-FILE-STATUS.

      * PROJECT55's incomplete-grade rows - a pending one counts as
      * INC rather than as its placeholder mark
           SELECT INCOMPLETE-FILE
           ASSIGN TO "..\INCOMPLETE-GRADES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INCOMPLETE-FILE-STATUS.

           SELECT DISTRIBUTION-REPORT
           ASSIGN TO "..\GRADE-DISTRIBUTION.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISTRIBUTION-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      * kept in step with Project53.cbl's FD ENROLLMENT-FILE
       FD ENROLLMENT-FILE.
       01 ENROLLMENT-RECORD.
         05 ENR-STUDENT-NUMBER PIC 9(6).
         05 ENR-COURSE-CODE PIC X(7).
         05 ENR-SECTION-CODE PIC X(3).
         05 ENR-TERM-CODE PIC 9(6).

      * kept in step with Project55.cbl's FD INCOMPLETE-FILE
       FD INCOMPLETE-FILE.
       01 INCOMPLETE-RECORD.
         05 INC-STUDENT-NUMBER PIC 9(6).
         05 INC-TERM-CODE PIC 9(6).
         05 INC-COURSE-CODE PIC X(7).
         05 INC-DEADLINE-DATE PIC 9(8).
         05 INC-STATUS PIC X(1).

       FD DISTRIBUTION-REPORT.
       01 DISTRIBUTION-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 TERM-HISTORY-STATUS PIC X(2).
         05 ENROLLMENT-FILE-STATUS PIC X(2).
         05 INCOMPLETE-FILE-STATUS PIC X(2).
         05 DISTRIBUTION-REPORT-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 HISTORY-EOF-FLG PIC X(1) VALUE 'N'.
         05 ENROLLMENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 INCOMPLETE-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-SELECTION.
         05 TERM-ENTRY PIC X(6).
         05 SELECTED-TERM PIC 9(6).

      * a section this many points or more over the course norm's
      * fail rate is an outlier
       01 OUTLIER-MARGIN PIC 9(3) VALUE 20.
      * under this mark is an F - PROJECT18's scale
       01 FAILING-LINE PIC 9(3) VALUE 60.

      * the term's captures, to find each mark's section
       01 ENROLLMENT-TABLE.
         05 ENROLLMENT-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON ENROLLMENT-COUNT.
           10 TBL-ENR-STUDENT-NUMBER PIC 9(6).
           10 TBL-ENR-COURSE-CODE PIC X(7).
           10 TBL-ENR-SECTION-CODE PIC X(3).

       01 ENROLLMENT-VARIABLES.
         05 ENROLLMENT-COUNT PIC 9(4) VALUE 0.
         05 ENROLLMENT-FIND-SUB PIC 9(4).
         05 ENROLLMENT-FOUND-FLAG PIC X(1).
           88 CAPTURE-FOUND VALUE 'Y'.

      * PROJECT55's still-pending incompletes, every term
       01 INCOMPLETE-TABLE.
         05 INCOMPLETE-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON INCOMPLETE-COUNT.
           10 ITB-STUDENT-NUMBER PIC 9(6).
           10 ITB-TERM-CODE PIC 9(6).
           10 ITB-COURSE-CODE PIC X(7).

       01 INCOMPLETE-VARIABLES.
         05 INCOMPLETE-COUNT PIC 9(3) VALUE 0.
         05 INCOMPLETE-FIND-SUB PIC 9(3).
         05 INCOMPLETE-FOUND-FLAG PIC X(1).
           88 COURSE-IS-INCOMPLETE VALUE 'Y'.

      * one row per mark for the term and every earlier term - the
      * section is only known for the term being reported
       01 MARK-TABLE.
         05 MARK-ENTRY OCCURS 1 TO 20000 TIMES
             DEPENDING ON MARK-COUNT.
           10 MRK-COURSE-CODE PIC X(7).
           10 MRK-SECTION-CODE PIC X(3).
           10 MRK-TERM-CODE PIC 9(6).
           10 MRK-MARK PIC 9(3).
           10 MRK-INC-FLAG PIC X(1).

       01 MARK-VARIABLES.
         05 MARK-COUNT PIC 9(5) VALUE 0.
         05 MARK-SUB PIC 9(5).
         05 COURSE-SUB PIC 9(1).

      * the term's course and section pairs, sorted for printing
       01 GROUP-TABLE.
         05 GROUP-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON GROUP-COUNT.
           10 GRP-SORT-KEY.
             15 GRP-COURSE-CODE PIC X(7).
             15 GRP-SECTION-CODE PIC X(3).

       01 GROUP-VARIABLES.
         05 GROUP-COUNT PIC 9(3) VALUE 0.
         05 GROUP-SUB PIC 9(3).
         05 GROUP-FIND-SUB PIC 9(3).
         05 GROUP-FOUND-FLAG PIC X(1).
           88 GROUP-ON-TABLE VALUE 'Y'.
         05 GROUP-SORT-SUB-1 PIC 9(3).
         05 GROUP-SORT-SUB-2 PIC 9(3).
         05 GROUP-SORT-HOLD PIC X(10).
         05 CURRENT-COURSE PIC X(7).

      * one course's prior terms, ascending
       01 PRIOR-TERM-TABLE.
         05 PRIOR-TERM-ENTRY OCCURS 1 TO 40 TIMES
             DEPENDING ON PRIOR-TERM-COUNT.
           10 PTT-TERM-CODE PIC 9(6).

       01 PRIOR-TERM-VARIABLES.
         05 PRIOR-TERM-COUNT PIC 9(2) VALUE 0.
         05 PRIOR-TERM-SUB PIC 9(2).
         05 PRIOR-TERM-FIND-SUB PIC 9(2).
         05 PRIOR-TERM-FOUND-FLAG PIC X(1).
           88 PRIOR-TERM-LISTED VALUE 'Y'.
         05 PRIOR-SORT-SUB-1 PIC 9(2).
         05 PRIOR-SORT-SUB-2 PIC 9(2).
         05 PRIOR-SORT-HOLD PIC 9(6).

      * which marks the tally below takes - a blank section is every
      * section; scope S is the one term, P every term before the
      * run's term
       01 TALLY-FILTER.
         05 FLT-COURSE-CODE PIC X(7).
         05 FLT-SECTION-CODE PIC X(3).
         05 FLT-TERM-CODE PIC 9(6).
         05 FLT-SCOPE PIC X(1).
           88 FLT-ONE-TERM VALUE 'S'.
           88 FLT-PRIOR-TERMS VALUE 'P'.

      * one group's tally - HIST-COUNT(m + 1) is how many got mark m
       01 TALLY-FIELDS.
         05 TLY-STUDENTS PIC 9(5).
         05 TLY-GRADED PIC 9(5).
         05 TLY-LETTER-COUNT PIC 9(5) OCCURS 5 TIMES.
         05 TLY-INC PIC 9(5).
         05 TLY-MARK-TOTAL PIC 9(8).
         05 TLY-MEAN PIC 9(3)V9.
         05 TLY-MEDIAN PIC 9(3).
         05 TLY-FAIL-RATE PIC 9(3)V9.
         05 TLY-INC-RATE PIC 9(3)V9.

       01 HISTOGRAM-TABLE.
         05 HIST-COUNT PIC 9(5) OCCURS 101 TIMES.

       01 MEDIAN-FIELDS.
         05 HIST-SUB PIC 9(3).
         05 LETTER-SUB PIC 9(1).
         05 RUNNING-COUNT PIC 9(5).
         05 MEDIAN-POSITION PIC 9(5).
         05 MEDIAN-VALUE PIC 9(3).
         05 MEDIAN-LOW PIC 9(3).
         05 MEDIAN-HIGH PIC 9(3).
         05 CAPPED-MARK PIC 9(3).

       01 NORM-FIELDS.
         05 COURSE-NORM-RATE PIC 9(3)V9.
         05 OUTLIER-CUTOFF PIC 9(3)V9.
         05 NORM-SOURCE PIC X(1).
           88 NORM-FROM-PRIOR-TERMS VALUE 'P'.

       01 COUNTERS.
         05 HOW-MANY-MARKS PIC 9(6) VALUE 0.
         05 HOW-MANY-COURSES PIC 9(4) VALUE 0.
         05 HOW-MANY-OUTLIERS PIC 9(4) VALUE 0.
         05 HOW-MANY-NO-SECTION PIC 9(5) VALUE 0.

       01 REPORT-HEADER-LINE.
         05 FILLER PIC X(25) VALUE "GRADE DISTRIBUTION  TERM ".
         05 RHD-TERM-OUT PIC 9(6).
         05 FILLER PIC X(49) VALUE SPACE.

       01 REPORT-COLUMN-LINE.
         05 FILLER PIC X(40) VALUE
             "COURSE   GROUP   STU    A    B    C    D".
         05 FILLER PIC X(40) VALUE
             "    F  INC  MEAN MED FAIL%  INC%        ".

       01 DISTRIBUTION-DETAIL-LINE.
         05 DDT-COURSE-OUT PIC X(7).
         05 FILLER PIC X(2) VALUE SPACE.
         05 DDT-GROUP-OUT PIC X(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 DDT-STUDENTS-OUT PIC ZZZ9.
         05 DDT-LETTER-GROUP OCCURS 5 TIMES.
           10 FILLER PIC X(1).
           10 DDT-LETTER-OUT PIC ZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 DDT-INC-OUT PIC ZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 DDT-MEAN-OUT PIC ZZ9.9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 DDT-MEDIAN-OUT PIC ZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 DDT-FAIL-RATE-OUT PIC ZZ9.9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 DDT-INC-RATE-OUT PIC ZZ9.9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 DDT-FLAG-OUT PIC X(7).

       01 NORM-LINE.
         05 FILLER PIC X(9) VALUE SPACE.
         05 FILLER PIC X(26) VALUE "COURSE NORM FAIL RATE:".
         05 NML-RATE-OUT PIC ZZ9.9.
         05 FILLER PIC X(2) VALUE SPACE.
         05 NML-SOURCE-OUT PIC X(38).

       PROCEDURE DIVISION.
      * main procedure - pick the term, load the marks, then one
      * block per course in course order
       100-PRINT-GRADE-DISTRIBUTION.
           DISPLAY "ENTER TERM CODE (YYYYTT):".
           ACCEPT TERM-ENTRY.
           IF TERM-ENTRY IS NOT NUMERIC
               DISPLAY "TERM CODE MUST BE SIX DIGITS - NOTHING "
                 "PRINTED"
               STOP RUN
           END-IF.
           MOVE TERM-ENTRY TO SELECTED-TERM.

           PERFORM 200-LOAD-TERM-CAPTURES.
           PERFORM 210-LOAD-INCOMPLETES.
           PERFORM 220-LOAD-MARKS.
           PERFORM 230-SORT-GROUPS.

           IF GROUP-COUNT IS EQUAL TO ZERO
               DISPLAY "NO MARKS ON TERMHIST.txt FOR TERM "
                 SELECTED-TERM " - CLOSE IT THROUGH PROJECT18 FIRST"
               STOP RUN
           END-IF.

           OPEN OUTPUT DISTRIBUTION-REPORT.
           IF DISTRIBUTION-REPORT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO OPEN GRADE-DISTRIBUTION.txt - "
                 "STATUS " DISTRIBUTION-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE SELECTED-TERM TO RHD-TERM-OUT.
           WRITE DISTRIBUTION-LINE FROM REPORT-HEADER-LINE.
           MOVE SPACES TO DISTRIBUTION-LINE.
           WRITE DISTRIBUTION-LINE.
           WRITE DISTRIBUTION-LINE FROM REPORT-COLUMN-LINE.

           MOVE SPACES TO CURRENT-COURSE.
           PERFORM 300-PRINT-ONE-COURSE
               VARYING GROUP-SUB FROM 1 BY 1
               UNTIL GROUP-SUB > GROUP-COUNT.

           CLOSE DISTRIBUTION-REPORT.

           DISPLAY "MARKS READ FOR THE TERM:    " HOW-MANY-MARKS.
           DISPLAY "COURSES REPORTED:           " HOW-MANY-COURSES.
           DISPLAY "OUTLIER SECTIONS FLAGGED:   " HOW-MANY-OUTLIERS.
           IF HOW-MANY-NO-SECTION IS GREATER THAN ZERO
               DISPLAY "MARKS WITH NO SECTION CAPTURE (GROUP ---): "
                 HOW-MANY-NO-SECTION
           END-IF.
           STOP RUN.

      * a missing capture file leaves every mark under section ---
           200-LOAD-TERM-CAPTURES.
               OPEN INPUT ENROLLMENT-FILE.
               IF ENROLLMENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "NO SECTION-ENROLLMENT.txt - MARKS ARE "
                     "REPORTED BY COURSE ONLY"
               ELSE
                   PERFORM 2001-LOAD-ONE-CAPTURE
                       UNTIL ENROLLMENT-EOF-FLG IS EQUAL TO 'Y'
                       OR ENROLLMENT-COUNT IS EQUAL TO 5000
                   CLOSE ENROLLMENT-FILE
               END-IF.

               2001-LOAD-ONE-CAPTURE.
                   READ ENROLLMENT-FILE
                       AT END
                           MOVE 'Y' TO ENROLLMENT-EOF-FLG
                       NOT AT END
                           IF ENR-TERM-CODE IS EQUAL TO SELECTED-TERM
                               ADD 1 TO ENROLLMENT-COUNT
                               MOVE ENR-STUDENT-NUMBER
                                 TO TBL-ENR-STUDENT-NUMBER
                                   (ENROLLMENT-COUNT)
                               MOVE ENR-COURSE-CODE
                                 TO TBL-ENR-COURSE-CODE
                                   (ENROLLMENT-COUNT)
                               MOVE ENR-SECTION-CODE
                                 TO TBL-ENR-SECTION-CODE
                                   (ENROLLMENT-COUNT)
                           END-IF
                   END-READ.

      * only the rows still pending - a lapsed one has already been
      * converted to the failing mark by PROJECT55
           210-LOAD-INCOMPLETES.
               OPEN INPUT INCOMPLETE-FILE.
               IF INCOMPLETE-FILE-STATUS IS NOT EQUAL TO "00"
                   CONTINUE
               ELSE
                   PERFORM 2101-LOAD-ONE-INCOMPLETE
                       UNTIL INCOMPLETE-EOF-FLG IS EQUAL TO 'Y'
                       OR INCOMPLETE-COUNT IS EQUAL TO 500
                   CLOSE INCOMPLETE-FILE
               END-IF.

               2101-LOAD-ONE-INCOMPLETE.
                   READ INCOMPLETE-FILE
                       AT END
                           MOVE 'Y' TO INCOMPLETE-EOF-FLG
                       NOT AT END
                           IF INC-STATUS IS EQUAL TO 'P'
                               ADD 1 TO INCOMPLETE-COUNT
                               MOVE INC-STUDENT-NUMBER
                                 TO ITB-STUDENT-NUMBER
                                   (INCOMPLETE-COUNT)
                               MOVE INC-TERM-CODE
                                 TO ITB-TERM-CODE(INCOMPLETE-COUNT)
                               MOVE INC-COURSE-CODE
                                 TO ITB-COURSE-CODE(INCOMPLETE-COUNT)
                           END-IF
                   END-READ.

      * the run's term and every earlier one go into the mark table;
      * later terms are no part of the comparison
           220-LOAD-MARKS.
               OPEN INPUT TERM-HISTORY-FILE.
               IF TERM-HISTORY-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TERMHIST.txt - STATUS "
                     TERM-HISTORY-STATUS
                   STOP RUN
               END-IF.

               PERFORM 2201-LOAD-ONE-HISTORY-RECORD
                   UNTIL HISTORY-EOF-FLG IS EQUAL TO 'Y'.

               CLOSE TERM-HISTORY-FILE.

               2201-LOAD-ONE-HISTORY-RECORD.
                   READ TERM-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO HISTORY-EOF-FLG
                       NOT AT END
                           IF TH-TERM-CODE IS NOT GREATER THAN
                               SELECTED-TERM
                               PERFORM 2202-LOAD-ONE-MARK
                                   VARYING COURSE-SUB FROM 1 BY 1
                                   UNTIL COURSE-SUB > TH-COURSE-COUNT
                           END-IF
                   END-READ.

               2202-LOAD-ONE-MARK.
                   IF TH-COURSE-CODE(COURSE-SUB) IS NOT EQUAL TO SPACE
                       AND MARK-COUNT IS LESS THAN 20000
                       ADD 1 TO MARK-COUNT
                       MOVE TH-COURSE-CODE(COURSE-SUB)
                         TO MRK-COURSE-CODE(MARK-COUNT)
                       MOVE SPACES TO MRK-SECTION-CODE(MARK-COUNT)
                       MOVE TH-TERM-CODE TO MRK-TERM-CODE(MARK-COUNT)
                       MOVE TH-COURSE-AVERAGE(COURSE-SUB)
                         TO MRK-MARK(MARK-COUNT)
                       PERFORM 2203-CHECK-INCOMPLETE
                       MOVE INCOMPLETE-FOUND-FLAG
                         TO MRK-INC-FLAG(MARK-COUNT)
                       IF TH-TERM-CODE IS EQUAL TO SELECTED-TERM
                           ADD 1 TO HOW-MANY-MARKS
                           PERFORM 2205-FIND-MARK-SECTION
                           PERFORM 2207-NOTE-GROUP
                       END-IF
                   END-IF.

               2203-CHECK-INCOMPLETE.
                   MOVE 'N' TO INCOMPLETE-FOUND-FLAG.
                   PERFORM 2204-CHECK-ONE-INCOMPLETE
                       VARYING INCOMPLETE-FIND-SUB FROM 1 BY 1
                       UNTIL INCOMPLETE-FIND-SUB > INCOMPLETE-COUNT
                       OR COURSE-IS-INCOMPLETE.

                   2204-CHECK-ONE-INCOMPLETE.
                       IF ITB-STUDENT-NUMBER(INCOMPLETE-FIND-SUB)
                           IS EQUAL TO TH-STUDENT-NUMBER
                           AND ITB-TERM-CODE(INCOMPLETE-FIND-SUB)
                               IS EQUAL TO TH-TERM-CODE
                           AND ITB-COURSE-CODE(INCOMPLETE-FIND-SUB)
                               IS EQUAL TO TH-COURSE-CODE(COURSE-SUB)
                           MOVE 'Y' TO INCOMPLETE-FOUND-FLAG
                       END-IF.

               2205-FIND-MARK-SECTION.
                   MOVE 'N' TO ENROLLMENT-FOUND-FLAG.
                   PERFORM 2206-CHECK-ONE-CAPTURE
                       VARYING ENROLLMENT-FIND-SUB FROM 1 BY 1
                       UNTIL ENROLLMENT-FIND-SUB > ENROLLMENT-COUNT
                       OR CAPTURE-FOUND.
                   IF NOT CAPTURE-FOUND
                       MOVE "---" TO MRK-SECTION-CODE(MARK-COUNT)
                       ADD 1 TO HOW-MANY-NO-SECTION
                   END-IF.

                   2206-CHECK-ONE-CAPTURE.
                       IF TBL-ENR-STUDENT-NUMBER(ENROLLMENT-FIND-SUB)
                           IS EQUAL TO TH-STUDENT-NUMBER
                           AND TBL-ENR-COURSE-CODE(ENROLLMENT-FIND-SUB)
                               IS EQUAL TO TH-COURSE-CODE(COURSE-SUB)
                           MOVE 'Y' TO ENROLLMENT-FOUND-FLAG
                           MOVE TBL-ENR-SECTION-CODE
                               (ENROLLMENT-FIND-SUB)
                             TO MRK-SECTION-CODE(MARK-COUNT)
                       END-IF.

               2207-NOTE-GROUP.
                   MOVE 'N' TO GROUP-FOUND-FLAG.
                   PERFORM 2208-CHECK-ONE-GROUP
                       VARYING GROUP-FIND-SUB FROM 1 BY 1
                       UNTIL GROUP-FIND-SUB > GROUP-COUNT
                       OR GROUP-ON-TABLE.
                   IF NOT GROUP-ON-TABLE
                       AND GROUP-COUNT IS LESS THAN 500
                       ADD 1 TO GROUP-COUNT
                       MOVE MRK-COURSE-CODE(MARK-COUNT)
                         TO GRP-COURSE-CODE(GROUP-COUNT)
                       MOVE MRK-SECTION-CODE(MARK-COUNT)
                         TO GRP-SECTION-CODE(GROUP-COUNT)
                   END-IF.

                   2208-CHECK-ONE-GROUP.
                       IF GRP-COURSE-CODE(GROUP-FIND-SUB) IS EQUAL TO
                           MRK-COURSE-CODE(MARK-COUNT)
                           AND GRP-SECTION-CODE(GROUP-FIND-SUB)
                               IS EQUAL TO MRK-SECTION-CODE(MARK-COUNT)
                           MOVE 'Y' TO GROUP-FOUND-FLAG
                       END-IF.

      * insertion sort on course then section, same technique as
      * Project18.cbl's history sort
           230-SORT-GROUPS.
               PERFORM 2301-INSERT-ONE-GROUP
                   VARYING GROUP-SORT-SUB-1 FROM 2 BY 1
                   UNTIL GROUP-SORT-SUB-1 > GROUP-COUNT.

               2301-INSERT-ONE-GROUP.
                   MOVE GROUP-ENTRY(GROUP-SORT-SUB-1)
                     TO GROUP-SORT-HOLD.
                   MOVE GROUP-SORT-SUB-1 TO GROUP-SORT-SUB-2.
                   PERFORM 2302-SHIFT-ONE-GROUP
                       UNTIL GROUP-SORT-SUB-2 = 1
                       OR GRP-SORT-KEY(GROUP-SORT-SUB-2 - 1)
                           NOT > GROUP-SORT-HOLD.
                   MOVE GROUP-SORT-HOLD
                     TO GROUP-ENTRY(GROUP-SORT-SUB-2).

                   2302-SHIFT-ONE-GROUP.
                       MOVE GROUP-ENTRY(GROUP-SORT-SUB-2 - 1)
                         TO GROUP-ENTRY(GROUP-SORT-SUB-2).
                       SUBTRACT 1 FROM GROUP-SORT-SUB-2.

      * the first section of each course opens its block: the norm
      * is settled first so every section line can be judged
      * against it, then the sections, the course total, and the
      * prior terms
           300-PRINT-ONE-COURSE.
               IF GRP-COURSE-CODE(GROUP-SUB) IS NOT EQUAL TO
                   CURRENT-COURSE
                   MOVE GRP-COURSE-CODE(GROUP-SUB) TO CURRENT-COURSE
                   ADD 1 TO HOW-MANY-COURSES
                   PERFORM 310-SETTLE-COURSE-NORM
                   PERFORM 320-PRINT-COURSE-SECTIONS
                       VARYING GROUP-FIND-SUB FROM GROUP-SUB BY 1
                       UNTIL GROUP-FIND-SUB > GROUP-COUNT
                       OR GRP-COURSE-CODE(GROUP-FIND-SUB)
                           IS NOT EQUAL TO CURRENT-COURSE
                   PERFORM 330-PRINT-COURSE-TOTAL
                   PERFORM 340-PRINT-PRIOR-TERMS
                   PERFORM 350-PRINT-NORM-LINE
                   MOVE SPACES TO DISTRIBUTION-LINE
                   WRITE DISTRIBUTION-LINE
               END-IF.

           310-SETTLE-COURSE-NORM.
               MOVE CURRENT-COURSE TO FLT-COURSE-CODE.
               MOVE SPACES TO FLT-SECTION-CODE.
               MOVE 'P' TO FLT-SCOPE.
               PERFORM 500-TALLY-MARKS.
               IF TLY-STUDENTS IS GREATER THAN ZERO
                   MOVE 'P' TO NORM-SOURCE
               ELSE
                   MOVE 'S' TO NORM-SOURCE
                   MOVE 'S' TO FLT-SCOPE
                   MOVE SELECTED-TERM TO FLT-TERM-CODE
                   PERFORM 500-TALLY-MARKS
               END-IF.
               MOVE TLY-FAIL-RATE TO COURSE-NORM-RATE.
               COMPUTE OUTLIER-CUTOFF =
                   COURSE-NORM-RATE + OUTLIER-MARGIN.

           320-PRINT-COURSE-SECTIONS.
               MOVE CURRENT-COURSE TO FLT-COURSE-CODE.
               MOVE GRP-SECTION-CODE(GROUP-FIND-SUB)
                 TO FLT-SECTION-CODE.
               MOVE 'S' TO FLT-SCOPE.
               MOVE SELECTED-TERM TO FLT-TERM-CODE.
               PERFORM 500-TALLY-MARKS.
               MOVE GRP-SECTION-CODE(GROUP-FIND-SUB) TO DDT-GROUP-OUT.
               IF TLY-FAIL-RATE IS NOT LESS THAN OUTLIER-CUTOFF
                   AND TLY-FAIL-RATE IS GREATER THAN ZERO
                   MOVE "OUTLIER" TO DDT-FLAG-OUT
                   ADD 1 TO HOW-MANY-OUTLIERS
               ELSE
                   MOVE SPACES TO DDT-FLAG-OUT
               END-IF.
               PERFORM 360-WRITE-DETAIL-LINE.

           330-PRINT-COURSE-TOTAL.
               MOVE CURRENT-COURSE TO FLT-COURSE-CODE.
               MOVE SPACES TO FLT-SECTION-CODE.
               MOVE 'S' TO FLT-SCOPE.
               MOVE SELECTED-TERM TO FLT-TERM-CODE.
               PERFORM 500-TALLY-MARKS.
               MOVE "ALL" TO DDT-GROUP-OUT.
               MOVE SPACES TO DDT-FLAG-OUT.
               PERFORM 360-WRITE-DETAIL-LINE.

      * each earlier term the course was given, oldest first, on
      * the same columns
           340-PRINT-PRIOR-TERMS.
               MOVE ZERO TO PRIOR-TERM-COUNT.
               PERFORM 341-NOTE-ONE-PRIOR-TERM
                   VARYING MARK-SUB FROM 1 BY 1
                   UNTIL MARK-SUB > MARK-COUNT.
               PERFORM 343-INSERT-ONE-PRIOR-TERM
                   VARYING PRIOR-SORT-SUB-1 FROM 2 BY 1
                   UNTIL PRIOR-SORT-SUB-1 > PRIOR-TERM-COUNT.
               PERFORM 345-PRINT-ONE-PRIOR-TERM
                   VARYING PRIOR-TERM-SUB FROM 1 BY 1
                   UNTIL PRIOR-TERM-SUB > PRIOR-TERM-COUNT.

               341-NOTE-ONE-PRIOR-TERM.
                   IF MRK-COURSE-CODE(MARK-SUB) IS EQUAL TO
                       CURRENT-COURSE
                       AND MRK-TERM-CODE(MARK-SUB) IS LESS THAN
                           SELECTED-TERM
                       MOVE 'N' TO PRIOR-TERM-FOUND-FLAG
                       PERFORM 342-CHECK-ONE-PRIOR-TERM
                           VARYING PRIOR-TERM-FIND-SUB FROM 1 BY 1
                           UNTIL PRIOR-TERM-FIND-SUB > PRIOR-TERM-COUNT
                           OR PRIOR-TERM-LISTED
                       IF NOT PRIOR-TERM-LISTED
                           AND PRIOR-TERM-COUNT IS LESS THAN 40
                           ADD 1 TO PRIOR-TERM-COUNT
                           MOVE MRK-TERM-CODE(MARK-SUB)
                             TO PTT-TERM-CODE(PRIOR-TERM-COUNT)
                       END-IF
                   END-IF.

               342-CHECK-ONE-PRIOR-TERM.
                   IF PTT-TERM-CODE(PRIOR-TERM-FIND-SUB) IS EQUAL TO
                       MRK-TERM-CODE(MARK-SUB)
                       MOVE 'Y' TO PRIOR-TERM-FOUND-FLAG
                   END-IF.

               343-INSERT-ONE-PRIOR-TERM.
                   MOVE PTT-TERM-CODE(PRIOR-SORT-SUB-1)
                     TO PRIOR-SORT-HOLD.
                   MOVE PRIOR-SORT-SUB-1 TO PRIOR-SORT-SUB-2.
                   PERFORM 344-SHIFT-ONE-PRIOR-TERM
                       UNTIL PRIOR-SORT-SUB-2 = 1
                       OR PTT-TERM-CODE(PRIOR-SORT-SUB-2 - 1)
                           NOT > PRIOR-SORT-HOLD.
                   MOVE PRIOR-SORT-HOLD
                     TO PTT-TERM-CODE(PRIOR-SORT-SUB-2).

                   344-SHIFT-ONE-PRIOR-TERM.
                       MOVE PTT-TERM-CODE(PRIOR-SORT-SUB-2 - 1)
                         TO PTT-TERM-CODE(PRIOR-SORT-SUB-2).
                       SUBTRACT 1 FROM PRIOR-SORT-SUB-2.

               345-PRINT-ONE-PRIOR-TERM.
                   MOVE CURRENT-COURSE TO FLT-COURSE-CODE.
                   MOVE SPACES TO FLT-SECTION-CODE.
                   MOVE 'S' TO FLT-SCOPE.
                   MOVE PTT-TERM-CODE(PRIOR-TERM-SUB) TO FLT-TERM-CODE.
                   PERFORM 500-TALLY-MARKS.
                   MOVE PTT-TERM-CODE(PRIOR-TERM-SUB) TO DDT-GROUP-OUT.
                   MOVE SPACES TO DDT-FLAG-OUT.
                   PERFORM 360-WRITE-DETAIL-LINE.

           350-PRINT-NORM-LINE.
               MOVE COURSE-NORM-RATE TO NML-RATE-OUT.
               IF NORM-FROM-PRIOR-TERMS
                   MOVE "(ALL PRIOR TERMS)" TO NML-SOURCE-OUT
               ELSE
                   MOVE "(THIS TERM - NO PRIOR TERMS ON FILE)"
                     TO NML-SOURCE-OUT
               END-IF.
               WRITE DISTRIBUTION-LINE FROM NORM-LINE.

      * the course code prints on every line so a page of the report
      * stands on its own
           360-WRITE-DETAIL-LINE.
               MOVE CURRENT-COURSE TO DDT-COURSE-OUT.
               MOVE TLY-STUDENTS TO DDT-STUDENTS-OUT.
               PERFORM 361-MOVE-ONE-LETTER
                   VARYING LETTER-SUB FROM 1 BY 1
                   UNTIL LETTER-SUB > 5.
               MOVE TLY-INC TO DDT-INC-OUT.
               MOVE TLY-MEAN TO DDT-MEAN-OUT.
               MOVE TLY-MEDIAN TO DDT-MEDIAN-OUT.
               MOVE TLY-FAIL-RATE TO DDT-FAIL-RATE-OUT.
               MOVE TLY-INC-RATE TO DDT-INC-RATE-OUT.
               WRITE DISTRIBUTION-LINE FROM DISTRIBUTION-DETAIL-LINE.

               361-MOVE-ONE-LETTER.
                   MOVE SPACE TO DDT-LETTER-GROUP(LETTER-SUB).
                   MOVE TLY-LETTER-COUNT(LETTER-SUB)
                     TO DDT-LETTER-OUT(LETTER-SUB).

      * one pass over the mark table under the filter - a pending
      * incomplete counts toward the students and the INC rate but
      * not the letters, mean, or median; rates are out of every
      * student in the group
           500-TALLY-MARKS.
               MOVE ZERO TO TLY-STUDENTS.
               MOVE ZERO TO TLY-GRADED.
               MOVE ZERO TO TLY-INC.
               MOVE ZERO TO TLY-MARK-TOTAL.
               PERFORM 501-CLEAR-ONE-LETTER
                   VARYING LETTER-SUB FROM 1 BY 1
                   UNTIL LETTER-SUB > 5.
               PERFORM 502-CLEAR-ONE-HISTOGRAM-SLOT
                   VARYING HIST-SUB FROM 1 BY 1
                   UNTIL HIST-SUB > 101.

               PERFORM 503-TALLY-ONE-MARK
                   VARYING MARK-SUB FROM 1 BY 1
                   UNTIL MARK-SUB > MARK-COUNT.

               IF TLY-GRADED IS GREATER THAN ZERO
                   COMPUTE TLY-MEAN ROUNDED =
                       TLY-MARK-TOTAL / TLY-GRADED
                   PERFORM 510-FIND-MEDIAN
               ELSE
                   MOVE ZERO TO TLY-MEAN
                   MOVE ZERO TO TLY-MEDIAN
               END-IF.
               IF TLY-STUDENTS IS GREATER THAN ZERO
                   COMPUTE TLY-FAIL-RATE ROUNDED =
                       TLY-LETTER-COUNT(5) * 100 / TLY-STUDENTS
                   COMPUTE TLY-INC-RATE ROUNDED =
                       TLY-INC * 100 / TLY-STUDENTS
               ELSE
                   MOVE ZERO TO TLY-FAIL-RATE
                   MOVE ZERO TO TLY-INC-RATE
               END-IF.

               501-CLEAR-ONE-LETTER.
                   MOVE ZERO TO TLY-LETTER-COUNT(LETTER-SUB).

               502-CLEAR-ONE-HISTOGRAM-SLOT.
                   MOVE ZERO TO HIST-COUNT(HIST-SUB).

               503-TALLY-ONE-MARK.
                   IF MRK-COURSE-CODE(MARK-SUB) IS EQUAL TO
                       FLT-COURSE-CODE
                       AND (FLT-SECTION-CODE IS EQUAL TO SPACES
                         OR MRK-SECTION-CODE(MARK-SUB) IS EQUAL TO
                           FLT-SECTION-CODE)
                       AND ((FLT-ONE-TERM
                           AND MRK-TERM-CODE(MARK-SUB) IS EQUAL TO
                             FLT-TERM-CODE)
                         OR (FLT-PRIOR-TERMS
                           AND MRK-TERM-CODE(MARK-SUB) IS LESS THAN
                             SELECTED-TERM))
                       PERFORM 504-COUNT-ONE-MARK
                   END-IF.

               504-COUNT-ONE-MARK.
                   ADD 1 TO TLY-STUDENTS.
                   IF MRK-INC-FLAG(MARK-SUB) IS EQUAL TO 'Y'
                       ADD 1 TO TLY-INC
                   ELSE
                       ADD 1 TO TLY-GRADED
                       MOVE MRK-MARK(MARK-SUB) TO CAPPED-MARK
                       IF CAPPED-MARK IS GREATER THAN 100
                           MOVE 100 TO CAPPED-MARK
                       END-IF
                       ADD CAPPED-MARK TO TLY-MARK-TOTAL
                       ADD 1 TO HIST-COUNT(CAPPED-MARK + 1)
                       PERFORM 505-COUNT-ONE-LETTER
                   END-IF.

      * standard 90/80/70/60 grading scale, same as PROJECT18's
               505-COUNT-ONE-LETTER.
                   IF CAPPED-MARK IS GREATER THAN OR EQUAL TO 90
                       ADD 1 TO TLY-LETTER-COUNT(1)
                   ELSE IF CAPPED-MARK IS GREATER THAN OR EQUAL TO 80
                       ADD 1 TO TLY-LETTER-COUNT(2)
                   ELSE IF CAPPED-MARK IS GREATER THAN OR EQUAL TO 70
                       ADD 1 TO TLY-LETTER-COUNT(3)
                   ELSE IF CAPPED-MARK IS NOT LESS THAN FAILING-LINE
                       ADD 1 TO TLY-LETTER-COUNT(4)
                   ELSE
                       ADD 1 TO TLY-LETTER-COUNT(5)
                   END-IF
                   END-IF
                   END-IF
                   END-IF.

      * the middle graded mark off the histogram - with an even
      * count, the two middle marks averaged and rounded
           510-FIND-MEDIAN.
               COMPUTE MEDIAN-POSITION = (TLY-GRADED + 1) / 2.
               PERFORM 520-FIND-MARK-AT-POSITION.
               MOVE MEDIAN-VALUE TO MEDIAN-LOW.
               COMPUTE MEDIAN-POSITION = TLY-GRADED / 2 + 1.
               PERFORM 520-FIND-MARK-AT-POSITION.
               MOVE MEDIAN-VALUE TO MEDIAN-HIGH.
               COMPUTE TLY-MEDIAN ROUNDED =
                   (MEDIAN-LOW + MEDIAN-HIGH) / 2.

           520-FIND-MARK-AT-POSITION.
               MOVE ZERO TO RUNNING-COUNT.
               MOVE ZERO TO MEDIAN-VALUE.
               PERFORM 521-STEP-ONE-HISTOGRAM-SLOT
                   VARYING HIST-SUB FROM 1 BY 1
                   UNTIL HIST-SUB > 101
                   OR RUNNING-COUNT IS NOT LESS THAN MEDIAN-POSITION.

               521-STEP-ONE-HISTOGRAM-SLOT.
                   ADD HIST-COUNT(HIST-SUB) TO RUNNING-COUNT.
                   IF RUNNING-COUNT IS NOT LESS THAN MEDIAN-POSITION
                       COMPUTE MEDIAN-VALUE = HIST-SUB - 1
                   END-IF.

       END PROGRAM PROJECT98.
