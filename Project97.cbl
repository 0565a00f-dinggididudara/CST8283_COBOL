      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 14-OCT-2026
      * Purpose: dean's honour list. Run for a term once PROJECT18 has
      *          closed it into TERMHIST.txt: a student makes the list
      *          who carried a full load (at least FULL-LOAD-HOURS
      *          credit hours that term), earned a credit-weighted
      *          term average at or above HONOURS-LINE, and has no
      *          failing mark and no still-pending incomplete
      *          (PROJECT55's INCOMPLETE-GRADES.txt) in the term.
      *          The list goes to the dean's office on
      *          DEANS-HONOUR-LIST.txt, and the term's names are
      *          carried on HONOUR-ROLL.txt, from which PROJECT18's
      *          transcript prints the Dean's Honour List notation
      *          under the term. Re-running a term replaces that
      *          term's rows on the roll rather than doubling them
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT97.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-HISTORY-FILE
           ASSIGN TO "..\TERMHIST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERM-HISTORY-STATUS.

      * PROJECT55's incomplete-grade rows - a pending one keeps the
      * student off the list for that term
           SELECT INCOMPLETE-FILE
           ASSIGN TO "..\INCOMPLETE-GRADES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INCOMPLETE-FILE-STATUS.

      * every term's honour names - loaded, this term's rows
      * replaced, rewritten
           SELECT HONOUR-ROLL-FILE
           ASSIGN TO "..\HONOUR-ROLL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HONOUR-ROLL-STATUS.

           SELECT HONOUR-LIST-REPORT
           ASSIGN TO "..\DEANS-HONOUR-LIST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HONOUR-LIST-STATUS.

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

      * kept in step with Project55.cbl's FD INCOMPLETE-FILE
       FD INCOMPLETE-FILE.
       01 INCOMPLETE-RECORD.
         05 INC-STUDENT-NUMBER PIC 9(6).
         05 INC-TERM-CODE PIC 9(6).
         05 INC-COURSE-CODE PIC X(7).
         05 INC-DEADLINE-DATE PIC 9(8).
         05 INC-STATUS PIC X(1).

      * one row per student per honours term - read by PROJECT18
       FD HONOUR-ROLL-FILE.
       01 HONOUR-ROLL-RECORD.
         05 HNR-STUDENT-NUMBER PIC 9(6).
         05 HNR-TERM-CODE PIC 9(6).
         05 HNR-TERM-AVERAGE PIC 9(3).
         05 HNR-CREDIT-HOURS PIC 9(2).

       FD HONOUR-LIST-REPORT.
       01 HONOUR-LIST-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 TERM-HISTORY-STATUS PIC X(2).
         05 INCOMPLETE-FILE-STATUS PIC X(2).
         05 HONOUR-ROLL-STATUS PIC X(2).
         05 HONOUR-LIST-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 HISTORY-EOF-FLG PIC X(1) VALUE 'N'.
         05 INCOMPLETE-EOF-FLG PIC X(1) VALUE 'N'.
         05 HONOUR-ROLL-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-SELECTION.
         05 TERM-ENTRY PIC X(6).
         05 SELECTED-TERM PIC 9(6).

      * at or over this term average is honours - the A and B bands
      * of PROJECT18's grading scale
       01 HONOURS-LINE PIC 9(3) VALUE 80.
      * a full load is this many credit hours in the term
       01 FULL-LOAD-HOURS PIC 9(2) VALUE 12.
      * under this course mark is a failure - PROJECT18's F band
       01 FAILING-LINE PIC 9(3) VALUE 60.

      * PROJECT55's still-pending incompletes for the term
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

      * the roll as it stands, less the rows for the term being run,
      * with this run's names added behind them
       01 HONOUR-ROLL-TABLE.
         05 HONOUR-ROLL-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON HONOUR-ROLL-COUNT.
           10 HRT-STUDENT-NUMBER PIC 9(6).
           10 HRT-TERM-CODE PIC 9(6).
           10 HRT-TERM-AVERAGE PIC 9(3).
           10 HRT-CREDIT-HOURS PIC 9(2).

       01 HONOUR-ROLL-VARIABLES.
         05 HONOUR-ROLL-COUNT PIC 9(4) VALUE 0.
         05 HONOUR-ROLL-SUB PIC 9(4).

      * one term record judged at a time
       01 TERM-JUDGING-FIELDS.
         05 COURSE-SUB PIC 9(1).
         05 TERM-CREDIT-HOURS PIC 9(2).
         05 TERM-FAILURES PIC 9(1).
         05 TERM-INCOMPLETES PIC 9(1).

       01 COUNTERS.
         05 HOW-MANY-IN-TERM PIC 9(5) VALUE 0.
         05 HOW-MANY-HONOURS PIC 9(5) VALUE 0.
         05 HOW-MANY-PART-TIME PIC 9(5) VALUE 0.
         05 HOW-MANY-UNDER-LINE PIC 9(5) VALUE 0.
         05 HOW-MANY-FAIL-OR-INC PIC 9(5) VALUE 0.
         05 HOW-MANY-REPLACED PIC 9(5) VALUE 0.

       01 LIST-HEADER-LINE.
         05 FILLER PIC X(24) VALUE "DEAN'S HONOUR LIST  TERM".
         05 FILLER PIC X(1) VALUE SPACE.
         05 LHD-TERM-OUT PIC 9(6).
         05 FILLER PIC X(49) VALUE SPACE.

       01 LIST-RULE-LINE.
         05 FILLER PIC X(12) VALUE "FULL LOAD - ".
         05 LRL-HOURS-OUT PIC Z9.
         05 FILLER PIC X(25) VALUE " CREDIT HOURS; AVERAGE - ".
         05 LRL-AVERAGE-OUT PIC ZZ9.
         05 FILLER PIC X(38) VALUE
             " OR BETTER; NO F OR INC GRADES".

       01 LIST-COLUMN-LINE.
         05 FILLER PIC X(40) VALUE
             "STUDENT  NAME                           ".
         05 FILLER PIC X(40) VALUE
             "          HOURS  AVERAGE                ".

       01 LIST-DETAIL-LINE.
         05 LDT-STUDENT-OUT PIC 9(6).
         05 FILLER PIC X(3) VALUE SPACE.
         05 LDT-NAME-OUT PIC X(40).
         05 FILLER PIC X(4) VALUE SPACE.
         05 LDT-HOURS-OUT PIC Z9.
         05 FILLER PIC X(6) VALUE SPACE.
         05 LDT-AVERAGE-OUT PIC ZZ9.
         05 FILLER PIC X(16) VALUE SPACE.

       01 LIST-TOTAL-LINE.
         05 FILLER PIC X(28) VALUE "STUDENTS ON THE HONOUR LIST:".
         05 FILLER PIC X(1) VALUE SPACE.
         05 LTL-COUNT-OUT PIC ZZZZ9.
         05 FILLER PIC X(46) VALUE SPACE.

       PROCEDURE DIVISION.
      * main procedure - pick the term, judge every history record
      * for it, then rewrite the roll
       100-BUILD-HONOUR-LIST.
           DISPLAY "ENTER TERM CODE (YYYYTT):".
           ACCEPT TERM-ENTRY.
           IF TERM-ENTRY IS NOT NUMERIC
               DISPLAY "TERM CODE MUST BE SIX DIGITS - NO LIST BUILT"
               STOP RUN
           END-IF.
           MOVE TERM-ENTRY TO SELECTED-TERM.

           PERFORM 200-LOAD-INCOMPLETES.
           PERFORM 210-LOAD-HONOUR-ROLL.

           OPEN INPUT TERM-HISTORY-FILE.
           IF TERM-HISTORY-STATUS IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO OPEN TERMHIST.txt - STATUS "
                 TERM-HISTORY-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT HONOUR-LIST-REPORT.
           IF HONOUR-LIST-STATUS IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO OPEN DEANS-HONOUR-LIST.txt - STATUS "
                 HONOUR-LIST-STATUS
               STOP RUN
           END-IF.
           PERFORM 220-WRITE-LIST-HEADINGS.

           PERFORM 300-JUDGE-ONE-RECORD
               UNTIL HISTORY-EOF-FLG IS EQUAL TO 'Y'.

           MOVE HOW-MANY-HONOURS TO LTL-COUNT-OUT.
           MOVE SPACES TO HONOUR-LIST-LINE.
           WRITE HONOUR-LIST-LINE.
           WRITE HONOUR-LIST-LINE FROM LIST-TOTAL-LINE.

           CLOSE TERM-HISTORY-FILE.
           CLOSE HONOUR-LIST-REPORT.

           IF HOW-MANY-IN-TERM IS EQUAL TO ZERO
               DISPLAY "TERM " SELECTED-TERM " IS NOT ON TERMHIST.txt "
                 "- CLOSE IT THROUGH PROJECT18 FIRST"
           ELSE
               PERFORM 400-REWRITE-HONOUR-ROLL
           END-IF.

           DISPLAY "STUDENTS IN TERM:        " HOW-MANY-IN-TERM.
           DISPLAY "ON THE HONOUR LIST:      " HOW-MANY-HONOURS.
           DISPLAY "UNDER A FULL LOAD:       " HOW-MANY-PART-TIME.
           DISPLAY "UNDER THE HONOURS LINE:  " HOW-MANY-UNDER-LINE.
           DISPLAY "HELD OFF BY F OR INC:    " HOW-MANY-FAIL-OR-INC.
           IF HOW-MANY-REPLACED IS GREATER THAN ZERO
               DISPLAY "EARLIER ROLL ROWS FOR THE TERM REPLACED: "
                 HOW-MANY-REPLACED
           END-IF.
           STOP RUN.

      * only the term's pending rows matter here - a missing file
      * means nobody has an incomplete
           200-LOAD-INCOMPLETES.
               OPEN INPUT INCOMPLETE-FILE.
               IF INCOMPLETE-FILE-STATUS IS NOT EQUAL TO "00"
                   CONTINUE
               ELSE
                   PERFORM 2001-LOAD-ONE-INCOMPLETE
                       UNTIL INCOMPLETE-EOF-FLG IS EQUAL TO 'Y'
                       OR INCOMPLETE-COUNT IS EQUAL TO 500
                   CLOSE INCOMPLETE-FILE
               END-IF.

               2001-LOAD-ONE-INCOMPLETE.
                   READ INCOMPLETE-FILE
                       AT END
                           MOVE 'Y' TO INCOMPLETE-EOF-FLG
                       NOT AT END
                           IF INC-STATUS IS EQUAL TO 'P'
                               AND INC-TERM-CODE IS EQUAL TO
                                   SELECTED-TERM
                               ADD 1 TO INCOMPLETE-COUNT
                               MOVE INC-STUDENT-NUMBER
                                 TO ITB-STUDENT-NUMBER
                                   (INCOMPLETE-COUNT)
                               MOVE INC-COURSE-CODE
                                 TO ITB-COURSE-CODE(INCOMPLETE-COUNT)
                           END-IF
                   END-READ.

      * every other term's rows are kept as they are; a missing roll
      * just means no list has been run yet
           210-LOAD-HONOUR-ROLL.
               OPEN INPUT HONOUR-ROLL-FILE.
               IF HONOUR-ROLL-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO HONOUR-ROLL-EOF-FLG
               ELSE IF HONOUR-ROLL-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN HONOUR-ROLL.txt - STATUS "
                     HONOUR-ROLL-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 2101-LOAD-ONE-ROLL-ROW
                   UNTIL HONOUR-ROLL-EOF-FLG IS EQUAL TO 'Y'
                   OR HONOUR-ROLL-COUNT IS EQUAL TO 5000.

               IF HONOUR-ROLL-STATUS IS NOT EQUAL TO "35"
                   CLOSE HONOUR-ROLL-FILE
               END-IF.

               2101-LOAD-ONE-ROLL-ROW.
                   READ HONOUR-ROLL-FILE
                       AT END
                           MOVE 'Y' TO HONOUR-ROLL-EOF-FLG
                       NOT AT END
                           IF HNR-TERM-CODE IS EQUAL TO SELECTED-TERM
                               ADD 1 TO HOW-MANY-REPLACED
                           ELSE
                               ADD 1 TO HONOUR-ROLL-COUNT
                               MOVE HONOUR-ROLL-RECORD
                                 TO HONOUR-ROLL-ENTRY
                                   (HONOUR-ROLL-COUNT)
                           END-IF
                   END-READ.

           220-WRITE-LIST-HEADINGS.
               MOVE SELECTED-TERM TO LHD-TERM-OUT.
               WRITE HONOUR-LIST-LINE FROM LIST-HEADER-LINE.
               MOVE FULL-LOAD-HOURS TO LRL-HOURS-OUT.
               MOVE HONOURS-LINE TO LRL-AVERAGE-OUT.
               WRITE HONOUR-LIST-LINE FROM LIST-RULE-LINE.
               MOVE SPACES TO HONOUR-LIST-LINE.
               WRITE HONOUR-LIST-LINE.
               WRITE HONOUR-LIST-LINE FROM LIST-COLUMN-LINE.

      * the load is summed from the course slots actually used, and
      * the average is the one PROJECT18 rolled for the term
           300-JUDGE-ONE-RECORD.
               READ TERM-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO HISTORY-EOF-FLG
                   NOT AT END
                       IF TH-TERM-CODE IS EQUAL TO SELECTED-TERM
                           ADD 1 TO HOW-MANY-IN-TERM
                           PERFORM 310-TALLY-TERM-COURSES
                           PERFORM 320-APPLY-HONOURS-RULES
                       END-IF
               END-READ.

           310-TALLY-TERM-COURSES.
               MOVE ZERO TO TERM-CREDIT-HOURS.
               MOVE ZERO TO TERM-FAILURES.
               MOVE ZERO TO TERM-INCOMPLETES.
               PERFORM 311-TALLY-ONE-COURSE
                   VARYING COURSE-SUB FROM 1 BY 1
                   UNTIL COURSE-SUB > TH-COURSE-COUNT.

               311-TALLY-ONE-COURSE.
                   IF TH-COURSE-CODE(COURSE-SUB) IS NOT EQUAL TO SPACE
                       ADD TH-COURSE-CREDIT-HOURS(COURSE-SUB)
                         TO TERM-CREDIT-HOURS
                       IF TH-COURSE-AVERAGE(COURSE-SUB)
                           IS LESS THAN FAILING-LINE
                           ADD 1 TO TERM-FAILURES
                       END-IF
                       PERFORM 312-CHECK-INCOMPLETE
                       IF COURSE-IS-INCOMPLETE
                           ADD 1 TO TERM-INCOMPLETES
                       END-IF
                   END-IF.

               312-CHECK-INCOMPLETE.
                   MOVE 'N' TO INCOMPLETE-FOUND-FLAG.
                   PERFORM 3121-CHECK-ONE-INCOMPLETE
                       VARYING INCOMPLETE-FIND-SUB FROM 1 BY 1
                       UNTIL INCOMPLETE-FIND-SUB > INCOMPLETE-COUNT
                       OR COURSE-IS-INCOMPLETE.

                   3121-CHECK-ONE-INCOMPLETE.
                       IF ITB-STUDENT-NUMBER(INCOMPLETE-FIND-SUB)
                           IS EQUAL TO TH-STUDENT-NUMBER
                           AND ITB-COURSE-CODE(INCOMPLETE-FIND-SUB)
                               IS EQUAL TO TH-COURSE-CODE(COURSE-SUB)
                           MOVE 'Y' TO INCOMPLETE-FOUND-FLAG
                       END-IF.

           320-APPLY-HONOURS-RULES.
               IF TERM-CREDIT-HOURS IS LESS THAN FULL-LOAD-HOURS
                   ADD 1 TO HOW-MANY-PART-TIME
               ELSE IF TH-STUDENT-AVERAGE IS LESS THAN HONOURS-LINE
                   ADD 1 TO HOW-MANY-UNDER-LINE
               ELSE IF TERM-FAILURES IS GREATER THAN ZERO
                   OR TERM-INCOMPLETES IS GREATER THAN ZERO
                   ADD 1 TO HOW-MANY-FAIL-OR-INC
               ELSE
                   PERFORM 330-PUT-ON-HONOUR-LIST
               END-IF
               END-IF
               END-IF.

           330-PUT-ON-HONOUR-LIST.
               ADD 1 TO HOW-MANY-HONOURS.
               MOVE TH-STUDENT-NUMBER TO LDT-STUDENT-OUT.
               MOVE TH-STUDENT-NAME TO LDT-NAME-OUT.
               MOVE TERM-CREDIT-HOURS TO LDT-HOURS-OUT.
               MOVE TH-STUDENT-AVERAGE TO LDT-AVERAGE-OUT.
               WRITE HONOUR-LIST-LINE FROM LIST-DETAIL-LINE.

               IF HONOUR-ROLL-COUNT IS LESS THAN 5000
                   ADD 1 TO HONOUR-ROLL-COUNT
                   MOVE TH-STUDENT-NUMBER
                     TO HRT-STUDENT-NUMBER(HONOUR-ROLL-COUNT)
                   MOVE TH-TERM-CODE
                     TO HRT-TERM-CODE(HONOUR-ROLL-COUNT)
                   MOVE TH-STUDENT-AVERAGE
                     TO HRT-TERM-AVERAGE(HONOUR-ROLL-COUNT)
                   MOVE TERM-CREDIT-HOURS
                     TO HRT-CREDIT-HOURS(HONOUR-ROLL-COUNT)
               ELSE
                   DISPLAY "HONOUR-ROLL.txt FULL - "
                     TH-STUDENT-NUMBER " LISTED BUT NOT CARRIED"
               END-IF.

           400-REWRITE-HONOUR-ROLL.
               OPEN OUTPUT HONOUR-ROLL-FILE.
               IF HONOUR-ROLL-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN HONOUR-ROLL.txt - STATUS "
                     HONOUR-ROLL-STATUS
                   STOP RUN
               END-IF.
               PERFORM 401-WRITE-ONE-ROLL-ROW
                   VARYING HONOUR-ROLL-SUB FROM 1 BY 1
                   UNTIL HONOUR-ROLL-SUB > HONOUR-ROLL-COUNT.
               CLOSE HONOUR-ROLL-FILE.

               401-WRITE-ONE-ROLL-ROW.
                   MOVE HONOUR-ROLL-ENTRY(HONOUR-ROLL-SUB)
                     TO HONOUR-ROLL-RECORD.
                   WRITE HONOUR-ROLL-RECORD.

       END PROGRAM PROJECT97.
