      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: LMS attendance feed - the receiving end the daily
      *          attendance extract never had. Reads the LMS's
      *          LMS-ATTENDANCE.txt (one line per student, section and
      *          class day: 'P' present or 'A' absent) and folds it
      *          into ATTENDANCE-HISTORY.txt, one row per student,
      *          course, section and term carrying the first and last
      *          dates attended, the present and absent day counts,
      *          and the latest class day loaded. A line must name a
      *          real capture on SECTION-ENROLLMENT.txt and a valid
      *          class day no later than today; a day already loaded
      *          for that row is refused, so a feed handed over twice
      *          does not count twice. Refusals go to
      *          ATTENDANCE-ERRORS.txt with the reason. PROJECT106's
      *          census no-show list and PROJECT21's last-date-of-
      *          attendance proration both read the history
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT105.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the LMS's daily extract
           SELECT ATTENDANCE-FEED-FILE
           ASSIGN TO "..\LMS-ATTENDANCE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ATTENDANCE-FEED-STATUS.

      * one line per refused feed line, for the LMS team to chase
           SELECT ERROR-FILE
           ASSIGN TO "..\ATTENDANCE-ERRORS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-FILE-STATUS.

      * the attendance history - read whole, rewritten whole
           SELECT HISTORY-FILE
           ASSIGN TO "..\ATTENDANCE-HISTORY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTORY-FILE-STATUS.

      * the per-student section captures, so attendance can only be
      * taken against a seat the student actually holds
           SELECT ENROLLMENT-FILE
           ASSIGN TO "..\SECTION-ENROLLMENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENROLLMENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the LMS's layout - alphanumeric throughout so a bad line is
      * refused rather than abending the load
       FD ATTENDANCE-FEED-FILE.
       01 ATTENDANCE-FEED-RECORD.
         05 ATF-STUDENT-NUMBER PIC X(6).
         05 ATF-COURSE-CODE PIC X(7).
         05 ATF-SECTION-CODE PIC X(3).
         05 ATF-TERM-CODE PIC X(6).
         05 ATF-CLASS-DATE PIC X(8).
         05 ATF-ATTEND-CODE PIC X(1).
           88 ATF-PRESENT VALUE 'P'.
           88 ATF-ABSENT VALUE 'A'.

       FD ERROR-FILE.
       01 ERROR-LINE.
         05 ERR-STUDENT-OUT PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 ERR-COURSE-OUT PIC X(7).
         05 FILLER PIC X(1) VALUE SPACE.
         05 ERR-SECTION-OUT PIC X(3).
         05 FILLER PIC X(2) VALUE SPACE.
         05 ERR-TERM-OUT PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 ERR-DATE-OUT PIC X(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 ERR-REASON-OUT PIC X(40).

      * one row per student, course, section and term - first and
      * last dates attended are zero until the student turns up
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
         05 ATH-STUDENT-NUMBER PIC 9(6).
         05 ATH-COURSE-CODE PIC X(7).
         05 ATH-SECTION-CODE PIC X(3).
         05 ATH-TERM-CODE PIC 9(6).
         05 ATH-FIRST-ATTENDED PIC 9(8).
         05 ATH-LAST-ATTENDED PIC 9(8).
         05 ATH-DAYS-PRESENT PIC 9(3).
         05 ATH-DAYS-ABSENT PIC 9(3).
         05 ATH-LAST-CLASS-DATE PIC 9(8).

      * kept in step with Project53.cbl's FD ENROLLMENT-FILE
       FD ENROLLMENT-FILE.
       01 ENROLLMENT-RECORD.
         05 ENR-STUDENT-NUMBER PIC 9(6).
         05 ENR-COURSE-CODE PIC X(7).
         05 ENR-SECTION-CODE PIC X(3).
         05 ENR-TERM-CODE PIC 9(6).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 ATTENDANCE-FEED-STATUS PIC X(2).
         05 ERROR-FILE-STATUS PIC X(2).
         05 HISTORY-FILE-STATUS PIC X(2).
         05 ENROLLMENT-FILE-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 FEED-EOF-FLG PIC X(1) VALUE 'N'.
         05 HISTORY-EOF-FLG PIC X(1) VALUE 'N'.
         05 ENROLLMENT-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-RAW PIC 9(8).

      * one feed line's worth of work state
       01 LINE-WORK-FIELDS.
         05 FEED-STUDENT-NUMERIC PIC 9(6).
         05 FEED-TERM-NUMERIC PIC 9(6).
         05 FEED-DATE-NUMERIC PIC 9(8).
         05 FEED-DATE-PARTS REDEFINES FEED-DATE-NUMERIC.
           10 FEED-DATE-YYYY PIC 9(4).
           10 FEED-DATE-MM PIC 9(2).
           10 FEED-DATE-DD PIC 9(2).
         05 DAYS-IN-MONTH PIC 9(2).
         05 LINE-OK-FLAG PIC X(1).
           88 LINE-IS-GOOD VALUE 'Y'.

      * the captures on file
       01 ENROLLMENT-TABLE.
         05 ENROLLMENT-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON ENROLLMENT-COUNT.
           10 TBL-ENR-STUDENT-NUMBER PIC 9(6).
           10 TBL-ENR-COURSE-CODE PIC X(7).
           10 TBL-ENR-SECTION-CODE PIC X(3).
           10 TBL-ENR-TERM-CODE PIC 9(6).

       01 ENROLLMENT-VARIABLES.
         05 ENROLLMENT-COUNT PIC 9(4) VALUE 0.
         05 ENROLLMENT-FIND-SUB PIC 9(4).
         05 CAPTURE-FOUND-FLAG PIC X(1).
           88 CAPTURE-FOUND VALUE 'Y'.

      * the history in memory while the feed folds in
       01 HISTORY-TABLE.
         05 HISTORY-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON HISTORY-COUNT.
           10 TBL-ATH-STUDENT-NUMBER PIC 9(6).
           10 TBL-ATH-COURSE-CODE PIC X(7).
           10 TBL-ATH-SECTION-CODE PIC X(3).
           10 TBL-ATH-TERM-CODE PIC 9(6).
           10 TBL-ATH-FIRST-ATTENDED PIC 9(8).
           10 TBL-ATH-LAST-ATTENDED PIC 9(8).
           10 TBL-ATH-DAYS-PRESENT PIC 9(3).
           10 TBL-ATH-DAYS-ABSENT PIC 9(3).
           10 TBL-ATH-LAST-CLASS-DATE PIC 9(8).

       01 HISTORY-VARIABLES.
         05 HISTORY-COUNT PIC 9(4) VALUE 0.
         05 HISTORY-SUB PIC 9(4).
         05 HISTORY-FIND-SUB PIC 9(4).
         05 HISTORY-FOUND-SUB PIC 9(4).
         05 HISTORY-FOUND-FLAG PIC X(1).
           88 HISTORY-ROW-FOUND VALUE 'Y'.
         05 HISTORY-CHANGED-FLAG PIC X(1) VALUE 'N'.

       01 COUNTERS.
         05 HOW-MANY-READ PIC 9(6) VALUE 0.
         05 HOW-MANY-LOADED PIC 9(6) VALUE 0.
         05 HOW-MANY-REJECTED PIC 9(6) VALUE 0.
         05 HOW-MANY-NEW-ROWS PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
      * main procedure - load the captures and the history, fold in
      * one feed line per trip, write the history back
       100-LOAD-ATTENDANCE-FEED.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-ENROLLMENT-TABLE.
           PERFORM 210-LOAD-HISTORY-TABLE.
           PERFORM 220-OPEN-FEED-FILES.

           PERFORM 300-PROCESS-ONE-LINE
               UNTIL FEED-EOF-FLG IS EQUAL TO 'Y'.

           CLOSE ATTENDANCE-FEED-FILE.
           CLOSE ERROR-FILE.

           IF HISTORY-CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 400-REWRITE-HISTORY-FILE
           END-IF.

           DISPLAY "ATTENDANCE LINES READ:   " HOW-MANY-READ.
           DISPLAY "LOADED:                  " HOW-MANY-LOADED
             "  NEW HISTORY ROWS: " HOW-MANY-NEW-ROWS.
           DISPLAY "REFUSED:                 " HOW-MANY-REJECTED.
           STOP RUN.

      * no captures on file means every line is refused - loudly
           200-LOAD-ENROLLMENT-TABLE.
               OPEN INPUT ENROLLMENT-FILE.
               IF ENROLLMENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "NO SECTION-ENROLLMENT.txt ON FILE - "
                     "EVERY LINE WILL BE REFUSED"
               ELSE
                   PERFORM 201-LOAD-ONE-CAPTURE
                       UNTIL ENROLLMENT-EOF-FLG IS EQUAL TO 'Y'
                       OR ENROLLMENT-COUNT IS EQUAL TO 5000
                   CLOSE ENROLLMENT-FILE
               END-IF.

               201-LOAD-ONE-CAPTURE.
                   READ ENROLLMENT-FILE
                       AT END
                           MOVE 'Y' TO ENROLLMENT-EOF-FLG
                       NOT AT END
                           ADD 1 TO ENROLLMENT-COUNT
                           MOVE ENR-STUDENT-NUMBER
                             TO TBL-ENR-STUDENT-NUMBER
                               (ENROLLMENT-COUNT)
                           MOVE ENR-COURSE-CODE
                             TO TBL-ENR-COURSE-CODE(ENROLLMENT-COUNT)
                           MOVE ENR-SECTION-CODE
                             TO TBL-ENR-SECTION-CODE
                               (ENROLLMENT-COUNT)
                           MOVE ENR-TERM-CODE
                             TO TBL-ENR-TERM-CODE(ENROLLMENT-COUNT)
                   END-READ.

      * the first load starts the history from nothing
           210-LOAD-HISTORY-TABLE.
               OPEN INPUT HISTORY-FILE.
               IF HISTORY-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF HISTORY-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ATTENDANCE-HISTORY.txt - "
                     "STATUS " HISTORY-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 211-LOAD-ONE-HISTORY-ROW
                       UNTIL HISTORY-EOF-FLG IS EQUAL TO 'Y'
                       OR HISTORY-COUNT IS EQUAL TO 5000
                   CLOSE HISTORY-FILE
               END-IF
               END-IF.

               211-LOAD-ONE-HISTORY-ROW.
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO HISTORY-EOF-FLG
                       NOT AT END
                           ADD 1 TO HISTORY-COUNT
                           MOVE ATH-STUDENT-NUMBER
                             TO TBL-ATH-STUDENT-NUMBER(HISTORY-COUNT)
                           MOVE ATH-COURSE-CODE
                             TO TBL-ATH-COURSE-CODE(HISTORY-COUNT)
                           MOVE ATH-SECTION-CODE
                             TO TBL-ATH-SECTION-CODE(HISTORY-COUNT)
                           MOVE ATH-TERM-CODE
                             TO TBL-ATH-TERM-CODE(HISTORY-COUNT)
                           MOVE ATH-FIRST-ATTENDED
                             TO TBL-ATH-FIRST-ATTENDED(HISTORY-COUNT)
                           MOVE ATH-LAST-ATTENDED
                             TO TBL-ATH-LAST-ATTENDED(HISTORY-COUNT)
                           MOVE ATH-DAYS-PRESENT
                             TO TBL-ATH-DAYS-PRESENT(HISTORY-COUNT)
                           MOVE ATH-DAYS-ABSENT
                             TO TBL-ATH-DAYS-ABSENT(HISTORY-COUNT)
                           MOVE ATH-LAST-CLASS-DATE
                             TO TBL-ATH-LAST-CLASS-DATE
                               (HISTORY-COUNT)
                   END-READ.

           220-OPEN-FEED-FILES.
               OPEN INPUT ATTENDANCE-FEED-FILE.
               IF ATTENDANCE-FEED-STATUS IS EQUAL TO "35"
                   DISPLAY "NO LMS-ATTENDANCE.txt ON FILE - NOTHING "
                     "TO LOAD"
                   MOVE 'Y' TO FEED-EOF-FLG
               ELSE IF ATTENDANCE-FEED-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN LMS-ATTENDANCE.txt - "
                     "STATUS " ATTENDANCE-FEED-STATUS
                   STOP RUN
               END-IF
               END-IF.

               OPEN OUTPUT ERROR-FILE.
               IF ERROR-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ATTENDANCE-ERRORS.txt - "
                     "STATUS " ERROR-FILE-STATUS
                   STOP RUN
               END-IF.
               MOVE SPACES TO ERROR-LINE.

           300-PROCESS-ONE-LINE.
               READ ATTENDANCE-FEED-FILE
                   AT END
                       MOVE 'Y' TO FEED-EOF-FLG
                   NOT AT END
                       ADD 1 TO HOW-MANY-READ
                       PERFORM 301-CHECK-ONE-LINE
                       IF LINE-IS-GOOD
                           PERFORM 310-FOLD-ONE-LINE
                       END-IF
               END-READ.

      * every refusal names its reason and stops the checks there
               301-CHECK-ONE-LINE.
                   MOVE 'N' TO LINE-OK-FLAG.
                   IF ATF-STUDENT-NUMBER IS NOT NUMERIC
                       MOVE "REFUSED - BAD STUDENT NUMBER"
                         TO ERR-REASON-OUT
                   ELSE IF ATF-TERM-CODE IS NOT NUMERIC
                       MOVE "REFUSED - BAD TERM CODE"
                         TO ERR-REASON-OUT
                   ELSE IF NOT ATF-PRESENT AND NOT ATF-ABSENT
                       MOVE "REFUSED - ATTENDANCE CODE NOT P OR A"
                         TO ERR-REASON-OUT
                   ELSE
                       PERFORM 302-CHECK-CLASS-DATE
                   END-IF
                   END-IF
                   END-IF.

                   IF NOT LINE-IS-GOOD
                       PERFORM 390-WRITE-ERROR-LINE
                   END-IF.

      * a real calendar day, not in the future
               302-CHECK-CLASS-DATE.
                   IF ATF-CLASS-DATE IS NOT NUMERIC
                       MOVE "REFUSED - BAD CLASS DATE"
                         TO ERR-REASON-OUT
                   ELSE
                       MOVE ATF-CLASS-DATE TO FEED-DATE-NUMERIC
                       PERFORM 303-WORK-OUT-DAYS-IN-MONTH
                       IF FEED-DATE-MM IS LESS THAN 1
                           OR FEED-DATE-MM IS GREATER THAN 12
                           OR FEED-DATE-DD IS LESS THAN 1
                           OR FEED-DATE-DD IS GREATER THAN
                               DAYS-IN-MONTH
                           MOVE "REFUSED - BAD CLASS DATE"
                             TO ERR-REASON-OUT
                       ELSE IF FEED-DATE-NUMERIC IS GREATER THAN
                           RUN-DATE-RAW
                           MOVE "REFUSED - CLASS DATE IN THE FUTURE"
                             TO ERR-REASON-OUT
                       ELSE
                           PERFORM 304-CHECK-CAPTURE
                       END-IF
                       END-IF
                   END-IF.

      * days in FEED-DATE-MM, leap years included for February
               303-WORK-OUT-DAYS-IN-MONTH.
                   IF FEED-DATE-MM IS EQUAL TO 4
                       OR FEED-DATE-MM IS EQUAL TO 6
                       OR FEED-DATE-MM IS EQUAL TO 9
                       OR FEED-DATE-MM IS EQUAL TO 11
                       MOVE 30 TO DAYS-IN-MONTH
                   ELSE IF FEED-DATE-MM IS EQUAL TO 2
                       IF FUNCTION MOD(FEED-DATE-YYYY, 400) = 0
                           OR (FUNCTION MOD(FEED-DATE-YYYY, 4) = 0
                             AND FUNCTION MOD(FEED-DATE-YYYY, 100)
                                 NOT = 0)
                           MOVE 29 TO DAYS-IN-MONTH
                       ELSE
                           MOVE 28 TO DAYS-IN-MONTH
                       END-IF
                   ELSE
                       MOVE 31 TO DAYS-IN-MONTH
                   END-IF
                   END-IF.

      * the student has to hold a seat in that section that term
               304-CHECK-CAPTURE.
                   MOVE ATF-STUDENT-NUMBER TO FEED-STUDENT-NUMERIC.
                   MOVE ATF-TERM-CODE TO FEED-TERM-NUMERIC.
                   MOVE 'N' TO CAPTURE-FOUND-FLAG.
                   PERFORM 305-CHECK-ONE-CAPTURE
                       VARYING ENROLLMENT-FIND-SUB FROM 1 BY 1
                       UNTIL ENROLLMENT-FIND-SUB > ENROLLMENT-COUNT
                       OR CAPTURE-FOUND.
                   IF NOT CAPTURE-FOUND
                       MOVE "REFUSED - NOT ENROLLED IN THAT SECTION"
                         TO ERR-REASON-OUT
                   ELSE
                       PERFORM 320-FIND-HISTORY-ROW
                       IF HISTORY-ROW-FOUND
                           AND FEED-DATE-NUMERIC IS NOT GREATER THAN
                             TBL-ATH-LAST-CLASS-DATE(HISTORY-FOUND-SUB)
                           MOVE "REFUSED - CLASS DAY ALREADY LOADED"
                             TO ERR-REASON-OUT
                       ELSE IF NOT HISTORY-ROW-FOUND
                           AND HISTORY-COUNT IS EQUAL TO 5000
                           MOVE "REFUSED - ATTENDANCE HISTORY FULL"
                             TO ERR-REASON-OUT
                       ELSE
                           MOVE 'Y' TO LINE-OK-FLAG
                       END-IF
                       END-IF
                   END-IF.

               305-CHECK-ONE-CAPTURE.
                   IF TBL-ENR-STUDENT-NUMBER(ENROLLMENT-FIND-SUB)
                       IS EQUAL TO FEED-STUDENT-NUMERIC
                       AND TBL-ENR-COURSE-CODE(ENROLLMENT-FIND-SUB)
                           IS EQUAL TO ATF-COURSE-CODE
                       AND TBL-ENR-SECTION-CODE(ENROLLMENT-FIND-SUB)
                           IS EQUAL TO ATF-SECTION-CODE
                       AND TBL-ENR-TERM-CODE(ENROLLMENT-FIND-SUB)
                           IS EQUAL TO FEED-TERM-NUMERIC
                       MOVE 'Y' TO CAPTURE-FOUND-FLAG
                   END-IF.

      * a first day for the section opens its row; every day moves
      * the latest class day on, a present day the attended dates
           310-FOLD-ONE-LINE.
               IF NOT HISTORY-ROW-FOUND
                   ADD 1 TO HISTORY-COUNT
                   MOVE HISTORY-COUNT TO HISTORY-FOUND-SUB
                   MOVE FEED-STUDENT-NUMERIC
                     TO TBL-ATH-STUDENT-NUMBER(HISTORY-FOUND-SUB)
                   MOVE ATF-COURSE-CODE
                     TO TBL-ATH-COURSE-CODE(HISTORY-FOUND-SUB)
                   MOVE ATF-SECTION-CODE
                     TO TBL-ATH-SECTION-CODE(HISTORY-FOUND-SUB)
                   MOVE FEED-TERM-NUMERIC
                     TO TBL-ATH-TERM-CODE(HISTORY-FOUND-SUB)
                   MOVE ZERO
                     TO TBL-ATH-FIRST-ATTENDED(HISTORY-FOUND-SUB)
                   MOVE ZERO
                     TO TBL-ATH-LAST-ATTENDED(HISTORY-FOUND-SUB)
                   MOVE ZERO
                     TO TBL-ATH-DAYS-PRESENT(HISTORY-FOUND-SUB)
                   MOVE ZERO
                     TO TBL-ATH-DAYS-ABSENT(HISTORY-FOUND-SUB)
                   ADD 1 TO HOW-MANY-NEW-ROWS
               END-IF.

               MOVE FEED-DATE-NUMERIC
                 TO TBL-ATH-LAST-CLASS-DATE(HISTORY-FOUND-SUB).
               IF ATF-PRESENT
                   ADD 1 TO TBL-ATH-DAYS-PRESENT(HISTORY-FOUND-SUB)
                   MOVE FEED-DATE-NUMERIC
                     TO TBL-ATH-LAST-ATTENDED(HISTORY-FOUND-SUB)
                   IF TBL-ATH-FIRST-ATTENDED(HISTORY-FOUND-SUB)
                       IS EQUAL TO ZERO
                       MOVE FEED-DATE-NUMERIC
                         TO TBL-ATH-FIRST-ATTENDED(HISTORY-FOUND-SUB)
                   END-IF
               ELSE
                   ADD 1 TO TBL-ATH-DAYS-ABSENT(HISTORY-FOUND-SUB)
               END-IF.

               MOVE 'Y' TO HISTORY-CHANGED-FLAG.
               ADD 1 TO HOW-MANY-LOADED.

           320-FIND-HISTORY-ROW.
               MOVE 'N' TO HISTORY-FOUND-FLAG.
               MOVE 0 TO HISTORY-FOUND-SUB.
               PERFORM 321-CHECK-ONE-HISTORY-ROW
                   VARYING HISTORY-FIND-SUB FROM 1 BY 1
                   UNTIL HISTORY-FIND-SUB > HISTORY-COUNT
                   OR HISTORY-ROW-FOUND.

               321-CHECK-ONE-HISTORY-ROW.
                   IF TBL-ATH-STUDENT-NUMBER(HISTORY-FIND-SUB)
                       IS EQUAL TO FEED-STUDENT-NUMERIC
                       AND TBL-ATH-COURSE-CODE(HISTORY-FIND-SUB)
                           IS EQUAL TO ATF-COURSE-CODE
                       AND TBL-ATH-SECTION-CODE(HISTORY-FIND-SUB)
                           IS EQUAL TO ATF-SECTION-CODE
                       AND TBL-ATH-TERM-CODE(HISTORY-FIND-SUB)
                           IS EQUAL TO FEED-TERM-NUMERIC
                       MOVE 'Y' TO HISTORY-FOUND-FLAG
                       MOVE HISTORY-FIND-SUB TO HISTORY-FOUND-SUB
                   END-IF.

           390-WRITE-ERROR-LINE.
               MOVE ATF-STUDENT-NUMBER TO ERR-STUDENT-OUT.
               MOVE ATF-COURSE-CODE TO ERR-COURSE-OUT.
               MOVE ATF-SECTION-CODE TO ERR-SECTION-OUT.
               MOVE ATF-TERM-CODE TO ERR-TERM-OUT.
               MOVE ATF-CLASS-DATE TO ERR-DATE-OUT.
               WRITE ERROR-LINE.
               ADD 1 TO HOW-MANY-REJECTED.

           400-REWRITE-HISTORY-FILE.
               OPEN OUTPUT HISTORY-FILE.
               IF HISTORY-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ATTENDANCE-HISTORY.txt - "
                     "STATUS " HISTORY-FILE-STATUS
                   STOP RUN
               END-IF.
               PERFORM 401-WRITE-ONE-HISTORY-ROW
                   VARYING HISTORY-SUB FROM 1 BY 1
                   UNTIL HISTORY-SUB > HISTORY-COUNT.
               CLOSE HISTORY-FILE.

               401-WRITE-ONE-HISTORY-ROW.
                   MOVE TBL-ATH-STUDENT-NUMBER(HISTORY-SUB)
                     TO ATH-STUDENT-NUMBER.
                   MOVE TBL-ATH-COURSE-CODE(HISTORY-SUB)
                     TO ATH-COURSE-CODE.
                   MOVE TBL-ATH-SECTION-CODE(HISTORY-SUB)
                     TO ATH-SECTION-CODE.
                   MOVE TBL-ATH-TERM-CODE(HISTORY-SUB)
                     TO ATH-TERM-CODE.
                   MOVE TBL-ATH-FIRST-ATTENDED(HISTORY-SUB)
                     TO ATH-FIRST-ATTENDED.
                   MOVE TBL-ATH-LAST-ATTENDED(HISTORY-SUB)
                     TO ATH-LAST-ATTENDED.
                   MOVE TBL-ATH-DAYS-PRESENT(HISTORY-SUB)
                     TO ATH-DAYS-PRESENT.
                   MOVE TBL-ATH-DAYS-ABSENT(HISTORY-SUB)
                     TO ATH-DAYS-ABSENT.
                   MOVE TBL-ATH-LAST-CLASS-DATE(HISTORY-SUB)
                     TO ATH-LAST-CLASS-DATE.
                   WRITE HISTORY-RECORD.

       END PROGRAM PROJECT105.
