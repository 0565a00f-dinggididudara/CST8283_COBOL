      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 14-OCT-2026
      * Purpose: final-exam schedule for the term. Takes a term code,
      *          gathers every section with students on
      *          SECTION-ENROLLMENT.txt, and slots each section's
      *          exam into the exam period on the current (first)
      *          row of TERM-CALENDAR.txt - Monday through Saturday,
      *          three sittings a day (0900, 1400, 1900). Sections go
      *          in largest first, each into the earliest sitting
      *          that gives none of its students a second exam at the
      *          same time or a third in one day; when no sitting is
      *          clean the one hurting the fewest students is taken.
      *          Prints the schedule by sitting (EXAM-SCHEDULE.txt),
      *          every student left with two exams at once or three
      *          in a day (EXAM-CONFLICTS.txt), and one personal exam
      *          timetable per student for the statement mailing
      *          (EXAM-TIMETABLE.txt)
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - accommodated sittings. A student with extra
      *                   time or a separate room on
      *                   ACCOMMODATIONS.txt (kept by PROJECT102) for
      *                   the term sits every exam extended by that
      *                   percentage and/or apart from the class. An
      *                   extended sitting running into the student's
      *                   next exam that day, or past midnight, counts
      *                   as a clash when sections are placed and is
      *                   reported as one; the bookings for the exams
      *                   office go to EXAM-ACCOMMODATIONS.txt and the
      *                   student's own timetable shows the extended
      *                   end time
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT96.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the exam period comes off the current calendar row
           SELECT TERM-CALENDAR-FILE
           ASSIGN TO "..\TERM-CALENDAR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERM-CALENDAR-STATUS.

      * one line per captured section choice
           SELECT ENROLLMENT-FILE
           ASSIGN TO "..\SECTION-ENROLLMENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENROLLMENT-FILE-STATUS.

      * names for the timetables and the conflict list only
           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

      * accessibility services' register - only extra time and the
      * separate-room flag are used here
           SELECT ACCOMMODATION-FILE
           ASSIGN TO "..\ACCOMMODATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACCOMMODATION-FILE-STATUS.

           SELECT SCHEDULE-REPORT
           ASSIGN TO "..\EXAM-SCHEDULE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCHEDULE-REPORT-STATUS.

           SELECT CONFLICT-REPORT
           ASSIGN TO "..\EXAM-CONFLICTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONFLICT-REPORT-STATUS.

           SELECT TIMETABLE-REPORT
           ASSIGN TO "..\EXAM-TIMETABLE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TIMETABLE-REPORT-STATUS.

      * extended-time and separate-room bookings for the exams office
           SELECT BOOKING-REPORT
           ASSIGN TO "..\EXAM-ACCOMMODATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BOOKING-REPORT-STATUS.

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
         05 CAL-CENSUS-DATE PIC X(8).

      * kept in step with Project53.cbl's FD ENROLLMENT-FILE
       FD ENROLLMENT-FILE.
       01 ENROLLMENT-RECORD.
         05 ENR-STUDENT-NUMBER PIC 9(6).
         05 ENR-COURSE-CODE PIC X(7).
         05 ENR-SECTION-CODE PIC X(3).
         05 ENR-TERM-CODE PIC 9(6).

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

       FD SCHEDULE-REPORT.
       01 SCHEDULE-LINE PIC X(80).

       FD CONFLICT-REPORT.
       01 CONFLICT-LINE PIC X(80).

       FD TIMETABLE-REPORT.
       01 TIMETABLE-LINE PIC X(80).

       FD BOOKING-REPORT.
       01 BOOKING-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 TERM-CALENDAR-STATUS PIC X(2).
         05 ENROLLMENT-FILE-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 SCHEDULE-REPORT-STATUS PIC X(2).
         05 CONFLICT-REPORT-STATUS PIC X(2).
         05 TIMETABLE-REPORT-STATUS PIC X(2).
         05 ACCOMMODATION-FILE-STATUS PIC X(2).
         05 BOOKING-REPORT-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 ENROLLMENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 STUDENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 ACCOMMODATION-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-SELECTION.
         05 TERM-ENTRY PIC X(6).
         05 SELECTED-TERM PIC 9(6).

      * the exam period and the working dates used to lay out its
      * days - integer day 1 was a Monday, so MOD 7 gives 1 Monday
      * .. 6 Saturday, 0 Sunday
       01 EXAM-PERIOD-FIELDS.
         05 EXAM-START-DATE PIC 9(8).
         05 EXAM-END-DATE PIC 9(8).
         05 EXAM-START-INTEGER PIC 9(7).
         05 EXAM-END-INTEGER PIC 9(7).
         05 DAY-INTEGER PIC 9(7).
         05 EXAM-WEEKDAY PIC 9(1).

       01 EXAM-DAY-TABLE.
         05 EXAM-DAY-ENTRY OCCURS 20 TIMES.
           10 EXD-DATE PIC 9(8).
           10 EXD-DAY-NAME PIC X(9).

       01 EXAM-DAY-VARIABLES.
         05 EXAM-DAY-COUNT PIC 9(2) VALUE 0.
         05 EXAM-DAY-SUB PIC 9(2).

      * three sittings a day; a sitting number runs day by day, so
      * sitting N falls on day (N - 1) / 3 + 1
       01 SITTING-TIME-VALUES.
         05 FILLER PIC 9(8) VALUE 09001200.
         05 FILLER PIC 9(8) VALUE 14001700.
         05 FILLER PIC 9(8) VALUE 19002200.
       01 SITTING-TIME-TABLE REDEFINES SITTING-TIME-VALUES.
         05 SITTING-TIME-ENTRY OCCURS 3 TIMES.
           10 SITTING-START-TIME PIC 9(4).
           10 SITTING-END-TIME PIC 9(4).

       01 SITTING-VARIABLES.
         05 SITTINGS-PER-DAY PIC 9(1) VALUE 3.
         05 SITTING-COUNT PIC 9(2) VALUE 0.
         05 SITTING-SUB PIC 9(2).
         05 SITTING-DAY-SUB PIC 9(2).
         05 SITTING-TIME-SUB PIC 9(1).
         05 OTHER-DAY-SUB PIC 9(2).

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

      * one row per section with students in the term - SITTING
      * stays zero until the section is placed
       01 EXAM-SECTION-TABLE.
         05 EXAM-SECTION-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON EXAM-SECTION-COUNT.
           10 EXS-COURSE-CODE PIC X(7).
           10 EXS-SECTION-CODE PIC X(3).
           10 EXS-STUDENTS PIC 9(4).
           10 EXS-SITTING PIC 9(2).

       01 EXAM-SECTION-VARIABLES.
         05 EXAM-SECTION-COUNT PIC 9(3) VALUE 0.
         05 EXAM-SECTION-SUB PIC 9(3).
         05 EXAM-SECTION-FIND-SUB PIC 9(3).
         05 EXAM-SECTION-FOUND-SUB PIC 9(3).
         05 NEXT-SECTION-SUB PIC 9(3).

      * each student in the term and the sections they sit, with
      * any accommodation for the term
       01 STUDENT-EXAM-TABLE.
         05 STUDENT-EXAM-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON STUDENT-EXAM-COUNT.
           10 STX-STUDENT-NUMBER PIC 9(6).
           10 STX-EXAM-COUNT PIC 9(2).
           10 STX-SECTION-SUB PIC 9(3) OCCURS 10 TIMES.
           10 STX-EXTRA-TIME-PCT PIC 9(3).
           10 STX-SEPARATE-ROOM PIC X(1).
             88 STX-NEEDS-SEPARATE-ROOM VALUE 'Y'.

       01 STUDENT-EXAM-VARIABLES.
         05 STUDENT-EXAM-COUNT PIC 9(4) VALUE 0.
         05 STUDENT-EXAM-SUB PIC 9(4).
         05 STUDENT-EXAM-FIND-SUB PIC 9(4).
         05 STUDENT-EXAM-FOUND-SUB PIC 9(4).
         05 EXAM-SUB PIC 9(2).
         05 OTHER-EXAM-SUB PIC 9(2).
         05 PAIR-START-SUB PIC 9(2).
         05 OTHER-SECTION-SUB PIC 9(3).
         05 ALREADY-SITTING-FLAG PIC X(1).
           88 ALREADY-SITTING VALUE 'Y'.

      * the students of the section being placed
       01 ROSTER-TABLE.
         05 ROSTER-STUDENT-SUB PIC 9(4) OCCURS 999 TIMES.

       01 ROSTER-VARIABLES.
         05 ROSTER-COUNT PIC 9(3) VALUE 0.
         05 ROSTER-SUB PIC 9(3).

      * a candidate sitting scores 1000 for each student it would
      * give two exams at once and 1 for each it would give a
      * third exam that day - lowest score wins, earliest on a tie
       01 PLACEMENT-VARIABLES.
         05 CANDIDATE-CLASHES PIC 9(4).
         05 CANDIDATE-TRIPLES PIC 9(4).
         05 CANDIDATE-SCORE PIC 9(8).
         05 BEST-SCORE PIC 9(8).
         05 BEST-SITTING PIC 9(2).
         05 SAME-SITTING-COUNT PIC 9(2).
         05 SAME-DAY-COUNT PIC 9(2).

      * every sitting is three hours; an accommodated student's runs
      * longer by the extra-time percentage, so two of the student's
      * sittings on one day overlap when the earlier one's extended
      * end passes the later one's start
       01 EXTENDED-TIME-FIELDS.
         05 STANDARD-EXAM-MINUTES PIC 9(3) VALUE 180.
         05 EXTENDED-MINUTES PIC 9(3).
         05 CLOCK-TIME-SUB PIC 9(1).
         05 CLOCK-MINUTES PIC 9(4).
         05 CLOCK-HOURS PIC 9(2).
         05 CLOCK-MINS PIC 9(2).
         05 FIRST-TIME-SUB PIC 9(1).
         05 SECOND-TIME-SUB PIC 9(1).
         05 FIRST-START-MINUTES PIC 9(4).
         05 EXTENDED-END-MINUTES PIC 9(4).
         05 EXTENDED-END-TIME PIC 9(4).
         05 OVERLAP-FLAG PIC X(1).
           88 TIMES-OVERLAP VALUE 'Y'.
         05 ACCOMMODATED-FLAG PIC X(1).
           88 STUDENT-ACCOMMODATED VALUE 'Y'.

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
         05 FOUND-STUDENT-NAME PIC X(40).

       01 COUNTERS.
         05 HOW-MANY-CAPTURES PIC 9(5) VALUE 0.
         05 HOW-MANY-PLACED PIC 9(3) VALUE 0.
         05 HOW-MANY-CLEAN PIC 9(3) VALUE 0.
         05 HOW-MANY-SAME-TIME PIC 9(4) VALUE 0.
         05 HOW-MANY-THREE-A-DAY PIC 9(4) VALUE 0.
         05 HOW-MANY-TIMETABLES PIC 9(4) VALUE 0.
         05 HOW-MANY-DROPPED PIC 9(4) VALUE 0.
         05 HOW-MANY-ACCOMMODATED PIC 9(4) VALUE 0.
         05 HOW-MANY-BOOKINGS PIC 9(4) VALUE 0.
         05 HOW-MANY-OVERLAPS PIC 9(4) VALUE 0.
         05 HOW-MANY-TOO-LATE PIC 9(4) VALUE 0.

       01 SCHEDULE-HEADER-LINE.
         05 FILLER PIC X(26) VALUE "FINAL EXAM SCHEDULE  TERM ".
         05 SHD-TERM-OUT PIC 9(6).
         05 FILLER PIC X(11) VALUE "  EXAMS    ".
         05 SHD-START-OUT PIC 9(8).
         05 FILLER PIC X(4) VALUE " TO ".
         05 SHD-END-OUT PIC 9(8).
         05 FILLER PIC X(17) VALUE SPACE.

       01 SCHEDULE-COLUMN-LINE.
         05 FILLER PIC X(40) VALUE
             "DATE      DAY        TIME       COURSE  ".
         05 FILLER PIC X(40) VALUE
             " SECTION  STUDENTS                      ".

       01 SCHEDULE-DETAIL-LINE.
         05 SDT-DATE-OUT PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SDT-DAY-OUT PIC X(9).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SDT-START-OUT PIC 9(4).
         05 FILLER PIC X(1) VALUE "-".
         05 SDT-END-OUT PIC 9(4).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SDT-COURSE-OUT PIC X(7).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SDT-SECTION-OUT PIC X(3).
         05 FILLER PIC X(6) VALUE SPACE.
         05 SDT-STUDENTS-OUT PIC ZZZ9.
         05 FILLER PIC X(26) VALUE SPACE.

       01 CONFLICT-HEADER-LINE.
         05 FILLER PIC X(27) VALUE "FINAL EXAM CONFLICTS  TERM ".
         05 CHD-TERM-OUT PIC 9(6).
         05 FILLER PIC X(47) VALUE SPACE.

       01 CONFLICT-DETAIL-LINE.
         05 CDT-STUDENT-OUT PIC 9(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 CDT-NAME-OUT PIC X(24).
         05 FILLER PIC X(1) VALUE SPACE.
         05 CDT-REASON-OUT PIC X(16).
         05 FILLER PIC X(1) VALUE SPACE.
         05 CDT-DATE-OUT PIC 9(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 CDT-DETAIL-OUT PIC X(22).

       01 CONFLICT-DETAIL-BUILD.
         05 CDB-TIME-OR-COUNT PIC X(4).
         05 FILLER PIC X(1) VALUE SPACE.
         05 CDB-FIRST-COURSE PIC X(7).
         05 FILLER PIC X(1) VALUE SPACE.
         05 CDB-SECOND-COURSE PIC X(7).
         05 FILLER PIC X(2) VALUE SPACE.

       01 CONFLICT-COUNT-EDIT PIC Z9.

       01 TIMETABLE-HEADER-LINE.
         05 FILLER PIC X(18) VALUE "FINAL EXAMS  TERM ".
         05 THD-TERM-OUT PIC 9(6).
         05 FILLER PIC X(11) VALUE "  STUDENT ".
         05 THD-STUDENT-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 THD-NAME-OUT PIC X(37).

       01 TIMETABLE-DETAIL-LINE.
         05 FILLER PIC X(4) VALUE SPACE.
         05 TDT-DAY-OUT PIC X(9).
         05 FILLER PIC X(1) VALUE SPACE.
         05 TDT-DATE-OUT PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 TDT-START-OUT PIC 9(4).
         05 FILLER PIC X(1) VALUE "-".
         05 TDT-END-OUT PIC 9(4).
         05 FILLER PIC X(2) VALUE SPACE.
         05 TDT-COURSE-OUT PIC X(7).
         05 FILLER PIC X(9) VALUE "  SECTION".
         05 FILLER PIC X(1) VALUE SPACE.
         05 TDT-SECTION-OUT PIC X(3).
         05 FILLER PIC X(2) VALUE SPACE.
         05 TDT-NOTE-OUT PIC X(17).

       01 BOOKING-HEADER-LINE.
         05 FILLER PIC X(33)
             VALUE "ACCOMMODATED EXAM SITTINGS  TERM ".
         05 BHD-TERM-OUT PIC 9(6).
         05 FILLER PIC X(41) VALUE SPACE.

       01 BOOKING-COLUMN-LINE.
         05 FILLER PIC X(40) VALUE
             "DATE      TIME       COURSE  SECTION  ST".
         05 FILLER PIC X(40) VALUE
             "UDENT  EXTRA  ROOM                      ".

       01 BOOKING-DETAIL-LINE.
         05 BDT-DATE-OUT PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 BDT-START-OUT PIC 9(4).
         05 FILLER PIC X(1) VALUE "-".
         05 BDT-END-OUT PIC 9(4).
         05 FILLER PIC X(2) VALUE SPACE.
         05 BDT-COURSE-OUT PIC X(7).
         05 FILLER PIC X(2) VALUE SPACE.
         05 BDT-SECTION-OUT PIC X(3).
         05 FILLER PIC X(4) VALUE SPACE.
         05 BDT-STUDENT-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 BDT-EXTRA-OUT PIC ZZ9.
         05 FILLER PIC X(3) VALUE "%  ".
         05 BDT-ROOM-OUT PIC X(13).
         05 FILLER PIC X(16) VALUE SPACE.

       PROCEDURE DIVISION.
      * main procedure - pick the term, lay out the exam days, load
      * the term's captures, place every section, then the three
      * reports
       100-SCHEDULE-FINAL-EXAMS.
           DISPLAY "ENTER TERM CODE (YYYYTT):".
           ACCEPT TERM-ENTRY.
           IF TERM-ENTRY IS NOT NUMERIC
               DISPLAY "TERM CODE MUST BE SIX DIGITS - NOTHING "
                 "SCHEDULED"
               STOP RUN
           END-IF.
           MOVE TERM-ENTRY TO SELECTED-TERM.

           PERFORM 200-READ-EXAM-PERIOD.
           PERFORM 210-BUILD-EXAM-DAYS.
           PERFORM 220-LOAD-STUDENT-NAMES.
           PERFORM 230-LOAD-TERM-CAPTURES.
           PERFORM 240-LOAD-ACCOMMODATIONS.

           IF EXAM-SECTION-COUNT IS EQUAL TO ZERO
               DISPLAY "NO SECTIONS WITH STUDENTS IN TERM "
                 SELECTED-TERM " - NOTHING SCHEDULED"
               STOP RUN
           END-IF.

           MOVE 1 TO NEXT-SECTION-SUB.
           PERFORM 300-PLACE-NEXT-SECTION
               UNTIL NEXT-SECTION-SUB IS EQUAL TO ZERO.

           PERFORM 400-PRINT-SCHEDULE.
           PERFORM 500-PRINT-CONFLICTS.
           PERFORM 600-PRINT-TIMETABLES.
           PERFORM 650-PRINT-BOOKINGS.

           DISPLAY "EXAM DAYS:              " EXAM-DAY-COUNT.
           DISPLAY "SECTIONS SCHEDULED:     " HOW-MANY-PLACED.
           DISPLAY "  WITHOUT A CONFLICT:   " HOW-MANY-CLEAN.
           DISPLAY "TWO EXAMS AT ONCE:      " HOW-MANY-SAME-TIME.
           DISPLAY "THREE EXAMS IN A DAY:   " HOW-MANY-THREE-A-DAY.
           DISPLAY "EXTENDED TIME OVERLAPS: " HOW-MANY-OVERLAPS.
           DISPLAY "EXTENDED PAST MIDNIGHT: " HOW-MANY-TOO-LATE.
           DISPLAY "ACCOMMODATED STUDENTS:  " HOW-MANY-ACCOMMODATED.
           DISPLAY "ACCOMMODATED SITTINGS:  " HOW-MANY-BOOKINGS.
           DISPLAY "TIMETABLES PRINTED:     " HOW-MANY-TIMETABLES.
           IF HOW-MANY-DROPPED IS GREATER THAN ZERO
               DISPLAY "CAPTURES OVER THE TEN-EXAM LIMIT SKIPPED: "
                 HOW-MANY-DROPPED
           END-IF.
           STOP RUN.

      * the first calendar row is the current term, as PROJECT21
      * and PROJECT85 read it; a row keyed before the exam period
      * was carried leaves the dates blank and nothing can be placed
           200-READ-EXAM-PERIOD.
               OPEN INPUT TERM-CALENDAR-FILE.
               IF TERM-CALENDAR-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TERM-CALENDAR.txt - "
                     "STATUS " TERM-CALENDAR-STATUS
                   STOP RUN
               END-IF.
               READ TERM-CALENDAR-FILE
                   AT END
                       DISPLAY "TERM-CALENDAR.txt IS EMPTY - NOTHING "
                         "SCHEDULED"
                       CLOSE TERM-CALENDAR-FILE
                       STOP RUN
               END-READ.
               CLOSE TERM-CALENDAR-FILE.

               IF CAL-EXAM-START-DATE IS NOT NUMERIC
                   OR CAL-EXAM-END-DATE IS NOT NUMERIC
                   DISPLAY "NO EXAM PERIOD ON TERM-CALENDAR.txt - "
                     "SET IT THROUGH PROJECT86 FIRST"
                   STOP RUN
               END-IF.
               MOVE CAL-EXAM-START-DATE TO EXAM-START-DATE.
               MOVE CAL-EXAM-END-DATE TO EXAM-END-DATE.
               IF EXAM-START-DATE IS GREATER THAN EXAM-END-DATE
                   DISPLAY "EXAM PERIOD ENDS BEFORE IT STARTS - "
                     "NOTHING SCHEDULED"
                   STOP RUN
               END-IF.

      * every day of the period but Sunday, twenty days at most
           210-BUILD-EXAM-DAYS.
               COMPUTE EXAM-START-INTEGER =
                   FUNCTION INTEGER-OF-DATE(EXAM-START-DATE).
               COMPUTE EXAM-END-INTEGER =
                   FUNCTION INTEGER-OF-DATE(EXAM-END-DATE).
               PERFORM 2101-ADD-ONE-EXAM-DAY
                   VARYING DAY-INTEGER FROM EXAM-START-INTEGER BY 1
                   UNTIL DAY-INTEGER > EXAM-END-INTEGER
                   OR EXAM-DAY-COUNT IS EQUAL TO 20.

               IF EXAM-DAY-COUNT IS EQUAL TO ZERO
                   DISPLAY "EXAM PERIOD HAS NO WORKING DAYS - "
                     "NOTHING SCHEDULED"
                   STOP RUN
               END-IF.
               COMPUTE SITTING-COUNT =
                   EXAM-DAY-COUNT * SITTINGS-PER-DAY.

               2101-ADD-ONE-EXAM-DAY.
                   COMPUTE EXAM-WEEKDAY =
                       FUNCTION MOD(DAY-INTEGER, 7).
                   IF EXAM-WEEKDAY IS NOT EQUAL TO ZERO
                       ADD 1 TO EXAM-DAY-COUNT
                       COMPUTE EXD-DATE(EXAM-DAY-COUNT) =
                           FUNCTION DATE-OF-INTEGER(DAY-INTEGER)
                       MOVE DAY-NAME(EXAM-WEEKDAY)
                         TO EXD-DAY-NAME(EXAM-DAY-COUNT)
                   END-IF.

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

      * each term capture puts its section on the section table and
      * the section on its student's row; a repeated capture of the
      * same section is counted once
           230-LOAD-TERM-CAPTURES.
               OPEN INPUT ENROLLMENT-FILE.
               IF ENROLLMENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-ENROLLMENT.txt - "
                     "STATUS " ENROLLMENT-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 2301-LOAD-ONE-CAPTURE
                   UNTIL ENROLLMENT-EOF-FLG IS EQUAL TO 'Y'.

               CLOSE ENROLLMENT-FILE.

               2301-LOAD-ONE-CAPTURE.
                   READ ENROLLMENT-FILE
                       AT END
                           MOVE 'Y' TO ENROLLMENT-EOF-FLG
                       NOT AT END
                           IF ENR-TERM-CODE IS EQUAL TO SELECTED-TERM
                               PERFORM 2302-KEEP-ONE-CAPTURE
                           END-IF
                   END-READ.

               2302-KEEP-ONE-CAPTURE.
                   ADD 1 TO HOW-MANY-CAPTURES.
                   PERFORM 2303-FIND-EXAM-SECTION.
                   PERFORM 2305-FIND-EXAM-STUDENT.
                   IF EXAM-SECTION-FOUND-SUB IS GREATER THAN ZERO
                       AND STUDENT-EXAM-FOUND-SUB IS GREATER THAN ZERO
                       MOVE 'N' TO ALREADY-SITTING-FLAG
                       PERFORM 2307-CHECK-ONE-HELD
                           VARYING EXAM-SUB FROM 1 BY 1
                           UNTIL EXAM-SUB > STX-EXAM-COUNT
                               (STUDENT-EXAM-FOUND-SUB)
                           OR ALREADY-SITTING
                       IF NOT ALREADY-SITTING
                           PERFORM 2308-ADD-SECTION-TO-STUDENT
                       END-IF
                   END-IF.

               2303-FIND-EXAM-SECTION.
                   MOVE 0 TO EXAM-SECTION-FOUND-SUB.
                   PERFORM 2304-CHECK-ONE-SECTION
                       VARYING EXAM-SECTION-FIND-SUB FROM 1 BY 1
                       UNTIL EXAM-SECTION-FIND-SUB > EXAM-SECTION-COUNT
                       OR EXAM-SECTION-FOUND-SUB IS GREATER THAN ZERO.
                   IF EXAM-SECTION-FOUND-SUB IS EQUAL TO ZERO
                       AND EXAM-SECTION-COUNT IS LESS THAN 500
                       ADD 1 TO EXAM-SECTION-COUNT
                       MOVE EXAM-SECTION-COUNT TO EXAM-SECTION-FOUND-SUB
                       MOVE ENR-COURSE-CODE
                         TO EXS-COURSE-CODE(EXAM-SECTION-COUNT)
                       MOVE ENR-SECTION-CODE
                         TO EXS-SECTION-CODE(EXAM-SECTION-COUNT)
                       MOVE 0 TO EXS-STUDENTS(EXAM-SECTION-COUNT)
                       MOVE 0 TO EXS-SITTING(EXAM-SECTION-COUNT)
                   END-IF.

                   2304-CHECK-ONE-SECTION.
                       IF EXS-COURSE-CODE(EXAM-SECTION-FIND-SUB)
                           IS EQUAL TO ENR-COURSE-CODE
                           AND EXS-SECTION-CODE(EXAM-SECTION-FIND-SUB)
                               IS EQUAL TO ENR-SECTION-CODE
                           MOVE EXAM-SECTION-FIND-SUB
                             TO EXAM-SECTION-FOUND-SUB
                       END-IF.

               2305-FIND-EXAM-STUDENT.
                   MOVE 0 TO STUDENT-EXAM-FOUND-SUB.
                   PERFORM 2306-CHECK-ONE-STUDENT
                       VARYING STUDENT-EXAM-FIND-SUB FROM 1 BY 1
                       UNTIL STUDENT-EXAM-FIND-SUB > STUDENT-EXAM-COUNT
                       OR STUDENT-EXAM-FOUND-SUB IS GREATER THAN ZERO.
                   IF STUDENT-EXAM-FOUND-SUB IS EQUAL TO ZERO
                       AND STUDENT-EXAM-COUNT IS LESS THAN 3000
                       ADD 1 TO STUDENT-EXAM-COUNT
                       MOVE STUDENT-EXAM-COUNT TO STUDENT-EXAM-FOUND-SUB
                       MOVE ENR-STUDENT-NUMBER
                         TO STX-STUDENT-NUMBER(STUDENT-EXAM-COUNT)
                       MOVE 0 TO STX-EXAM-COUNT(STUDENT-EXAM-COUNT)
                       MOVE 0
                         TO STX-EXTRA-TIME-PCT(STUDENT-EXAM-COUNT)
                       MOVE 'N'
                         TO STX-SEPARATE-ROOM(STUDENT-EXAM-COUNT)
                   END-IF.

                   2306-CHECK-ONE-STUDENT.
                       IF STX-STUDENT-NUMBER(STUDENT-EXAM-FIND-SUB)
                           IS EQUAL TO ENR-STUDENT-NUMBER
                           MOVE STUDENT-EXAM-FIND-SUB
                             TO STUDENT-EXAM-FOUND-SUB
                       END-IF.

               2307-CHECK-ONE-HELD.
                   IF STX-SECTION-SUB(STUDENT-EXAM-FOUND-SUB, EXAM-SUB)
                       IS EQUAL TO EXAM-SECTION-FOUND-SUB
                       MOVE 'Y' TO ALREADY-SITTING-FLAG
                   END-IF.

               2308-ADD-SECTION-TO-STUDENT.
                   IF STX-EXAM-COUNT(STUDENT-EXAM-FOUND-SUB)
                       IS EQUAL TO 10
                       ADD 1 TO HOW-MANY-DROPPED
                   ELSE
                       ADD 1 TO STX-EXAM-COUNT(STUDENT-EXAM-FOUND-SUB)
                       MOVE STX-EXAM-COUNT(STUDENT-EXAM-FOUND-SUB)
                         TO EXAM-SUB
                       MOVE EXAM-SECTION-FOUND-SUB
                         TO STX-SECTION-SUB(STUDENT-EXAM-FOUND-SUB,
                                            EXAM-SUB)
                       ADD 1 TO EXS-STUDENTS(EXAM-SECTION-FOUND-SUB)
                   END-IF.

      * the term's accommodations land on the students' rows - a
      * student with no exams this term has nothing to book, and a
      * missing register means nobody is accommodated
           240-LOAD-ACCOMMODATIONS.
               OPEN INPUT ACCOMMODATION-FILE.
               IF ACCOMMODATION-FILE-STATUS IS EQUAL TO "00"
                   PERFORM 2401-LOAD-ONE-ACCOMMODATION
                       UNTIL ACCOMMODATION-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE ACCOMMODATION-FILE
               END-IF.

               2401-LOAD-ONE-ACCOMMODATION.
                   READ ACCOMMODATION-FILE
                       AT END
                           MOVE 'Y' TO ACCOMMODATION-EOF-FLG
                       NOT AT END
                           IF ACM-TERM-CODE IS EQUAL TO SELECTED-TERM
                               PERFORM 2402-PLACE-ONE-ACCOMMODATION
                                   VARYING STUDENT-EXAM-FIND-SUB
                                   FROM 1 BY 1
                                   UNTIL STUDENT-EXAM-FIND-SUB >
                                       STUDENT-EXAM-COUNT
                           END-IF
                   END-READ.

               2402-PLACE-ONE-ACCOMMODATION.
                   IF STX-STUDENT-NUMBER(STUDENT-EXAM-FIND-SUB)
                       IS EQUAL TO ACM-STUDENT-NUMBER
                       MOVE ACM-EXTRA-TIME-PCT
                         TO STX-EXTRA-TIME-PCT(STUDENT-EXAM-FIND-SUB)
                       MOVE ACM-SEPARATE-ROOM
                         TO STX-SEPARATE-ROOM(STUDENT-EXAM-FIND-SUB)
                       IF ACM-EXTRA-TIME-PCT IS GREATER THAN ZERO
                           OR ACM-SEPARATE-ROOM IS EQUAL TO 'Y'
                           ADD 1 TO HOW-MANY-ACCOMMODATED
                       END-IF
                   END-IF.

      * the largest section still unplaced goes next, into the
      * sitting with the lowest score for its students
           300-PLACE-NEXT-SECTION.
               MOVE ZERO TO NEXT-SECTION-SUB.
               PERFORM 301-CHECK-ONE-UNPLACED
                   VARYING EXAM-SECTION-SUB FROM 1 BY 1
                   UNTIL EXAM-SECTION-SUB > EXAM-SECTION-COUNT.

               IF NEXT-SECTION-SUB IS GREATER THAN ZERO
                   PERFORM 310-BUILD-ROSTER
                   MOVE 99999999 TO BEST-SCORE
                   MOVE 1 TO BEST-SITTING
                   PERFORM 320-SCORE-ONE-SITTING
                       VARYING SITTING-SUB FROM 1 BY 1
                       UNTIL SITTING-SUB > SITTING-COUNT
                       OR BEST-SCORE IS EQUAL TO ZERO
                   MOVE BEST-SITTING TO EXS-SITTING(NEXT-SECTION-SUB)
                   ADD 1 TO HOW-MANY-PLACED
                   IF BEST-SCORE IS EQUAL TO ZERO
                       ADD 1 TO HOW-MANY-CLEAN
                   END-IF
               END-IF.

               301-CHECK-ONE-UNPLACED.
                   IF EXS-SITTING(EXAM-SECTION-SUB) IS EQUAL TO ZERO
                       IF NEXT-SECTION-SUB IS EQUAL TO ZERO
                           MOVE EXAM-SECTION-SUB TO NEXT-SECTION-SUB
                       ELSE IF EXS-STUDENTS(EXAM-SECTION-SUB)
                           IS GREATER THAN
                             EXS-STUDENTS(NEXT-SECTION-SUB)
                           MOVE EXAM-SECTION-SUB TO NEXT-SECTION-SUB
                       END-IF
                       END-IF
                   END-IF.

           310-BUILD-ROSTER.
               MOVE ZERO TO ROSTER-COUNT.
               PERFORM 311-CHECK-ONE-STUDENT
                   VARYING STUDENT-EXAM-SUB FROM 1 BY 1
                   UNTIL STUDENT-EXAM-SUB > STUDENT-EXAM-COUNT.

               311-CHECK-ONE-STUDENT.
                   PERFORM 312-CHECK-ONE-EXAM
                       VARYING EXAM-SUB FROM 1 BY 1
                       UNTIL EXAM-SUB >
                           STX-EXAM-COUNT(STUDENT-EXAM-SUB).

               312-CHECK-ONE-EXAM.
                   IF STX-SECTION-SUB(STUDENT-EXAM-SUB, EXAM-SUB)
                       IS EQUAL TO NEXT-SECTION-SUB
                       AND ROSTER-COUNT IS LESS THAN 999
                       ADD 1 TO ROSTER-COUNT
                       MOVE STUDENT-EXAM-SUB
                         TO ROSTER-STUDENT-SUB(ROSTER-COUNT)
                   END-IF.

      * only sections already placed count against a sitting
           320-SCORE-ONE-SITTING.
               MOVE ZERO TO CANDIDATE-CLASHES.
               MOVE ZERO TO CANDIDATE-TRIPLES.
               COMPUTE SITTING-DAY-SUB =
                   (SITTING-SUB - 1) / SITTINGS-PER-DAY + 1.
               PERFORM 321-SCORE-ONE-ROSTER-STUDENT
                   VARYING ROSTER-SUB FROM 1 BY 1
                   UNTIL ROSTER-SUB > ROSTER-COUNT.
               COMPUTE CANDIDATE-SCORE =
                   CANDIDATE-CLASHES * 1000 + CANDIDATE-TRIPLES.
               IF CANDIDATE-SCORE IS LESS THAN BEST-SCORE
                   MOVE CANDIDATE-SCORE TO BEST-SCORE
                   MOVE SITTING-SUB TO BEST-SITTING
               END-IF.

               321-SCORE-ONE-ROSTER-STUDENT.
                   MOVE ROSTER-STUDENT-SUB(ROSTER-SUB)
                     TO STUDENT-EXAM-SUB.
                   MOVE ZERO TO SAME-SITTING-COUNT.
                   MOVE ZERO TO SAME-DAY-COUNT.
                   PERFORM 322-CHECK-ONE-PLACED-EXAM
                       VARYING EXAM-SUB FROM 1 BY 1
                       UNTIL EXAM-SUB >
                           STX-EXAM-COUNT(STUDENT-EXAM-SUB).
                   IF STX-EXTRA-TIME-PCT(STUDENT-EXAM-SUB)
                       IS GREATER THAN ZERO
                       COMPUTE CLOCK-TIME-SUB = SITTING-SUB
                           - (SITTING-DAY-SUB - 1) * SITTINGS-PER-DAY
                       PERFORM 820-EXTENDED-END
                       IF EXTENDED-END-MINUTES IS GREATER THAN 1440
                           ADD 1 TO SAME-SITTING-COUNT
                       END-IF
                   END-IF.
                   IF SAME-SITTING-COUNT IS GREATER THAN ZERO
                       ADD 1 TO CANDIDATE-CLASHES
                   END-IF.
                   IF SAME-DAY-COUNT IS GREATER THAN 1
                       ADD 1 TO CANDIDATE-TRIPLES
                   END-IF.

               322-CHECK-ONE-PLACED-EXAM.
                   MOVE STX-SECTION-SUB(STUDENT-EXAM-SUB, EXAM-SUB)
                     TO OTHER-SECTION-SUB.
                   IF EXS-SITTING(OTHER-SECTION-SUB)
                       IS GREATER THAN ZERO
                       COMPUTE OTHER-DAY-SUB =
                           (EXS-SITTING(OTHER-SECTION-SUB) - 1)
                           / SITTINGS-PER-DAY + 1
                       IF EXS-SITTING(OTHER-SECTION-SUB)
                           IS EQUAL TO SITTING-SUB
                           ADD 1 TO SAME-SITTING-COUNT
                       ELSE IF OTHER-DAY-SUB IS EQUAL TO SITTING-DAY-SUB
                           AND STX-EXTRA-TIME-PCT(STUDENT-EXAM-SUB)
                               IS GREATER THAN ZERO
                           COMPUTE FIRST-TIME-SUB = SITTING-SUB
                               - (SITTING-DAY-SUB - 1)
                               * SITTINGS-PER-DAY
                           COMPUTE SECOND-TIME-SUB =
                               EXS-SITTING(OTHER-SECTION-SUB)
                               - (OTHER-DAY-SUB - 1)
                               * SITTINGS-PER-DAY
                           PERFORM 810-CHECK-EXTENDED-OVERLAP
                           IF TIMES-OVERLAP
                               ADD 1 TO SAME-SITTING-COUNT
                           END-IF
                       END-IF
                       END-IF
                       IF OTHER-DAY-SUB IS EQUAL TO SITTING-DAY-SUB
                           ADD 1 TO SAME-DAY-COUNT
                       END-IF
                   END-IF.

      * the schedule in sitting order, one line a section
           400-PRINT-SCHEDULE.
               OPEN OUTPUT SCHEDULE-REPORT.
               IF SCHEDULE-REPORT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN EXAM-SCHEDULE.txt - STATUS "
                     SCHEDULE-REPORT-STATUS
                   STOP RUN
               END-IF.

               MOVE SELECTED-TERM TO SHD-TERM-OUT.
               MOVE EXAM-START-DATE TO SHD-START-OUT.
               MOVE EXAM-END-DATE TO SHD-END-OUT.
               WRITE SCHEDULE-LINE FROM SCHEDULE-HEADER-LINE.
               MOVE SPACES TO SCHEDULE-LINE.
               WRITE SCHEDULE-LINE.
               WRITE SCHEDULE-LINE FROM SCHEDULE-COLUMN-LINE.

               PERFORM 401-PRINT-ONE-SITTING
                   VARYING SITTING-SUB FROM 1 BY 1
                   UNTIL SITTING-SUB > SITTING-COUNT.

               CLOSE SCHEDULE-REPORT.

               401-PRINT-ONE-SITTING.
                   PERFORM 402-PRINT-IF-IN-SITTING
                       VARYING EXAM-SECTION-SUB FROM 1 BY 1
                       UNTIL EXAM-SECTION-SUB > EXAM-SECTION-COUNT.

               402-PRINT-IF-IN-SITTING.
                   IF EXS-SITTING(EXAM-SECTION-SUB)
                       IS EQUAL TO SITTING-SUB
                       PERFORM 800-SPLIT-SITTING
                       MOVE EXD-DATE(SITTING-DAY-SUB) TO SDT-DATE-OUT
                       MOVE EXD-DAY-NAME(SITTING-DAY-SUB)
                         TO SDT-DAY-OUT
                       MOVE SITTING-START-TIME(SITTING-TIME-SUB)
                         TO SDT-START-OUT
                       MOVE SITTING-END-TIME(SITTING-TIME-SUB)
                         TO SDT-END-OUT
                       MOVE EXS-COURSE-CODE(EXAM-SECTION-SUB)
                         TO SDT-COURSE-OUT
                       MOVE EXS-SECTION-CODE(EXAM-SECTION-SUB)
                         TO SDT-SECTION-OUT
                       MOVE EXS-STUDENTS(EXAM-SECTION-SUB)
                         TO SDT-STUDENTS-OUT
                       WRITE SCHEDULE-LINE FROM SCHEDULE-DETAIL-LINE
                   END-IF.

      * per student - each pair of exams in one sitting, then each
      * day holding three or more
           500-PRINT-CONFLICTS.
               OPEN OUTPUT CONFLICT-REPORT.
               IF CONFLICT-REPORT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN EXAM-CONFLICTS.txt - STATUS "
                     CONFLICT-REPORT-STATUS
                   STOP RUN
               END-IF.

               MOVE SELECTED-TERM TO CHD-TERM-OUT.
               WRITE CONFLICT-LINE FROM CONFLICT-HEADER-LINE.
               MOVE SPACES TO CONFLICT-LINE.
               WRITE CONFLICT-LINE.

               PERFORM 510-CHECK-ONE-STUDENT
                   VARYING STUDENT-EXAM-SUB FROM 1 BY 1
                   UNTIL STUDENT-EXAM-SUB > STUDENT-EXAM-COUNT.

               IF HOW-MANY-SAME-TIME IS EQUAL TO ZERO
                   AND HOW-MANY-THREE-A-DAY IS EQUAL TO ZERO
                   AND HOW-MANY-OVERLAPS IS EQUAL TO ZERO
                   AND HOW-MANY-TOO-LATE IS EQUAL TO ZERO
                   MOVE "NO STUDENT HAS AN EXAM CONFLICT THIS TERM"
                     TO CONFLICT-LINE
                   WRITE CONFLICT-LINE
               END-IF.

               CLOSE CONFLICT-REPORT.

               510-CHECK-ONE-STUDENT.
                   PERFORM 700-FIND-STUDENT-NAME.
                   MOVE STX-STUDENT-NUMBER(STUDENT-EXAM-SUB)
                     TO CDT-STUDENT-OUT.
                   MOVE FOUND-STUDENT-NAME TO CDT-NAME-OUT.
                   PERFORM 511-CHECK-ONE-FIRST-EXAM
                       VARYING EXAM-SUB FROM 1 BY 1
                       UNTIL EXAM-SUB >
                           STX-EXAM-COUNT(STUDENT-EXAM-SUB).
                   PERFORM 520-CHECK-ONE-DAY
                       VARYING EXAM-DAY-SUB FROM 1 BY 1
                       UNTIL EXAM-DAY-SUB > EXAM-DAY-COUNT.

               511-CHECK-ONE-FIRST-EXAM.
                   IF STX-EXTRA-TIME-PCT(STUDENT-EXAM-SUB)
                       IS GREATER THAN ZERO
                       PERFORM 513-CHECK-EXTENDED-END
                   END-IF.
                   COMPUTE PAIR-START-SUB = EXAM-SUB + 1.
                   PERFORM 512-CHECK-ONE-PAIR
                       VARYING OTHER-EXAM-SUB FROM PAIR-START-SUB BY 1
                       UNTIL OTHER-EXAM-SUB >
                           STX-EXAM-COUNT(STUDENT-EXAM-SUB).

               512-CHECK-ONE-PAIR.
                   MOVE STX-SECTION-SUB(STUDENT-EXAM-SUB, EXAM-SUB)
                     TO EXAM-SECTION-SUB.
                   MOVE STX-SECTION-SUB(STUDENT-EXAM-SUB,
                                        OTHER-EXAM-SUB)
                     TO OTHER-SECTION-SUB.
                   IF EXS-SITTING(EXAM-SECTION-SUB) IS EQUAL TO
                       EXS-SITTING(OTHER-SECTION-SUB)
                       ADD 1 TO HOW-MANY-SAME-TIME
                       MOVE EXS-SITTING(EXAM-SECTION-SUB)
                         TO SITTING-SUB
                       PERFORM 800-SPLIT-SITTING
                       MOVE "TWO AT ONCE" TO CDT-REASON-OUT
                       MOVE EXD-DATE(SITTING-DAY-SUB) TO CDT-DATE-OUT
                       MOVE SITTING-START-TIME(SITTING-TIME-SUB)
                         TO CDB-TIME-OR-COUNT
                       MOVE EXS-COURSE-CODE(EXAM-SECTION-SUB)
                         TO CDB-FIRST-COURSE
                       MOVE EXS-COURSE-CODE(OTHER-SECTION-SUB)
                         TO CDB-SECOND-COURSE
                       MOVE CONFLICT-DETAIL-BUILD TO CDT-DETAIL-OUT
                       WRITE CONFLICT-LINE FROM CONFLICT-DETAIL-LINE
                   ELSE IF STX-EXTRA-TIME-PCT(STUDENT-EXAM-SUB)
                       IS GREATER THAN ZERO
                       PERFORM 514-CHECK-EXTENDED-PAIR
                   END-IF
                   END-IF.

      * an extended sitting that runs past midnight
               513-CHECK-EXTENDED-END.
                   MOVE STX-SECTION-SUB(STUDENT-EXAM-SUB, EXAM-SUB)
                     TO OTHER-SECTION-SUB.
                   MOVE EXS-SITTING(OTHER-SECTION-SUB) TO SITTING-SUB.
                   PERFORM 800-SPLIT-SITTING.
                   MOVE SITTING-TIME-SUB TO CLOCK-TIME-SUB.
                   PERFORM 820-EXTENDED-END.
                   IF EXTENDED-END-MINUTES IS GREATER THAN 1440
                       ADD 1 TO HOW-MANY-TOO-LATE
                       MOVE "ENDS PAST 2400" TO CDT-REASON-OUT
                       MOVE EXD-DATE(SITTING-DAY-SUB) TO CDT-DATE-OUT
                       MOVE SITTING-START-TIME(SITTING-TIME-SUB)
                         TO CDB-TIME-OR-COUNT
                       MOVE EXS-COURSE-CODE(OTHER-SECTION-SUB)
                         TO CDB-FIRST-COURSE
                       MOVE SPACES TO CDB-SECOND-COURSE
                       MOVE CONFLICT-DETAIL-BUILD TO CDT-DETAIL-OUT
                       WRITE CONFLICT-LINE FROM CONFLICT-DETAIL-LINE
                   END-IF.

      * two of an extended student's sittings on one day that the
      * extra time runs together
               514-CHECK-EXTENDED-PAIR.
                   MOVE EXS-SITTING(OTHER-SECTION-SUB) TO SITTING-SUB.
                   PERFORM 800-SPLIT-SITTING.
                   MOVE SITTING-DAY-SUB TO OTHER-DAY-SUB.
                   MOVE SITTING-TIME-SUB TO SECOND-TIME-SUB.
                   MOVE EXS-SITTING(EXAM-SECTION-SUB) TO SITTING-SUB.
                   PERFORM 800-SPLIT-SITTING.
                   MOVE SITTING-TIME-SUB TO FIRST-TIME-SUB.
                   IF OTHER-DAY-SUB IS EQUAL TO SITTING-DAY-SUB
                       PERFORM 810-CHECK-EXTENDED-OVERLAP
                       IF TIMES-OVERLAP
                           ADD 1 TO HOW-MANY-OVERLAPS
                           MOVE "TIMES OVERLAP" TO CDT-REASON-OUT
                           MOVE EXD-DATE(SITTING-DAY-SUB)
                             TO CDT-DATE-OUT
                           MOVE SITTING-START-TIME(SITTING-TIME-SUB)
                             TO CDB-TIME-OR-COUNT
                           MOVE EXS-COURSE-CODE(EXAM-SECTION-SUB)
                             TO CDB-FIRST-COURSE
                           MOVE EXS-COURSE-CODE(OTHER-SECTION-SUB)
                             TO CDB-SECOND-COURSE
                           MOVE CONFLICT-DETAIL-BUILD TO CDT-DETAIL-OUT
                           WRITE CONFLICT-LINE
                               FROM CONFLICT-DETAIL-LINE
                       END-IF
                   END-IF.

               520-CHECK-ONE-DAY.
                   MOVE ZERO TO SAME-DAY-COUNT.
                   PERFORM 521-COUNT-IF-ON-DAY
                       VARYING EXAM-SUB FROM 1 BY 1
                       UNTIL EXAM-SUB >
                           STX-EXAM-COUNT(STUDENT-EXAM-SUB).
                   IF SAME-DAY-COUNT IS GREATER THAN 2
                       ADD 1 TO HOW-MANY-THREE-A-DAY
                       MOVE "THREE IN A DAY" TO CDT-REASON-OUT
                       MOVE EXD-DATE(EXAM-DAY-SUB) TO CDT-DATE-OUT
                       MOVE SAME-DAY-COUNT TO CONFLICT-COUNT-EDIT
                       MOVE SPACES TO CDT-DETAIL-OUT
                       STRING CONFLICT-COUNT-EDIT DELIMITED BY SIZE
                           " EXAMS THAT DAY" DELIMITED BY SIZE
                           INTO CDT-DETAIL-OUT
                       END-STRING
                       WRITE CONFLICT-LINE FROM CONFLICT-DETAIL-LINE
                   END-IF.

               521-COUNT-IF-ON-DAY.
                   MOVE STX-SECTION-SUB(STUDENT-EXAM-SUB, EXAM-SUB)
                     TO OTHER-SECTION-SUB.
                   COMPUTE OTHER-DAY-SUB =
                       (EXS-SITTING(OTHER-SECTION-SUB) - 1)
                       / SITTINGS-PER-DAY + 1.
                   IF OTHER-DAY-SUB IS EQUAL TO EXAM-DAY-SUB
                       ADD 1 TO SAME-DAY-COUNT
                   END-IF.

      * one page a student, exams in sitting order; a clash is
      * marked on the page so the student knows to see the
      * registrar
           600-PRINT-TIMETABLES.
               OPEN OUTPUT TIMETABLE-REPORT.
               IF TIMETABLE-REPORT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN EXAM-TIMETABLE.txt - STATUS "
                     TIMETABLE-REPORT-STATUS
                   STOP RUN
               END-IF.

               PERFORM 610-PRINT-ONE-STUDENT
                   VARYING STUDENT-EXAM-SUB FROM 1 BY 1
                   UNTIL STUDENT-EXAM-SUB > STUDENT-EXAM-COUNT.

               CLOSE TIMETABLE-REPORT.

               610-PRINT-ONE-STUDENT.
                   PERFORM 700-FIND-STUDENT-NAME.
                   MOVE SELECTED-TERM TO THD-TERM-OUT.
                   MOVE STX-STUDENT-NUMBER(STUDENT-EXAM-SUB)
                     TO THD-STUDENT-OUT.
                   MOVE FOUND-STUDENT-NAME TO THD-NAME-OUT.
                   WRITE TIMETABLE-LINE FROM TIMETABLE-HEADER-LINE.
                   MOVE SPACES TO TIMETABLE-LINE.
                   WRITE TIMETABLE-LINE.

                   PERFORM 611-PRINT-ONE-SITTING
                       VARYING SITTING-SUB FROM 1 BY 1
                       UNTIL SITTING-SUB > SITTING-COUNT.

                   MOVE SPACES TO TIMETABLE-LINE.
                   WRITE TIMETABLE-LINE.
                   ADD 1 TO HOW-MANY-TIMETABLES.

               611-PRINT-ONE-SITTING.
                   MOVE ZERO TO SAME-SITTING-COUNT.
                   PERFORM 612-COUNT-IF-IN-SITTING
                       VARYING EXAM-SUB FROM 1 BY 1
                       UNTIL EXAM-SUB >
                           STX-EXAM-COUNT(STUDENT-EXAM-SUB).
                   IF SAME-SITTING-COUNT IS GREATER THAN ZERO
                       PERFORM 800-SPLIT-SITTING
                       PERFORM 613-PRINT-IF-IN-SITTING
                           VARYING EXAM-SUB FROM 1 BY 1
                           UNTIL EXAM-SUB >
                               STX-EXAM-COUNT(STUDENT-EXAM-SUB)
                   END-IF.

               612-COUNT-IF-IN-SITTING.
                   MOVE STX-SECTION-SUB(STUDENT-EXAM-SUB, EXAM-SUB)
                     TO OTHER-SECTION-SUB.
                   IF EXS-SITTING(OTHER-SECTION-SUB)
                       IS EQUAL TO SITTING-SUB
                       ADD 1 TO SAME-SITTING-COUNT
                   END-IF.

               613-PRINT-IF-IN-SITTING.
                   MOVE STX-SECTION-SUB(STUDENT-EXAM-SUB, EXAM-SUB)
                     TO OTHER-SECTION-SUB.
                   IF EXS-SITTING(OTHER-SECTION-SUB)
                       IS EQUAL TO SITTING-SUB
                       MOVE EXD-DAY-NAME(SITTING-DAY-SUB)
                         TO TDT-DAY-OUT
                       MOVE EXD-DATE(SITTING-DAY-SUB) TO TDT-DATE-OUT
                       MOVE SITTING-START-TIME(SITTING-TIME-SUB)
                         TO TDT-START-OUT
                       MOVE SITTING-END-TIME(SITTING-TIME-SUB)
                         TO TDT-END-OUT
                       IF STX-EXTRA-TIME-PCT(STUDENT-EXAM-SUB)
                           IS GREATER THAN ZERO
                           MOVE SITTING-TIME-SUB TO CLOCK-TIME-SUB
                           PERFORM 820-EXTENDED-END
                           MOVE EXTENDED-END-TIME TO TDT-END-OUT
                       END-IF
                       MOVE EXS-COURSE-CODE(OTHER-SECTION-SUB)
                         TO TDT-COURSE-OUT
                       MOVE EXS-SECTION-CODE(OTHER-SECTION-SUB)
                         TO TDT-SECTION-OUT
                       IF SAME-SITTING-COUNT IS GREATER THAN 1
                           MOVE "* SEE REGISTRAR" TO TDT-NOTE-OUT
                       ELSE IF STX-NEEDS-SEPARATE-ROOM
                           (STUDENT-EXAM-SUB)
                           MOVE "SEPARATE ROOM" TO TDT-NOTE-OUT
                       ELSE IF STX-EXTRA-TIME-PCT(STUDENT-EXAM-SUB)
                           IS GREATER THAN ZERO
                           MOVE "EXTENDED TIME" TO TDT-NOTE-OUT
                       ELSE
                           MOVE SPACES TO TDT-NOTE-OUT
                       END-IF
                       END-IF
                       END-IF
                       WRITE TIMETABLE-LINE FROM TIMETABLE-DETAIL-LINE
                   END-IF.

      * the exams office's bookings, in sitting order - one line per
      * accommodated student per exam, with the student's own end
      * time and where they sit
           650-PRINT-BOOKINGS.
               OPEN OUTPUT BOOKING-REPORT.
               IF BOOKING-REPORT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN EXAM-ACCOMMODATIONS.txt - "
                     "STATUS " BOOKING-REPORT-STATUS
                   STOP RUN
               END-IF.

               MOVE SELECTED-TERM TO BHD-TERM-OUT.
               WRITE BOOKING-LINE FROM BOOKING-HEADER-LINE.
               MOVE SPACES TO BOOKING-LINE.
               WRITE BOOKING-LINE.
               WRITE BOOKING-LINE FROM BOOKING-COLUMN-LINE.

               PERFORM 651-BOOK-ONE-SITTING
                   VARYING SITTING-SUB FROM 1 BY 1
                   UNTIL SITTING-SUB > SITTING-COUNT.

               IF HOW-MANY-BOOKINGS IS EQUAL TO ZERO
                   MOVE "NO ACCOMMODATED SITTINGS THIS TERM"
                     TO BOOKING-LINE
                   WRITE BOOKING-LINE
               END-IF.

               CLOSE BOOKING-REPORT.

               651-BOOK-ONE-SITTING.
                   PERFORM 800-SPLIT-SITTING.
                   PERFORM 652-BOOK-ONE-SECTION
                       VARYING EXAM-SECTION-SUB FROM 1 BY 1
                       UNTIL EXAM-SECTION-SUB > EXAM-SECTION-COUNT.

               652-BOOK-ONE-SECTION.
                   IF EXS-SITTING(EXAM-SECTION-SUB)
                       IS EQUAL TO SITTING-SUB
                       PERFORM 653-BOOK-ONE-STUDENT
                           VARYING STUDENT-EXAM-SUB FROM 1 BY 1
                           UNTIL STUDENT-EXAM-SUB > STUDENT-EXAM-COUNT
                   END-IF.

               653-BOOK-ONE-STUDENT.
                   IF STX-EXTRA-TIME-PCT(STUDENT-EXAM-SUB)
                       IS GREATER THAN ZERO
                       OR STX-NEEDS-SEPARATE-ROOM(STUDENT-EXAM-SUB)
                       MOVE 'N' TO ACCOMMODATED-FLAG
                       PERFORM 654-CHECK-ONE-HELD
                           VARYING EXAM-SUB FROM 1 BY 1
                           UNTIL EXAM-SUB >
                               STX-EXAM-COUNT(STUDENT-EXAM-SUB)
                           OR STUDENT-ACCOMMODATED
                       IF STUDENT-ACCOMMODATED
                           PERFORM 655-WRITE-ONE-BOOKING
                       END-IF
                   END-IF.

               654-CHECK-ONE-HELD.
                   IF STX-SECTION-SUB(STUDENT-EXAM-SUB, EXAM-SUB)
                       IS EQUAL TO EXAM-SECTION-SUB
                       MOVE 'Y' TO ACCOMMODATED-FLAG
                   END-IF.

               655-WRITE-ONE-BOOKING.
                   MOVE EXD-DATE(SITTING-DAY-SUB) TO BDT-DATE-OUT.
                   MOVE SITTING-START-TIME(SITTING-TIME-SUB)
                     TO BDT-START-OUT.
                   MOVE SITTING-TIME-SUB TO CLOCK-TIME-SUB.
                   PERFORM 820-EXTENDED-END.
                   MOVE EXTENDED-END-TIME TO BDT-END-OUT.
                   MOVE EXS-COURSE-CODE(EXAM-SECTION-SUB)
                     TO BDT-COURSE-OUT.
                   MOVE EXS-SECTION-CODE(EXAM-SECTION-SUB)
                     TO BDT-SECTION-OUT.
                   MOVE STX-STUDENT-NUMBER(STUDENT-EXAM-SUB)
                     TO BDT-STUDENT-OUT.
                   MOVE STX-EXTRA-TIME-PCT(STUDENT-EXAM-SUB)
                     TO BDT-EXTRA-OUT.
                   IF STX-NEEDS-SEPARATE-ROOM(STUDENT-EXAM-SUB)
                       MOVE "SEPARATE ROOM" TO BDT-ROOM-OUT
                   ELSE
                       MOVE "WITH CLASS" TO BDT-ROOM-OUT
                   END-IF.
                   WRITE BOOKING-LINE FROM BOOKING-DETAIL-LINE.
                   ADD 1 TO HOW-MANY-BOOKINGS.

           700-FIND-STUDENT-NAME.
               MOVE 'N' TO STUDENT-FOUND-FLAG.
               MOVE "NOT ON TUITION MASTER" TO FOUND-STUDENT-NAME.

               PERFORM 7001-CHECK-ONE-STUDENT
                   VARYING STUDENT-FIND-SUB FROM 1 BY 1
                   UNTIL STUDENT-FIND-SUB > STUDENT-COUNT
                   OR STUDENT-ROW-FOUND.

               7001-CHECK-ONE-STUDENT.
                   IF TBL-STU-NUMBER(STUDENT-FIND-SUB) IS EQUAL TO
                       STX-STUDENT-NUMBER(STUDENT-EXAM-SUB)
                       MOVE 'Y' TO STUDENT-FOUND-FLAG
                       MOVE TBL-STU-NAME(STUDENT-FIND-SUB)
                         TO FOUND-STUDENT-NAME
                   END-IF.

      * a sitting number to its exam day and its time of day
           800-SPLIT-SITTING.
               COMPUTE SITTING-DAY-SUB =
                   (SITTING-SUB - 1) / SITTINGS-PER-DAY + 1.
               COMPUTE SITTING-TIME-SUB =
                   SITTING-SUB - (SITTING-DAY-SUB - 1)
                   * SITTINGS-PER-DAY.

      * FIRST-TIME-SUB and SECOND-TIME-SUB are two sittings of one
      * day for the student on STUDENT-EXAM-SUB - they overlap when
      * the earlier one, extended, ends after the later one starts
           810-CHECK-EXTENDED-OVERLAP.
               MOVE 'N' TO OVERLAP-FLAG.
               IF FIRST-TIME-SUB IS GREATER THAN SECOND-TIME-SUB
                   MOVE SECOND-TIME-SUB TO CLOCK-TIME-SUB
                   MOVE FIRST-TIME-SUB TO SECOND-TIME-SUB
               ELSE
                   MOVE FIRST-TIME-SUB TO CLOCK-TIME-SUB
               END-IF.
               PERFORM 820-EXTENDED-END.
               MOVE SECOND-TIME-SUB TO CLOCK-TIME-SUB.
               PERFORM 821-START-MINUTES.
               IF EXTENDED-END-MINUTES IS GREATER THAN CLOCK-MINUTES
                   MOVE 'Y' TO OVERLAP-FLAG
               END-IF.

      * the end of sitting time CLOCK-TIME-SUB for the student on
      * STUDENT-EXAM-SUB, as minutes past midnight and as HHMM
           820-EXTENDED-END.
               COMPUTE EXTENDED-MINUTES = STANDARD-EXAM-MINUTES
                   + STANDARD-EXAM-MINUTES
                   * STX-EXTRA-TIME-PCT(STUDENT-EXAM-SUB) / 100.
               PERFORM 821-START-MINUTES.
               COMPUTE EXTENDED-END-MINUTES =
                   CLOCK-MINUTES + EXTENDED-MINUTES.
               DIVIDE EXTENDED-END-MINUTES BY 60
                   GIVING CLOCK-HOURS REMAINDER CLOCK-MINS.
               IF CLOCK-HOURS IS NOT LESS THAN 24
                   SUBTRACT 24 FROM CLOCK-HOURS
               END-IF.
               COMPUTE EXTENDED-END-TIME =
                   CLOCK-HOURS * 100 + CLOCK-MINS.

               821-START-MINUTES.
                   DIVIDE SITTING-START-TIME(CLOCK-TIME-SUB) BY 100
                       GIVING CLOCK-HOURS REMAINDER CLOCK-MINS.
                   COMPUTE CLOCK-MINUTES =
                       CLOCK-HOURS * 60 + CLOCK-MINS.

       END PROGRAM PROJECT96.
