      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: census-date no-show run. Once the census date on
      *          TERM-CALENDAR.txt (the trailing column PROJECT86
      *          keeps) has been reached, every student on the
      *          tuition master holding section seats in the keyed
      *          term is checked against PROJECT105's attendance
      *          history: a student the LMS has reported in every one
      *          of their sections, and who was never once present,
      *          is a no-show. Each no-show goes on
      *          NOSHOW-REGISTER.txt and gets one type-N transaction
      *          on WITHDRAWAL-TRANS.txt, which PROJECT21 applies as a
      *          full withdrawal with the whole assessment reversed
      *          whatever the date. A student sitting in a section the
      *          LMS has said nothing about is not judged - the
      *          register lists them so the section can be chased
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT106.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * read-only pass over the sequential extract - PROJECT21 is
      * what actually touches the master
           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

      * the term dates, census date trailing
           SELECT TERM-CALENDAR-FILE
           ASSIGN TO "..\TERM-CALENDAR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERM-CALENDAR-STATUS.

      * PROJECT105's attendance history
           SELECT HISTORY-FILE
           ASSIGN TO "..\ATTENDANCE-HISTORY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT ENROLLMENT-FILE
           ASSIGN TO "..\SECTION-ENROLLMENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENROLLMENT-FILE-STATUS.

      * the withdrawal transactions PROJECT21 processes - appended,
      * same layout as its FD WITHDRAWAL-FILE
           SELECT WITHDRAWAL-FILE
           ASSIGN TO "..\WITHDRAWAL-TRANS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WITHDRAWAL-FILE-STATUS.

      * one line per no-show, and per student who could not be judged
           SELECT NOSHOW-REGISTER
           ASSIGN TO "..\NOSHOW-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOSHOW-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      * kept in step with Project105.cbl's FD HISTORY-FILE
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

      * kept in step with Project21.cbl's FD WITHDRAWAL-FILE
       FD WITHDRAWAL-FILE.
       01 WITHDRAWAL-RECORD.
         05 WD-STUDENT-NUMBER PIC X(6).
         05 WD-EFFECTIVE-DATE PIC 9(8).
         05 WD-TYPE PIC X(1).
         05 WD-COURSE-CODE PIC X(7).

       FD NOSHOW-REGISTER.
       01 NOSHOW-REGISTER-LINE.
         05 NSR-STUDENT-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 NSR-NAME-OUT PIC X(40).
         05 FILLER PIC X(2) VALUE SPACE.
         05 NSR-BALANCE-OUT PIC -ZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 NSR-SECTIONS-OUT PIC 9.
         05 FILLER PIC X(2) VALUE SPACE.
         05 NSR-STATUS-OUT PIC X(36).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 STUDENT-FILE-STATUS PIC X(2).
         05 TERM-CALENDAR-STATUS PIC X(2).
         05 HISTORY-FILE-STATUS PIC X(2).
         05 ENROLLMENT-FILE-STATUS PIC X(2).
         05 WITHDRAWAL-FILE-STATUS PIC X(2).
         05 NOSHOW-REGISTER-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 STUDENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 HISTORY-EOF-FLG PIC X(1) VALUE 'N'.
         05 ENROLLMENT-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-RAW PIC 9(8).
       01 TERM-ENTRY PIC X(6).
       01 CENSUS-TERM-CODE PIC 9(6).
       01 CENSUS-DATE PIC 9(8).

      * the term's attendance rows
       01 HISTORY-TABLE.
         05 HISTORY-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON HISTORY-COUNT.
           10 TBL-ATH-STUDENT-NUMBER PIC 9(6).
           10 TBL-ATH-COURSE-CODE PIC X(7).
           10 TBL-ATH-SECTION-CODE PIC X(3).
           10 TBL-ATH-DAYS-PRESENT PIC 9(3).

       01 HISTORY-VARIABLES.
         05 HISTORY-COUNT PIC 9(4) VALUE 0.
         05 HISTORY-FIND-SUB PIC 9(4).

      * the term's captures
       01 ENROLLMENT-TABLE.
         05 ENROLLMENT-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON ENROLLMENT-COUNT.
           10 TBL-ENR-STUDENT-NUMBER PIC 9(6).
           10 TBL-ENR-COURSE-CODE PIC X(7).
           10 TBL-ENR-SECTION-CODE PIC X(3).

       01 ENROLLMENT-VARIABLES.
         05 ENROLLMENT-COUNT PIC 9(4) VALUE 0.
         05 ENROLLMENT-SUB PIC 9(4).

      * one student's sections, judged one at a time
       01 JUDGE-FIELDS.
         05 SECTIONS-HELD PIC 9(1).
         05 SECTIONS-UNREPORTED PIC 9(1).
         05 ATTENDED-FLAG PIC X(1).
           88 STUDENT-ATTENDED VALUE 'Y'.
         05 SECTION-REPORTED-FLAG PIC X(1).
           88 SECTION-REPORTED VALUE 'Y'.

       01 COUNTERS.
         05 HOW-MANY-READ PIC 9(5) VALUE 0.
         05 HOW-MANY-HOLDING-SEATS PIC 9(5) VALUE 0.
         05 HOW-MANY-NO-SHOWS PIC 9(5) VALUE 0.
         05 HOW-MANY-NOT-JUDGED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
      * main procedure - nothing happens before the census date; on
      * or after it, one pass over the master
       100-RUN-CENSUS-NO-SHOWS.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           DISPLAY "ENTER TERM CODE (YYYYTT):".
           ACCEPT TERM-ENTRY.
           IF TERM-ENTRY IS NOT NUMERIC
               DISPLAY "TERM CODE MUST BE SIX DIGITS - RUN ENDED"
               STOP RUN
           END-IF.
           MOVE TERM-ENTRY TO CENSUS-TERM-CODE.

           PERFORM 200-READ-TERM-CALENDAR.
           IF RUN-DATE-RAW IS LESS THAN CENSUS-DATE
               DISPLAY "CENSUS DATE " CENSUS-DATE " NOT REACHED - "
                 "NOTHING TO DO"
               STOP RUN
           END-IF.

           PERFORM 210-LOAD-HISTORY-TABLE.
           PERFORM 220-LOAD-ENROLLMENT-TABLE.
           PERFORM 230-OPEN-RUN-FILES.

           PERFORM 300-CHECK-ONE-STUDENT
               UNTIL STUDENT-EOF-FLG IS EQUAL TO 'Y'.

           CLOSE STUDENT-FILE.
           CLOSE NOSHOW-REGISTER.
           CLOSE WITHDRAWAL-FILE.

           DISPLAY "STUDENTS READ:        " HOW-MANY-READ.
           DISPLAY "HOLDING SEATS IN " CENSUS-TERM-CODE ": "
             HOW-MANY-HOLDING-SEATS.
           DISPLAY "NO-SHOWS CANCELLED:   " HOW-MANY-NO-SHOWS.
           DISPLAY "NOT JUDGED - SECTION NOT REPORTED: "
             HOW-MANY-NOT-JUDGED.
           IF HOW-MANY-NO-SHOWS IS GREATER THAN ZERO
               DISPLAY "FEED WITHDRAWAL-TRANS.txt TO PROJECT21 TO "
                 "APPLY THE CANCELLATIONS"
           END-IF.
           STOP RUN.

      * the first calendar row is the current term, as PROJECT21
      * and PROJECT85 read it
           200-READ-TERM-CALENDAR.
               OPEN INPUT TERM-CALENDAR-FILE.
               IF TERM-CALENDAR-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TERM-CALENDAR.txt - "
                     "STATUS " TERM-CALENDAR-STATUS
                   STOP RUN
               END-IF.
               READ TERM-CALENDAR-FILE
                   AT END
                       DISPLAY "TERM-CALENDAR.txt IS EMPTY - NO "
                         "CENSUS DATE TO RUN FROM"
                       CLOSE TERM-CALENDAR-FILE
                       STOP RUN
               END-READ.
               CLOSE TERM-CALENDAR-FILE.

               IF CAL-CENSUS-DATE IS NOT NUMERIC
                   DISPLAY "NO CENSUS DATE ON TERM-CALENDAR.txt - "
                     "SET IT THROUGH PROJECT86 FIRST"
                   STOP RUN
               END-IF.
               MOVE CAL-CENSUS-DATE TO CENSUS-DATE.

      * no history at all means the LMS has reported nothing, and
      * nobody can be judged
           210-LOAD-HISTORY-TABLE.
               OPEN INPUT HISTORY-FILE.
               IF HISTORY-FILE-STATUS IS EQUAL TO "35"
                   DISPLAY "NO ATTENDANCE-HISTORY.txt - RUN PROJECT105 "
                     "ON THE LMS FEED FIRST"
                   STOP RUN
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
                           IF ATH-TERM-CODE IS EQUAL TO
                               CENSUS-TERM-CODE
                               ADD 1 TO HISTORY-COUNT
                               MOVE ATH-STUDENT-NUMBER
                                 TO TBL-ATH-STUDENT-NUMBER
                                   (HISTORY-COUNT)
                               MOVE ATH-COURSE-CODE
                                 TO TBL-ATH-COURSE-CODE(HISTORY-COUNT)
                               MOVE ATH-SECTION-CODE
                                 TO TBL-ATH-SECTION-CODE
                                   (HISTORY-COUNT)
                               MOVE ATH-DAYS-PRESENT
                                 TO TBL-ATH-DAYS-PRESENT
                                   (HISTORY-COUNT)
                           END-IF
                   END-READ.

           220-LOAD-ENROLLMENT-TABLE.
               OPEN INPUT ENROLLMENT-FILE.
               IF ENROLLMENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "NO SECTION-ENROLLMENT.txt ON FILE - "
                     "NOBODY HOLDS A SEAT TO JUDGE"
                   STOP RUN
               END-IF.
               PERFORM 221-LOAD-ONE-CAPTURE
                   UNTIL ENROLLMENT-EOF-FLG IS EQUAL TO 'Y'
                   OR ENROLLMENT-COUNT IS EQUAL TO 5000.
               CLOSE ENROLLMENT-FILE.

               221-LOAD-ONE-CAPTURE.
                   READ ENROLLMENT-FILE
                       AT END
                           MOVE 'Y' TO ENROLLMENT-EOF-FLG
                       NOT AT END
                           IF ENR-TERM-CODE IS EQUAL TO
                               CENSUS-TERM-CODE
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

           230-OPEN-RUN-FILES.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - STATUS "
                     STUDENT-FILE-STATUS
                   STOP RUN
               END-IF.

               OPEN OUTPUT NOSHOW-REGISTER.
               IF NOSHOW-REGISTER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN NOSHOW-REGISTER.txt - "
                     "STATUS " NOSHOW-REGISTER-STATUS
                   STOP RUN
               END-IF.
               MOVE SPACES TO NOSHOW-REGISTER-LINE.

               OPEN EXTEND WITHDRAWAL-FILE.
               IF WITHDRAWAL-FILE-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT WITHDRAWAL-FILE
               END-IF.
               IF WITHDRAWAL-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN WITHDRAWAL-TRANS.txt - "
                     "STATUS " WITHDRAWAL-FILE-STATUS
                   STOP RUN
               END-IF.

      * one student - every seat held this term looked up in the
      * history; one present day anywhere and the student stays
           300-CHECK-ONE-STUDENT.
               READ STUDENT-FILE INTO STUDENT-FILE-IN
                   AT END
                       MOVE 'Y' TO STUDENT-EOF-FLG
                   NOT AT END
                       ADD 1 TO HOW-MANY-READ
                       PERFORM 301-JUDGE-ONE-STUDENT
               END-READ.

               301-JUDGE-ONE-STUDENT.
                   MOVE ZERO TO SECTIONS-HELD.
                   MOVE ZERO TO SECTIONS-UNREPORTED.
                   MOVE 'N' TO ATTENDED-FLAG.
                   PERFORM 310-CHECK-ONE-SEAT
                       VARYING ENROLLMENT-SUB FROM 1 BY 1
                       UNTIL ENROLLMENT-SUB > ENROLLMENT-COUNT.

                   IF SECTIONS-HELD IS GREATER THAN ZERO
                       ADD 1 TO HOW-MANY-HOLDING-SEATS
                       IF STUDENT-ATTENDED
                           CONTINUE
                       ELSE IF SECTIONS-UNREPORTED IS GREATER THAN
                           ZERO
                           PERFORM 321-NOTE-NOT-JUDGED
                       ELSE
                           PERFORM 320-CANCEL-ONE-NO-SHOW
                       END-IF
                       END-IF
                   END-IF.

      * a seat in a section nobody has any history for is one the
      * LMS has not reported on
               310-CHECK-ONE-SEAT.
                   IF TBL-ENR-STUDENT-NUMBER(ENROLLMENT-SUB)
                       IS EQUAL TO STUDENT-NUMBER
                       ADD 1 TO SECTIONS-HELD
                       MOVE 'N' TO SECTION-REPORTED-FLAG
                       PERFORM 311-CHECK-ONE-HISTORY-ROW
                           VARYING HISTORY-FIND-SUB FROM 1 BY 1
                           UNTIL HISTORY-FIND-SUB > HISTORY-COUNT
                       IF NOT SECTION-REPORTED
                           ADD 1 TO SECTIONS-UNREPORTED
                       END-IF
                   END-IF.

                   311-CHECK-ONE-HISTORY-ROW.
                       IF TBL-ATH-COURSE-CODE(HISTORY-FIND-SUB)
                           IS EQUAL TO
                             TBL-ENR-COURSE-CODE(ENROLLMENT-SUB)
                           AND TBL-ATH-SECTION-CODE(HISTORY-FIND-SUB)
                               IS EQUAL TO
                                 TBL-ENR-SECTION-CODE(ENROLLMENT-SUB)
                           MOVE 'Y' TO SECTION-REPORTED-FLAG
                           IF TBL-ATH-STUDENT-NUMBER(HISTORY-FIND-SUB)
                               IS EQUAL TO STUDENT-NUMBER
                               AND TBL-ATH-DAYS-PRESENT
                                   (HISTORY-FIND-SUB)
                                   IS GREATER THAN ZERO
                               MOVE 'Y' TO ATTENDED-FLAG
                           END-IF
                       END-IF.

      * dated the census date, so PROJECT21's register shows when
      * the student was counted out
               320-CANCEL-ONE-NO-SHOW.
                   MOVE STUDENT-NUMBER TO WD-STUDENT-NUMBER.
                   MOVE CENSUS-DATE TO WD-EFFECTIVE-DATE.
                   MOVE 'N' TO WD-TYPE.
                   MOVE SPACES TO WD-COURSE-CODE.
                   WRITE WITHDRAWAL-RECORD.

                   MOVE "NO-SHOW - CANCELLATION CUT"
                     TO NSR-STATUS-OUT.
                   PERFORM 330-WRITE-REGISTER-LINE.
                   ADD 1 TO HOW-MANY-NO-SHOWS.

               321-NOTE-NOT-JUDGED.
                   MOVE "NOT JUDGED - SECTION NOT REPORTED"
                     TO NSR-STATUS-OUT.
                   PERFORM 330-WRITE-REGISTER-LINE.
                   ADD 1 TO HOW-MANY-NOT-JUDGED.

               330-WRITE-REGISTER-LINE.
                   MOVE STUDENT-NUMBER TO NSR-STUDENT-OUT.
                   MOVE STUDENT-NAME TO NSR-NAME-OUT.
                   MOVE TUITION-OWED TO NSR-BALANCE-OUT.
                   MOVE SECTIONS-HELD TO NSR-SECTIONS-OUT.
                   WRITE NOSHOW-REGISTER-LINE.

       END PROGRAM PROJECT106.
