      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 14-OCT-2026
      * Purpose: term room-utilization report for facilities, off the
      *          room master (ROOM.txt, kept by PROJECT94) and the
      *          section rooms PROJECT52 assigns. For the keyed term,
      *          one block per room on ROOM-UTILIZATION.txt: each
      *          section booked into it with its meeting pattern
      *          (SECTION-MEETING.txt) and its fill - SEC-ENROLLED
      *          against the room's seats - then the room's hours
      *          booked per week and its average fill across those
      *          sections. A room nobody is booked into is listed as
      *          idle, and a booked section with no meeting time set
      *          is flagged, since it holds the room without any
      *          hours to show for it
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT95.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * kept in step with Project94.cbl's FD ROOM-FILE
           SELECT ROOM-FILE
           ASSIGN TO "..\ROOM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROOM-FILE-STATUS.

      * kept in step with Project52.cbl's FD SECTION-ROOM-FILE
           SELECT SECTION-ROOM-FILE
           ASSIGN TO "..\SECTION-ROOM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SECTION-ROOM-FILE-STATUS.

      * kept in step with Project52.cbl's FD SECTION-FILE
           SELECT SECTION-FILE
           ASSIGN TO "..\SECTION-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SECTION-FILE-STATUS.

      * kept in step with Project52.cbl's FD MEETING-FILE
           SELECT MEETING-FILE
           ASSIGN TO "..\SECTION-MEETING.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MEETING-FILE-STATUS.

           SELECT UTILIZATION-REPORT
           ASSIGN TO "..\ROOM-UTILIZATION.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UTILIZATION-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ROOM-FILE.
       01 ROOM-RECORD.
         05 RM-BUILDING PIC X(4).
         05 RM-ROOM-NUMBER PIC X(5).
         05 RM-SEATS PIC 9(3).
         05 RM-ROOM-TYPE PIC X(1).

       FD SECTION-ROOM-FILE.
       01 SECTION-ROOM-RECORD.
         05 SRM-COURSE-CODE PIC X(7).
         05 SRM-SECTION-CODE PIC X(3).
         05 SRM-TERM-CODE PIC 9(6).
         05 SRM-BUILDING PIC X(4).
         05 SRM-ROOM-NUMBER PIC X(5).

       FD SECTION-FILE.
       01 SECTION-FILE-IN.
         05 SEC-COURSE-CODE PIC X(7).
         05 SEC-SECTION-CODE PIC X(3).
         05 SEC-TERM-CODE PIC 9(6).
         05 SEC-CAPACITY PIC 9(3).
         05 SEC-ENROLLED PIC 9(3).

       FD MEETING-FILE.
       01 MEETING-RECORD.
         05 MTG-COURSE-CODE PIC X(7).
         05 MTG-SECTION-CODE PIC X(3).
         05 MTG-TERM-CODE PIC 9(6).
         05 MTG-DAYS PIC X(7).
         05 MTG-START-TIME PIC 9(4).
         05 MTG-END-TIME PIC 9(4).

       FD UTILIZATION-REPORT.
       01 UTILIZATION-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 ROOM-FILE-STATUS PIC X(2).
         05 SECTION-ROOM-FILE-STATUS PIC X(2).
         05 SECTION-FILE-STATUS PIC X(2).
         05 MEETING-FILE-STATUS PIC X(2).
         05 UTILIZATION-REPORT-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 ROOM-EOF-FLG PIC X(1) VALUE 'N'.
         05 SECTION-ROOM-EOF-FLG PIC X(1) VALUE 'N'.
         05 SECTION-EOF-FLG PIC X(1) VALUE 'N'.
         05 MEETING-EOF-FLG PIC X(1) VALUE 'N'.

       01 TERM-ENTRY PIC X(6).
       01 REPORT-TERM-CODE PIC 9(6).

       01 ROOM-TABLE.
         05 ROOM-ENTRY OCCURS 1 TO 300 TIMES
             DEPENDING ON ROOM-COUNT.
           10 RMT-BUILDING PIC X(4).
           10 RMT-ROOM-NUMBER PIC X(5).
           10 RMT-SEATS PIC 9(3).
           10 RMT-ROOM-TYPE PIC X(1).

       01 ROOM-VARIABLES.
         05 ROOM-COUNT PIC 9(3) VALUE 0.
         05 ROOM-SUB PIC 9(3).

      * the term's booked sections, each with its enrolment and
      * meeting pattern matched in
       01 BOOKING-TABLE.
         05 BOOKING-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON BOOKING-COUNT.
           10 BKT-COURSE-CODE PIC X(7).
           10 BKT-SECTION-CODE PIC X(3).
           10 BKT-BUILDING PIC X(4).
           10 BKT-ROOM-NUMBER PIC X(5).
           10 BKT-ENROLLED PIC 9(3).
           10 BKT-DAYS PIC X(7).
           10 BKT-START-TIME PIC 9(4).
           10 BKT-END-TIME PIC 9(4).

       01 BOOKING-VARIABLES.
         05 BOOKING-COUNT PIC 9(3) VALUE 0.
         05 BOOKING-SUB PIC 9(3).

      * minutes in one meeting, worked from the HHMM clock times
       01 MEETING-LENGTH-FIELDS.
         05 CLOCK-TIME PIC 9(4).
         05 CLOCK-TIME-PARTS REDEFINES CLOCK-TIME.
           10 CLOCK-HH PIC 9(2).
           10 CLOCK-MM PIC 9(2).
         05 START-MINUTES PIC 9(4).
         05 END-MINUTES PIC 9(4).
         05 DAYS-DATA PIC X(7).
         05 DAYS-CHARS REDEFINES DAYS-DATA.
           10 DAYS-CHAR PIC X(1) OCCURS 7 TIMES.
         05 DAY-SUB PIC 9(1).
         05 DAYS-MET PIC 9(1).

      * one room's totals while its block prints
       01 ROOM-TOTALS.
         05 ROOM-SECTION-COUNT PIC 9(3).
         05 ROOM-WEEK-MINUTES PIC 9(5).
         05 ROOM-ENROLLED-TOTAL PIC 9(5).
         05 ROOM-HOURS-BOOKED PIC 9(3)V9.
         05 ROOM-AVERAGE-FILL PIC 9(3)V9.
         05 SECTION-FILL PIC 9(3).

       01 COUNTERS.
         05 HOW-MANY-ROOMS PIC 9(3) VALUE 0.
         05 HOW-MANY-IDLE PIC 9(3) VALUE 0.
         05 HOW-MANY-UNTIMED PIC 9(3) VALUE 0.

       01 REPORT-HEADER-LINE.
         05 FILLER PIC X(22) VALUE "ROOM UTILIZATION  TERM".
         05 FILLER PIC X(1) VALUE SPACE.
         05 RHD-TERM-OUT PIC 9(6).
         05 FILLER PIC X(51) VALUE SPACE.

       01 ROOM-HEADER-LINE.
         05 FILLER PIC X(5) VALUE "ROOM ".
         05 RHL-BUILDING-OUT PIC X(4).
         05 FILLER PIC X(1) VALUE SPACE.
         05 RHL-ROOM-OUT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACE.
         05 RHL-TYPE-OUT PIC X(7).
         05 FILLER PIC X(8) VALUE "  SEATS ".
         05 RHL-SEATS-OUT PIC ZZ9.
         05 FILLER PIC X(45) VALUE SPACE.

       01 BOOKING-DETAIL-LINE.
         05 FILLER PIC X(4) VALUE SPACE.
         05 BDL-COURSE-OUT PIC X(7).
         05 FILLER PIC X(2) VALUE SPACE.
         05 BDL-SECTION-OUT PIC X(3).
         05 FILLER PIC X(2) VALUE SPACE.
         05 BDL-DAYS-OUT PIC X(7).
         05 FILLER PIC X(2) VALUE SPACE.
         05 BDL-TIME-OUT PIC X(9).
         05 FILLER PIC X(11) VALUE "  ENROLLED ".
         05 BDL-ENROLLED-OUT PIC ZZ9.
         05 FILLER PIC X(7) VALUE "  FILL ".
         05 BDL-FILL-OUT PIC ZZ9.
         05 FILLER PIC X(1) VALUE "%".
         05 FILLER PIC X(19) VALUE SPACE.

       01 ROOM-TOTAL-LINE.
         05 FILLER PIC X(14) VALUE "    SECTIONS: ".
         05 RTL-SECTIONS-OUT PIC ZZ9.
         05 FILLER PIC X(26) VALUE "   HOURS BOOKED PER WEEK: ".
         05 RTL-HOURS-OUT PIC ZZ9.9.
         05 FILLER PIC X(17) VALUE "   AVERAGE FILL: ".
         05 RTL-FILL-OUT PIC ZZ9.9.
         05 FILLER PIC X(1) VALUE "%".
         05 FILLER PIC X(9) VALUE SPACE.

       PROCEDURE DIVISION.
      * main procedure - load the term's bookings, one block per room
       100-RUN-ROOM-UTILIZATION.
           DISPLAY "ENTER TERM CODE (YYYYTT):".
           ACCEPT TERM-ENTRY.
           IF TERM-ENTRY IS NOT NUMERIC
               DISPLAY "TERM CODE MUST BE SIX DIGITS - RUN ENDED"
               STOP RUN
           END-IF.
           MOVE TERM-ENTRY TO REPORT-TERM-CODE.

           PERFORM 200-LOAD-ROOM-TABLE.
           PERFORM 210-LOAD-BOOKINGS.
           PERFORM 220-MATCH-ENROLMENT.
           PERFORM 230-MATCH-MEETINGS.

           OPEN OUTPUT UTILIZATION-REPORT.
           IF UTILIZATION-REPORT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO OPEN ROOM-UTILIZATION.txt - STATUS "
                 UTILIZATION-REPORT-STATUS
               STOP RUN
           END-IF.

           MOVE REPORT-TERM-CODE TO RHD-TERM-OUT.
           WRITE UTILIZATION-LINE FROM REPORT-HEADER-LINE.
           MOVE SPACES TO UTILIZATION-LINE.
           WRITE UTILIZATION-LINE.

           PERFORM 300-REPORT-ONE-ROOM
               VARYING ROOM-SUB FROM 1 BY 1
               UNTIL ROOM-SUB > ROOM-COUNT.

           CLOSE UTILIZATION-REPORT.

           DISPLAY "ROOMS REPORTED: " HOW-MANY-ROOMS
             "  IDLE: " HOW-MANY-IDLE
             "  BOOKED WITH NO MEETING TIME: " HOW-MANY-UNTIMED.
           STOP RUN.

           200-LOAD-ROOM-TABLE.
               OPEN INPUT ROOM-FILE.
               IF ROOM-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ROOM.txt - STATUS "
                     ROOM-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 201-LOAD-ONE-ROOM
                   UNTIL ROOM-EOF-FLG IS EQUAL TO 'Y'
                   OR ROOM-COUNT IS EQUAL TO 300.

               CLOSE ROOM-FILE.

               201-LOAD-ONE-ROOM.
                   READ ROOM-FILE
                       AT END
                           MOVE 'Y' TO ROOM-EOF-FLG
                       NOT AT END
                           ADD 1 TO ROOM-COUNT
                           MOVE RM-BUILDING TO RMT-BUILDING(ROOM-COUNT)
                           MOVE RM-ROOM-NUMBER
                             TO RMT-ROOM-NUMBER(ROOM-COUNT)
                           MOVE RM-SEATS TO RMT-SEATS(ROOM-COUNT)
                           MOVE RM-ROOM-TYPE
                             TO RMT-ROOM-TYPE(ROOM-COUNT)
                   END-READ.

      * a missing section-room file just means every room is idle
           210-LOAD-BOOKINGS.
               OPEN INPUT SECTION-ROOM-FILE.
               IF SECTION-ROOM-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF SECTION-ROOM-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-ROOM.txt - "
                     "STATUS " SECTION-ROOM-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 211-LOAD-ONE-BOOKING
                       UNTIL SECTION-ROOM-EOF-FLG IS EQUAL TO 'Y'
                       OR BOOKING-COUNT IS EQUAL TO 500
                   CLOSE SECTION-ROOM-FILE
               END-IF
               END-IF.

               211-LOAD-ONE-BOOKING.
                   READ SECTION-ROOM-FILE
                       AT END
                           MOVE 'Y' TO SECTION-ROOM-EOF-FLG
                       NOT AT END
                           IF SRM-TERM-CODE IS EQUAL TO
                               REPORT-TERM-CODE
                               ADD 1 TO BOOKING-COUNT
                               MOVE SRM-COURSE-CODE
                                 TO BKT-COURSE-CODE(BOOKING-COUNT)
                               MOVE SRM-SECTION-CODE
                                 TO BKT-SECTION-CODE(BOOKING-COUNT)
                               MOVE SRM-BUILDING
                                 TO BKT-BUILDING(BOOKING-COUNT)
                               MOVE SRM-ROOM-NUMBER
                                 TO BKT-ROOM-NUMBER(BOOKING-COUNT)
                               MOVE ZERO TO BKT-ENROLLED(BOOKING-COUNT)
                               MOVE SPACES TO BKT-DAYS(BOOKING-COUNT)
                               MOVE ZERO
                                 TO BKT-START-TIME(BOOKING-COUNT)
                               MOVE ZERO TO BKT-END-TIME(BOOKING-COUNT)
                           END-IF
                   END-READ.

      * the enrolled counts as PROJECT53 last proved them
           220-MATCH-ENROLMENT.
               OPEN INPUT SECTION-FILE.
               IF SECTION-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-MASTER.txt - "
                     "STATUS " SECTION-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 221-MATCH-ONE-SECTION
                   UNTIL SECTION-EOF-FLG IS EQUAL TO 'Y'.

               CLOSE SECTION-FILE.

               221-MATCH-ONE-SECTION.
                   READ SECTION-FILE
                       AT END
                           MOVE 'Y' TO SECTION-EOF-FLG
                       NOT AT END
                           IF SEC-TERM-CODE IS EQUAL TO
                               REPORT-TERM-CODE
                               PERFORM 222-PLACE-ONE-ENROLMENT
                                   VARYING BOOKING-SUB FROM 1 BY 1
                                   UNTIL BOOKING-SUB > BOOKING-COUNT
                           END-IF
                   END-READ.

                   222-PLACE-ONE-ENROLMENT.
                       IF BKT-COURSE-CODE(BOOKING-SUB) IS EQUAL TO
                           SEC-COURSE-CODE
                           AND BKT-SECTION-CODE(BOOKING-SUB)
                               IS EQUAL TO SEC-SECTION-CODE
                           MOVE SEC-ENROLLED
                             TO BKT-ENROLLED(BOOKING-SUB)
                       END-IF.

      * no meeting file means no booking has any hours
           230-MATCH-MEETINGS.
               OPEN INPUT MEETING-FILE.
               IF MEETING-FILE-STATUS IS EQUAL TO "00"
                   PERFORM 231-MATCH-ONE-MEETING
                       UNTIL MEETING-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE MEETING-FILE
               END-IF.

               231-MATCH-ONE-MEETING.
                   READ MEETING-FILE
                       AT END
                           MOVE 'Y' TO MEETING-EOF-FLG
                       NOT AT END
                           IF MTG-TERM-CODE IS EQUAL TO
                               REPORT-TERM-CODE
                               PERFORM 232-PLACE-ONE-MEETING
                                   VARYING BOOKING-SUB FROM 1 BY 1
                                   UNTIL BOOKING-SUB > BOOKING-COUNT
                           END-IF
                   END-READ.

                   232-PLACE-ONE-MEETING.
                       IF BKT-COURSE-CODE(BOOKING-SUB) IS EQUAL TO
                           MTG-COURSE-CODE
                           AND BKT-SECTION-CODE(BOOKING-SUB)
                               IS EQUAL TO MTG-SECTION-CODE
                           MOVE MTG-DAYS TO BKT-DAYS(BOOKING-SUB)
                           MOVE MTG-START-TIME
                             TO BKT-START-TIME(BOOKING-SUB)
                           MOVE MTG-END-TIME
                             TO BKT-END-TIME(BOOKING-SUB)
                       END-IF.

      * one block per room - the sections in it, then hours booked
      * and average fill across them
           300-REPORT-ONE-ROOM.
               ADD 1 TO HOW-MANY-ROOMS.
               MOVE RMT-BUILDING(ROOM-SUB) TO RHL-BUILDING-OUT.
               MOVE RMT-ROOM-NUMBER(ROOM-SUB) TO RHL-ROOM-OUT.
               MOVE RMT-SEATS(ROOM-SUB) TO RHL-SEATS-OUT.
               IF RMT-ROOM-TYPE(ROOM-SUB) IS EQUAL TO 'L'
                   MOVE "LECTURE" TO RHL-TYPE-OUT
               ELSE IF RMT-ROOM-TYPE(ROOM-SUB) IS EQUAL TO 'B'
                   MOVE "LAB" TO RHL-TYPE-OUT
               ELSE IF RMT-ROOM-TYPE(ROOM-SUB) IS EQUAL TO 'S'
                   MOVE "SEMINAR" TO RHL-TYPE-OUT
               ELSE
                   MOVE "UNKNOWN" TO RHL-TYPE-OUT
               END-IF
               END-IF
               END-IF.
               WRITE UTILIZATION-LINE FROM ROOM-HEADER-LINE.

               MOVE 0 TO ROOM-SECTION-COUNT.
               MOVE 0 TO ROOM-WEEK-MINUTES.
               MOVE 0 TO ROOM-ENROLLED-TOTAL.
               PERFORM 310-REPORT-ONE-BOOKING
                   VARYING BOOKING-SUB FROM 1 BY 1
                   UNTIL BOOKING-SUB > BOOKING-COUNT.

               IF ROOM-SECTION-COUNT IS EQUAL TO ZERO
                   MOVE "    NOT BOOKED THIS TERM" TO UTILIZATION-LINE
                   WRITE UTILIZATION-LINE
                   ADD 1 TO HOW-MANY-IDLE
               ELSE
                   COMPUTE ROOM-HOURS-BOOKED ROUNDED =
                       ROOM-WEEK-MINUTES / 60
                   COMPUTE ROOM-AVERAGE-FILL ROUNDED =
                       ROOM-ENROLLED-TOTAL * 100
                       / (ROOM-SECTION-COUNT * RMT-SEATS(ROOM-SUB))
                   MOVE ROOM-SECTION-COUNT TO RTL-SECTIONS-OUT
                   MOVE ROOM-HOURS-BOOKED TO RTL-HOURS-OUT
                   MOVE ROOM-AVERAGE-FILL TO RTL-FILL-OUT
                   WRITE UTILIZATION-LINE FROM ROOM-TOTAL-LINE
               END-IF.

               MOVE SPACES TO UTILIZATION-LINE.
               WRITE UTILIZATION-LINE.

               310-REPORT-ONE-BOOKING.
                   IF BKT-BUILDING(BOOKING-SUB) IS EQUAL TO
                       RMT-BUILDING(ROOM-SUB)
                       AND BKT-ROOM-NUMBER(BOOKING-SUB) IS EQUAL TO
                           RMT-ROOM-NUMBER(ROOM-SUB)
                       ADD 1 TO ROOM-SECTION-COUNT
                       ADD BKT-ENROLLED(BOOKING-SUB)
                         TO ROOM-ENROLLED-TOTAL
                       MOVE BKT-COURSE-CODE(BOOKING-SUB)
                         TO BDL-COURSE-OUT
                       MOVE BKT-SECTION-CODE(BOOKING-SUB)
                         TO BDL-SECTION-OUT
                       MOVE BKT-ENROLLED(BOOKING-SUB)
                         TO BDL-ENROLLED-OUT
                       COMPUTE SECTION-FILL ROUNDED =
                           BKT-ENROLLED(BOOKING-SUB) * 100
                           / RMT-SEATS(ROOM-SUB)
                       MOVE SECTION-FILL TO BDL-FILL-OUT
                       IF BKT-DAYS(BOOKING-SUB) IS EQUAL TO SPACES
                           MOVE "NO TIME" TO BDL-DAYS-OUT
                           MOVE SPACES TO BDL-TIME-OUT
                           ADD 1 TO HOW-MANY-UNTIMED
                       ELSE
                           MOVE BKT-DAYS(BOOKING-SUB) TO BDL-DAYS-OUT
                           MOVE SPACES TO BDL-TIME-OUT
                           STRING BKT-START-TIME(BOOKING-SUB)
                               DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               BKT-END-TIME(BOOKING-SUB)
                               DELIMITED BY SIZE
                               INTO BDL-TIME-OUT
                           END-STRING
                           PERFORM 320-ADD-WEEKLY-MINUTES
                       END-IF
                       WRITE UTILIZATION-LINE FROM BOOKING-DETAIL-LINE
                   END-IF.

      * the meeting's length in minutes times the days it meets
           320-ADD-WEEKLY-MINUTES.
               MOVE BKT-START-TIME(BOOKING-SUB) TO CLOCK-TIME.
               COMPUTE START-MINUTES = CLOCK-HH * 60 + CLOCK-MM.
               MOVE BKT-END-TIME(BOOKING-SUB) TO CLOCK-TIME.
               COMPUTE END-MINUTES = CLOCK-HH * 60 + CLOCK-MM.

               MOVE BKT-DAYS(BOOKING-SUB) TO DAYS-DATA.
               MOVE 0 TO DAYS-MET.
               PERFORM 321-COUNT-ONE-DAY
                   VARYING DAY-SUB FROM 1 BY 1
                   UNTIL DAY-SUB > 7.

               IF END-MINUTES > START-MINUTES
                   COMPUTE ROOM-WEEK-MINUTES = ROOM-WEEK-MINUTES
                       + (END-MINUTES - START-MINUTES) * DAYS-MET
               END-IF.

               321-COUNT-ONE-DAY.
                   IF DAYS-CHAR(DAY-SUB) IS NOT EQUAL TO SPACE
                       ADD 1 TO DAYS-MET
                   END-IF.

       END PROGRAM PROJECT95.
