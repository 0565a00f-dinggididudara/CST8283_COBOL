      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: residence occupancy and vacancy report for housing,
      *          off the room master (RESIDENCE-ROOMS.txt, kept by
      *          PROJECT130) and the stays PROJECT131 keeps on
      *          RESIDENCE-ASSIGNMENTS.txt. One block per room on
      *          RESIDENCE-OCCUPANCY.txt: its rate tier and beds, each
      *          student in it with their name off the master and
      *          move-in date, and the beds still free. A building
      *          summary follows - rooms, beds, beds taken, beds
      *          vacant and the occupancy percentage for each
      *          building and for residence as a whole
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT132.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * kept in step with Project130.cbl's FD RESIDENCE-ROOM-FILE
           SELECT RESIDENCE-ROOM-FILE
           ASSIGN TO "..\RESIDENCE-ROOMS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROOM-FILE-STATUS.

      * kept in step with Project131.cbl's FD RESIDENCE-ASSIGNMENT-FILE
           SELECT RESIDENCE-ASSIGNMENT-FILE
           ASSIGN TO "..\RESIDENCE-ASSIGNMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASSIGNMENT-FILE-STATUS.

      * the tuition master's sequential extract - read only, for the
      * student names
           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

           SELECT OCCUPANCY-REPORT
           ASSIGN TO "..\RESIDENCE-OCCUPANCY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OCCUPANCY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RESIDENCE-ROOM-FILE.
       01 RESIDENCE-ROOM-RECORD.
         05 RRM-BUILDING PIC X(4).
         05 RRM-ROOM-NUMBER PIC X(5).
         05 RRM-BED-COUNT PIC 9(1).
         05 RRM-RATE-TIER PIC X(1).

       FD RESIDENCE-ASSIGNMENT-FILE.
       01 RESIDENCE-ASSIGNMENT-RECORD.
         05 RAS-STUDENT-NUMBER PIC 9(6).
         05 RAS-BUILDING PIC X(4).
         05 RAS-ROOM-NUMBER PIC X(5).
         05 RAS-MOVE-IN-DATE PIC 9(8).
         05 RAS-MOVE-OUT-DATE PIC 9(8).
         05 RAS-LAST-BILLED-TERM PIC 9(6).
         05 RAS-STATUS PIC X(1).

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

       FD OCCUPANCY-REPORT.
       01 OCCUPANCY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 ROOM-FILE-STATUS PIC X(2).
         05 ASSIGNMENT-FILE-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 OCCUPANCY-REPORT-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 ROOM-EOF-FLG PIC X(1) VALUE 'N'.
         05 ASSIGNMENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 STUDENT-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-RAW PIC 9(8).

       01 ROOM-TABLE.
         05 ROOM-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON ROOM-COUNT.
           10 RMT-BUILDING PIC X(4).
           10 RMT-ROOM-NUMBER PIC X(5).
           10 RMT-BED-COUNT PIC 9(1).
           10 RMT-RATE-TIER PIC X(1).

      * the students in residence now - moved-out stays are skipped
       01 OCCUPANT-TABLE.
         05 OCCUPANT-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON OCCUPANT-COUNT.
           10 OCT-STUDENT-NUMBER PIC 9(6).
           10 OCT-BUILDING PIC X(4).
           10 OCT-ROOM-NUMBER PIC X(5).
           10 OCT-MOVE-IN-DATE PIC 9(8).

      * student number and name off the master, for the detail lines
       01 STUDENT-NAME-TABLE.
         05 STUDENT-NAME-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON STUDENT-NAME-COUNT.
           10 SNT-STUDENT-NUMBER PIC 9(6).
           10 SNT-STUDENT-NAME PIC X(40).

      * one row per building, built as the rooms print
       01 BUILDING-TABLE.
         05 BUILDING-ENTRY OCCURS 1 TO 100 TIMES
             DEPENDING ON BUILDING-COUNT.
           10 BLT-BUILDING PIC X(4).
           10 BLT-ROOMS PIC 9(5).
           10 BLT-BEDS PIC 9(5).
           10 BLT-TAKEN PIC 9(5).
           10 BLT-VACANT PIC 9(5).

       01 TABLE-VARIABLES.
         05 ROOM-COUNT PIC 9(4) VALUE 0.
         05 ROOM-SUB PIC 9(4).
         05 OCCUPANT-COUNT PIC 9(4) VALUE 0.
         05 OCCUPANT-SUB PIC 9(4).
         05 STUDENT-NAME-COUNT PIC 9(4) VALUE 0.
         05 STUDENT-SUB PIC 9(4).
         05 STUDENT-FOUND-SUB PIC 9(4) VALUE 0.
         05 BUILDING-COUNT PIC 9(3) VALUE 0.
         05 BUILDING-SUB PIC 9(3).
         05 BUILDING-FOUND-SUB PIC 9(3) VALUE 0.

      * one room's count while its block prints, and the run totals
       01 COUNTERS.
         05 ROOM-TAKEN PIC 9(2).
         05 ROOM-VACANT PIC 9(2).
         05 TOTAL-ROOMS PIC 9(5) VALUE 0.
         05 TOTAL-BEDS PIC 9(5) VALUE 0.
         05 TOTAL-TAKEN PIC 9(5) VALUE 0.
         05 TOTAL-VACANT PIC 9(5) VALUE 0.
         05 ROOMS-FULL PIC 9(5) VALUE 0.
         05 ROOMS-EMPTY PIC 9(5) VALUE 0.
         05 OVER-FILLED PIC 9(5) VALUE 0.
         05 OCCUPANCY-PERCENT PIC 9(3)V9.

       01 REPORT-HEADER-LINE.
         05 FILLER PIC X(37)
             VALUE "RESIDENCE OCCUPANCY AND VACANCY AS OF".
         05 FILLER PIC X(1) VALUE SPACE.
         05 RHD-DATE-OUT PIC 9(8).
         05 FILLER PIC X(34) VALUE SPACE.

       01 ROOM-HEADER-LINE.
         05 FILLER PIC X(5) VALUE "ROOM ".
         05 RHL-BUILDING-OUT PIC X(4).
         05 FILLER PIC X(1) VALUE SPACE.
         05 RHL-ROOM-OUT PIC X(5).
         05 FILLER PIC X(8) VALUE "  TIER ".
         05 RHL-TIER-OUT PIC X(1).
         05 FILLER PIC X(7) VALUE "  BEDS ".
         05 RHL-BEDS-OUT PIC 9.
         05 FILLER PIC X(8) VALUE "  TAKEN ".
         05 RHL-TAKEN-OUT PIC Z9.
         05 FILLER PIC X(9) VALUE "  VACANT ".
         05 RHL-VACANT-OUT PIC Z9.
         05 FILLER PIC X(27) VALUE SPACE.

       01 OCCUPANT-DETAIL-LINE.
         05 FILLER PIC X(4) VALUE SPACE.
         05 ODL-STUDENT-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 ODL-NAME-OUT PIC X(40).
         05 FILLER PIC X(11) VALUE "  MOVED IN ".
         05 ODL-MOVE-IN-OUT PIC 9(8).
         05 FILLER PIC X(9) VALUE SPACE.

       01 BUILDING-HEADER-LINE.
         05 FILLER PIC X(40)
             VALUE "BLDG  ROOMS   BEDS  TAKEN  VACANT  OCCUP".
         05 FILLER PIC X(40) VALUE SPACE.

       01 BUILDING-TOTAL-LINE.
         05 BTL-BUILDING-OUT PIC X(4).
         05 FILLER PIC X(2) VALUE SPACE.
         05 BTL-ROOMS-OUT PIC ZZZZ9.
         05 FILLER PIC X(2) VALUE SPACE.
         05 BTL-BEDS-OUT PIC ZZZZ9.
         05 FILLER PIC X(2) VALUE SPACE.
         05 BTL-TAKEN-OUT PIC ZZZZ9.
         05 FILLER PIC X(3) VALUE SPACE.
         05 BTL-VACANT-OUT PIC ZZZZ9.
         05 FILLER PIC X(2) VALUE SPACE.
         05 BTL-PERCENT-OUT PIC ZZ9.9.
         05 FILLER PIC X(1) VALUE "%".
         05 FILLER PIC X(39) VALUE SPACE.

       PROCEDURE DIVISION.
      * main procedure - one block per room, then the building summary
       100-RUN-RESIDENCE-OCCUPANCY.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.

           PERFORM 200-LOAD-ROOM-TABLE.
           PERFORM 210-LOAD-OCCUPANTS.
           PERFORM 220-LOAD-STUDENT-NAMES.

           OPEN OUTPUT OCCUPANCY-REPORT.
           IF OCCUPANCY-REPORT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO OPEN RESIDENCE-OCCUPANCY.txt - "
                 "STATUS " OCCUPANCY-REPORT-STATUS
               STOP RUN
           END-IF.

           MOVE RUN-DATE-RAW TO RHD-DATE-OUT.
           WRITE OCCUPANCY-LINE FROM REPORT-HEADER-LINE.
           MOVE SPACES TO OCCUPANCY-LINE.
           WRITE OCCUPANCY-LINE.

           PERFORM 300-REPORT-ONE-ROOM
               VARYING ROOM-SUB FROM 1 BY 1
               UNTIL ROOM-SUB > ROOM-COUNT.

           PERFORM 400-WRITE-BUILDING-SUMMARY.

           CLOSE OCCUPANCY-REPORT.

           DISPLAY "ROOMS: " TOTAL-ROOMS "  BEDS: " TOTAL-BEDS
             "  TAKEN: " TOTAL-TAKEN "  VACANT: " TOTAL-VACANT.
           DISPLAY "ROOMS FULL: " ROOMS-FULL
             "  ROOMS EMPTY: " ROOMS-EMPTY.
           IF OVER-FILLED > 0
               DISPLAY OVER-FILLED " ROOM(S) HOLD MORE STUDENTS THAN "
                 "BEDS - CHECK THE BED COUNTS IN PROJECT130"
           END-IF.
           STOP RUN.

           200-LOAD-ROOM-TABLE.
               OPEN INPUT RESIDENCE-ROOM-FILE.
               IF ROOM-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN RESIDENCE-ROOMS.txt - "
                     "STATUS " ROOM-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 201-LOAD-ONE-ROOM
                   UNTIL ROOM-EOF-FLG IS EQUAL TO 'Y'
                   OR ROOM-COUNT IS EQUAL TO 2000.

               CLOSE RESIDENCE-ROOM-FILE.

               201-LOAD-ONE-ROOM.
                   READ RESIDENCE-ROOM-FILE
                       AT END
                           MOVE 'Y' TO ROOM-EOF-FLG
                       NOT AT END
                           ADD 1 TO ROOM-COUNT
                           MOVE RRM-BUILDING TO RMT-BUILDING(ROOM-COUNT)
                           MOVE RRM-ROOM-NUMBER
                             TO RMT-ROOM-NUMBER(ROOM-COUNT)
                           MOVE RRM-BED-COUNT
                             TO RMT-BED-COUNT(ROOM-COUNT)
                           MOVE RRM-RATE-TIER
                             TO RMT-RATE-TIER(ROOM-COUNT)
                   END-READ.

      * no assignment file yet just means every bed is vacant
           210-LOAD-OCCUPANTS.
               OPEN INPUT RESIDENCE-ASSIGNMENT-FILE.
               IF ASSIGNMENT-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF ASSIGNMENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN RESIDENCE-ASSIGNMENTS.txt "
                     "- STATUS " ASSIGNMENT-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 211-LOAD-ONE-OCCUPANT
                       UNTIL ASSIGNMENT-EOF-FLG IS EQUAL TO 'Y'
                       OR OCCUPANT-COUNT IS EQUAL TO 5000
                   CLOSE RESIDENCE-ASSIGNMENT-FILE
               END-IF
               END-IF.

               211-LOAD-ONE-OCCUPANT.
                   READ RESIDENCE-ASSIGNMENT-FILE
                       AT END
                           MOVE 'Y' TO ASSIGNMENT-EOF-FLG
                       NOT AT END
                           IF RAS-STATUS IS EQUAL TO 'A'
                               ADD 1 TO OCCUPANT-COUNT
                               MOVE RAS-STUDENT-NUMBER
                                 TO OCT-STUDENT-NUMBER(OCCUPANT-COUNT)
                               MOVE RAS-BUILDING
                                 TO OCT-BUILDING(OCCUPANT-COUNT)
                               MOVE RAS-ROOM-NUMBER
                                 TO OCT-ROOM-NUMBER(OCCUPANT-COUNT)
                               MOVE RAS-MOVE-IN-DATE
                                 TO OCT-MOVE-IN-DATE(OCCUPANT-COUNT)
                           END-IF
                   END-READ.

      * a missing master only costs the names
           220-LOAD-STUDENT-NAMES.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS EQUAL TO "00"
                   PERFORM 221-LOAD-ONE-NAME
                       UNTIL STUDENT-EOF-FLG IS EQUAL TO 'Y'
                       OR STUDENT-NAME-COUNT IS EQUAL TO 3000
                   CLOSE STUDENT-FILE
               END-IF.

               221-LOAD-ONE-NAME.
                   READ STUDENT-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-EOF-FLG
                       NOT AT END
                           ADD 1 TO STUDENT-NAME-COUNT
                           MOVE STUDENT-NUMBER
                             TO SNT-STUDENT-NUMBER(STUDENT-NAME-COUNT)
                           MOVE STUDENT-NAME
                             TO SNT-STUDENT-NAME(STUDENT-NAME-COUNT)
                   END-READ.

      * one block per room - the header carries the counts, so the
      * room's students are counted before it prints
           300-REPORT-ONE-ROOM.
               ADD 1 TO TOTAL-ROOMS.
               MOVE 0 TO ROOM-TAKEN.
               PERFORM 301-COUNT-ONE-OCCUPANT
                   VARYING OCCUPANT-SUB FROM 1 BY 1
                   UNTIL OCCUPANT-SUB > OCCUPANT-COUNT.

               IF ROOM-TAKEN > RMT-BED-COUNT(ROOM-SUB)
                   MOVE 0 TO ROOM-VACANT
                   ADD 1 TO OVER-FILLED
               ELSE
                   COMPUTE ROOM-VACANT =
                       RMT-BED-COUNT(ROOM-SUB) - ROOM-TAKEN
               END-IF.
               IF ROOM-VACANT IS EQUAL TO ZERO
                   ADD 1 TO ROOMS-FULL
               END-IF.
               IF ROOM-TAKEN IS EQUAL TO ZERO
                   ADD 1 TO ROOMS-EMPTY
               END-IF.

               ADD RMT-BED-COUNT(ROOM-SUB) TO TOTAL-BEDS.
               ADD ROOM-TAKEN TO TOTAL-TAKEN.
               ADD ROOM-VACANT TO TOTAL-VACANT.
               PERFORM 310-ADD-TO-BUILDING.

               MOVE RMT-BUILDING(ROOM-SUB) TO RHL-BUILDING-OUT.
               MOVE RMT-ROOM-NUMBER(ROOM-SUB) TO RHL-ROOM-OUT.
               MOVE RMT-RATE-TIER(ROOM-SUB) TO RHL-TIER-OUT.
               MOVE RMT-BED-COUNT(ROOM-SUB) TO RHL-BEDS-OUT.
               MOVE ROOM-TAKEN TO RHL-TAKEN-OUT.
               MOVE ROOM-VACANT TO RHL-VACANT-OUT.
               WRITE OCCUPANCY-LINE FROM ROOM-HEADER-LINE.

               IF ROOM-TAKEN IS EQUAL TO ZERO
                   MOVE "    VACANT" TO OCCUPANCY-LINE
                   WRITE OCCUPANCY-LINE
               ELSE
                   PERFORM 302-REPORT-ONE-OCCUPANT
                       VARYING OCCUPANT-SUB FROM 1 BY 1
                       UNTIL OCCUPANT-SUB > OCCUPANT-COUNT
               END-IF.

               MOVE SPACES TO OCCUPANCY-LINE.
               WRITE OCCUPANCY-LINE.

               301-COUNT-ONE-OCCUPANT.
                   IF OCT-BUILDING(OCCUPANT-SUB) IS EQUAL TO
                       RMT-BUILDING(ROOM-SUB)
                       AND OCT-ROOM-NUMBER(OCCUPANT-SUB) IS EQUAL TO
                           RMT-ROOM-NUMBER(ROOM-SUB)
                       ADD 1 TO ROOM-TAKEN
                   END-IF.

               302-REPORT-ONE-OCCUPANT.
                   IF OCT-BUILDING(OCCUPANT-SUB) IS EQUAL TO
                       RMT-BUILDING(ROOM-SUB)
                       AND OCT-ROOM-NUMBER(OCCUPANT-SUB) IS EQUAL TO
                           RMT-ROOM-NUMBER(ROOM-SUB)
                       MOVE OCT-STUDENT-NUMBER(OCCUPANT-SUB)
                         TO ODL-STUDENT-OUT
                       PERFORM 303-FIND-STUDENT-NAME
                       IF STUDENT-FOUND-SUB IS GREATER THAN ZERO
                           MOVE SNT-STUDENT-NAME(STUDENT-FOUND-SUB)
                             TO ODL-NAME-OUT
                       ELSE
                           MOVE "** NOT ON MASTER **" TO ODL-NAME-OUT
                       END-IF
                       MOVE OCT-MOVE-IN-DATE(OCCUPANT-SUB)
                         TO ODL-MOVE-IN-OUT
                       WRITE OCCUPANCY-LINE FROM OCCUPANT-DETAIL-LINE
                   END-IF.

               303-FIND-STUDENT-NAME.
                   MOVE 0 TO STUDENT-FOUND-SUB.
                   PERFORM 3031-CHECK-ONE-NAME
                       VARYING STUDENT-SUB FROM 1 BY 1
                       UNTIL STUDENT-SUB > STUDENT-NAME-COUNT
                       OR STUDENT-FOUND-SUB > 0.

                   3031-CHECK-ONE-NAME.
                       IF SNT-STUDENT-NUMBER(STUDENT-SUB) IS EQUAL TO
                           OCT-STUDENT-NUMBER(OCCUPANT-SUB)
                           MOVE STUDENT-SUB TO STUDENT-FOUND-SUB
                       END-IF.

      * the room's beds and takers rolled into its building's row
           310-ADD-TO-BUILDING.
               MOVE 0 TO BUILDING-FOUND-SUB.
               PERFORM 311-CHECK-ONE-BUILDING
                   VARYING BUILDING-SUB FROM 1 BY 1
                   UNTIL BUILDING-SUB > BUILDING-COUNT
                   OR BUILDING-FOUND-SUB > 0.

               IF BUILDING-FOUND-SUB IS EQUAL TO ZERO
                   AND BUILDING-COUNT < 100
                   ADD 1 TO BUILDING-COUNT
                   MOVE BUILDING-COUNT TO BUILDING-FOUND-SUB
                   MOVE RMT-BUILDING(ROOM-SUB)
                     TO BLT-BUILDING(BUILDING-FOUND-SUB)
                   MOVE 0 TO BLT-ROOMS(BUILDING-FOUND-SUB)
                   MOVE 0 TO BLT-BEDS(BUILDING-FOUND-SUB)
                   MOVE 0 TO BLT-TAKEN(BUILDING-FOUND-SUB)
                   MOVE 0 TO BLT-VACANT(BUILDING-FOUND-SUB)
               END-IF.

               IF BUILDING-FOUND-SUB IS GREATER THAN ZERO
                   ADD 1 TO BLT-ROOMS(BUILDING-FOUND-SUB)
                   ADD RMT-BED-COUNT(ROOM-SUB)
                     TO BLT-BEDS(BUILDING-FOUND-SUB)
                   ADD ROOM-TAKEN TO BLT-TAKEN(BUILDING-FOUND-SUB)
                   ADD ROOM-VACANT TO BLT-VACANT(BUILDING-FOUND-SUB)
               END-IF.

               311-CHECK-ONE-BUILDING.
                   IF BLT-BUILDING(BUILDING-SUB) IS EQUAL TO
                       RMT-BUILDING(ROOM-SUB)
                       MOVE BUILDING-SUB TO BUILDING-FOUND-SUB
                   END-IF.

           400-WRITE-BUILDING-SUMMARY.
               MOVE "BUILDING SUMMARY" TO OCCUPANCY-LINE.
               WRITE OCCUPANCY-LINE.
               WRITE OCCUPANCY-LINE FROM BUILDING-HEADER-LINE.

               PERFORM 401-WRITE-ONE-BUILDING
                   VARYING BUILDING-SUB FROM 1 BY 1
                   UNTIL BUILDING-SUB > BUILDING-COUNT.

               MOVE "ALL " TO BTL-BUILDING-OUT.
               MOVE TOTAL-ROOMS TO BTL-ROOMS-OUT.
               MOVE TOTAL-BEDS TO BTL-BEDS-OUT.
               MOVE TOTAL-TAKEN TO BTL-TAKEN-OUT.
               MOVE TOTAL-VACANT TO BTL-VACANT-OUT.
               IF TOTAL-BEDS IS GREATER THAN ZERO
                   COMPUTE OCCUPANCY-PERCENT ROUNDED =
                       (TOTAL-BEDS - TOTAL-VACANT) * 100 / TOTAL-BEDS
               ELSE
                   MOVE 0 TO OCCUPANCY-PERCENT
               END-IF.
               MOVE OCCUPANCY-PERCENT TO BTL-PERCENT-OUT.
               MOVE SPACES TO OCCUPANCY-LINE.
               WRITE OCCUPANCY-LINE.
               WRITE OCCUPANCY-LINE FROM BUILDING-TOTAL-LINE.

      * vacancy is summed room by room, so an over-filled room never
      * hides a free bed elsewhere in the building
               401-WRITE-ONE-BUILDING.
                   MOVE BLT-BUILDING(BUILDING-SUB) TO BTL-BUILDING-OUT.
                   MOVE BLT-ROOMS(BUILDING-SUB) TO BTL-ROOMS-OUT.
                   MOVE BLT-BEDS(BUILDING-SUB) TO BTL-BEDS-OUT.
                   MOVE BLT-TAKEN(BUILDING-SUB) TO BTL-TAKEN-OUT.
                   MOVE BLT-VACANT(BUILDING-SUB) TO BTL-VACANT-OUT.
                   COMPUTE OCCUPANCY-PERCENT ROUNDED =
                       (BLT-BEDS(BUILDING-SUB)
                       - BLT-VACANT(BUILDING-SUB)) * 100
                       / BLT-BEDS(BUILDING-SUB).
                   MOVE OCCUPANCY-PERCENT TO BTL-PERCENT-OUT.
                   WRITE OCCUPANCY-LINE FROM BUILDING-TOTAL-LINE.

       END PROGRAM PROJECT132.
