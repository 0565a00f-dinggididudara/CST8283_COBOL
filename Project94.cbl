      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 14-OCT-2026
      * Purpose: menu-driven add/change/delete/list maintenance program
      *          for ROOM.txt - the classroom master (building, room
      *          number, seat count, room type: L lecture, B lab,
      *          S seminar). PROJECT52 puts sections into these rooms
      *          on SECTION-ROOM.txt and refuses a section bigger than
      *          the room or a room already booked in the section's
      *          meeting slot; PROJECT95 reports each room's term
      *          utilization. A room with sections in it does not
      *          delete, and its seats cannot drop below the capacity
      *          of any section sitting in it. Same in-memory-table/
      *          rewrite-on-exit pattern as PROJECT52
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT94.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-FILE
           ASSIGN TO "..\ROOM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROOM-FILE-STATUS.

      * which sections sit in which room - read only here, kept by
      * PROJECT52
           SELECT SECTION-ROOM-FILE
           ASSIGN TO "..\SECTION-ROOM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SECTION-ROOM-FILE-STATUS.

      * kept in step with Project52.cbl's FD SECTION-FILE - read only,
      * for the capacities of the sections in each room
           SELECT SECTION-FILE
           ASSIGN TO "..\SECTION-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SECTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one room - kept in step with Project52.cbl and Project95.cbl
       FD ROOM-FILE.
       01 ROOM-RECORD.
         05 RM-BUILDING PIC X(4).
         05 RM-ROOM-NUMBER PIC X(5).
         05 RM-SEATS PIC 9(3).
         05 RM-ROOM-TYPE PIC X(1).

      * kept in step with Project52.cbl's FD SECTION-ROOM-FILE
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

       WORKING-STORAGE SECTION.
       01 ROOM-FILE-STATUS PIC X(2).
       01 SECTION-ROOM-FILE-STATUS PIC X(2).
       01 SECTION-FILE-STATUS PIC X(2).
       01 EOF-FLG PIC X(1) VALUE 'N'.
       01 SECTION-ROOM-EOF-FLG PIC X(1) VALUE 'N'.
       01 SECTION-EOF-FLG PIC X(1) VALUE 'N'.
       01 MENU-CHOICE PIC X(1).

       01 ROOM-MASTER-TABLE.
         05 ROOM-TABLE-ENTRY OCCURS 1 TO 300 TIMES
             DEPENDING ON ROOM-TABLE-COUNT.
           10 TBL-RM-BUILDING PIC X(4).
           10 TBL-RM-ROOM-NUMBER PIC X(5).
           10 TBL-RM-SEATS PIC 9(3).
           10 TBL-RM-ROOM-TYPE PIC X(1).
           10 TBL-RM-DELETED-FLAG PIC X(1) VALUE 'N'.
             88 TBL-RM-DELETED VALUE 'Y'.

       01 TABLE-VARIABLES.
         05 ROOM-TABLE-COUNT PIC 9(3) VALUE 0.
         05 FIND-SUB PIC 9(3).
         05 FOUND-SUB PIC 9(3) VALUE 0.
         05 FOUND-FLAG PIC X(1).
           88 RECORD-FOUND VALUE 'Y'.

      * every section-in-room line, with the section's capacity
      * matched in off the section master
       01 SECTION-ROOM-TABLE.
         05 SECTION-ROOM-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON SECTION-ROOM-COUNT.
           10 TBL-SRM-COURSE-CODE PIC X(7).
           10 TBL-SRM-SECTION-CODE PIC X(3).
           10 TBL-SRM-TERM-CODE PIC 9(6).
           10 TBL-SRM-BUILDING PIC X(4).
           10 TBL-SRM-ROOM-NUMBER PIC X(5).
           10 TBL-SRM-CAPACITY PIC 9(3).

       01 SECTION-ROOM-VARIABLES.
         05 SECTION-ROOM-COUNT PIC 9(3) VALUE 0.
         05 SECTION-ROOM-SUB PIC 9(3).
         05 SECTIONS-IN-ROOM PIC 9(3).
         05 LARGEST-CAPACITY PIC 9(3).

       01 LOOKUP-FIELDS.
         05 LOOKUP-BUILDING PIC X(4).
         05 LOOKUP-ROOM-NUMBER PIC X(5).

       01 ENTRY-FIELDS.
         05 ENTRY-SEATS PIC X(3).
         05 ENTRY-ROOM-TYPE PIC X(1).
           88 ENTRY-TYPE-IS-VALID VALUE 'L' 'B' 'S'.
         05 ENTRY-VALID-FLAG PIC X(1).
           88 ENTRY-IS-VALID VALUE 'Y'.

       PROCEDURE DIVISION.
      * main procedure
       101-MAINTAIN-ROOM-FILE.
           PERFORM 201-INITIATE.
           PERFORM 202-PROCESS-MENU-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '5'.
           PERFORM 900-REWRITE-ROOM-FILE.
           STOP RUN.

           201-INITIATE.
               PERFORM 302-OPEN-INPUT-FILE.
               PERFORM 303-READ-ROOM-FILE.
               PERFORM 304-LOAD-ONE-ROOM
                   UNTIL EOF-FLG IS EQUAL TO 'Y'.
               CLOSE ROOM-FILE.
               PERFORM 260-LOAD-SECTION-ROOMS.
               PERFORM 270-LOAD-SECTION-CAPACITIES.

           202-PROCESS-MENU-CHOICE.
               PERFORM 305-DISPLAY-MENU.
               ACCEPT MENU-CHOICE.

               IF MENU-CHOICE IS EQUAL TO '1'
                   PERFORM 400-ADD-ROOM
               ELSE IF MENU-CHOICE IS EQUAL TO '2'
                   PERFORM 500-CHANGE-ROOM
               ELSE IF MENU-CHOICE IS EQUAL TO '3'
                   PERFORM 600-DELETE-ROOM
               ELSE IF MENU-CHOICE IS EQUAL TO '4'
                   PERFORM 700-LIST-ROOMS
               ELSE IF MENU-CHOICE IS EQUAL TO '5'
                   CONTINUE
               ELSE
                   DISPLAY "INVALID CHOICE - ENTER 1 THROUGH 5"
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

      * no room file yet just means no sections are in rooms either
           260-LOAD-SECTION-ROOMS.
               OPEN INPUT SECTION-ROOM-FILE.
               IF SECTION-ROOM-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF SECTION-ROOM-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-ROOM.txt - "
                     "STATUS " SECTION-ROOM-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 261-LOAD-ONE-SECTION-ROOM
                       UNTIL SECTION-ROOM-EOF-FLG IS EQUAL TO 'Y'
                       OR SECTION-ROOM-COUNT IS EQUAL TO 500
                   CLOSE SECTION-ROOM-FILE
               END-IF
               END-IF.

               261-LOAD-ONE-SECTION-ROOM.
                   READ SECTION-ROOM-FILE
                       AT END
                           MOVE 'Y' TO SECTION-ROOM-EOF-FLG
                       NOT AT END
                           ADD 1 TO SECTION-ROOM-COUNT
                           MOVE SRM-COURSE-CODE
                             TO TBL-SRM-COURSE-CODE(SECTION-ROOM-COUNT)
                           MOVE SRM-SECTION-CODE
                             TO TBL-SRM-SECTION-CODE
                               (SECTION-ROOM-COUNT)
                           MOVE SRM-TERM-CODE
                             TO TBL-SRM-TERM-CODE(SECTION-ROOM-COUNT)
                           MOVE SRM-BUILDING
                             TO TBL-SRM-BUILDING(SECTION-ROOM-COUNT)
                           MOVE SRM-ROOM-NUMBER
                             TO TBL-SRM-ROOM-NUMBER
                               (SECTION-ROOM-COUNT)
                           MOVE ZERO
                             TO TBL-SRM-CAPACITY(SECTION-ROOM-COUNT)
                   END-READ.

      * each section's capacity lands on its room lines
           270-LOAD-SECTION-CAPACITIES.
               OPEN INPUT SECTION-FILE.
               IF SECTION-FILE-STATUS IS EQUAL TO "00"
                   PERFORM 271-LOAD-ONE-CAPACITY
                       UNTIL SECTION-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE SECTION-FILE
               END-IF.

               271-LOAD-ONE-CAPACITY.
                   READ SECTION-FILE
                       AT END
                           MOVE 'Y' TO SECTION-EOF-FLG
                       NOT AT END
                           PERFORM 272-PLACE-ONE-CAPACITY
                               VARYING SECTION-ROOM-SUB FROM 1 BY 1
                               UNTIL SECTION-ROOM-SUB >
                                 SECTION-ROOM-COUNT
                   END-READ.

                   272-PLACE-ONE-CAPACITY.
                       IF TBL-SRM-COURSE-CODE(SECTION-ROOM-SUB)
                           IS EQUAL TO SEC-COURSE-CODE
                           AND TBL-SRM-SECTION-CODE(SECTION-ROOM-SUB)
                               IS EQUAL TO SEC-SECTION-CODE
                           AND TBL-SRM-TERM-CODE(SECTION-ROOM-SUB)
                               IS EQUAL TO SEC-TERM-CODE
                           MOVE SEC-CAPACITY
                             TO TBL-SRM-CAPACITY(SECTION-ROOM-SUB)
                       END-IF.

           302-OPEN-INPUT-FILE.
               OPEN INPUT ROOM-FILE.
               IF ROOM-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO EOF-FLG
               ELSE IF ROOM-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ROOM.txt - STATUS "
                     ROOM-FILE-STATUS
                   STOP RUN
               END-IF
               END-IF.

           303-READ-ROOM-FILE.
               IF EOF-FLG IS NOT EQUAL TO 'Y'
                   READ ROOM-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLG
                   END-READ
               END-IF.

           304-LOAD-ONE-ROOM.
               ADD 1 TO ROOM-TABLE-COUNT.
               MOVE RM-BUILDING TO TBL-RM-BUILDING(ROOM-TABLE-COUNT).
               MOVE RM-ROOM-NUMBER
                 TO TBL-RM-ROOM-NUMBER(ROOM-TABLE-COUNT).
               MOVE RM-SEATS TO TBL-RM-SEATS(ROOM-TABLE-COUNT).
               MOVE RM-ROOM-TYPE TO TBL-RM-ROOM-TYPE(ROOM-TABLE-COUNT).
               MOVE 'N' TO TBL-RM-DELETED-FLAG(ROOM-TABLE-COUNT).

               PERFORM 303-READ-ROOM-FILE.

           305-DISPLAY-MENU.
               DISPLAY " ".
               DISPLAY "1 - ADD A ROOM".
               DISPLAY "2 - CHANGE A ROOM'S SEATS OR TYPE".
               DISPLAY "3 - DELETE A ROOM".
               DISPLAY "4 - LIST ALL ROOMS".
               DISPLAY "5 - SAVE AND EXIT".
               DISPLAY "ENTER YOUR CHOICE:".

           400-ADD-ROOM.
               PERFORM 401-ACCEPT-ROOM-KEY.
               PERFORM 501-FIND-ROOM.

               IF LOOKUP-BUILDING IS EQUAL TO SPACES
                   OR LOOKUP-ROOM-NUMBER IS EQUAL TO SPACES
                   DISPLAY "BUILDING AND ROOM ARE BOTH REQUIRED - "
                     "NOT ADDED"
               ELSE IF RECORD-FOUND
                   DISPLAY "ROOM ALREADY ON FILE - USE CHANGE"
               ELSE IF ROOM-TABLE-COUNT IS EQUAL TO 300
                   DISPLAY "ROOM TABLE FULL - NOT ADDED"
               ELSE
                   PERFORM 402-ACCEPT-ROOM-DETAIL
                   IF ENTRY-IS-VALID
                       ADD 1 TO ROOM-TABLE-COUNT
                       MOVE LOOKUP-BUILDING
                         TO TBL-RM-BUILDING(ROOM-TABLE-COUNT)
                       MOVE LOOKUP-ROOM-NUMBER
                         TO TBL-RM-ROOM-NUMBER(ROOM-TABLE-COUNT)
                       MOVE ENTRY-SEATS
                         TO TBL-RM-SEATS(ROOM-TABLE-COUNT)
                       MOVE ENTRY-ROOM-TYPE
                         TO TBL-RM-ROOM-TYPE(ROOM-TABLE-COUNT)
                       MOVE 'N'
                         TO TBL-RM-DELETED-FLAG(ROOM-TABLE-COUNT)
                       DISPLAY "ROOM ADDED"
                   END-IF
               END-IF
               END-IF
               END-IF.

           401-ACCEPT-ROOM-KEY.
               DISPLAY "ENTER BUILDING:".
               ACCEPT LOOKUP-BUILDING.
               DISPLAY "ENTER ROOM NUMBER:".
               ACCEPT LOOKUP-ROOM-NUMBER.

           402-ACCEPT-ROOM-DETAIL.
               MOVE 'Y' TO ENTRY-VALID-FLAG.

               DISPLAY "ENTER SEATS (001-999):".
               ACCEPT ENTRY-SEATS.
               IF ENTRY-SEATS IS NOT NUMERIC
                   OR ENTRY-SEATS IS EQUAL TO "000"
                   DISPLAY "SEATS MUST BE 001-999 - NOT SAVED"
                   MOVE 'N' TO ENTRY-VALID-FLAG
               END-IF.

               IF ENTRY-IS-VALID
                   DISPLAY "ENTER ROOM TYPE (L = LECTURE, B = LAB, "
                     "S = SEMINAR):"
                   ACCEPT ENTRY-ROOM-TYPE
                   IF NOT ENTRY-TYPE-IS-VALID
                       DISPLAY "ROOM TYPE MUST BE L, B OR S - NOT "
                         "SAVED"
                       MOVE 'N' TO ENTRY-VALID-FLAG
                   END-IF
               END-IF.

      * the seats can never drop below a section already in the room
           500-CHANGE-ROOM.
               PERFORM 401-ACCEPT-ROOM-KEY.
               PERFORM 501-FIND-ROOM.

               IF RECORD-FOUND
                   DISPLAY "CURRENTLY " TBL-RM-SEATS(FOUND-SUB)
                     " SEATS, TYPE " TBL-RM-ROOM-TYPE(FOUND-SUB)
                   PERFORM 402-ACCEPT-ROOM-DETAIL
                   IF ENTRY-IS-VALID
                       PERFORM 510-COUNT-SECTIONS-IN-ROOM
                       IF ENTRY-SEATS < LARGEST-CAPACITY
                           DISPLAY "A SECTION IN THIS ROOM HOLDS "
                             LARGEST-CAPACITY " - NOT CHANGED"
                       ELSE
                           MOVE ENTRY-SEATS
                             TO TBL-RM-SEATS(FOUND-SUB)
                           MOVE ENTRY-ROOM-TYPE
                             TO TBL-RM-ROOM-TYPE(FOUND-SUB)
                           DISPLAY "ROOM CHANGED"
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "ROOM NOT ON FILE"
               END-IF.

           501-FIND-ROOM.
               MOVE 'N' TO FOUND-FLAG.
               MOVE 0 TO FOUND-SUB.

               PERFORM 5011-CHECK-ONE-ENTRY
                   VARYING FIND-SUB FROM 1 BY 1
                   UNTIL FIND-SUB > ROOM-TABLE-COUNT
                   OR RECORD-FOUND.

               5011-CHECK-ONE-ENTRY.
                   IF TBL-RM-BUILDING(FIND-SUB) IS EQUAL TO
                       LOOKUP-BUILDING
                       AND TBL-RM-ROOM-NUMBER(FIND-SUB) IS EQUAL
                           TO LOOKUP-ROOM-NUMBER
                       AND NOT TBL-RM-DELETED(FIND-SUB)
                       MOVE 'Y' TO FOUND-FLAG
                       MOVE FIND-SUB TO FOUND-SUB
                   END-IF.

      * how many sections sit in the keyed room, and the biggest
           510-COUNT-SECTIONS-IN-ROOM.
               MOVE 0 TO SECTIONS-IN-ROOM.
               MOVE 0 TO LARGEST-CAPACITY.
               PERFORM 511-CHECK-ONE-SECTION-ROOM
                   VARYING SECTION-ROOM-SUB FROM 1 BY 1
                   UNTIL SECTION-ROOM-SUB > SECTION-ROOM-COUNT.

               511-CHECK-ONE-SECTION-ROOM.
                   IF TBL-SRM-BUILDING(SECTION-ROOM-SUB) IS EQUAL TO
                       LOOKUP-BUILDING
                       AND TBL-SRM-ROOM-NUMBER(SECTION-ROOM-SUB)
                           IS EQUAL TO LOOKUP-ROOM-NUMBER
                       ADD 1 TO SECTIONS-IN-ROOM
                       IF TBL-SRM-CAPACITY(SECTION-ROOM-SUB) >
                           LARGEST-CAPACITY
                           MOVE TBL-SRM-CAPACITY(SECTION-ROOM-SUB)
                             TO LARGEST-CAPACITY
                       END-IF
                   END-IF.

      * a room with sections in it does not delete - release them
      * through PROJECT52 first
           600-DELETE-ROOM.
               PERFORM 401-ACCEPT-ROOM-KEY.
               PERFORM 501-FIND-ROOM.

               IF RECORD-FOUND
                   PERFORM 510-COUNT-SECTIONS-IN-ROOM
                   IF SECTIONS-IN-ROOM IS GREATER THAN ZERO
                       DISPLAY "ROOM HAS " SECTIONS-IN-ROOM
                         " SECTION(S) IN IT - NOT DELETED"
                   ELSE
                       MOVE 'Y' TO TBL-RM-DELETED-FLAG(FOUND-SUB)
                       DISPLAY "ROOM DELETED"
                   END-IF
               ELSE
                   DISPLAY "ROOM NOT ON FILE"
               END-IF.

           700-LIST-ROOMS.
               DISPLAY "BLDG ROOM  SEATS TYPE".
               PERFORM 701-LIST-ONE-ROOM
                   VARYING FIND-SUB FROM 1 BY 1
                   UNTIL FIND-SUB > ROOM-TABLE-COUNT.

               701-LIST-ONE-ROOM.
                   IF NOT TBL-RM-DELETED(FIND-SUB)
                       DISPLAY TBL-RM-BUILDING(FIND-SUB) " "
                         TBL-RM-ROOM-NUMBER(FIND-SUB) " "
                         TBL-RM-SEATS(FIND-SUB) "   "
                         TBL-RM-ROOM-TYPE(FIND-SUB)
                   END-IF.

           900-REWRITE-ROOM-FILE.
               OPEN OUTPUT ROOM-FILE.
               IF ROOM-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ROOM.txt - STATUS "
                     ROOM-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 901-WRITE-ONE-ROOM
                   VARYING FIND-SUB FROM 1 BY 1
                   UNTIL FIND-SUB > ROOM-TABLE-COUNT.

               CLOSE ROOM-FILE.

               901-WRITE-ONE-ROOM.
                   IF NOT TBL-RM-DELETED(FIND-SUB)
                       MOVE TBL-RM-BUILDING(FIND-SUB) TO RM-BUILDING
                       MOVE TBL-RM-ROOM-NUMBER(FIND-SUB)
                         TO RM-ROOM-NUMBER
                       MOVE TBL-RM-SEATS(FIND-SUB) TO RM-SEATS
                       MOVE TBL-RM-ROOM-TYPE(FIND-SUB) TO RM-ROOM-TYPE
                       WRITE ROOM-RECORD
                   END-IF.

       END PROGRAM PROJECT94.
