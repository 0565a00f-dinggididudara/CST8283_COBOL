      *          against COURSE.txt. Same in-memory-table/rewrite-on-
      *          exit pattern as PROJECT11/PROJECT47
      * Tectonics: cobc
      *
      * Modification History:
      *  14-OCT-2026 SL - meeting times: each section now carries a
      *                   meeting pattern (days, start and end time)
      *                   on SECTION-MEETING.txt, set from a new menu
      *                   choice and shown on the list; the entry
      *                   programs refuse a section that clashes with
      *                   one the student already holds, and PROJECT91
      *                   prints the weekly timetable from it
      *  14-OCT-2026 SL - rooms: a new menu choice puts a section in a
      *                   ROOM.txt room (kept by PROJECT94) on
      *                   SECTION-ROOM.txt, refused when the section's
      *                   capacity is over the room's seats or the
      *                   room is already booked in the section's
      *                   meeting slot; a capacity change or new
      *                   meeting times are held to the same rules
      *  15-OCT-2026 SL - campus: a new menu choice places a section
      *                   at an active CAMPUS-MASTER.txt campus on
      *                   SECTION-CAMPUS.txt (no row means MAIN),
      *                   shown on the list; save and exit moves to 8
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT52.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COURSE-FILE-STATUS.

      * one meeting pattern per section - when it meets, which the
      * entry programs check for timetable clashes
           SELECT MEETING-FILE
           ASSIGN TO "..\SECTION-MEETING.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MEETING-FILE-STATUS.

      * the room master, read once for the seats and the room list -
      * maintained through PROJECT94
           SELECT ROOM-FILE
           ASSIGN TO "..\ROOM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROOM-FILE-STATUS.

      * one room per section - which room it sits in
           SELECT SECTION-ROOM-FILE
           ASSIGN TO "..\SECTION-ROOM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SECTION-ROOM-FILE-STATUS.

      * the campus master PROJECT150 keeps - read only
           SELECT CAMPUS-FILE
           ASSIGN TO "..\CAMPUS-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAMPUS-FILE-STATUS.

      * one campus per section taught away from MAIN
           SELECT SECTION-CAMPUS-FILE
           ASSIGN TO "..\SECTION-CAMPUS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SECTION-CAMPUS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one section per line - kept in step with the entry programs
         05 CRS-PREREQ-COUNT PIC X(1).
         05 CRS-PREREQ-CODE PIC X(7) OCCURS 3 TIMES.

      * one section's meeting pattern - the days run Monday through
      * Sunday, one position each (M T W R F S U, blank = does not
      * meet that day), times on the 24-hour clock (HHMM); kept in
      * step with the entry programs and Project91.cbl
       FD MEETING-FILE.
       01 MEETING-RECORD.
         05 MTG-COURSE-CODE PIC X(7).
         05 MTG-SECTION-CODE PIC X(3).
         05 MTG-TERM-CODE PIC 9(6).
         05 MTG-DAYS PIC X(7).
         05 MTG-START-TIME PIC 9(4).
         05 MTG-END-TIME PIC 9(4).

      * one room - kept in step with Project94.cbl and Project95.cbl
       FD ROOM-FILE.
       01 ROOM-RECORD.
         05 RM-BUILDING PIC X(4).
         05 RM-ROOM-NUMBER PIC X(5).
         05 RM-SEATS PIC 9(3).
         05 RM-ROOM-TYPE PIC X(1).

      * one section's room - kept in step with Project94.cbl and
      * Project95.cbl
       FD SECTION-ROOM-FILE.
       01 SECTION-ROOM-RECORD.
         05 SRM-COURSE-CODE PIC X(7).
         05 SRM-SECTION-CODE PIC X(3).
         05 SRM-TERM-CODE PIC 9(6).
         05 SRM-BUILDING PIC X(4).
         05 SRM-ROOM-NUMBER PIC X(5).

      * kept in step with Project150.cbl's FD CAMPUS-FILE
       FD CAMPUS-FILE.
       01 CAMPUS-RECORD.
         05 CMP-CAMPUS-CODE PIC X(4).
         05 CMP-CAMPUS-NAME PIC X(30).
         05 CMP-STREET PIC X(25).
         05 CMP-CITY PIC X(15).
         05 CMP-POSTAL-CODE PIC X(10).
         05 CMP-ACTIVE-FLAG PIC X(1).

      * one section's campus - kept in step with Project53.cbl
       FD SECTION-CAMPUS-FILE.
       01 SECTION-CAMPUS-RECORD.
         05 SCP-COURSE-CODE PIC X(7).
         05 SCP-SECTION-CODE PIC X(3).
         05 SCP-TERM-CODE PIC 9(6).
         05 SCP-CAMPUS-CODE PIC X(4).

       WORKING-STORAGE SECTION.
       01 SECTION-FILE-STATUS PIC X(2).
       01 COURSE-FILE-STATUS PIC X(2).
       01 MEETING-FILE-STATUS PIC X(2).
       01 MEETING-EOF-FLG PIC X(1) VALUE 'N'.
       01 ROOM-FILE-STATUS PIC X(2).
       01 SECTION-ROOM-FILE-STATUS PIC X(2).
       01 CAMPUS-FILE-STATUS PIC X(2).
       01 SECTION-CAMPUS-FILE-STATUS PIC X(2).
       01 EOF-FLG PIC X(1) VALUE 'N'.
       01 MENU-CHOICE PIC X(1).

           10 TBL-SEC-ENROLLED PIC 9(3).
           10 TBL-SEC-DELETED-FLAG PIC X(1) VALUE 'N'.
             88 TBL-SEC-DELETED VALUE 'Y'.
           10 TBL-SEC-MEETING-DAYS PIC X(7).
           10 TBL-SEC-START-TIME PIC 9(4).
           10 TBL-SEC-END-TIME PIC 9(4).
           10 TBL-SEC-BUILDING PIC X(4).
           10 TBL-SEC-ROOM-NUMBER PIC X(5).
           10 TBL-SEC-CAMPUS-CODE PIC X(4).

       01 TABLE-VARIABLES.
         05 SECTION-TABLE-COUNT PIC 9(3) VALUE 0.
         05 ENTRY-VALID-FLAG PIC X(1).
           88 ENTRY-IS-VALID VALUE 'Y'.

      * the meeting pattern as keyed - the days in any order
      * (MWF, TR), laid out by position before they are kept
       01 MEETING-ENTRY-FIELDS.
         05 ENTRY-DAYS PIC X(7).
         05 ENTRY-DAY-CHARS REDEFINES ENTRY-DAYS.
           10 ENTRY-DAY-CHAR PIC X(1) OCCURS 7 TIMES.
         05 ENTRY-START-TIME PIC X(4).
         05 ENTRY-START-NUMERIC REDEFINES ENTRY-START-TIME.
           10 ENTRY-START-HH PIC 9(2).
           10 ENTRY-START-MM PIC 9(2).
         05 ENTRY-END-TIME PIC X(4).
         05 ENTRY-END-NUMERIC REDEFINES ENTRY-END-TIME.
           10 ENTRY-END-HH PIC 9(2).
           10 ENTRY-END-MM PIC 9(2).
         05 BUILT-DAYS PIC X(7).
         05 BUILT-DAY-CHARS REDEFINES BUILT-DAYS.
           10 BUILT-DAY-CHAR PIC X(1) OCCURS 7 TIMES.
         05 DAY-LETTERS PIC X(7) VALUE "MTWRFSU".
         05 DAY-LETTER-CHARS REDEFINES DAY-LETTERS.
           10 DAY-LETTER PIC X(1) OCCURS 7 TIMES.
         05 ENTRY-CHAR-SUB PIC 9(1).
         05 DAY-SUB PIC 9(1).
         05 DAY-MATCH-FLAG PIC X(1).
           88 DAY-LETTER-MATCHED VALUE 'Y'.
         05 MEETING-TIME-OUT PIC X(9).

      * the rooms off ROOM.txt
       01 ROOM-TABLE.
         05 ROOM-ENTRY OCCURS 1 TO 300 TIMES
             DEPENDING ON ROOM-COUNT.
           10 RMT-BUILDING PIC X(4).
           10 RMT-ROOM-NUMBER PIC X(5).
           10 RMT-SEATS PIC 9(3).
           10 RMT-ROOM-TYPE PIC X(1).

       01 ROOM-VARIABLES.
         05 ROOM-COUNT PIC 9(3) VALUE 0.
         05 ROOM-EOF-FLG PIC X(1) VALUE 'N'.
         05 SECTION-ROOM-EOF-FLG PIC X(1) VALUE 'N'.
         05 ROOM-FIND-SUB PIC 9(3).
         05 ROOM-FOUND-SUB PIC 9(3) VALUE 0.
         05 ROOM-FOUND-FLAG PIC X(1).
           88 ROOM-ROW-FOUND VALUE 'Y'.
         05 ENTRY-BUILDING PIC X(4).
         05 ENTRY-ROOM-NUMBER PIC X(5).

      * the active campus codes off CAMPUS-MASTER.txt - with no campus
      * master yet, MAIN is the only campus there is
       01 CAMPUS-TABLE.
         05 CAMPUS-ENTRY OCCURS 1 TO 50 TIMES
             DEPENDING ON CAMPUS-COUNT.
           10 TBL-CAMPUS-CODE PIC X(4).

       01 CAMPUS-VARIABLES.
         05 CAMPUS-COUNT PIC 9(2) VALUE 0.
         05 CAMPUS-SUB PIC 9(2).
         05 CAMPUS-EOF-FLG PIC X(1) VALUE 'N'.
         05 SECTION-CAMPUS-EOF-FLG PIC X(1) VALUE 'N'.
         05 CAMPUS-VALID-FLAG PIC X(1).
           88 CAMPUS-IS-VALID VALUE 'Y'.
         05 ENTRY-CAMPUS-CODE PIC X(4).
         05 DEFAULT-CAMPUS-CODE PIC X(4) VALUE "MAIN".

      * the slot being booked into a room, checked against every
      * other section of the term already in that room
       01 BOOKING-FIELDS.
         05 CHECK-BUILDING PIC X(4).
         05 CHECK-ROOM-NUMBER PIC X(5).
         05 CHECK-DAYS PIC X(7).
         05 CHECK-DAY-CHARS REDEFINES CHECK-DAYS.
           10 CHECK-DAY PIC X(1) OCCURS 7 TIMES.
         05 CHECK-START-TIME PIC 9(4).
         05 CHECK-END-TIME PIC 9(4).
         05 OTHER-DAYS PIC X(7).
         05 OTHER-DAY-CHARS REDEFINES OTHER-DAYS.
           10 OTHER-DAY PIC X(1) OCCURS 7 TIMES.
         05 BOOKED-SUB PIC 9(3) VALUE 0.
         05 BOOKED-FLAG PIC X(1).
           88 ROOM-ALREADY-BOOKED VALUE 'Y'.
         05 SHARED-DAY-FLAG PIC X(1).
           88 DAYS-OVERLAP VALUE 'Y'.

       PROCEDURE DIVISION.
      * main procedure
       101-MAINTAIN-SECTION-FILE.
           PERFORM 201-INITIATE.
           PERFORM 202-PROCESS-MENU-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '8'.
           PERFORM 203-CLOSE-FILE.
           STOP RUN.

               PERFORM 304-LOAD-ONE-SECTION
                   UNTIL EOF-FLG IS EQUAL TO 'Y'.
               CLOSE SECTION-FILE.
               PERFORM 260-LOAD-MEETING-FILE.
               PERFORM 270-LOAD-ROOM-FILE.
               PERFORM 280-LOAD-SECTION-ROOMS.
               PERFORM 290-LOAD-CAMPUS-FILE.
               PERFORM 295-LOAD-SECTION-CAMPUSES.

           202-PROCESS-MENU-CHOICE.
               PERFORM 305-DISPLAY-MENU.
               ELSE IF MENU-CHOICE IS EQUAL TO '4'
                   PERFORM 700-LIST-SECTIONS
               ELSE IF MENU-CHOICE IS EQUAL TO '5'
                   PERFORM 800-SET-MEETING-TIMES
               ELSE IF MENU-CHOICE IS EQUAL TO '6'
                   PERFORM 850-ASSIGN-ROOM
               ELSE IF MENU-CHOICE IS EQUAL TO '7'
                   PERFORM 870-SET-SECTION-CAMPUS
               ELSE IF MENU-CHOICE IS EQUAL TO '8'
                   CONTINUE
               ELSE
                   DISPLAY "INVALID CHOICE - ENTER 1 THROUGH 8"
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF

           203-CLOSE-FILE.
               PERFORM 900-REWRITE-SECTION-FILE.
               PERFORM 910-REWRITE-MEETING-FILE.
               PERFORM 920-REWRITE-SECTION-ROOMS.
               PERFORM 930-REWRITE-SECTION-CAMPUSES.

      * a missing catalog skips the check loudly, same as PROJECT02
           250-LOAD-COURSE-CATALOG.
                             TO CAT-COURSE-CODE(CATALOG-COUNT)
                   END-READ.

      * a meeting line lands on its section's row; no file yet just
      * means no section has its times set
           260-LOAD-MEETING-FILE.
               OPEN INPUT MEETING-FILE.
               IF MEETING-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF MEETING-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-MEETING.txt - "
                     "STATUS " MEETING-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 261-LOAD-ONE-MEETING
                       UNTIL MEETING-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE MEETING-FILE
               END-IF
               END-IF.

               261-LOAD-ONE-MEETING.
                   READ MEETING-FILE
                       AT END
                           MOVE 'Y' TO MEETING-EOF-FLG
                       NOT AT END
                           MOVE MTG-COURSE-CODE TO LOOKUP-COURSE-CODE
                           MOVE MTG-SECTION-CODE
                             TO LOOKUP-SECTION-CODE
                           PERFORM 501-FIND-SECTION
                           IF RECORD-FOUND
                               MOVE MTG-DAYS
                                 TO TBL-SEC-MEETING-DAYS(FOUND-SUB)
                               MOVE MTG-START-TIME
                                 TO TBL-SEC-START-TIME(FOUND-SUB)
                               MOVE MTG-END-TIME
                                 TO TBL-SEC-END-TIME(FOUND-SUB)
                           END-IF
                   END-READ.

      * no room master yet means no room can be assigned
           270-LOAD-ROOM-FILE.
               OPEN INPUT ROOM-FILE.
               IF ROOM-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF ROOM-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ROOM.txt - STATUS "
                     ROOM-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 271-LOAD-ONE-ROOM
                       UNTIL ROOM-EOF-FLG IS EQUAL TO 'Y'
                       OR ROOM-COUNT IS EQUAL TO 300
                   CLOSE ROOM-FILE
               END-IF
               END-IF.

               271-LOAD-ONE-ROOM.
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

      * a room line lands on its section's row, same as the meetings
           280-LOAD-SECTION-ROOMS.
               OPEN INPUT SECTION-ROOM-FILE.
               IF SECTION-ROOM-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF SECTION-ROOM-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-ROOM.txt - "
                     "STATUS " SECTION-ROOM-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 281-LOAD-ONE-SECTION-ROOM
                       UNTIL SECTION-ROOM-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE SECTION-ROOM-FILE
               END-IF
               END-IF.

               281-LOAD-ONE-SECTION-ROOM.
                   READ SECTION-ROOM-FILE
                       AT END
                           MOVE 'Y' TO SECTION-ROOM-EOF-FLG
                       NOT AT END
                           MOVE SRM-COURSE-CODE TO LOOKUP-COURSE-CODE
                           MOVE SRM-SECTION-CODE
                             TO LOOKUP-SECTION-CODE
                           PERFORM 501-FIND-SECTION
                           IF RECORD-FOUND
                               MOVE SRM-BUILDING
                                 TO TBL-SEC-BUILDING(FOUND-SUB)
                               MOVE SRM-ROOM-NUMBER
                                 TO TBL-SEC-ROOM-NUMBER(FOUND-SUB)
                           END-IF
                   END-READ.

      * a missing campus master leaves MAIN as the only campus
           290-LOAD-CAMPUS-FILE.
               OPEN INPUT CAMPUS-FILE.
               IF CAMPUS-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF CAMPUS-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CAMPUS-MASTER.txt - "
                     "STATUS " CAMPUS-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 291-LOAD-ONE-CAMPUS
                       UNTIL CAMPUS-EOF-FLG IS EQUAL TO 'Y'
                       OR CAMPUS-COUNT IS EQUAL TO 50
                   CLOSE CAMPUS-FILE
               END-IF
               END-IF.

               IF CAMPUS-COUNT IS EQUAL TO ZERO
                   MOVE 1 TO CAMPUS-COUNT
                   MOVE DEFAULT-CAMPUS-CODE TO TBL-CAMPUS-CODE(1)
               END-IF.

               291-LOAD-ONE-CAMPUS.
                   READ CAMPUS-FILE
                       AT END
                           MOVE 'Y' TO CAMPUS-EOF-FLG
                       NOT AT END
                           IF CMP-ACTIVE-FLAG IS EQUAL TO 'Y'
                               ADD 1 TO CAMPUS-COUNT
                               MOVE CMP-CAMPUS-CODE
                                 TO TBL-CAMPUS-CODE(CAMPUS-COUNT)
                           END-IF
                   END-READ.

      * a campus line lands on its section's row, same as the rooms
           295-LOAD-SECTION-CAMPUSES.
               OPEN INPUT SECTION-CAMPUS-FILE.
               IF SECTION-CAMPUS-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF SECTION-CAMPUS-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-CAMPUS.txt - "
                     "STATUS " SECTION-CAMPUS-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 296-LOAD-ONE-SECTION-CAMPUS
                       UNTIL SECTION-CAMPUS-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE SECTION-CAMPUS-FILE
               END-IF
               END-IF.

               296-LOAD-ONE-SECTION-CAMPUS.
                   READ SECTION-CAMPUS-FILE
                       AT END
                           MOVE 'Y' TO SECTION-CAMPUS-EOF-FLG
                       NOT AT END
                           MOVE SCP-COURSE-CODE TO LOOKUP-COURSE-CODE
                           MOVE SCP-SECTION-CODE
                             TO LOOKUP-SECTION-CODE
                           PERFORM 501-FIND-SECTION
                           IF RECORD-FOUND
                               MOVE SCP-CAMPUS-CODE
                                 TO TBL-SEC-CAMPUS-CODE(FOUND-SUB)
                           END-IF
                   END-READ.

           302-OPEN-INPUT-FILE.
               OPEN INPUT SECTION-FILE.
               IF SECTION-FILE-STATUS IS EQUAL TO "35"
               MOVE SEC-ENROLLED
                 TO TBL-SEC-ENROLLED(SECTION-TABLE-COUNT).
               MOVE 'N' TO TBL-SEC-DELETED-FLAG(SECTION-TABLE-COUNT).
               MOVE SPACES
                 TO TBL-SEC-MEETING-DAYS(SECTION-TABLE-COUNT).
               MOVE ZERO TO TBL-SEC-START-TIME(SECTION-TABLE-COUNT).
               MOVE ZERO TO TBL-SEC-END-TIME(SECTION-TABLE-COUNT).
               MOVE SPACES TO TBL-SEC-BUILDING(SECTION-TABLE-COUNT).
               MOVE SPACES
                 TO TBL-SEC-ROOM-NUMBER(SECTION-TABLE-COUNT).
               MOVE DEFAULT-CAMPUS-CODE
                 TO TBL-SEC-CAMPUS-CODE(SECTION-TABLE-COUNT).

               PERFORM 303-READ-SECTION-FILE.

               DISPLAY "2 - CHANGE A SECTION'S CAPACITY".
               DISPLAY "3 - DELETE A SECTION".
               DISPLAY "4 - LIST ALL SECTIONS".
               DISPLAY "5 - SET A SECTION'S MEETING TIMES".
               DISPLAY "6 - ASSIGN A SECTION'S ROOM".
               DISPLAY "7 - SET A SECTION'S CAMPUS".
               DISPLAY "8 - SAVE AND EXIT".
               DISPLAY "ENTER YOUR CHOICE:".

      * a new section starts empty - enrolment only ever arrives
                             TO TBL-SEC-CAPACITY(EDIT-SUB)
                           MOVE ZERO TO TBL-SEC-ENROLLED(EDIT-SUB)
                           MOVE 'N' TO TBL-SEC-DELETED-FLAG(EDIT-SUB)
                           MOVE SPACES
                             TO TBL-SEC-MEETING-DAYS(EDIT-SUB)
                           MOVE ZERO TO TBL-SEC-START-TIME(EDIT-SUB)
                           MOVE ZERO TO TBL-SEC-END-TIME(EDIT-SUB)
                           MOVE SPACES TO TBL-SEC-BUILDING(EDIT-SUB)
                           MOVE SPACES
                             TO TBL-SEC-ROOM-NUMBER(EDIT-SUB)
                           MOVE DEFAULT-CAMPUS-CODE
                             TO TBL-SEC-CAMPUS-CODE(EDIT-SUB)
                           DISPLAY "SECTION ADDED - USE CHOICE 5 TO "
                             "SET ITS MEETING TIMES, 6 FOR ITS ROOM"
                           DISPLAY "AND 7 IF IT IS NOT AT "
                             DEFAULT-CAMPUS-CODE
                       END-IF
                   END-IF
               END-IF.
               END-IF.

      * capacity is the only changeable field - a room move never
      * touches who is already enrolled, but the capacity can never
      * run past the seats in the section's room
           500-CHANGE-SECTION.
               PERFORM 401-ACCEPT-SECTION-KEY.
               PERFORM 501-FIND-SECTION.
               IF RECORD-FOUND
                   DISPLAY "ENTER NEW CAPACITY (001-999):"
                   ACCEPT ENTRY-CAPACITY
                   MOVE 'N' TO ROOM-FOUND-FLAG
                   IF TBL-SEC-BUILDING(FOUND-SUB) IS NOT EQUAL TO
                       SPACES
                       MOVE TBL-SEC-BUILDING(FOUND-SUB)
                         TO ENTRY-BUILDING
                       MOVE TBL-SEC-ROOM-NUMBER(FOUND-SUB)
                         TO ENTRY-ROOM-NUMBER
                       PERFORM 851-FIND-ROOM
                   END-IF
                   IF ENTRY-CAPACITY IS NOT NUMERIC
                       OR ENTRY-CAPACITY IS EQUAL TO "000"
                       DISPLAY "CAPACITY MUST BE 001-999 - "
                         "NOT CHANGED"
                   ELSE IF ROOM-ROW-FOUND
                       AND ENTRY-CAPACITY IS NUMERIC
                       AND ENTRY-CAPACITY >
                           RMT-SEATS(ROOM-FOUND-SUB)
                       DISPLAY "ROOM " ENTRY-BUILDING " "
                         ENTRY-ROOM-NUMBER " SEATS ONLY "
                         RMT-SEATS(ROOM-FOUND-SUB)
                         " - NOT CHANGED"
                   ELSE
                       MOVE ENTRY-CAPACITY
                         TO TBL-SEC-CAPACITY(FOUND-SUB)
                       END-IF
                       DISPLAY "SECTION CHANGED"
                   END-IF
                   END-IF
               ELSE
                   DISPLAY "SECTION NOT ON FILE"
               END-IF.
               END-IF.

           700-LIST-SECTIONS.
               DISPLAY "COURSE   SEC TERM    CAP  ENR  DAYS     TIME"
                 "       ROOM       CAMPUS".
               PERFORM 701-LIST-ONE-SECTION
                   VARYING FIND-SUB FROM 1 BY 1
                   UNTIL FIND-SUB > SECTION-TABLE-COUNT.

               701-LIST-ONE-SECTION.
                   IF NOT TBL-SEC-DELETED(FIND-SUB)
                       MOVE SPACES TO MEETING-TIME-OUT
                       IF TBL-SEC-MEETING-DAYS(FIND-SUB)
                           IS NOT EQUAL TO SPACES
                           STRING TBL-SEC-START-TIME(FIND-SUB)
                               DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               TBL-SEC-END-TIME(FIND-SUB)
                               DELIMITED BY SIZE
                               INTO MEETING-TIME-OUT
                           END-STRING
                       END-IF
                       DISPLAY TBL-SEC-COURSE-CODE(FIND-SUB) "  "
                         TBL-SEC-SECTION-CODE(FIND-SUB) " "
                         TBL-SEC-TERM-CODE(FIND-SUB) "  "
                         TBL-SEC-CAPACITY(FIND-SUB) "  "
                         TBL-SEC-ENROLLED(FIND-SUB) "  "
                         TBL-SEC-MEETING-DAYS(FIND-SUB) "  "
                         MEETING-TIME-OUT "  "
                         TBL-SEC-BUILDING(FIND-SUB) " "
                         TBL-SEC-ROOM-NUMBER(FIND-SUB) " "
                         TBL-SEC-CAMPUS-CODE(FIND-SUB)
                   END-IF.

      * days keyed as letters in any order and laid out by position,
      * so MWF and FWM keep the same pattern; blank days clears the
      * times, and the end has to come after the start
           800-SET-MEETING-TIMES.
               PERFORM 401-ACCEPT-SECTION-KEY.
               PERFORM 501-FIND-SECTION.

               IF NOT RECORD-FOUND
                   DISPLAY "SECTION NOT ON FILE"
               ELSE
                   DISPLAY "ENTER MEETING DAYS - M T W R F S U "
                     "(BLANK = CLEAR):"
                   ACCEPT ENTRY-DAYS
                   IF ENTRY-DAYS IS EQUAL TO SPACES
                       MOVE SPACES
                         TO TBL-SEC-MEETING-DAYS(FOUND-SUB)
                       MOVE ZERO TO TBL-SEC-START-TIME(FOUND-SUB)
                       MOVE ZERO TO TBL-SEC-END-TIME(FOUND-SUB)
                       DISPLAY "MEETING TIMES CLEARED"
                   ELSE
                       PERFORM 801-BUILD-MEETING-DAYS
                       IF ENTRY-IS-VALID
                           PERFORM 802-ACCEPT-MEETING-HOURS
                       END-IF
                       IF ENTRY-IS-VALID
                           AND TBL-SEC-BUILDING(FOUND-SUB)
                               IS NOT EQUAL TO SPACES
                           PERFORM 803-CHECK-NEW-SLOT-IN-ROOM
                       END-IF
                       IF ENTRY-IS-VALID
                           MOVE BUILT-DAYS
                             TO TBL-SEC-MEETING-DAYS(FOUND-SUB)
                           MOVE ENTRY-START-TIME
                             TO TBL-SEC-START-TIME(FOUND-SUB)
                           MOVE ENTRY-END-TIME
                             TO TBL-SEC-END-TIME(FOUND-SUB)
                           DISPLAY "MEETING TIMES SET"
                       END-IF
                   END-IF
               END-IF.

               801-BUILD-MEETING-DAYS.
                   MOVE 'Y' TO ENTRY-VALID-FLAG.
                   MOVE SPACES TO BUILT-DAYS.
                   PERFORM 8011-PLACE-ONE-DAY
                       VARYING ENTRY-CHAR-SUB FROM 1 BY 1
                       UNTIL ENTRY-CHAR-SUB > 7.

                   8011-PLACE-ONE-DAY.
                       IF ENTRY-DAY-CHAR(ENTRY-CHAR-SUB)
                           IS NOT EQUAL TO SPACE
                           MOVE 'N' TO DAY-MATCH-FLAG
                           PERFORM 8012-MATCH-ONE-LETTER
                               VARYING DAY-SUB FROM 1 BY 1
                               UNTIL DAY-SUB > 7
                               OR DAY-LETTER-MATCHED
                           IF NOT DAY-LETTER-MATCHED
                               AND ENTRY-IS-VALID
                               DISPLAY "DAYS MUST BE M T W R F S U - "
                                 "NOT SET"
                               MOVE 'N' TO ENTRY-VALID-FLAG
                           END-IF
                       END-IF.

                   8012-MATCH-ONE-LETTER.
                       IF ENTRY-DAY-CHAR(ENTRY-CHAR-SUB) IS EQUAL TO
                           DAY-LETTER(DAY-SUB)
                           MOVE 'Y' TO DAY-MATCH-FLAG
                           MOVE DAY-LETTER(DAY-SUB)
                             TO BUILT-DAY-CHAR(DAY-SUB)
                       END-IF.

               802-ACCEPT-MEETING-HOURS.
                   DISPLAY "ENTER START TIME (HHMM, 24-HOUR):".
                   ACCEPT ENTRY-START-TIME.
                   DISPLAY "ENTER END TIME (HHMM, 24-HOUR):".
                   ACCEPT ENTRY-END-TIME.

                   IF ENTRY-START-TIME IS NOT NUMERIC
                       OR ENTRY-END-TIME IS NOT NUMERIC
                       DISPLAY "TIMES MUST BE FOUR DIGITS - NOT SET"
                       MOVE 'N' TO ENTRY-VALID-FLAG
                   ELSE IF ENTRY-START-HH > 23 OR ENTRY-START-MM > 59
                       OR ENTRY-END-HH > 23 OR ENTRY-END-MM > 59
                       DISPLAY "NOT A CLOCK TIME - NOT SET"
                       MOVE 'N' TO ENTRY-VALID-FLAG
                   ELSE IF ENTRY-END-TIME IS NOT GREATER THAN
                       ENTRY-START-TIME
                       DISPLAY "END TIME MUST BE AFTER START TIME - "
                         "NOT SET"
                       MOVE 'N' TO ENTRY-VALID-FLAG
                   END-IF
                   END-IF
                   END-IF.

      * a section already in a room keeps its room only if the room
      * is free in the new slot
               803-CHECK-NEW-SLOT-IN-ROOM.
                   MOVE TBL-SEC-BUILDING(FOUND-SUB) TO CHECK-BUILDING.
                   MOVE TBL-SEC-ROOM-NUMBER(FOUND-SUB)
                     TO CHECK-ROOM-NUMBER.
                   MOVE BUILT-DAYS TO CHECK-DAYS.
                   MOVE ENTRY-START-TIME TO CHECK-START-TIME.
                   MOVE ENTRY-END-TIME TO CHECK-END-TIME.
                   PERFORM 860-CHECK-ROOM-BOOKING.
                   IF ROOM-ALREADY-BOOKED
                       DISPLAY "ROOM " CHECK-BUILDING " "
                         CHECK-ROOM-NUMBER " ALREADY BOOKED THEN BY "
                         TBL-SEC-COURSE-CODE(BOOKED-SUB) " "
                         TBL-SEC-SECTION-CODE(BOOKED-SUB)
                         " - NOT SET"
                       MOVE 'N' TO ENTRY-VALID-FLAG
                   END-IF.

      * blank building releases the room; otherwise the room must be
      * on ROOM.txt, seat the section's full capacity, and be free
      * in the section's meeting slot - a section with no meeting
      * times yet cannot clash, and is told so
           850-ASSIGN-ROOM.
               PERFORM 401-ACCEPT-SECTION-KEY.
               PERFORM 501-FIND-SECTION.

               IF NOT RECORD-FOUND
                   DISPLAY "SECTION NOT ON FILE"
               ELSE
                   IF TBL-SEC-BUILDING(FOUND-SUB) IS EQUAL TO SPACES
                       DISPLAY "SECTION HAS NO ROOM"
                   ELSE
                       DISPLAY "SECTION IS IN "
                         TBL-SEC-BUILDING(FOUND-SUB) " "
                         TBL-SEC-ROOM-NUMBER(FOUND-SUB)
                   END-IF
                   DISPLAY "ENTER BUILDING (BLANK = RELEASE ROOM):"
                   ACCEPT ENTRY-BUILDING
                   IF ENTRY-BUILDING IS EQUAL TO SPACES
                       MOVE SPACES TO TBL-SEC-BUILDING(FOUND-SUB)
                       MOVE SPACES TO TBL-SEC-ROOM-NUMBER(FOUND-SUB)
                       DISPLAY "ROOM RELEASED"
                   ELSE
                       DISPLAY "ENTER ROOM NUMBER:"
                       ACCEPT ENTRY-ROOM-NUMBER
                       PERFORM 852-VALIDATE-ROOM
                   END-IF
               END-IF.

               851-FIND-ROOM.
                   MOVE 'N' TO ROOM-FOUND-FLAG.
                   MOVE 0 TO ROOM-FOUND-SUB.
                   PERFORM 8511-CHECK-ONE-ROOM
                       VARYING ROOM-FIND-SUB FROM 1 BY 1
                       UNTIL ROOM-FIND-SUB > ROOM-COUNT
                       OR ROOM-ROW-FOUND.

                   8511-CHECK-ONE-ROOM.
                       IF RMT-BUILDING(ROOM-FIND-SUB) IS EQUAL TO
                           ENTRY-BUILDING
                           AND RMT-ROOM-NUMBER(ROOM-FIND-SUB)
                               IS EQUAL TO ENTRY-ROOM-NUMBER
                           MOVE 'Y' TO ROOM-FOUND-FLAG
                           MOVE ROOM-FIND-SUB TO ROOM-FOUND-SUB
                       END-IF.

               852-VALIDATE-ROOM.
                   PERFORM 851-FIND-ROOM.
                   IF NOT ROOM-ROW-FOUND
                       DISPLAY "ROOM NOT ON ROOM.txt - NOT ASSIGNED"
                   ELSE IF TBL-SEC-CAPACITY(FOUND-SUB) >
                       RMT-SEATS(ROOM-FOUND-SUB)
                       DISPLAY "SECTION CAPACITY "
                         TBL-SEC-CAPACITY(FOUND-SUB)
                         " IS OVER THE ROOM'S "
                         RMT-SEATS(ROOM-FOUND-SUB)
                         " SEATS - NOT ASSIGNED"
                   ELSE
                       MOVE ENTRY-BUILDING TO CHECK-BUILDING
                       MOVE ENTRY-ROOM-NUMBER TO CHECK-ROOM-NUMBER
                       MOVE TBL-SEC-MEETING-DAYS(FOUND-SUB)
                         TO CHECK-DAYS
                       MOVE TBL-SEC-START-TIME(FOUND-SUB)
                         TO CHECK-START-TIME
                       MOVE TBL-SEC-END-TIME(FOUND-SUB)
                         TO CHECK-END-TIME
                       PERFORM 860-CHECK-ROOM-BOOKING
                       IF ROOM-ALREADY-BOOKED
                           DISPLAY "ROOM ALREADY BOOKED THEN BY "
                             TBL-SEC-COURSE-CODE(BOOKED-SUB) " "
                             TBL-SEC-SECTION-CODE(BOOKED-SUB)
                             " - NOT ASSIGNED"
                       ELSE
                           MOVE ENTRY-BUILDING
                             TO TBL-SEC-BUILDING(FOUND-SUB)
                           MOVE ENTRY-ROOM-NUMBER
                             TO TBL-SEC-ROOM-NUMBER(FOUND-SUB)
                           DISPLAY "ROOM ASSIGNED"
                           IF CHECK-DAYS IS EQUAL TO SPACES
                               DISPLAY "NOTE - NO MEETING TIMES SET, "
                                 "SO THE BOOKING WAS NOT CHECKED"
                           END-IF
                       END-IF
                   END-IF
                   END-IF.

      * the section's campus must be active on CAMPUS-MASTER.txt -
      * blank puts it back at MAIN
           870-SET-SECTION-CAMPUS.
               PERFORM 401-ACCEPT-SECTION-KEY.
               PERFORM 501-FIND-SECTION.

               IF NOT RECORD-FOUND
                   DISPLAY "SECTION NOT ON FILE"
               ELSE
                   DISPLAY "SECTION IS AT "
                     TBL-SEC-CAMPUS-CODE(FOUND-SUB)
                   DISPLAY "ENTER CAMPUS CODE (BLANK = "
                     DEFAULT-CAMPUS-CODE "):"
                   MOVE SPACES TO ENTRY-CAMPUS-CODE
                   ACCEPT ENTRY-CAMPUS-CODE
                   IF ENTRY-CAMPUS-CODE IS EQUAL TO SPACES
                       MOVE DEFAULT-CAMPUS-CODE TO ENTRY-CAMPUS-CODE
                   END-IF
                   MOVE 'N' TO CAMPUS-VALID-FLAG
                   PERFORM 871-CHECK-ONE-CAMPUS
                       VARYING CAMPUS-SUB FROM 1 BY 1
                       UNTIL CAMPUS-SUB > CAMPUS-COUNT
                       OR CAMPUS-IS-VALID
                   IF CAMPUS-IS-VALID
                       MOVE ENTRY-CAMPUS-CODE
                         TO TBL-SEC-CAMPUS-CODE(FOUND-SUB)
                       DISPLAY "CAMPUS SET"
                   ELSE
                       DISPLAY "CAMPUS NOT ACTIVE ON CAMPUS-MASTER.txt"
                         " - NOTHING CHANGED"
                   END-IF
               END-IF.

               871-CHECK-ONE-CAMPUS.
                   IF TBL-CAMPUS-CODE(CAMPUS-SUB) IS EQUAL TO
                       ENTRY-CAMPUS-CODE
                       MOVE 'Y' TO CAMPUS-VALID-FLAG
                   END-IF.

      * the room is booked when another live section of the same term
      * in the same room meets on a shared day at an overlapping time
           860-CHECK-ROOM-BOOKING.
               MOVE 'N' TO BOOKED-FLAG.
               MOVE 0 TO BOOKED-SUB.
               IF CHECK-DAYS IS NOT EQUAL TO SPACES
                   PERFORM 861-CHECK-ONE-BOOKING
                       VARYING FIND-SUB FROM 1 BY 1
                       UNTIL FIND-SUB > SECTION-TABLE-COUNT
                       OR ROOM-ALREADY-BOOKED
               END-IF.

               861-CHECK-ONE-BOOKING.
                   IF FIND-SUB IS NOT EQUAL TO FOUND-SUB
                       AND NOT TBL-SEC-DELETED(FIND-SUB)
                       AND TBL-SEC-TERM-CODE(FIND-SUB) IS EQUAL TO
                           TBL-SEC-TERM-CODE(FOUND-SUB)
                       AND TBL-SEC-BUILDING(FIND-SUB) IS EQUAL TO
                           CHECK-BUILDING
                       AND TBL-SEC-ROOM-NUMBER(FIND-SUB) IS EQUAL TO
                           CHECK-ROOM-NUMBER
                       AND TBL-SEC-START-TIME(FIND-SUB) <
                           CHECK-END-TIME
                       AND CHECK-START-TIME <
                           TBL-SEC-END-TIME(FIND-SUB)
                       MOVE TBL-SEC-MEETING-DAYS(FIND-SUB)
                         TO OTHER-DAYS
                       MOVE 'N' TO SHARED-DAY-FLAG
                       PERFORM 862-CHECK-ONE-DAY
                           VARYING DAY-SUB FROM 1 BY 1
                           UNTIL DAY-SUB > 7
                           OR DAYS-OVERLAP
                       IF DAYS-OVERLAP
                           MOVE 'Y' TO BOOKED-FLAG
                           MOVE FIND-SUB TO BOOKED-SUB
                       END-IF
                   END-IF.

                   862-CHECK-ONE-DAY.
                       IF CHECK-DAY(DAY-SUB) IS NOT EQUAL TO SPACE
                           AND OTHER-DAY(DAY-SUB) IS NOT EQUAL TO
                               SPACE
                           MOVE 'Y' TO SHARED-DAY-FLAG
                       END-IF.

           900-REWRITE-SECTION-FILE.
               OPEN OUTPUT SECTION-FILE.
               IF SECTION-FILE-STATUS IS NOT EQUAL TO "00"
                       WRITE SECTION-FILE-IN
                   END-IF.

      * a deleted section's pattern goes with it
           910-REWRITE-MEETING-FILE.
               OPEN OUTPUT MEETING-FILE.
               IF MEETING-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-MEETING.txt - "
                     "STATUS " MEETING-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 911-WRITE-ONE-MEETING
                   VARYING FIND-SUB FROM 1 BY 1
                   UNTIL FIND-SUB > SECTION-TABLE-COUNT.

               CLOSE MEETING-FILE.

               911-WRITE-ONE-MEETING.
                   IF NOT TBL-SEC-DELETED(FIND-SUB)
                       AND TBL-SEC-MEETING-DAYS(FIND-SUB)
                           IS NOT EQUAL TO SPACES
                       MOVE TBL-SEC-COURSE-CODE(FIND-SUB)
                         TO MTG-COURSE-CODE
                       MOVE TBL-SEC-SECTION-CODE(FIND-SUB)
                         TO MTG-SECTION-CODE
                       MOVE TBL-SEC-TERM-CODE(FIND-SUB)
                         TO MTG-TERM-CODE
                       MOVE TBL-SEC-MEETING-DAYS(FIND-SUB)
                         TO MTG-DAYS
                       MOVE TBL-SEC-START-TIME(FIND-SUB)
                         TO MTG-START-TIME
                       MOVE TBL-SEC-END-TIME(FIND-SUB)
                         TO MTG-END-TIME
                       WRITE MEETING-RECORD
                   END-IF.

      * a deleted or released section drops off the room file
           920-REWRITE-SECTION-ROOMS.
               OPEN OUTPUT SECTION-ROOM-FILE.
               IF SECTION-ROOM-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-ROOM.txt - "
                     "STATUS " SECTION-ROOM-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 921-WRITE-ONE-SECTION-ROOM
                   VARYING FIND-SUB FROM 1 BY 1
                   UNTIL FIND-SUB > SECTION-TABLE-COUNT.

               CLOSE SECTION-ROOM-FILE.

               921-WRITE-ONE-SECTION-ROOM.
                   IF NOT TBL-SEC-DELETED(FIND-SUB)
                       AND TBL-SEC-BUILDING(FIND-SUB)
                           IS NOT EQUAL TO SPACES
                       MOVE TBL-SEC-COURSE-CODE(FIND-SUB)
                         TO SRM-COURSE-CODE
                       MOVE TBL-SEC-SECTION-CODE(FIND-SUB)
                         TO SRM-SECTION-CODE
                       MOVE TBL-SEC-TERM-CODE(FIND-SUB)
                         TO SRM-TERM-CODE
                       MOVE TBL-SEC-BUILDING(FIND-SUB)
                         TO SRM-BUILDING
                       MOVE TBL-SEC-ROOM-NUMBER(FIND-SUB)
                         TO SRM-ROOM-NUMBER
                       WRITE SECTION-ROOM-RECORD
                   END-IF.

      * a deleted section, or one back at MAIN, drops off the campus
      * file
           930-REWRITE-SECTION-CAMPUSES.
               OPEN OUTPUT SECTION-CAMPUS-FILE.
               IF SECTION-CAMPUS-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-CAMPUS.txt - "
                     "STATUS " SECTION-CAMPUS-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 931-WRITE-ONE-SECTION-CAMPUS
                   VARYING FIND-SUB FROM 1 BY 1
                   UNTIL FIND-SUB > SECTION-TABLE-COUNT.

               CLOSE SECTION-CAMPUS-FILE.

               931-WRITE-ONE-SECTION-CAMPUS.
                   IF NOT TBL-SEC-DELETED(FIND-SUB)
                       AND TBL-SEC-CAMPUS-CODE(FIND-SUB)
                           IS NOT EQUAL TO DEFAULT-CAMPUS-CODE
                       MOVE TBL-SEC-COURSE-CODE(FIND-SUB)
                         TO SCP-COURSE-CODE
                       MOVE TBL-SEC-SECTION-CODE(FIND-SUB)
                         TO SCP-SECTION-CODE
                       MOVE TBL-SEC-TERM-CODE(FIND-SUB)
                         TO SCP-TERM-CODE
                       MOVE TBL-SEC-CAMPUS-CODE(FIND-SUB)
                         TO SCP-CAMPUS-CODE
                       WRITE SECTION-CAMPUS-RECORD
                   END-IF.

       END PROGRAM PROJECT52.
