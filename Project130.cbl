      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: menu-driven maintenance for the residence room master
      *          (RESIDENCE-ROOMS.txt - building, room, bed count and
      *          rate tier) and the rate tiers behind it
      *          (RESIDENCE-RATES.txt - each tier's per-term room
      *          rate and the damage deposit taken at move-in).
      *          PROJECT131 assigns students to these rooms, bills
      *          the term rate and holds the deposit; PROJECT132
      *          reports occupancy and vacancy. A room with a student
      *          in it does not delete, and its beds cannot drop below
      *          the students already in it. A tier a room still uses
      *          does not delete. Same in-memory-table/rewrite-on-exit
      *          pattern as PROJECT94
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT130.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESIDENCE-ROOM-FILE
           ASSIGN TO "..\RESIDENCE-ROOMS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROOM-FILE-STATUS.

           SELECT RESIDENCE-RATE-FILE
           ASSIGN TO "..\RESIDENCE-RATES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATE-FILE-STATUS.

      * who is in which room - read only here, kept by PROJECT131
           SELECT RESIDENCE-ASSIGNMENT-FILE
           ASSIGN TO "..\RESIDENCE-ASSIGNMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASSIGNMENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one room - kept in step with Project131.cbl and Project132.cbl
       FD RESIDENCE-ROOM-FILE.
       01 RESIDENCE-ROOM-RECORD.
         05 RRM-BUILDING PIC X(4).
         05 RRM-ROOM-NUMBER PIC X(5).
         05 RRM-BED-COUNT PIC 9(1).
         05 RRM-RATE-TIER PIC X(1).

      * one tier - kept in step with Project131.cbl and Project132.cbl
       FD RESIDENCE-RATE-FILE.
       01 RESIDENCE-RATE-RECORD.
         05 RRT-RATE-TIER PIC X(1).
         05 RRT-DESCRIPTION PIC X(20).
         05 RRT-TERM-RATE PIC 9999V99.
         05 RRT-DEPOSIT-AMOUNT PIC 9999V99.

      * kept in step with Project131.cbl's FD RESIDENCE-ASSIGNMENT-FILE
       FD RESIDENCE-ASSIGNMENT-FILE.
       01 RESIDENCE-ASSIGNMENT-RECORD.
         05 RAS-STUDENT-NUMBER PIC 9(6).
         05 RAS-BUILDING PIC X(4).
         05 RAS-ROOM-NUMBER PIC X(5).
         05 RAS-MOVE-IN-DATE PIC 9(8).
         05 RAS-MOVE-OUT-DATE PIC 9(8).
         05 RAS-LAST-BILLED-TERM PIC 9(6).
         05 RAS-STATUS PIC X(1).

       WORKING-STORAGE SECTION.
       01 ROOM-FILE-STATUS PIC X(2).
       01 RATE-FILE-STATUS PIC X(2).
       01 ASSIGNMENT-FILE-STATUS PIC X(2).
       01 EOF-FLG PIC X(1) VALUE 'N'.
       01 RATE-EOF-FLG PIC X(1) VALUE 'N'.
       01 ASSIGNMENT-EOF-FLG PIC X(1) VALUE 'N'.
       01 MENU-CHOICE PIC X(1).

       01 ROOM-MASTER-TABLE.
         05 ROOM-TABLE-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON ROOM-TABLE-COUNT.
           10 TBL-RRM-BUILDING PIC X(4).
           10 TBL-RRM-ROOM-NUMBER PIC X(5).
           10 TBL-RRM-BED-COUNT PIC 9(1).
           10 TBL-RRM-RATE-TIER PIC X(1).
           10 TBL-RRM-DELETED-FLAG PIC X(1) VALUE 'N'.
             88 TBL-RRM-DELETED VALUE 'Y'.

       01 RATE-TIER-TABLE.
         05 RATE-TIER-ENTRY OCCURS 1 TO 50 TIMES
             DEPENDING ON RATE-TIER-COUNT.
           10 TBL-RRT-RATE-TIER PIC X(1).
           10 TBL-RRT-DESCRIPTION PIC X(20).
           10 TBL-RRT-TERM-RATE PIC 9999V99.
           10 TBL-RRT-DEPOSIT-AMOUNT PIC 9999V99.
           10 TBL-RRT-DELETED-FLAG PIC X(1) VALUE 'N'.
             88 TBL-RRT-DELETED VALUE 'Y'.

       01 TABLE-VARIABLES.
         05 ROOM-TABLE-COUNT PIC 9(4) VALUE 0.
         05 FIND-SUB PIC 9(4).
         05 FOUND-SUB PIC 9(4) VALUE 0.
         05 FOUND-FLAG PIC X(1).
           88 RECORD-FOUND VALUE 'Y'.
         05 RATE-TIER-COUNT PIC 9(2) VALUE 0.
         05 TIER-SUB PIC 9(2).
         05 TIER-FOUND-SUB PIC 9(2) VALUE 0.
         05 TIER-FOUND-FLAG PIC X(1).
           88 TIER-FOUND VALUE 'Y'.
         05 ROOMS-ON-TIER PIC 9(4).

      * the students still in residence - building and room only,
      * for the delete and bed-count checks
       01 OCCUPANT-TABLE.
         05 OCCUPANT-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON OCCUPANT-COUNT.
           10 OCC-BUILDING PIC X(4).
           10 OCC-ROOM-NUMBER PIC X(5).

       01 OCCUPANT-VARIABLES.
         05 OCCUPANT-COUNT PIC 9(4) VALUE 0.
         05 OCCUPANT-SUB PIC 9(4).
         05 STUDENTS-IN-ROOM PIC 9(4).

       01 LOOKUP-FIELDS.
         05 LOOKUP-BUILDING PIC X(4).
         05 LOOKUP-ROOM-NUMBER PIC X(5).
         05 LOOKUP-RATE-TIER PIC X(1).

       01 ENTRY-FIELDS.
         05 ENTRY-BED-COUNT PIC X(1).
         05 ENTRY-RATE-TIER PIC X(1).
         05 ENTRY-DESCRIPTION PIC X(20).
         05 ENTRY-TERM-RATE PIC X(6).
         05 ENTRY-TERM-RATE-NUM REDEFINES ENTRY-TERM-RATE
             PIC 9999V99.
         05 ENTRY-DEPOSIT PIC X(6).
         05 ENTRY-DEPOSIT-NUM REDEFINES ENTRY-DEPOSIT
             PIC 9999V99.
         05 ENTRY-VALID-FLAG PIC X(1).
           88 ENTRY-IS-VALID VALUE 'Y'.

       01 AMOUNT-EDIT-1 PIC ZZZ9.99.
       01 AMOUNT-EDIT-2 PIC ZZZ9.99.

       PROCEDURE DIVISION.
      * main procedure
       101-MAINTAIN-RESIDENCE-ROOMS.
           PERFORM 201-INITIATE.
           PERFORM 202-PROCESS-MENU-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '8'.
           PERFORM 900-REWRITE-ROOM-FILE.
           PERFORM 910-REWRITE-RATE-FILE.
           STOP RUN.

           201-INITIATE.
               PERFORM 302-OPEN-INPUT-FILE.
               PERFORM 303-READ-ROOM-FILE.
               PERFORM 304-LOAD-ONE-ROOM
                   UNTIL EOF-FLG IS EQUAL TO 'Y'
                   OR ROOM-TABLE-COUNT IS EQUAL TO 2000.
               IF ROOM-FILE-STATUS IS NOT EQUAL TO "35"
                   CLOSE RESIDENCE-ROOM-FILE
               END-IF.
               PERFORM 250-LOAD-RATE-TIERS.
               PERFORM 260-LOAD-OCCUPANTS.

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
                   PERFORM 800-SET-RATE-TIER
               ELSE IF MENU-CHOICE IS EQUAL TO '6'
                   PERFORM 810-DELETE-RATE-TIER
               ELSE IF MENU-CHOICE IS EQUAL TO '7'
                   PERFORM 820-LIST-RATE-TIERS
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
               END-IF
               END-IF.

      * no tier file yet just means no tiers are set up
           250-LOAD-RATE-TIERS.
               OPEN INPUT RESIDENCE-RATE-FILE.
               IF RATE-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF RATE-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN RESIDENCE-RATES.txt - "
                     "STATUS " RATE-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 251-LOAD-ONE-RATE-TIER
                       UNTIL RATE-EOF-FLG IS EQUAL TO 'Y'
                       OR RATE-TIER-COUNT IS EQUAL TO 50
                   CLOSE RESIDENCE-RATE-FILE
               END-IF
               END-IF.

               251-LOAD-ONE-RATE-TIER.
                   READ RESIDENCE-RATE-FILE
                       AT END
                           MOVE 'Y' TO RATE-EOF-FLG
                       NOT AT END
                           ADD 1 TO RATE-TIER-COUNT
                           MOVE RRT-RATE-TIER
                             TO TBL-RRT-RATE-TIER(RATE-TIER-COUNT)
                           MOVE RRT-DESCRIPTION
                             TO TBL-RRT-DESCRIPTION(RATE-TIER-COUNT)
                           MOVE RRT-TERM-RATE
                             TO TBL-RRT-TERM-RATE(RATE-TIER-COUNT)
                           MOVE RRT-DEPOSIT-AMOUNT
                             TO TBL-RRT-DEPOSIT-AMOUNT
                               (RATE-TIER-COUNT)
                           MOVE 'N'
                             TO TBL-RRT-DELETED-FLAG(RATE-TIER-COUNT)
                   END-READ.

      * only the students not yet moved out hold a bed
           260-LOAD-OCCUPANTS.
               OPEN INPUT RESIDENCE-ASSIGNMENT-FILE.
               IF ASSIGNMENT-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF ASSIGNMENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN RESIDENCE-ASSIGNMENTS.txt "
                     "- STATUS " ASSIGNMENT-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 261-LOAD-ONE-OCCUPANT
                       UNTIL ASSIGNMENT-EOF-FLG IS EQUAL TO 'Y'
                       OR OCCUPANT-COUNT IS EQUAL TO 5000
                   CLOSE RESIDENCE-ASSIGNMENT-FILE
               END-IF
               END-IF.

               261-LOAD-ONE-OCCUPANT.
                   READ RESIDENCE-ASSIGNMENT-FILE
                       AT END
                           MOVE 'Y' TO ASSIGNMENT-EOF-FLG
                       NOT AT END
                           IF RAS-STATUS IS EQUAL TO 'A'
                               ADD 1 TO OCCUPANT-COUNT
                               MOVE RAS-BUILDING
                                 TO OCC-BUILDING(OCCUPANT-COUNT)
                               MOVE RAS-ROOM-NUMBER
                                 TO OCC-ROOM-NUMBER(OCCUPANT-COUNT)
                           END-IF
                   END-READ.

           302-OPEN-INPUT-FILE.
               OPEN INPUT RESIDENCE-ROOM-FILE.
               IF ROOM-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO EOF-FLG
               ELSE IF ROOM-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN RESIDENCE-ROOMS.txt - "
                     "STATUS " ROOM-FILE-STATUS
                   STOP RUN
               END-IF
               END-IF.

           303-READ-ROOM-FILE.
               IF EOF-FLG IS NOT EQUAL TO 'Y'
                   READ RESIDENCE-ROOM-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLG
                   END-READ
               END-IF.

           304-LOAD-ONE-ROOM.
               ADD 1 TO ROOM-TABLE-COUNT.
               MOVE RRM-BUILDING TO TBL-RRM-BUILDING(ROOM-TABLE-COUNT).
               MOVE RRM-ROOM-NUMBER
                 TO TBL-RRM-ROOM-NUMBER(ROOM-TABLE-COUNT).
               MOVE RRM-BED-COUNT
                 TO TBL-RRM-BED-COUNT(ROOM-TABLE-COUNT).
               MOVE RRM-RATE-TIER
                 TO TBL-RRM-RATE-TIER(ROOM-TABLE-COUNT).
               MOVE 'N' TO TBL-RRM-DELETED-FLAG(ROOM-TABLE-COUNT).

               PERFORM 303-READ-ROOM-FILE.

           305-DISPLAY-MENU.
               DISPLAY " ".
               DISPLAY "1 - ADD A RESIDENCE ROOM".
               DISPLAY "2 - CHANGE A ROOM'S BEDS OR RATE TIER".
               DISPLAY "3 - DELETE A ROOM".
               DISPLAY "4 - LIST ALL ROOMS".
               DISPLAY "5 - ADD OR CHANGE A RATE TIER".
               DISPLAY "6 - DELETE A RATE TIER".
               DISPLAY "7 - LIST RATE TIERS".
               DISPLAY "8 - SAVE AND EXIT".
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
               ELSE IF ROOM-TABLE-COUNT IS EQUAL TO 2000
                   DISPLAY "ROOM TABLE FULL - NOT ADDED"
               ELSE
                   PERFORM 402-ACCEPT-ROOM-DETAIL
                   IF ENTRY-IS-VALID
                       ADD 1 TO ROOM-TABLE-COUNT
                       MOVE LOOKUP-BUILDING
                         TO TBL-RRM-BUILDING(ROOM-TABLE-COUNT)
                       MOVE LOOKUP-ROOM-NUMBER
                         TO TBL-RRM-ROOM-NUMBER(ROOM-TABLE-COUNT)
                       MOVE ENTRY-BED-COUNT
                         TO TBL-RRM-BED-COUNT(ROOM-TABLE-COUNT)
                       MOVE ENTRY-RATE-TIER
                         TO TBL-RRM-RATE-TIER(ROOM-TABLE-COUNT)
                       MOVE 'N'
                         TO TBL-RRM-DELETED-FLAG(ROOM-TABLE-COUNT)
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

      * the tier has to be on file already - the room bills from it
           402-ACCEPT-ROOM-DETAIL.
               MOVE 'Y' TO ENTRY-VALID-FLAG.

               DISPLAY "ENTER BEDS (1-9):".
               ACCEPT ENTRY-BED-COUNT.
               IF ENTRY-BED-COUNT IS NOT NUMERIC
                   OR ENTRY-BED-COUNT IS EQUAL TO "0"
                   DISPLAY "BEDS MUST BE 1-9 - NOT SAVED"
                   MOVE 'N' TO ENTRY-VALID-FLAG
               END-IF.

               IF ENTRY-IS-VALID
                   DISPLAY "ENTER RATE TIER:"
                   ACCEPT ENTRY-RATE-TIER
                   MOVE ENTRY-RATE-TIER TO LOOKUP-RATE-TIER
                   PERFORM 801-FIND-RATE-TIER
                   IF NOT TIER-FOUND
                       DISPLAY "RATE TIER NOT ON FILE - SET IT UP "
                         "FIRST - NOT SAVED"
                       MOVE 'N' TO ENTRY-VALID-FLAG
                   END-IF
               END-IF.

      * the beds can never drop below the students already in the
      * room
           500-CHANGE-ROOM.
               PERFORM 401-ACCEPT-ROOM-KEY.
               PERFORM 501-FIND-ROOM.

               IF RECORD-FOUND
                   DISPLAY "CURRENTLY " TBL-RRM-BED-COUNT(FOUND-SUB)
                     " BED(S), TIER " TBL-RRM-RATE-TIER(FOUND-SUB)
                   PERFORM 402-ACCEPT-ROOM-DETAIL
                   IF ENTRY-IS-VALID
                       PERFORM 510-COUNT-STUDENTS-IN-ROOM
                       IF ENTRY-BED-COUNT < STUDENTS-IN-ROOM
                           DISPLAY STUDENTS-IN-ROOM
                             " STUDENT(S) ARE IN THIS ROOM - NOT "
                             "CHANGED"
                       ELSE
                           MOVE ENTRY-BED-COUNT
                             TO TBL-RRM-BED-COUNT(FOUND-SUB)
                           MOVE ENTRY-RATE-TIER
                             TO TBL-RRM-RATE-TIER(FOUND-SUB)
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
                   IF TBL-RRM-BUILDING(FIND-SUB) IS EQUAL TO
                       LOOKUP-BUILDING
                       AND TBL-RRM-ROOM-NUMBER(FIND-SUB) IS EQUAL
                           TO LOOKUP-ROOM-NUMBER
                       AND NOT TBL-RRM-DELETED(FIND-SUB)
                       MOVE 'Y' TO FOUND-FLAG
                       MOVE FIND-SUB TO FOUND-SUB
                   END-IF.

           510-COUNT-STUDENTS-IN-ROOM.
               MOVE 0 TO STUDENTS-IN-ROOM.
               PERFORM 511-CHECK-ONE-OCCUPANT
                   VARYING OCCUPANT-SUB FROM 1 BY 1
                   UNTIL OCCUPANT-SUB > OCCUPANT-COUNT.

               511-CHECK-ONE-OCCUPANT.
                   IF OCC-BUILDING(OCCUPANT-SUB) IS EQUAL TO
                       LOOKUP-BUILDING
                       AND OCC-ROOM-NUMBER(OCCUPANT-SUB)
                           IS EQUAL TO LOOKUP-ROOM-NUMBER
                       ADD 1 TO STUDENTS-IN-ROOM
                   END-IF.

      * a room with students in it does not delete - move them out
      * through PROJECT131 first
           600-DELETE-ROOM.
               PERFORM 401-ACCEPT-ROOM-KEY.
               PERFORM 501-FIND-ROOM.

               IF RECORD-FOUND
                   PERFORM 510-COUNT-STUDENTS-IN-ROOM
                   IF STUDENTS-IN-ROOM IS GREATER THAN ZERO
                       DISPLAY "ROOM HAS " STUDENTS-IN-ROOM
                         " STUDENT(S) IN IT - NOT DELETED"
                   ELSE
                       MOVE 'Y' TO TBL-RRM-DELETED-FLAG(FOUND-SUB)
                       DISPLAY "ROOM DELETED"
                   END-IF
               ELSE
                   DISPLAY "ROOM NOT ON FILE"
               END-IF.

           700-LIST-ROOMS.
               DISPLAY "BLDG ROOM  BEDS TIER".
               PERFORM 701-LIST-ONE-ROOM
                   VARYING FIND-SUB FROM 1 BY 1
                   UNTIL FIND-SUB > ROOM-TABLE-COUNT.

               701-LIST-ONE-ROOM.
                   IF NOT TBL-RRM-DELETED(FIND-SUB)
                       DISPLAY TBL-RRM-BUILDING(FIND-SUB) " "
                         TBL-RRM-ROOM-NUMBER(FIND-SUB) " "
                         TBL-RRM-BED-COUNT(FIND-SUB) "    "
                         TBL-RRM-RATE-TIER(FIND-SUB)
                   END-IF.

      * a new tier is added, an existing one has its description,
      * term rate and deposit replaced - the new rate bills from the
      * next term PROJECT131 runs
           800-SET-RATE-TIER.
               DISPLAY "ENTER RATE TIER:".
               ACCEPT LOOKUP-RATE-TIER.
               PERFORM 801-FIND-RATE-TIER.

               IF LOOKUP-RATE-TIER IS EQUAL TO SPACE
                   DISPLAY "RATE TIER IS REQUIRED - NOT SAVED"
               ELSE IF NOT TIER-FOUND
                   AND RATE-TIER-COUNT IS EQUAL TO 50
                   DISPLAY "RATE TIER TABLE FULL - NOT ADDED"
               ELSE
                   IF TIER-FOUND
                       MOVE TBL-RRT-TERM-RATE(TIER-FOUND-SUB)
                         TO AMOUNT-EDIT-1
                       MOVE TBL-RRT-DEPOSIT-AMOUNT(TIER-FOUND-SUB)
                         TO AMOUNT-EDIT-2
                       DISPLAY "CURRENTLY "
                         TBL-RRT-DESCRIPTION(TIER-FOUND-SUB)
                         " RATE " AMOUNT-EDIT-1
                         " DEPOSIT " AMOUNT-EDIT-2
                   END-IF
                   PERFORM 802-ACCEPT-TIER-DETAIL
                   IF ENTRY-IS-VALID
                       IF NOT TIER-FOUND
                           ADD 1 TO RATE-TIER-COUNT
                           MOVE RATE-TIER-COUNT TO TIER-FOUND-SUB
                           MOVE LOOKUP-RATE-TIER
                             TO TBL-RRT-RATE-TIER(TIER-FOUND-SUB)
                           MOVE 'N'
                             TO TBL-RRT-DELETED-FLAG(TIER-FOUND-SUB)
                       END-IF
                       MOVE ENTRY-DESCRIPTION
                         TO TBL-RRT-DESCRIPTION(TIER-FOUND-SUB)
                       MOVE ENTRY-TERM-RATE-NUM
                         TO TBL-RRT-TERM-RATE(TIER-FOUND-SUB)
                       MOVE ENTRY-DEPOSIT-NUM
                         TO TBL-RRT-DEPOSIT-AMOUNT(TIER-FOUND-SUB)
                       DISPLAY "RATE TIER SAVED"
                   END-IF
               END-IF
               END-IF.

           801-FIND-RATE-TIER.
               MOVE 'N' TO TIER-FOUND-FLAG.
               MOVE 0 TO TIER-FOUND-SUB.

               PERFORM 8011-CHECK-ONE-TIER
                   VARYING TIER-SUB FROM 1 BY 1
                   UNTIL TIER-SUB > RATE-TIER-COUNT
                   OR TIER-FOUND.

               8011-CHECK-ONE-TIER.
                   IF TBL-RRT-RATE-TIER(TIER-SUB) IS EQUAL TO
                       LOOKUP-RATE-TIER
                       AND NOT TBL-RRT-DELETED(TIER-SUB)
                       MOVE 'Y' TO TIER-FOUND-FLAG
                       MOVE TIER-SUB TO TIER-FOUND-SUB
                   END-IF.

      * amounts are keyed as six digits with implied cents, the same
      * as the feed files carry them
           802-ACCEPT-TIER-DETAIL.
               MOVE 'Y' TO ENTRY-VALID-FLAG.

               DISPLAY "ENTER DESCRIPTION:".
               ACCEPT ENTRY-DESCRIPTION.

               DISPLAY "ENTER TERM RATE (999999 = 9999.99):".
               ACCEPT ENTRY-TERM-RATE.
               IF ENTRY-TERM-RATE IS NOT NUMERIC
                   OR ENTRY-TERM-RATE-NUM IS EQUAL TO ZERO
                   DISPLAY "TERM RATE MUST BE SIX DIGITS AND NOT "
                     "ZERO - NOT SAVED"
                   MOVE 'N' TO ENTRY-VALID-FLAG
               END-IF.

               IF ENTRY-IS-VALID
                   DISPLAY "ENTER DAMAGE DEPOSIT (999999 = 9999.99):"
                   ACCEPT ENTRY-DEPOSIT
                   IF ENTRY-DEPOSIT IS NOT NUMERIC
                       DISPLAY "DEPOSIT MUST BE SIX DIGITS - NOT "
                         "SAVED"
                       MOVE 'N' TO ENTRY-VALID-FLAG
                   END-IF
               END-IF.

      * a tier a room still bills from does not delete
           810-DELETE-RATE-TIER.
               DISPLAY "ENTER RATE TIER:".
               ACCEPT LOOKUP-RATE-TIER.
               PERFORM 801-FIND-RATE-TIER.

               IF TIER-FOUND
                   MOVE 0 TO ROOMS-ON-TIER
                   PERFORM 811-CHECK-ONE-ROOM-TIER
                       VARYING FIND-SUB FROM 1 BY 1
                       UNTIL FIND-SUB > ROOM-TABLE-COUNT
                   IF ROOMS-ON-TIER IS GREATER THAN ZERO
                       DISPLAY ROOMS-ON-TIER
                         " ROOM(S) ARE ON THIS TIER - NOT DELETED"
                   ELSE
                       MOVE 'Y'
                         TO TBL-RRT-DELETED-FLAG(TIER-FOUND-SUB)
                       DISPLAY "RATE TIER DELETED"
                   END-IF
               ELSE
                   DISPLAY "RATE TIER NOT ON FILE"
               END-IF.

               811-CHECK-ONE-ROOM-TIER.
                   IF TBL-RRM-RATE-TIER(FIND-SUB) IS EQUAL TO
                       LOOKUP-RATE-TIER
                       AND NOT TBL-RRM-DELETED(FIND-SUB)
                       ADD 1 TO ROOMS-ON-TIER
                   END-IF.

           820-LIST-RATE-TIERS.
               DISPLAY "TIER DESCRIPTION          TERM RATE  DEPOSIT".
               PERFORM 821-LIST-ONE-RATE-TIER
                   VARYING TIER-SUB FROM 1 BY 1
                   UNTIL TIER-SUB > RATE-TIER-COUNT.

               821-LIST-ONE-RATE-TIER.
                   IF NOT TBL-RRT-DELETED(TIER-SUB)
                       MOVE TBL-RRT-TERM-RATE(TIER-SUB)
                         TO AMOUNT-EDIT-1
                       MOVE TBL-RRT-DEPOSIT-AMOUNT(TIER-SUB)
                         TO AMOUNT-EDIT-2
                       DISPLAY TBL-RRT-RATE-TIER(TIER-SUB) "    "
                         TBL-RRT-DESCRIPTION(TIER-SUB) "   "
                         AMOUNT-EDIT-1 "  " AMOUNT-EDIT-2
                   END-IF.

           900-REWRITE-ROOM-FILE.
               OPEN OUTPUT RESIDENCE-ROOM-FILE.
               IF ROOM-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN RESIDENCE-ROOMS.txt - "
                     "STATUS " ROOM-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 901-WRITE-ONE-ROOM
                   VARYING FIND-SUB FROM 1 BY 1
                   UNTIL FIND-SUB > ROOM-TABLE-COUNT.

               CLOSE RESIDENCE-ROOM-FILE.

               901-WRITE-ONE-ROOM.
                   IF NOT TBL-RRM-DELETED(FIND-SUB)
                       MOVE TBL-RRM-BUILDING(FIND-SUB) TO RRM-BUILDING
                       MOVE TBL-RRM-ROOM-NUMBER(FIND-SUB)
                         TO RRM-ROOM-NUMBER
                       MOVE TBL-RRM-BED-COUNT(FIND-SUB)
                         TO RRM-BED-COUNT
                       MOVE TBL-RRM-RATE-TIER(FIND-SUB)
                         TO RRM-RATE-TIER
                       WRITE RESIDENCE-ROOM-RECORD
                   END-IF.

           910-REWRITE-RATE-FILE.
               OPEN OUTPUT RESIDENCE-RATE-FILE.
               IF RATE-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN RESIDENCE-RATES.txt - "
                     "STATUS " RATE-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 911-WRITE-ONE-RATE-TIER
                   VARYING TIER-SUB FROM 1 BY 1
                   UNTIL TIER-SUB > RATE-TIER-COUNT.

               CLOSE RESIDENCE-RATE-FILE.

               911-WRITE-ONE-RATE-TIER.
                   IF NOT TBL-RRT-DELETED(TIER-SUB)
                       MOVE TBL-RRT-RATE-TIER(TIER-SUB)
                         TO RRT-RATE-TIER
                       MOVE TBL-RRT-DESCRIPTION(TIER-SUB)
                         TO RRT-DESCRIPTION
                       MOVE TBL-RRT-TERM-RATE(TIER-SUB)
                         TO RRT-TERM-RATE
                       MOVE TBL-RRT-DEPOSIT-AMOUNT(TIER-SUB)
                         TO RRT-DEPOSIT-AMOUNT
                       WRITE RESIDENCE-RATE-RECORD
                   END-IF.

       END PROGRAM PROJECT130.
