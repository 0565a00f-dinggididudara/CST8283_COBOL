      *                   the OPERATOR.txt master (supervisor role
      *                   required here), failed attempts logged to
      *                   SIGNON-FAILURES.txt
      *  15-OCT-2026 SL - each program carries the campus it is taught
      *                   at, checked against CAMPUS-MASTER.txt; a
      *                   blank campus means MAIN
      *  15-OCT-2026 SL - each program carries its tuition-framework
      *                   category, the key PROJECT86's tuition cap
      *                   rows are kept under; blank means no category
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROGRAM-FILE-STATUS.

      * the campus master PROJECT150 keeps - read only, so a program
      * can only be placed at a campus that exists and is active
           SELECT CAMPUS-FILE
           ASSIGN TO "..\CAMPUS-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAMPUS-FILE-STATUS.

      * three rotating backup generations of PROGRAM.txt, taken and
      * verified before every rewrite - the last PROGRAM.txt loss took
       01 PROGRAM-FILE-IN.
           05 PROGRAM-CODE PIC X(5).
           05 PROGRAM-NAME PIC X(20).
      * campus the program is taught at - blank on rows written before
      * the second campus, which means MAIN
           05 PROGRAM-CAMPUS-CODE PIC X(4).
      * the province's tuition-framework category - blank on rows
      * written before the cap check, which means none
           05 PROGRAM-CATEGORY-CODE PIC X(4).

      * kept in step with Project150.cbl's FD CAMPUS-FILE
       FD CAMPUS-FILE.
       01 CAMPUS-RECORD.
           05 CMP-CAMPUS-CODE PIC X(4).
           05 CMP-CAMPUS-NAME PIC X(30).
           05 CMP-STREET PIC X(25).
           05 CMP-CITY PIC X(15).
           05 CMP-POSTAL-CODE PIC X(10).
           05 CMP-ACTIVE-FLAG PIC X(1).


      * byte-for-byte images of the master for the generation copies
             INDEXED BY PROGRAM-IDX.
           10 TBL-PROGRAM-CODE PIC X(5).
           10 TBL-PROGRAM-NAME PIC X(20).
           10 TBL-PROGRAM-CAMPUS-CODE PIC X(4).
           10 TBL-PROGRAM-CATEGORY-CODE PIC X(4).
           10 TBL-DELETED-FLAG PIC X(1) VALUE 'N'.
             88 TBL-RECORD-DELETED VALUE 'Y'.


       01 LOOKUP-PROGRAM-CODE PIC X(5).

      * the active campus codes off CAMPUS-MASTER.txt - with no campus
      * master yet, MAIN is the only campus there is
       01 CAMPUS-TABLE.
         05 CAMPUS-ENTRY OCCURS 1 TO 50 TIMES
             DEPENDING ON CAMPUS-COUNT.
           10 TBL-CAMPUS-CODE PIC X(4).

       01 CAMPUS-VARIABLES.
         05 CAMPUS-FILE-STATUS PIC X(2).
         05 CAMPUS-EOF-FLG PIC X(1) VALUE 'N'.
         05 CAMPUS-COUNT PIC 9(2) VALUE 0.
         05 CAMPUS-SUB PIC 9(2).
         05 CAMPUS-VALID-FLAG PIC X(1).
           88 CAMPUS-IS-VALID VALUE 'Y'.
         05 ENTRY-CAMPUS-CODE PIC X(4).
         05 DEFAULT-CAMPUS-CODE PIC X(4) VALUE "MAIN".

       PROCEDURE DIVISION.
      * main procedure
       101-MAINTAIN-PROGRAM-FILE.
               PERFORM 304-LOAD-ONE-PROGRAM
                   UNTIL EOF-FLG IS EQUAL TO 'Y'.
               CLOSE PROGRAM-FILE.
               PERFORM 306-LOAD-CAMPUS-TABLE.

      * read the menu choice and run the matching paragraph
           202-PROCESS-MENU-CHOICE.

           303-READ-PROGRAM-FILE.
               IF EOF-FLG IS NOT EQUAL TO 'Y'
                   MOVE SPACES TO PROGRAM-FILE-IN
                   READ PROGRAM-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLG
                 TO TBL-PROGRAM-CODE(PROGRAM-TABLE-COUNT).
               MOVE PROGRAM-NAME
                 TO TBL-PROGRAM-NAME(PROGRAM-TABLE-COUNT).
               MOVE PROGRAM-CAMPUS-CODE
                 TO TBL-PROGRAM-CAMPUS-CODE(PROGRAM-TABLE-COUNT).
               MOVE PROGRAM-CATEGORY-CODE
                 TO TBL-PROGRAM-CATEGORY-CODE(PROGRAM-TABLE-COUNT).
               MOVE 'N' TO TBL-DELETED-FLAG(PROGRAM-TABLE-COUNT).

               PERFORM 303-READ-PROGRAM-FILE.
               DISPLAY "5 - SAVE AND EXIT".
               DISPLAY "ENTER YOUR CHOICE:".

      * a missing campus master leaves MAIN as the only campus
           306-LOAD-CAMPUS-TABLE.
               OPEN INPUT CAMPUS-FILE.
               IF CAMPUS-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF CAMPUS-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CAMPUS-MASTER.txt - STATUS "
                     CAMPUS-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 307-LOAD-ONE-CAMPUS
                       UNTIL CAMPUS-EOF-FLG IS EQUAL TO 'Y'
                       OR CAMPUS-COUNT IS EQUAL TO 50
                   CLOSE CAMPUS-FILE
               END-IF
               END-IF.

               IF CAMPUS-COUNT IS EQUAL TO ZERO
                   MOVE 1 TO CAMPUS-COUNT
                   MOVE DEFAULT-CAMPUS-CODE TO TBL-CAMPUS-CODE(1)
               END-IF.

               307-LOAD-ONE-CAMPUS.
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

      * add a new program to the end of the table, after checking the
      * code is not already on file
           400-ADD-PROGRAM.
               DISPLAY "ENTER PROGRAM NAME:".
               ACCEPT TBL-PROGRAM-NAME(EDIT-SUB).

               MOVE 'N' TO CAMPUS-VALID-FLAG.
               PERFORM 403-ACCEPT-PROGRAM-CAMPUS
                   UNTIL CAMPUS-IS-VALID.
               MOVE ENTRY-CAMPUS-CODE
                 TO TBL-PROGRAM-CAMPUS-CODE(EDIT-SUB).

               DISPLAY "ENTER TUITION CATEGORY (BLANK = NONE):".
               MOVE SPACES TO TBL-PROGRAM-CATEGORY-CODE(EDIT-SUB).
               ACCEPT TBL-PROGRAM-CATEGORY-CODE(EDIT-SUB).

      * the campus must be active on CAMPUS-MASTER.txt - blank takes
      * MAIN
           403-ACCEPT-PROGRAM-CAMPUS.
               DISPLAY "ENTER CAMPUS CODE (BLANK = "
                 DEFAULT-CAMPUS-CODE "):".
               MOVE SPACES TO ENTRY-CAMPUS-CODE.
               ACCEPT ENTRY-CAMPUS-CODE.
               IF ENTRY-CAMPUS-CODE IS EQUAL TO SPACES
                   MOVE DEFAULT-CAMPUS-CODE TO ENTRY-CAMPUS-CODE
               END-IF.

               PERFORM 4031-CHECK-ONE-CAMPUS
                   VARYING CAMPUS-SUB FROM 1 BY 1
                   UNTIL CAMPUS-SUB > CAMPUS-COUNT
                   OR CAMPUS-IS-VALID.

               IF NOT CAMPUS-IS-VALID
                   DISPLAY "CAMPUS NOT ACTIVE ON CAMPUS-MASTER.txt"
               END-IF.

               4031-CHECK-ONE-CAMPUS.
                   IF TBL-CAMPUS-CODE(CAMPUS-SUB) IS EQUAL TO
                       ENTRY-CAMPUS-CODE
                       MOVE 'Y' TO CAMPUS-VALID-FLAG
                   END-IF.

      * find LOOKUP-PROGRAM-CODE and re-prompt the name for that slot
           500-CHANGE-PROGRAM.
               DISPLAY "ENTER PROGRAM CODE TO CHANGE:".
               701-LIST-ONE-PROGRAM.
                   IF NOT TBL-RECORD-DELETED(FIND-SUB)
                       DISPLAY TBL-PROGRAM-CODE(FIND-SUB) " "
                         TBL-PROGRAM-NAME(FIND-SUB) " "
                         TBL-PROGRAM-CAMPUS-CODE(FIND-SUB) " "
                         TBL-PROGRAM-CATEGORY-CODE(FIND-SUB)
                   END-IF.

      * rewrite PROGRAM.txt from the in-memory table, skipping
                   IF NOT TBL-RECORD-DELETED(FIND-SUB)
                       MOVE TBL-PROGRAM-CODE(FIND-SUB) TO PROGRAM-CODE
                       MOVE TBL-PROGRAM-NAME(FIND-SUB) TO PROGRAM-NAME
                       MOVE TBL-PROGRAM-CAMPUS-CODE(FIND-SUB)
                         TO PROGRAM-CAMPUS-CODE
                       MOVE TBL-PROGRAM-CATEGORY-CODE(FIND-SUB)
                         TO PROGRAM-CATEGORY-CODE
                       WRITE PROGRAM-FILE-IN
                   END-IF.

