      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: menu-driven maintenance of CAMPUS-MASTER.txt and of
      *          each student's home campus. The college now teaches
      *          on more than one campus: the campus master holds
      *          each campus's four-character code, name, street
      *          address and an active flag, and every file that says
      *          where something is (PROGRAM.txt, PARKING-LOT.txt,
      *          RATE-TABLE.txt, SECTION-CAMPUS.txt and the student
      *          rows here) carries one of these codes. A blank code
      *          anywhere means MAIN, the original campus, so nothing
      *          written before the second campus opened has to be
      *          re-keyed. A campus is never deleted, only made
      *          inactive, since old rows still name it. The student's
      *          home campus is kept on STUDENT-CAMPUS.txt, one row
      *          per student - STUFILE3.txt's layout is shared by too
      *          many programs to carry it, the same reason
      *          STUDENT-AGENT.txt exists. A row is either keyed here
      *          by the registrar (source K) or taken from the campus
      *          of the student's first program of study by option 5
      *          (source P); option 5 refreshes P rows as programs
      *          change but never overrides a keyed row. A student
      *          with no row is at MAIN. Same in-memory-table/
      *          rewrite-on-exit pattern as PROJECT114
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT150.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the campus master this screen owns
           SELECT CAMPUS-FILE
           ASSIGN TO "..\CAMPUS-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAMPUS-FILE-STATUS.

      * one row per student with a home campus other than by default -
      * also owned here
           SELECT STUDENT-CAMPUS-FILE
           ASSIGN TO "..\STUDENT-CAMPUS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-CAMPUS-STATUS.

      * the student master - read only, so a home campus can only be
      * given to a real student
           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

      * the program table - read only, for the campus each program is
      * taught at
           SELECT PROGRAM-FILE
           ASSIGN TO "..\PROGRAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROGRAM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one campus - kept in step with every program that reads
      * CAMPUS-MASTER.txt
       FD CAMPUS-FILE.
       01 CAMPUS-RECORD.
         05 CMP-CAMPUS-CODE PIC X(4).
         05 CMP-CAMPUS-NAME PIC X(30).
         05 CMP-STREET PIC X(25).
         05 CMP-CITY PIC X(15).
         05 CMP-POSTAL-CODE PIC X(10).
         05 CMP-ACTIVE-FLAG PIC X(1).

      * one student's home campus - kept in step with every program
      * that reads STUDENT-CAMPUS.txt
       FD STUDENT-CAMPUS-FILE.
       01 STUDENT-CAMPUS-RECORD.
         05 SCM-STUDENT-NUMBER PIC 9(6).
         05 SCM-CAMPUS-CODE PIC X(4).
         05 SCM-SOURCE PIC X(1).
         05 SCM-SET-DATE PIC 9(8).

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

      * kept in step with Project06.cbl's FD PROGRAM-FILE
       FD PROGRAM-FILE.
       01 PROGRAM-FILE-IN.
         05 PROGRAM-CODE PIC X(5).
         05 PROGRAM-NAME PIC X(20).
         05 PROGRAM-CAMPUS-CODE PIC X(4).
         05 PROGRAM-CATEGORY-CODE PIC X(4).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 CAMPUS-FILE-STATUS PIC X(2).
         05 STUDENT-CAMPUS-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 PROGRAM-FILE-STATUS PIC X(2).

       01 RUN-DATE-RAW PIC 9(8).
       01 MENU-CHOICE PIC X(1).

      * the campus every blank campus code on file stands for
       01 DEFAULT-CAMPUS-CODE PIC X(4) VALUE "MAIN".

      * the whole campus master, edited in place and rewritten on exit
       01 CAMPUS-TABLE.
         05 CAMPUS-ENTRY OCCURS 1 TO 50 TIMES
             DEPENDING ON CAMPUS-COUNT.
           10 TBL-CMP-CAMPUS-CODE PIC X(4).
           10 TBL-CMP-CAMPUS-NAME PIC X(30).
           10 TBL-CMP-STREET PIC X(25).
           10 TBL-CMP-CITY PIC X(15).
           10 TBL-CMP-POSTAL-CODE PIC X(10).
           10 TBL-CMP-ACTIVE-FLAG PIC X(1).
             88 TBL-CMP-ACTIVE VALUE 'Y'.

       01 CAMPUS-VARIABLES.
         05 CAMPUS-COUNT PIC 9(2) VALUE 0.
         05 CAMPUS-SUB PIC 9(2).
         05 CAMPUS-FIND-SUB PIC 9(2).
         05 CAMPUS-FOUND-SUB PIC 9(2) VALUE 0.
         05 CAMPUS-FOUND-FLAG PIC X(1).
           88 CAMPUS-ROW-FOUND VALUE 'Y'.
         05 CAMPUS-EOF-FLG PIC X(1) VALUE 'N'.
         05 CAMPUS-STUDENT-COUNT PIC 9(5).

      * the student home-campus rows - a removed row drops out on save
       01 STUDENT-CAMPUS-TABLE.
         05 STUDENT-CAMPUS-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON STUDENT-CAMPUS-COUNT.
           10 TBL-SCM-STUDENT-NUMBER PIC 9(6).
           10 TBL-SCM-CAMPUS-CODE PIC X(4).
           10 TBL-SCM-SOURCE PIC X(1).
             88 TBL-SCM-KEYED VALUE 'K'.
           10 TBL-SCM-SET-DATE PIC 9(8).
           10 TBL-SCM-REMOVED-FLAG PIC X(1).
             88 TBL-SCM-REMOVED VALUE 'Y'.

       01 STUDENT-CAMPUS-VARIABLES.
         05 STUDENT-CAMPUS-COUNT PIC 9(4) VALUE 0.
         05 STUDENT-CAMPUS-SUB PIC 9(4).
         05 STUDENT-CAMPUS-FIND-SUB PIC 9(4).
         05 STUDENT-CAMPUS-FOUND-SUB PIC 9(4) VALUE 0.
         05 STUDENT-CAMPUS-FOUND-FLAG PIC X(1).
           88 STUDENT-CAMPUS-ROW-FOUND VALUE 'Y'.
         05 STUDENT-CAMPUS-EOF-FLG PIC X(1) VALUE 'N'.

      * the student numbers, names and first programs off the master
       01 MASTER-TABLE.
         05 MASTER-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON MASTER-COUNT.
           10 TBL-MST-STUDENT-NUMBER PIC 9(6).
           10 TBL-MST-STUDENT-NAME PIC X(40).
           10 TBL-MST-FIRST-PROGRAM PIC X(5).

       01 MASTER-VARIABLES.
         05 MASTER-COUNT PIC 9(4) VALUE 0.
         05 MASTER-SUB PIC 9(4).
         05 MASTER-FIND-SUB PIC 9(4).
         05 MASTER-FOUND-SUB PIC 9(4) VALUE 0.
         05 MASTER-FOUND-FLAG PIC X(1).
           88 MASTER-STUDENT-FOUND VALUE 'Y'.
         05 MASTER-EOF-FLG PIC X(1) VALUE 'N'.

      * program code to campus, off PROGRAM.txt
       01 PROGRAM-CAMPUS-TABLE.
         05 PROGRAM-CAMPUS-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON PROGRAM-CAMPUS-COUNT.
           10 TBL-PRG-PROGRAM-CODE PIC X(5).
           10 TBL-PRG-CAMPUS-CODE PIC X(4).

       01 PROGRAM-CAMPUS-VARIABLES.
         05 PROGRAM-CAMPUS-COUNT PIC 9(3) VALUE 0.
         05 PROGRAM-FIND-SUB PIC 9(3).
         05 PROGRAM-FOUND-FLAG PIC X(1).
           88 PROGRAM-ROW-FOUND VALUE 'Y'.
         05 PROGRAM-EOF-FLG PIC X(1) VALUE 'N'.
         05 PROGRAM-CAMPUS-WORK PIC X(4).

       01 ENTRY-FIELDS.
         05 ENTRY-CAMPUS-CODE PIC X(4).
         05 ENTRY-CAMPUS-NAME PIC X(30).
         05 ENTRY-STREET PIC X(25).
         05 ENTRY-CITY PIC X(15).
         05 ENTRY-POSTAL-CODE PIC X(10).
         05 ENTRY-STUDENT-NUMBER PIC X(6).
         05 ENTRY-STUDENT-NUMERIC REDEFINES ENTRY-STUDENT-NUMBER
             PIC 9(6).
         05 ENTRY-ANSWER PIC X(1).

      * what option 5 did, shown when it finishes
       01 REFRESH-COUNTERS.
         05 HOW-MANY-TAKEN-FROM-PROGRAM PIC 9(5).
         05 HOW-MANY-CHANGED PIC 9(5).
         05 HOW-MANY-KEYED-KEPT PIC 9(5).
         05 HOW-MANY-NOT-SET PIC 9(5).

       PROCEDURE DIVISION.
      * main procedure
       101-MAINTAIN-CAMPUS-FILES.
           PERFORM 201-INITIATE.
           PERFORM 202-PROCESS-MENU-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '7'.
           PERFORM 203-CLOSE-FILE.
           STOP RUN.

           201-INITIATE.
               ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
               PERFORM 210-LOAD-CAMPUS-TABLE.
               PERFORM 220-LOAD-STUDENT-CAMPUS-TABLE.
               PERFORM 230-LOAD-MASTER-TABLE.
               PERFORM 240-LOAD-PROGRAM-CAMPUS-TABLE.

      * read the menu choice and run the matching paragraph
           202-PROCESS-MENU-CHOICE.
               PERFORM 305-DISPLAY-MENU.
               ACCEPT MENU-CHOICE.

               IF MENU-CHOICE IS EQUAL TO '1'
                   PERFORM 400-SET-CAMPUS
               ELSE IF MENU-CHOICE IS EQUAL TO '2'
                   PERFORM 450-CHANGE-CAMPUS-STATUS
               ELSE IF MENU-CHOICE IS EQUAL TO '3'
                   PERFORM 700-LIST-CAMPUSES
               ELSE IF MENU-CHOICE IS EQUAL TO '4'
                   PERFORM 500-SET-HOME-CAMPUS
               ELSE IF MENU-CHOICE IS EQUAL TO '5'
                   PERFORM 550-TAKE-CAMPUS-FROM-PROGRAM
               ELSE IF MENU-CHOICE IS EQUAL TO '6'
                   PERFORM 750-LIST-CAMPUS-STUDENTS
               ELSE IF MENU-CHOICE IS EQUAL TO '7'
                   CONTINUE
               ELSE
                   DISPLAY "INVALID CHOICE - ENTER 1 THROUGH 7"
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

      * rewrite both files this screen owns from the in-memory tables
           203-CLOSE-FILE.
               PERFORM 900-REWRITE-CAMPUS-FILE.
               PERFORM 910-REWRITE-STUDENT-CAMPUS-FILE.

      * a missing campus master starts with MAIN on it, so the code
      * every blank on file already stands for is always there
           210-LOAD-CAMPUS-TABLE.
               OPEN INPUT CAMPUS-FILE.
               IF CAMPUS-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF CAMPUS-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CAMPUS-MASTER.txt - "
                     "STATUS " CAMPUS-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 211-LOAD-ONE-CAMPUS
                       UNTIL CAMPUS-EOF-FLG IS EQUAL TO 'Y'
                       OR CAMPUS-COUNT IS EQUAL TO 50
                   CLOSE CAMPUS-FILE
               END-IF
               END-IF.

               IF CAMPUS-COUNT IS EQUAL TO ZERO
                   MOVE 1 TO CAMPUS-COUNT
                   MOVE DEFAULT-CAMPUS-CODE TO TBL-CMP-CAMPUS-CODE(1)
                   MOVE "MAIN CAMPUS" TO TBL-CMP-CAMPUS-NAME(1)
                   MOVE SPACES TO TBL-CMP-STREET(1)
                   MOVE SPACES TO TBL-CMP-CITY(1)
                   MOVE SPACES TO TBL-CMP-POSTAL-CODE(1)
                   MOVE 'Y' TO TBL-CMP-ACTIVE-FLAG(1)
                   DISPLAY "NO CAMPUS MASTER ON FILE - STARTED WITH "
                     DEFAULT-CAMPUS-CODE
               END-IF.

               211-LOAD-ONE-CAMPUS.
                   READ CAMPUS-FILE
                       AT END
                           MOVE 'Y' TO CAMPUS-EOF-FLG
                       NOT AT END
                           ADD 1 TO CAMPUS-COUNT
                           MOVE CMP-CAMPUS-CODE
                             TO TBL-CMP-CAMPUS-CODE(CAMPUS-COUNT)
                           MOVE CMP-CAMPUS-NAME
                             TO TBL-CMP-CAMPUS-NAME(CAMPUS-COUNT)
                           MOVE CMP-STREET
                             TO TBL-CMP-STREET(CAMPUS-COUNT)
                           MOVE CMP-CITY
                             TO TBL-CMP-CITY(CAMPUS-COUNT)
                           MOVE CMP-POSTAL-CODE
                             TO TBL-CMP-POSTAL-CODE(CAMPUS-COUNT)
                           MOVE CMP-ACTIVE-FLAG
                             TO TBL-CMP-ACTIVE-FLAG(CAMPUS-COUNT)
                   END-READ.

      * the home-campus rows - a missing file means every student is
      * still at MAIN
           220-LOAD-STUDENT-CAMPUS-TABLE.
               OPEN INPUT STUDENT-CAMPUS-FILE.
               IF STUDENT-CAMPUS-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF STUDENT-CAMPUS-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUDENT-CAMPUS.txt - "
                     "STATUS " STUDENT-CAMPUS-STATUS
                   STOP RUN
               ELSE
                   PERFORM 221-LOAD-ONE-STUDENT-CAMPUS
                       UNTIL STUDENT-CAMPUS-EOF-FLG IS EQUAL TO 'Y'
                       OR STUDENT-CAMPUS-COUNT IS EQUAL TO 5000
                   CLOSE STUDENT-CAMPUS-FILE
               END-IF
               END-IF.

               221-LOAD-ONE-STUDENT-CAMPUS.
                   READ STUDENT-CAMPUS-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-CAMPUS-EOF-FLG
                       NOT AT END
                           ADD 1 TO STUDENT-CAMPUS-COUNT
                           MOVE SCM-STUDENT-NUMBER
                             TO TBL-SCM-STUDENT-NUMBER
                               (STUDENT-CAMPUS-COUNT)
                           MOVE SCM-CAMPUS-CODE
                             TO TBL-SCM-CAMPUS-CODE
                               (STUDENT-CAMPUS-COUNT)
                           MOVE SCM-SOURCE
                             TO TBL-SCM-SOURCE(STUDENT-CAMPUS-COUNT)
                           MOVE SCM-SET-DATE
                             TO TBL-SCM-SET-DATE(STUDENT-CAMPUS-COUNT)
                           MOVE 'N'
                             TO TBL-SCM-REMOVED-FLAG
                               (STUDENT-CAMPUS-COUNT)
                   END-READ.

      * no student master means no home campus can be set - the
      * campus side of the screen still works
           230-LOAD-MASTER-TABLE.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS EQUAL TO "35"
                   DISPLAY "STUFILE3.txt NOT ON FILE - HOME CAMPUS "
                     "CANNOT BE SET THIS SESSION"
               ELSE IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - STATUS "
                     STUDENT-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 231-LOAD-ONE-MASTER
                       UNTIL MASTER-EOF-FLG IS EQUAL TO 'Y'
                       OR MASTER-COUNT IS EQUAL TO 3000
                   CLOSE STUDENT-FILE
               END-IF
               END-IF.

               231-LOAD-ONE-MASTER.
                   READ STUDENT-FILE
                       AT END
                           MOVE 'Y' TO MASTER-EOF-FLG
                       NOT AT END
                           ADD 1 TO MASTER-COUNT
                           MOVE STUDENT-NUMBER
                             TO TBL-MST-STUDENT-NUMBER(MASTER-COUNT)
                           MOVE STUDENT-NAME
                             TO TBL-MST-STUDENT-NAME(MASTER-COUNT)
                           MOVE PROGRAM-OF-STUDY(1)
                             TO TBL-MST-FIRST-PROGRAM(MASTER-COUNT)
                   END-READ.

      * a program written before it carried a campus is at MAIN
           240-LOAD-PROGRAM-CAMPUS-TABLE.
               OPEN INPUT PROGRAM-FILE.
               IF PROGRAM-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF PROGRAM-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN PROGRAM.txt - STATUS "
                     PROGRAM-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 241-LOAD-ONE-PROGRAM
                       UNTIL PROGRAM-EOF-FLG IS EQUAL TO 'Y'
                       OR PROGRAM-CAMPUS-COUNT IS EQUAL TO 500
                   CLOSE PROGRAM-FILE
               END-IF
               END-IF.

               241-LOAD-ONE-PROGRAM.
                   MOVE SPACES TO PROGRAM-FILE-IN.
                   READ PROGRAM-FILE
                       AT END
                           MOVE 'Y' TO PROGRAM-EOF-FLG
                       NOT AT END
                           ADD 1 TO PROGRAM-CAMPUS-COUNT
                           MOVE PROGRAM-CODE
                             TO TBL-PRG-PROGRAM-CODE
                               (PROGRAM-CAMPUS-COUNT)
                           IF PROGRAM-CAMPUS-CODE IS EQUAL TO SPACES
                               MOVE DEFAULT-CAMPUS-CODE
                                 TO TBL-PRG-CAMPUS-CODE
                                   (PROGRAM-CAMPUS-COUNT)
                           ELSE
                               MOVE PROGRAM-CAMPUS-CODE
                                 TO TBL-PRG-CAMPUS-CODE
                                   (PROGRAM-CAMPUS-COUNT)
                           END-IF
                   END-READ.

           305-DISPLAY-MENU.
               DISPLAY " ".
               DISPLAY "1 - ADD OR CHANGE A CAMPUS".
               DISPLAY "2 - DEACTIVATE OR REACTIVATE A CAMPUS".
               DISPLAY "3 - LIST CAMPUSES".
               DISPLAY "4 - SET A STUDENT'S HOME CAMPUS".
               DISPLAY "5 - TAKE HOME CAMPUS FROM PROGRAM".
               DISPLAY "6 - LIST STUDENTS AT A CAMPUS".
               DISPLAY "7 - SAVE AND EXIT".
               DISPLAY "ENTER YOUR CHOICE:".

      * a campus already on file has its name and address replaced,
      * otherwise a new active campus goes on the end of the table
           400-SET-CAMPUS.
               DISPLAY "ENTER CAMPUS CODE (UP TO 4):".
               MOVE SPACES TO ENTRY-CAMPUS-CODE.
               ACCEPT ENTRY-CAMPUS-CODE.
               PERFORM 410-FIND-CAMPUS-ROW.

               IF ENTRY-CAMPUS-CODE IS EQUAL TO SPACES
                   DISPLAY "CAMPUS CODE CANNOT BE BLANK"
               ELSE IF NOT CAMPUS-ROW-FOUND
                   AND CAMPUS-COUNT IS EQUAL TO 50
                   DISPLAY "CAMPUS TABLE FULL - NOT ADDED"
               ELSE
                   PERFORM 401-ACCEPT-CAMPUS-DETAIL
                   IF ENTRY-CAMPUS-NAME IS EQUAL TO SPACES
                       DISPLAY "CAMPUS NAME IS REQUIRED - NOTHING "
                         "CHANGED"
                   ELSE
                       IF CAMPUS-ROW-FOUND
                           DISPLAY "CAMPUS UPDATED"
                       ELSE
                           ADD 1 TO CAMPUS-COUNT
                           MOVE CAMPUS-COUNT TO CAMPUS-FOUND-SUB
                           MOVE ENTRY-CAMPUS-CODE
                             TO TBL-CMP-CAMPUS-CODE(CAMPUS-FOUND-SUB)
                           MOVE 'Y'
                             TO TBL-CMP-ACTIVE-FLAG(CAMPUS-FOUND-SUB)
                           DISPLAY "CAMPUS ADDED"
                       END-IF
                       MOVE ENTRY-CAMPUS-NAME
                         TO TBL-CMP-CAMPUS-NAME(CAMPUS-FOUND-SUB)
                       MOVE ENTRY-STREET
                         TO TBL-CMP-STREET(CAMPUS-FOUND-SUB)
                       MOVE ENTRY-CITY
                         TO TBL-CMP-CITY(CAMPUS-FOUND-SUB)
                       MOVE ENTRY-POSTAL-CODE
                         TO TBL-CMP-POSTAL-CODE(CAMPUS-FOUND-SUB)
                   END-IF
               END-IF
               END-IF.

           401-ACCEPT-CAMPUS-DETAIL.
               MOVE SPACES TO ENTRY-CAMPUS-NAME ENTRY-STREET
                 ENTRY-CITY ENTRY-POSTAL-CODE.
               DISPLAY "ENTER CAMPUS NAME:".
               ACCEPT ENTRY-CAMPUS-NAME.
               DISPLAY "ENTER STREET ADDRESS:".
               ACCEPT ENTRY-STREET.
               DISPLAY "ENTER CITY:".
               ACCEPT ENTRY-CITY.
               DISPLAY "ENTER POSTAL CODE:".
               ACCEPT ENTRY-POSTAL-CODE.

      * linear scan for ENTRY-CAMPUS-CODE, leaving the matching slot
      * number in CAMPUS-FOUND-SUB
           410-FIND-CAMPUS-ROW.
               MOVE 'N' TO CAMPUS-FOUND-FLAG.
               MOVE 0 TO CAMPUS-FOUND-SUB.
               PERFORM 411-CHECK-ONE-CAMPUS
                   VARYING CAMPUS-FIND-SUB FROM 1 BY 1
                   UNTIL CAMPUS-FIND-SUB > CAMPUS-COUNT
                   OR CAMPUS-ROW-FOUND.

               411-CHECK-ONE-CAMPUS.
                   IF TBL-CMP-CAMPUS-CODE(CAMPUS-FIND-SUB) IS EQUAL TO
                       ENTRY-CAMPUS-CODE
                       MOVE 'Y' TO CAMPUS-FOUND-FLAG
                       MOVE CAMPUS-FIND-SUB TO CAMPUS-FOUND-SUB
                   END-IF.

      * MAIN can never go inactive, since every blank code on file
      * means it, and no campus goes inactive while students are
      * still homed there
           450-CHANGE-CAMPUS-STATUS.
               DISPLAY "ENTER CAMPUS CODE:".
               MOVE SPACES TO ENTRY-CAMPUS-CODE.
               ACCEPT ENTRY-CAMPUS-CODE.
               PERFORM 410-FIND-CAMPUS-ROW.

               IF NOT CAMPUS-ROW-FOUND
                   DISPLAY "CAMPUS NOT ON FILE"
               ELSE IF TBL-CMP-ACTIVE(CAMPUS-FOUND-SUB)
                   IF ENTRY-CAMPUS-CODE IS EQUAL TO DEFAULT-CAMPUS-CODE
                       DISPLAY DEFAULT-CAMPUS-CODE " CANNOT BE MADE "
                         "INACTIVE"
                   ELSE
                       PERFORM 451-COUNT-CAMPUS-STUDENTS
                       IF CAMPUS-STUDENT-COUNT IS GREATER THAN ZERO
                           DISPLAY CAMPUS-STUDENT-COUNT " STUDENT(S) "
                             "STILL HOMED THERE - NOT DEACTIVATED"
                       ELSE
                           MOVE 'N'
                             TO TBL-CMP-ACTIVE-FLAG(CAMPUS-FOUND-SUB)
                           DISPLAY "CAMPUS DEACTIVATED"
                       END-IF
                   END-IF
               ELSE
                   MOVE 'Y' TO TBL-CMP-ACTIVE-FLAG(CAMPUS-FOUND-SUB)
                   DISPLAY "CAMPUS REACTIVATED"
               END-IF
               END-IF.

               451-COUNT-CAMPUS-STUDENTS.
                   MOVE ZERO TO CAMPUS-STUDENT-COUNT.
                   PERFORM 452-COUNT-ONE-STUDENT-CAMPUS
                       VARYING STUDENT-CAMPUS-SUB FROM 1 BY 1
                       UNTIL STUDENT-CAMPUS-SUB > STUDENT-CAMPUS-COUNT.

               452-COUNT-ONE-STUDENT-CAMPUS.
                   IF NOT TBL-SCM-REMOVED(STUDENT-CAMPUS-SUB)
                       AND TBL-SCM-CAMPUS-CODE(STUDENT-CAMPUS-SUB)
                           IS EQUAL TO ENTRY-CAMPUS-CODE
                       ADD 1 TO CAMPUS-STUDENT-COUNT
                   END-IF.

      * the registrar's own choice of home campus - only for a
      * student on the master and only to an active campus; a blank
      * campus takes the keyed row off, so option 5 decides again
           500-SET-HOME-CAMPUS.
               DISPLAY "ENTER STUDENT NUMBER:".
               ACCEPT ENTRY-STUDENT-NUMBER.

               IF ENTRY-STUDENT-NUMBER IS NOT NUMERIC
                   DISPLAY "STUDENT NUMBER MUST BE SIX DIGITS"
               ELSE
                   PERFORM 510-FIND-MASTER-STUDENT
                   IF NOT MASTER-STUDENT-FOUND
                       DISPLAY "STUDENT NOT ON STUFILE3.txt"
                   ELSE
                       PERFORM 520-FIND-STUDENT-CAMPUS-ROW
                       IF STUDENT-CAMPUS-ROW-FOUND
                           DISPLAY "CURRENT HOME CAMPUS: "
                             TBL-SCM-CAMPUS-CODE
                               (STUDENT-CAMPUS-FOUND-SUB)
                             " SOURCE "
                             TBL-SCM-SOURCE(STUDENT-CAMPUS-FOUND-SUB)
                       ELSE
                           DISPLAY "CURRENT HOME CAMPUS: "
                             DEFAULT-CAMPUS-CODE " BY DEFAULT"
                       END-IF
                       DISPLAY "ENTER HOME CAMPUS (BLANK = REMOVE):"
                       MOVE SPACES TO ENTRY-CAMPUS-CODE
                       ACCEPT ENTRY-CAMPUS-CODE
                       PERFORM 501-APPLY-HOME-CAMPUS
                   END-IF
               END-IF.

               501-APPLY-HOME-CAMPUS.
                   IF ENTRY-CAMPUS-CODE IS EQUAL TO SPACES
                       IF STUDENT-CAMPUS-ROW-FOUND
                           MOVE 'Y' TO TBL-SCM-REMOVED-FLAG
                             (STUDENT-CAMPUS-FOUND-SUB)
                           DISPLAY "HOME CAMPUS REMOVED"
                       ELSE
                           DISPLAY "NO HOME CAMPUS ON FILE - NOTHING "
                             "CHANGED"
                       END-IF
                   ELSE
                       PERFORM 410-FIND-CAMPUS-ROW
                       IF NOT CAMPUS-ROW-FOUND
                           DISPLAY "CAMPUS NOT ON FILE - NOTHING "
                             "CHANGED"
                       ELSE IF NOT TBL-CMP-ACTIVE(CAMPUS-FOUND-SUB)
                           DISPLAY "CAMPUS IS INACTIVE - NOTHING "
                             "CHANGED"
                       ELSE IF NOT STUDENT-CAMPUS-ROW-FOUND
                           AND STUDENT-CAMPUS-COUNT IS EQUAL TO 5000
                           DISPLAY "HOME CAMPUS TABLE FULL - NOT SET"
                       ELSE
                           MOVE ENTRY-CAMPUS-CODE
                             TO PROGRAM-CAMPUS-WORK
                           PERFORM 530-PUT-STUDENT-CAMPUS-ROW
                           MOVE 'K' TO TBL-SCM-SOURCE
                             (STUDENT-CAMPUS-FOUND-SUB)
                           DISPLAY "HOME CAMPUS SET"
                       END-IF
                       END-IF
                       END-IF
                   END-IF.

           510-FIND-MASTER-STUDENT.
               MOVE 'N' TO MASTER-FOUND-FLAG.
               MOVE 0 TO MASTER-FOUND-SUB.
               PERFORM 511-CHECK-ONE-MASTER
                   VARYING MASTER-FIND-SUB FROM 1 BY 1
                   UNTIL MASTER-FIND-SUB > MASTER-COUNT
                   OR MASTER-STUDENT-FOUND.

               511-CHECK-ONE-MASTER.
                   IF TBL-MST-STUDENT-NUMBER(MASTER-FIND-SUB)
                       IS EQUAL TO ENTRY-STUDENT-NUMERIC
                       MOVE 'Y' TO MASTER-FOUND-FLAG
                       MOVE MASTER-FIND-SUB TO MASTER-FOUND-SUB
                   END-IF.

           520-FIND-STUDENT-CAMPUS-ROW.
               MOVE 'N' TO STUDENT-CAMPUS-FOUND-FLAG.
               MOVE 0 TO STUDENT-CAMPUS-FOUND-SUB.
               PERFORM 521-CHECK-ONE-STUDENT-CAMPUS
                   VARYING STUDENT-CAMPUS-FIND-SUB FROM 1 BY 1
                   UNTIL STUDENT-CAMPUS-FIND-SUB > STUDENT-CAMPUS-COUNT
                   OR STUDENT-CAMPUS-ROW-FOUND.

               521-CHECK-ONE-STUDENT-CAMPUS.
                   IF TBL-SCM-STUDENT-NUMBER(STUDENT-CAMPUS-FIND-SUB)
                       IS EQUAL TO ENTRY-STUDENT-NUMERIC
                       AND NOT TBL-SCM-REMOVED(STUDENT-CAMPUS-FIND-SUB)
                       MOVE 'Y' TO STUDENT-CAMPUS-FOUND-FLAG
                       MOVE STUDENT-CAMPUS-FIND-SUB
                         TO STUDENT-CAMPUS-FOUND-SUB
                   END-IF.

      * PROGRAM-CAMPUS-WORK onto the student's row, adding the row
      * when there is none - the caller sets the source
           530-PUT-STUDENT-CAMPUS-ROW.
               IF NOT STUDENT-CAMPUS-ROW-FOUND
                   ADD 1 TO STUDENT-CAMPUS-COUNT
                   MOVE STUDENT-CAMPUS-COUNT
                     TO STUDENT-CAMPUS-FOUND-SUB
                   MOVE ENTRY-STUDENT-NUMERIC TO TBL-SCM-STUDENT-NUMBER
                     (STUDENT-CAMPUS-FOUND-SUB)
                   MOVE 'N' TO TBL-SCM-REMOVED-FLAG
                     (STUDENT-CAMPUS-FOUND-SUB)
               END-IF.
               MOVE PROGRAM-CAMPUS-WORK
                 TO TBL-SCM-CAMPUS-CODE(STUDENT-CAMPUS-FOUND-SUB).
               MOVE RUN-DATE-RAW
                 TO TBL-SCM-SET-DATE(STUDENT-CAMPUS-FOUND-SUB).

      * every student on the master not keyed by the registrar takes
      * the campus of their first program of study - a program not on
      * PROGRAM.txt, or at a campus not active on the master, leaves
      * the student's row as it was
           550-TAKE-CAMPUS-FROM-PROGRAM.
               MOVE ZERO TO HOW-MANY-TAKEN-FROM-PROGRAM
                 HOW-MANY-CHANGED HOW-MANY-KEYED-KEPT
                 HOW-MANY-NOT-SET.

               PERFORM 551-TAKE-ONE-STUDENT
                   VARYING MASTER-SUB FROM 1 BY 1
                   UNTIL MASTER-SUB > MASTER-COUNT.

               DISPLAY "HOME CAMPUS TAKEN FROM PROGRAM: "
                 HOW-MANY-TAKEN-FROM-PROGRAM
                 "  OF WHICH CHANGED: " HOW-MANY-CHANGED.
               DISPLAY "KEYED BY REGISTRAR, LEFT ALONE: "
                 HOW-MANY-KEYED-KEPT
                 "  NOT SET (PROGRAM OR CAMPUS NOT ON FILE): "
                 HOW-MANY-NOT-SET.

               551-TAKE-ONE-STUDENT.
                   MOVE TBL-MST-STUDENT-NUMBER(MASTER-SUB)
                     TO ENTRY-STUDENT-NUMERIC.
                   PERFORM 520-FIND-STUDENT-CAMPUS-ROW.

                   IF STUDENT-CAMPUS-ROW-FOUND
                       AND TBL-SCM-KEYED(STUDENT-CAMPUS-FOUND-SUB)
                       ADD 1 TO HOW-MANY-KEYED-KEPT
                   ELSE
                       PERFORM 552-FIND-PROGRAM-CAMPUS
                       MOVE PROGRAM-CAMPUS-WORK TO ENTRY-CAMPUS-CODE
                       PERFORM 410-FIND-CAMPUS-ROW
                       IF NOT PROGRAM-ROW-FOUND
                           OR NOT CAMPUS-ROW-FOUND
                           ADD 1 TO HOW-MANY-NOT-SET
                       ELSE IF NOT TBL-CMP-ACTIVE(CAMPUS-FOUND-SUB)
                           ADD 1 TO HOW-MANY-NOT-SET
                       ELSE IF NOT STUDENT-CAMPUS-ROW-FOUND
                           AND STUDENT-CAMPUS-COUNT IS EQUAL TO 5000
                           ADD 1 TO HOW-MANY-NOT-SET
                       ELSE
                           ADD 1 TO HOW-MANY-TAKEN-FROM-PROGRAM
                           IF STUDENT-CAMPUS-ROW-FOUND
                               AND TBL-SCM-CAMPUS-CODE
                                   (STUDENT-CAMPUS-FOUND-SUB)
                                   IS NOT EQUAL TO PROGRAM-CAMPUS-WORK
                               ADD 1 TO HOW-MANY-CHANGED
                           END-IF
                           IF NOT STUDENT-CAMPUS-ROW-FOUND
                               OR TBL-SCM-CAMPUS-CODE
                                   (STUDENT-CAMPUS-FOUND-SUB)
                                   IS NOT EQUAL TO PROGRAM-CAMPUS-WORK
                               PERFORM 530-PUT-STUDENT-CAMPUS-ROW
                               MOVE 'P' TO TBL-SCM-SOURCE
                                 (STUDENT-CAMPUS-FOUND-SUB)
                           END-IF
                       END-IF
                       END-IF
                       END-IF
                   END-IF.

               552-FIND-PROGRAM-CAMPUS.
                   MOVE 'N' TO PROGRAM-FOUND-FLAG.
                   MOVE SPACES TO PROGRAM-CAMPUS-WORK.
                   PERFORM 553-CHECK-ONE-PROGRAM
                       VARYING PROGRAM-FIND-SUB FROM 1 BY 1
                       UNTIL PROGRAM-FIND-SUB > PROGRAM-CAMPUS-COUNT
                       OR PROGRAM-ROW-FOUND.

               553-CHECK-ONE-PROGRAM.
                   IF TBL-PRG-PROGRAM-CODE(PROGRAM-FIND-SUB)
                       IS EQUAL TO TBL-MST-FIRST-PROGRAM(MASTER-SUB)
                       MOVE 'Y' TO PROGRAM-FOUND-FLAG
                       MOVE TBL-PRG-CAMPUS-CODE(PROGRAM-FIND-SUB)
                         TO PROGRAM-CAMPUS-WORK
                   END-IF.

           700-LIST-CAMPUSES.
               PERFORM 701-LIST-ONE-CAMPUS
                   VARYING CAMPUS-SUB FROM 1 BY 1
                   UNTIL CAMPUS-SUB > CAMPUS-COUNT.

               701-LIST-ONE-CAMPUS.
                   MOVE TBL-CMP-CAMPUS-CODE(CAMPUS-SUB)
                     TO ENTRY-CAMPUS-CODE.
                   PERFORM 451-COUNT-CAMPUS-STUDENTS.
                   DISPLAY TBL-CMP-CAMPUS-CODE(CAMPUS-SUB) " "
                     TBL-CMP-CAMPUS-NAME(CAMPUS-SUB) " "
                     TBL-CMP-CITY(CAMPUS-SUB) " ACTIVE "
                     TBL-CMP-ACTIVE-FLAG(CAMPUS-SUB)
                     " STUDENTS ON FILE " CAMPUS-STUDENT-COUNT.

      * every student with a row at the campus - students with no row
      * are at MAIN by default and are not listed one by one
           750-LIST-CAMPUS-STUDENTS.
               DISPLAY "ENTER CAMPUS CODE:".
               MOVE SPACES TO ENTRY-CAMPUS-CODE.
               ACCEPT ENTRY-CAMPUS-CODE.
               PERFORM 751-LIST-ONE-STUDENT
                   VARYING STUDENT-CAMPUS-SUB FROM 1 BY 1
                   UNTIL STUDENT-CAMPUS-SUB > STUDENT-CAMPUS-COUNT.

               751-LIST-ONE-STUDENT.
                   IF NOT TBL-SCM-REMOVED(STUDENT-CAMPUS-SUB)
                       AND TBL-SCM-CAMPUS-CODE(STUDENT-CAMPUS-SUB)
                           IS EQUAL TO ENTRY-CAMPUS-CODE
                       MOVE TBL-SCM-STUDENT-NUMBER(STUDENT-CAMPUS-SUB)
                         TO ENTRY-STUDENT-NUMERIC
                       PERFORM 510-FIND-MASTER-STUDENT
                       IF MASTER-STUDENT-FOUND
                           DISPLAY ENTRY-STUDENT-NUMBER " "
                             TBL-MST-STUDENT-NAME(MASTER-FOUND-SUB)
                             " SOURCE "
                             TBL-SCM-SOURCE(STUDENT-CAMPUS-SUB)
                             " SET "
                             TBL-SCM-SET-DATE(STUDENT-CAMPUS-SUB)
                       ELSE
                           DISPLAY ENTRY-STUDENT-NUMBER
                             " (NO LONGER ON MASTER) SOURCE "
                             TBL-SCM-SOURCE(STUDENT-CAMPUS-SUB)
                       END-IF
                   END-IF.

           900-REWRITE-CAMPUS-FILE.
               OPEN OUTPUT CAMPUS-FILE.
               IF CAMPUS-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CAMPUS-MASTER.txt - "
                     "STATUS " CAMPUS-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 901-WRITE-ONE-CAMPUS
                   VARYING CAMPUS-SUB FROM 1 BY 1
                   UNTIL CAMPUS-SUB > CAMPUS-COUNT.

               CLOSE CAMPUS-FILE.

               901-WRITE-ONE-CAMPUS.
                   MOVE TBL-CMP-CAMPUS-CODE(CAMPUS-SUB)
                     TO CMP-CAMPUS-CODE.
                   MOVE TBL-CMP-CAMPUS-NAME(CAMPUS-SUB)
                     TO CMP-CAMPUS-NAME.
                   MOVE TBL-CMP-STREET(CAMPUS-SUB) TO CMP-STREET.
                   MOVE TBL-CMP-CITY(CAMPUS-SUB) TO CMP-CITY.
                   MOVE TBL-CMP-POSTAL-CODE(CAMPUS-SUB)
                     TO CMP-POSTAL-CODE.
                   MOVE TBL-CMP-ACTIVE-FLAG(CAMPUS-SUB)
                     TO CMP-ACTIVE-FLAG.
                   WRITE CAMPUS-RECORD.

      * rewrite STUDENT-CAMPUS.txt, skipping removed rows
           910-REWRITE-STUDENT-CAMPUS-FILE.
               OPEN OUTPUT STUDENT-CAMPUS-FILE.
               IF STUDENT-CAMPUS-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUDENT-CAMPUS.txt - "
                     "STATUS " STUDENT-CAMPUS-STATUS
                   STOP RUN
               END-IF.

               PERFORM 911-WRITE-ONE-STUDENT-CAMPUS
                   VARYING STUDENT-CAMPUS-SUB FROM 1 BY 1
                   UNTIL STUDENT-CAMPUS-SUB > STUDENT-CAMPUS-COUNT.

               CLOSE STUDENT-CAMPUS-FILE.

               911-WRITE-ONE-STUDENT-CAMPUS.
                   IF NOT TBL-SCM-REMOVED(STUDENT-CAMPUS-SUB)
                       MOVE TBL-SCM-STUDENT-NUMBER(STUDENT-CAMPUS-SUB)
                         TO SCM-STUDENT-NUMBER
                       MOVE TBL-SCM-CAMPUS-CODE(STUDENT-CAMPUS-SUB)
                         TO SCM-CAMPUS-CODE
                       MOVE TBL-SCM-SOURCE(STUDENT-CAMPUS-SUB)
                         TO SCM-SOURCE
                       MOVE TBL-SCM-SET-DATE(STUDENT-CAMPUS-SUB)
                         TO SCM-SET-DATE
                       WRITE STUDENT-CAMPUS-RECORD
                   END-IF.

       END PROGRAM PROJECT150.
