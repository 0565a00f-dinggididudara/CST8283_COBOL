      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: menu-driven maintenance for the admissions applicant
      *          master (APPLICANT-MASTER.txt) and the seat quotas
      *          (ADMISSION-QUOTA.txt). Applicants used to exist only
      *          in Admissions' own spreadsheet until they registered
      *          through WEB-INTAKE.txt; now each application is keyed
      *          here with its intake term, first and second program
      *          choice (checked against PROGRAM.txt), admission
      *          average and the mailing address Student.txt will
      *          carry. The status moves A applied, O offered (set
      *          only by PROJECT111's offer run), C accepted, and
      *          then S once PROJECT111 has converted the applicant
      *          into a student - or D declined, L offer lapsed, W
      *          withdrawn, R refused. Each program's seats for an
      *          intake term are set here too; PROJECT111 never
      *          offers past them. Same in-memory-table/rewrite-on-
      *          exit pattern as PROJECT47
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT110.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICANT-FILE
           ASSIGN TO "..\APPLICANT-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPLICANT-FILE-STATUS.

           SELECT QUOTA-FILE
           ASSIGN TO "..\ADMISSION-QUOTA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QUOTA-FILE-STATUS.

      * PROJECT06's program table - read only, to check the choices
           SELECT PROGRAM-FILE
           ASSIGN TO "..\PROGRAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROGRAM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one application - the name and address fields are the same
      * widths as Lab2.cbl's FD STUDENT so the conversion copies them
      * across unchanged. Kept in step with Project111.cbl
       FD APPLICANT-FILE.
       01 APPLICANT-RECORD.
         05 APL-APPLICATION-NUMBER PIC 9(6).
         05 APL-INTAKE-TERM PIC 9(6).
         05 APL-APPLICATION-DATE PIC 9(8).
         05 APL-TITLE PIC X(6).
         05 APL-FIRST-NAME PIC X(15).
         05 APL-NAME-INITIAL PIC X(2).
         05 APL-LAST-NAME PIC X(28).
         05 APL-STREET PIC X(25).
         05 APL-CITY PIC X(15).
         05 APL-PROVINCE PIC X(15).
         05 APL-POSTAL-CODE PIC X(7).
         05 APL-LANGUAGE-PREF PIC X(1).
         05 APL-INTL-FLAG PIC X(1).
         05 APL-FIRST-CHOICE PIC X(5).
         05 APL-SECOND-CHOICE PIC X(5).
         05 APL-ADMISSION-AVERAGE PIC 9(3).
         05 APL-STATUS PIC X(1).
         05 APL-OFFER-PROGRAM PIC X(5).
         05 APL-OFFER-DATE PIC 9(8).
         05 APL-RESPONSE-DEADLINE PIC 9(8).
         05 APL-DECISION-DATE PIC 9(8).
         05 APL-STUDENT-NUMBER PIC 9(6).
         05 APL-OPERATOR PIC X(8).

      * seats per program per intake term - kept in step with
      * Project111.cbl
       FD QUOTA-FILE.
       01 QUOTA-RECORD.
         05 AQU-PROGRAM-CODE PIC X(5).
         05 AQU-INTAKE-TERM PIC 9(6).
         05 AQU-SEATS PIC 9(4).

      * kept in step with Project06.cbl's FD PROGRAM-FILE
       FD PROGRAM-FILE.
       01 PROGRAM-FILE-IN.
         05 PROGRAM-CODE PIC X(5).
         05 PROGRAM-NAME PIC X(20).
         05 PROGRAM-CAMPUS-CODE PIC X(4).
         05 PROGRAM-CATEGORY-CODE PIC X(4).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 APPLICANT-FILE-STATUS PIC X(2).
         05 QUOTA-FILE-STATUS PIC X(2).
         05 PROGRAM-FILE-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 APPLICANT-EOF-FLG PIC X(1) VALUE 'N'.
         05 QUOTA-EOF-FLG PIC X(1) VALUE 'N'.
         05 PROGRAM-EOF-FLG PIC X(1) VALUE 'N'.

       01 MENU-CHOICE PIC X(1).
       01 RUN-DATE-RAW PIC 9(8).
       01 OPERATOR-ID PIC X(8).
       01 CHANGES-MADE-FLAG PIC X(1) VALUE 'N'.
         88 CHANGES-MADE VALUE 'Y'.

      * the whole applicant master in memory, same layout as the
      * record so a line moves in and out whole
       01 APPLICANT-TABLE.
         05 APPLICANT-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON APPLICANT-COUNT.
           10 TBL-APL-APPLICATION-NUMBER PIC 9(6).
           10 TBL-APL-INTAKE-TERM PIC 9(6).
           10 TBL-APL-APPLICATION-DATE PIC 9(8).
           10 TBL-APL-TITLE PIC X(6).
           10 TBL-APL-FIRST-NAME PIC X(15).
           10 TBL-APL-NAME-INITIAL PIC X(2).
           10 TBL-APL-LAST-NAME PIC X(28).
           10 TBL-APL-STREET PIC X(25).
           10 TBL-APL-CITY PIC X(15).
           10 TBL-APL-PROVINCE PIC X(15).
           10 TBL-APL-POSTAL-CODE PIC X(7).
           10 TBL-APL-LANGUAGE-PREF PIC X(1).
           10 TBL-APL-INTL-FLAG PIC X(1).
           10 TBL-APL-FIRST-CHOICE PIC X(5).
           10 TBL-APL-SECOND-CHOICE PIC X(5).
           10 TBL-APL-ADMISSION-AVERAGE PIC 9(3).
           10 TBL-APL-STATUS PIC X(1).
             88 TBL-APL-APPLIED VALUE 'A'.
             88 TBL-APL-OFFERED VALUE 'O'.
             88 TBL-APL-ACCEPTED VALUE 'C'.
           10 TBL-APL-OFFER-PROGRAM PIC X(5).
           10 TBL-APL-OFFER-DATE PIC 9(8).
           10 TBL-APL-RESPONSE-DEADLINE PIC 9(8).
           10 TBL-APL-DECISION-DATE PIC 9(8).
           10 TBL-APL-STUDENT-NUMBER PIC 9(6).
           10 TBL-APL-OPERATOR PIC X(8).

       01 APPLICANT-VARIABLES.
         05 APPLICANT-COUNT PIC 9(4) VALUE 0.
         05 FIND-SUB PIC 9(4).
         05 FOUND-SUB PIC 9(4) VALUE 0.
         05 EDIT-SUB PIC 9(4) VALUE 0.
         05 FOUND-FLAG PIC X(1).
           88 RECORD-FOUND VALUE 'Y'.
         05 HIGHEST-APPLICATION-NUMBER PIC 9(6) VALUE 0.
         05 LISTED-COUNT PIC 9(4).

       01 QUOTA-TABLE.
         05 QUOTA-ENTRY OCCURS 1 TO 1000 TIMES
             DEPENDING ON QUOTA-COUNT.
           10 TBL-AQU-PROGRAM-CODE PIC X(5).
           10 TBL-AQU-INTAKE-TERM PIC 9(6).
           10 TBL-AQU-SEATS PIC 9(4).

       01 QUOTA-VARIABLES.
         05 QUOTA-COUNT PIC 9(4) VALUE 0.
         05 QUOTA-SUB PIC 9(4).
         05 QUOTA-FOUND-SUB PIC 9(4).

       01 PROGRAM-TABLE.
         05 PROGRAM-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON PROGRAM-COUNT.
           10 TBL-PROGRAM-CODE PIC X(5).

       01 PROGRAM-VARIABLES.
         05 PROGRAM-COUNT PIC 9(3) VALUE 0.
         05 PROGRAM-SUB PIC 9(3).
         05 PROGRAM-FOUND-FLAG PIC X(1).
           88 PROGRAM-ON-FILE VALUE 'Y'.

       01 LOOKUP-APPLICATION-ENTRY PIC X(6).
       01 LOOKUP-APPLICATION-NUMBER REDEFINES LOOKUP-APPLICATION-ENTRY
           PIC 9(6).

       01 ENTRY-FIELDS.
         05 ENTRY-TERM PIC X(6).
         05 ENTRY-TERM-NUMERIC REDEFINES ENTRY-TERM PIC 9(6).
         05 ENTRY-AVERAGE PIC X(3).
         05 ENTRY-AVERAGE-NUMERIC REDEFINES ENTRY-AVERAGE PIC 9(3).
         05 ENTRY-SEATS PIC X(4).
         05 ENTRY-SEATS-NUMERIC REDEFINES ENTRY-SEATS PIC 9(4).
         05 ENTRY-PROGRAM PIC X(5).
         05 ENTRY-ANSWER PIC X(1).
         05 ENTRY-VALID-FLAG PIC X(1).
           88 ENTRY-IS-VALID VALUE 'Y'.

      * two-letter Canadian province/territory codes - same table
      * and postal-code pattern Lab2.cbl checks addresses against
       01 VALID-PROVINCE-TABLE VALUE
           "ONQCBCABMBSKNSNBNLPEYTNTNU".
         05 VALID-PROVINCE-CODE OCCURS 13 TIMES PIC X(2).

       01 ADDRESS-VALIDATION-VARIABLES.
         05 PROVINCE-VALID-FLAG PIC X(1).
           88 PROVINCE-IS-VALID VALUE 'Y'.
         05 POSTAL-VALID-FLAG PIC X(1).
           88 POSTAL-IS-VALID VALUE 'Y'.
         05 PROV-CHK-SUB PIC 9(2).

       01 LIST-TERM PIC 9(6).

       PROCEDURE DIVISION.
      * main procedure
       101-MAINTAIN-APPLICANTS.
           PERFORM 201-INITIATE.
           PERFORM 202-PROCESS-MENU-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '7'.
           PERFORM 203-CLOSE-FILES.
           STOP RUN.

           201-INITIATE.
               ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
               DISPLAY "ENTER OPERATOR ID:".
               ACCEPT OPERATOR-ID.
               PERFORM 302-LOAD-PROGRAM-TABLE.
               PERFORM 303-LOAD-APPLICANT-TABLE.
               PERFORM 304-LOAD-QUOTA-TABLE.

      * read the menu choice and run the matching paragraph
           202-PROCESS-MENU-CHOICE.
               PERFORM 305-DISPLAY-MENU.
               ACCEPT MENU-CHOICE.

               IF MENU-CHOICE IS EQUAL TO '1'
                   PERFORM 400-ADD-APPLICATION
               ELSE IF MENU-CHOICE IS EQUAL TO '2'
                   PERFORM 500-CHANGE-APPLICATION
               ELSE IF MENU-CHOICE IS EQUAL TO '3'
                   PERFORM 600-RECORD-OFFER-ANSWER
               ELSE IF MENU-CHOICE IS EQUAL TO '4'
                   PERFORM 650-CLOSE-APPLICATION
               ELSE IF MENU-CHOICE IS EQUAL TO '5'
                   PERFORM 700-LIST-APPLICATIONS
               ELSE IF MENU-CHOICE IS EQUAL TO '6'
                   PERFORM 800-SET-SEAT-QUOTA
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

           203-CLOSE-FILES.
               IF CHANGES-MADE
                   PERFORM 900-REWRITE-APPLICANT-FILE
                   PERFORM 910-REWRITE-QUOTA-FILE
               ELSE
                   DISPLAY "NO CHANGES - FILES LEFT AS THEY WERE"
               END-IF.

      * no program table means no choice can be checked
           302-LOAD-PROGRAM-TABLE.
               OPEN INPUT PROGRAM-FILE.
               IF PROGRAM-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN PROGRAM.txt - STATUS "
                     PROGRAM-FILE-STATUS
                   STOP RUN
               END-IF.
               PERFORM 3021-LOAD-ONE-PROGRAM
                   UNTIL PROGRAM-EOF-FLG IS EQUAL TO 'Y'
                   OR PROGRAM-COUNT IS EQUAL TO 200.
               CLOSE PROGRAM-FILE.

               3021-LOAD-ONE-PROGRAM.
                   READ PROGRAM-FILE
                       AT END
                           MOVE 'Y' TO PROGRAM-EOF-FLG
                       NOT AT END
                           ADD 1 TO PROGRAM-COUNT
                           MOVE PROGRAM-CODE
                             TO TBL-PROGRAM-CODE(PROGRAM-COUNT)
                   END-READ.

      * no applicant master yet is an empty one
           303-LOAD-APPLICANT-TABLE.
               OPEN INPUT APPLICANT-FILE.
               IF APPLICANT-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF APPLICANT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN APPLICANT-MASTER.txt - "
                     "STATUS " APPLICANT-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 3031-LOAD-ONE-APPLICANT
                       UNTIL APPLICANT-EOF-FLG IS EQUAL TO 'Y'
                       OR APPLICANT-COUNT IS EQUAL TO 5000
                   CLOSE APPLICANT-FILE
               END-IF
               END-IF.

               3031-LOAD-ONE-APPLICANT.
                   READ APPLICANT-FILE
                       AT END
                           MOVE 'Y' TO APPLICANT-EOF-FLG
                       NOT AT END
                           ADD 1 TO APPLICANT-COUNT
                           MOVE APPLICANT-RECORD
                             TO APPLICANT-ENTRY(APPLICANT-COUNT)
                           IF APL-APPLICATION-NUMBER IS GREATER THAN
                               HIGHEST-APPLICATION-NUMBER
                               MOVE APL-APPLICATION-NUMBER
                                 TO HIGHEST-APPLICATION-NUMBER
                           END-IF
                   END-READ.

           304-LOAD-QUOTA-TABLE.
               OPEN INPUT QUOTA-FILE.
               IF QUOTA-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF QUOTA-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ADMISSION-QUOTA.txt - "
                     "STATUS " QUOTA-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 3041-LOAD-ONE-QUOTA
                       UNTIL QUOTA-EOF-FLG IS EQUAL TO 'Y'
                       OR QUOTA-COUNT IS EQUAL TO 1000
                   CLOSE QUOTA-FILE
               END-IF
               END-IF.

               3041-LOAD-ONE-QUOTA.
                   READ QUOTA-FILE
                       AT END
                           MOVE 'Y' TO QUOTA-EOF-FLG
                       NOT AT END
                           ADD 1 TO QUOTA-COUNT
                           MOVE QUOTA-RECORD
                             TO QUOTA-ENTRY(QUOTA-COUNT)
                   END-READ.

           305-DISPLAY-MENU.
               DISPLAY " ".
               DISPLAY "1 - ADD AN APPLICATION".
               DISPLAY "2 - CHANGE AN APPLICATION".
               DISPLAY "3 - RECORD AN ANSWER TO AN OFFER".
               DISPLAY "4 - WITHDRAW OR REFUSE AN APPLICATION".
               DISPLAY "5 - LIST APPLICATIONS FOR AN INTAKE TERM".
               DISPLAY "6 - SET A PROGRAM'S SEATS FOR AN INTAKE TERM".
               DISPLAY "7 - SAVE AND EXIT".
               DISPLAY "ENTER YOUR CHOICE:".

      * a new application takes the next number after the highest on
      * file and starts out applied
           400-ADD-APPLICATION.
               IF APPLICANT-COUNT IS EQUAL TO 5000
                   DISPLAY "APPLICANT MASTER IS FULL - NOT ADDED"
               ELSE
                   ADD 1 TO APPLICANT-COUNT
                   MOVE APPLICANT-COUNT TO EDIT-SUB
                   ADD 1 TO HIGHEST-APPLICATION-NUMBER
                   MOVE HIGHEST-APPLICATION-NUMBER
                     TO TBL-APL-APPLICATION-NUMBER(EDIT-SUB)
                   MOVE RUN-DATE-RAW
                     TO TBL-APL-APPLICATION-DATE(EDIT-SUB)
                   PERFORM 402-ACCEPT-APPLICATION-DETAIL
                   MOVE 'A' TO TBL-APL-STATUS(EDIT-SUB)
                   MOVE SPACES TO TBL-APL-OFFER-PROGRAM(EDIT-SUB)
                   MOVE ZERO TO TBL-APL-OFFER-DATE(EDIT-SUB)
                   MOVE ZERO TO TBL-APL-RESPONSE-DEADLINE(EDIT-SUB)
                   MOVE ZERO TO TBL-APL-DECISION-DATE(EDIT-SUB)
                   MOVE ZERO TO TBL-APL-STUDENT-NUMBER(EDIT-SUB)
                   MOVE OPERATOR-ID TO TBL-APL-OPERATOR(EDIT-SUB)
                   MOVE 'Y' TO CHANGES-MADE-FLAG
                   DISPLAY "APPLICATION "
                     TBL-APL-APPLICATION-NUMBER(EDIT-SUB) " ADDED"
               END-IF.

      * prompt for every field but the number and status, for the
      * table slot at EDIT-SUB - used by both 400 and 500
           402-ACCEPT-APPLICATION-DETAIL.
               MOVE 'N' TO ENTRY-VALID-FLAG.
               PERFORM 4021-PROMPT-INTAKE-TERM
                   UNTIL ENTRY-IS-VALID.
               DISPLAY "ENTER TITLE (MR, MRS, MS, DR...):".
               ACCEPT TBL-APL-TITLE(EDIT-SUB).
               DISPLAY "ENTER FIRST NAME:".
               ACCEPT TBL-APL-FIRST-NAME(EDIT-SUB).
               DISPLAY "ENTER MIDDLE INITIAL:".
               ACCEPT TBL-APL-NAME-INITIAL(EDIT-SUB).
               DISPLAY "ENTER LAST NAME:".
               ACCEPT TBL-APL-LAST-NAME(EDIT-SUB).
               DISPLAY "ENTER STREET ADDRESS:".
               ACCEPT TBL-APL-STREET(EDIT-SUB).
               DISPLAY "ENTER CITY:".
               ACCEPT TBL-APL-CITY(EDIT-SUB).
               PERFORM 4031-ACCEPT-AND-VALIDATE-PROVINCE.
               PERFORM 4041-ACCEPT-AND-VALIDATE-POSTAL-CODE.

               MOVE SPACE TO TBL-APL-LANGUAGE-PREF(EDIT-SUB).
               PERFORM 4051-PROMPT-LANGUAGE
                   UNTIL TBL-APL-LANGUAGE-PREF(EDIT-SUB) IS EQUAL TO 'E'
                   OR TBL-APL-LANGUAGE-PREF(EDIT-SUB) IS EQUAL TO 'F'.
               MOVE SPACE TO TBL-APL-INTL-FLAG(EDIT-SUB).
               PERFORM 4052-PROMPT-INTERNATIONAL
                   UNTIL TBL-APL-INTL-FLAG(EDIT-SUB) IS EQUAL TO 'Y'
                   OR TBL-APL-INTL-FLAG(EDIT-SUB) IS EQUAL TO 'N'.

               MOVE 'N' TO PROGRAM-FOUND-FLAG.
               PERFORM 4061-PROMPT-FIRST-CHOICE
                   UNTIL PROGRAM-ON-FILE.
               MOVE 'N' TO PROGRAM-FOUND-FLAG.
               PERFORM 4062-PROMPT-SECOND-CHOICE
                   UNTIL PROGRAM-ON-FILE.

               MOVE 'N' TO ENTRY-VALID-FLAG.
               PERFORM 4071-PROMPT-AVERAGE
                   UNTIL ENTRY-IS-VALID.

               4021-PROMPT-INTAKE-TERM.
                   DISPLAY "ENTER INTAKE TERM (YYYYTT):".
                   ACCEPT ENTRY-TERM.
                   IF ENTRY-TERM IS NUMERIC
                       MOVE ENTRY-TERM-NUMERIC
                         TO TBL-APL-INTAKE-TERM(EDIT-SUB)
                       MOVE 'Y' TO ENTRY-VALID-FLAG
                   ELSE
                       DISPLAY "TERM MUST BE SIX DIGITS"
                   END-IF.

      * re-prompt for the province code until it checks out against
      * VALID-PROVINCE-TABLE
           4031-ACCEPT-AND-VALIDATE-PROVINCE.
               MOVE 'N' TO PROVINCE-VALID-FLAG.
               PERFORM 4032-PROMPT-AND-CHECK-PROVINCE
                   UNTIL PROVINCE-IS-VALID.

               4032-PROMPT-AND-CHECK-PROVINCE.
                   DISPLAY "ENTER PROVINCE (2-LETTER CODE, e.g. ON):".
                   ACCEPT TBL-APL-PROVINCE(EDIT-SUB).
                   PERFORM 4033-CHECK-ONE-PROVINCE-CODE
                       VARYING PROV-CHK-SUB FROM 1 BY 1
                       UNTIL PROV-CHK-SUB > 13
                       OR PROVINCE-IS-VALID.
                   IF NOT PROVINCE-IS-VALID
                       DISPLAY "INVALID PROVINCE CODE - TRY AGAIN"
                   END-IF.

                   4033-CHECK-ONE-PROVINCE-CODE.
                       IF TBL-APL-PROVINCE(EDIT-SUB)(1:2) IS EQUAL TO
                           VALID-PROVINCE-CODE(PROV-CHK-SUB)
                           MOVE 'Y' TO PROVINCE-VALID-FLAG
                       END-IF.

      * re-prompt for the postal code until it matches the Canadian
      * A9A 9A9 pattern
           4041-ACCEPT-AND-VALIDATE-POSTAL-CODE.
               MOVE 'N' TO POSTAL-VALID-FLAG.
               PERFORM 4042-PROMPT-AND-CHECK-POSTAL
                   UNTIL POSTAL-IS-VALID.

               4042-PROMPT-AND-CHECK-POSTAL.
                   DISPLAY "ENTER POSTAL CODE (A9A 9A9):".
                   ACCEPT TBL-APL-POSTAL-CODE(EDIT-SUB).
                   IF TBL-APL-POSTAL-CODE(EDIT-SUB)(1:1) ALPHABETIC
                     AND TBL-APL-POSTAL-CODE(EDIT-SUB)(2:1) NUMERIC
                     AND TBL-APL-POSTAL-CODE(EDIT-SUB)(3:1) ALPHABETIC
                     AND TBL-APL-POSTAL-CODE(EDIT-SUB)(4:1) = SPACE
                     AND TBL-APL-POSTAL-CODE(EDIT-SUB)(5:1) NUMERIC
                     AND TBL-APL-POSTAL-CODE(EDIT-SUB)(6:1) ALPHABETIC
                     AND TBL-APL-POSTAL-CODE(EDIT-SUB)(7:1) NUMERIC
                       MOVE 'Y' TO POSTAL-VALID-FLAG
                   ELSE
                       DISPLAY "INVALID POSTAL CODE FORMAT - TRY AGAIN"
                   END-IF.

           4051-PROMPT-LANGUAGE.
               DISPLAY "ENTER LANGUAGE PREFERENCE "
                 "(E=ENGLISH, F=FRENCH):".
               ACCEPT TBL-APL-LANGUAGE-PREF(EDIT-SUB).

           4052-PROMPT-INTERNATIONAL.
               DISPLAY "INTERNATIONAL APPLICANT (Y/N):".
               ACCEPT TBL-APL-INTL-FLAG(EDIT-SUB).

           4061-PROMPT-FIRST-CHOICE.
               DISPLAY "ENTER FIRST-CHOICE PROGRAM CODE:".
               ACCEPT ENTRY-PROGRAM.
               PERFORM 4063-CHECK-PROGRAM-CODE.
               IF PROGRAM-ON-FILE
                   MOVE ENTRY-PROGRAM
                     TO TBL-APL-FIRST-CHOICE(EDIT-SUB)
               ELSE
                   DISPLAY "PROGRAM CODE NOT ON PROGRAM.txt"
               END-IF.

      * the second choice may be left blank
           4062-PROMPT-SECOND-CHOICE.
               DISPLAY "ENTER SECOND-CHOICE PROGRAM CODE "
                 "(BLANK = NONE):".
               ACCEPT ENTRY-PROGRAM.
               IF ENTRY-PROGRAM IS EQUAL TO SPACES
                   MOVE 'Y' TO PROGRAM-FOUND-FLAG
               ELSE IF ENTRY-PROGRAM IS EQUAL TO
                   TBL-APL-FIRST-CHOICE(EDIT-SUB)
                   DISPLAY "SECOND CHOICE IS THE SAME AS THE FIRST"
               ELSE
                   PERFORM 4063-CHECK-PROGRAM-CODE
                   IF NOT PROGRAM-ON-FILE
                       DISPLAY "PROGRAM CODE NOT ON PROGRAM.txt"
                   END-IF
               END-IF
               END-IF.
               IF PROGRAM-ON-FILE
                   MOVE ENTRY-PROGRAM
                     TO TBL-APL-SECOND-CHOICE(EDIT-SUB)
               END-IF.

           4063-CHECK-PROGRAM-CODE.
               MOVE 'N' TO PROGRAM-FOUND-FLAG.
               PERFORM 4064-CHECK-ONE-PROGRAM
                   VARYING PROGRAM-SUB FROM 1 BY 1
                   UNTIL PROGRAM-SUB > PROGRAM-COUNT
                   OR PROGRAM-ON-FILE.

               4064-CHECK-ONE-PROGRAM.
                   IF TBL-PROGRAM-CODE(PROGRAM-SUB) IS EQUAL TO
                       ENTRY-PROGRAM
                       MOVE 'Y' TO PROGRAM-FOUND-FLAG
                   END-IF.

           4071-PROMPT-AVERAGE.
               DISPLAY "ENTER ADMISSION AVERAGE (000-100):".
               ACCEPT ENTRY-AVERAGE.
               IF ENTRY-AVERAGE IS NUMERIC
                   AND ENTRY-AVERAGE-NUMERIC IS NOT > 100
                   MOVE ENTRY-AVERAGE-NUMERIC
                     TO TBL-APL-ADMISSION-AVERAGE(EDIT-SUB)
                   MOVE 'Y' TO ENTRY-VALID-FLAG
               ELSE
                   DISPLAY "AVERAGE MUST BE THREE DIGITS, 100 OR LESS"
               END-IF.

      * only an application still waiting on an offer can be changed -
      * once an offer is out the offer run has already counted it
           500-CHANGE-APPLICATION.
               PERFORM 501-FIND-APPLICATION.
               IF NOT RECORD-FOUND
                   DISPLAY "APPLICATION NOT ON FILE"
               ELSE IF NOT TBL-APL-APPLIED(FOUND-SUB)
                   DISPLAY "APPLICATION IS AT STATUS "
                     TBL-APL-STATUS(FOUND-SUB)
                     " - ONLY AN A APPLICATION CAN BE CHANGED"
               ELSE
                   MOVE FOUND-SUB TO EDIT-SUB
                   PERFORM 402-ACCEPT-APPLICATION-DETAIL
                   MOVE OPERATOR-ID TO TBL-APL-OPERATOR(EDIT-SUB)
                   MOVE 'Y' TO CHANGES-MADE-FLAG
                   DISPLAY "APPLICATION CHANGED"
               END-IF
               END-IF.

           501-FIND-APPLICATION.
               MOVE 'N' TO FOUND-FLAG.
               MOVE 0 TO FOUND-SUB.
               DISPLAY "ENTER APPLICATION NUMBER:".
               ACCEPT LOOKUP-APPLICATION-ENTRY.
               IF LOOKUP-APPLICATION-ENTRY IS NUMERIC
                   PERFORM 5011-CHECK-ONE-ENTRY
                       VARYING FIND-SUB FROM 1 BY 1
                       UNTIL FIND-SUB > APPLICANT-COUNT
                       OR RECORD-FOUND
               END-IF.

               5011-CHECK-ONE-ENTRY.
                   IF TBL-APL-APPLICATION-NUMBER(FIND-SUB) IS EQUAL TO
                       LOOKUP-APPLICATION-NUMBER
                       MOVE 'Y' TO FOUND-FLAG
                       MOVE FIND-SUB TO FOUND-SUB
                   END-IF.

      * the applicant's answer to an outstanding offer - an accepted
      * offer waits at C for PROJECT111 to convert; an answer after
      * the deadline is refused and the offer lapses on the next run
           600-RECORD-OFFER-ANSWER.
               PERFORM 501-FIND-APPLICATION.
               IF NOT RECORD-FOUND
                   DISPLAY "APPLICATION NOT ON FILE"
               ELSE IF NOT TBL-APL-OFFERED(FOUND-SUB)
                   DISPLAY "NO OUTSTANDING OFFER - STATUS IS "
                     TBL-APL-STATUS(FOUND-SUB)
               ELSE IF TBL-APL-RESPONSE-DEADLINE(FOUND-SUB) IS LESS
                   THAN RUN-DATE-RAW
                   DISPLAY "OFFER DEADLINE "
                     TBL-APL-RESPONSE-DEADLINE(FOUND-SUB)
                     " HAS PASSED - ANSWER NOT RECORDED"
               ELSE
                   DISPLAY "OFFER OF " TBL-APL-OFFER-PROGRAM(FOUND-SUB)
                     " TO " TBL-APL-FIRST-NAME(FOUND-SUB) " "
                     TBL-APL-LAST-NAME(FOUND-SUB)
                   MOVE SPACE TO ENTRY-ANSWER
                   PERFORM 6001-PROMPT-ANSWER
                       UNTIL ENTRY-ANSWER IS EQUAL TO 'A'
                       OR ENTRY-ANSWER IS EQUAL TO 'D'
                   IF ENTRY-ANSWER IS EQUAL TO 'A'
                       MOVE 'C' TO TBL-APL-STATUS(FOUND-SUB)
                       DISPLAY "OFFER ACCEPTED - CONVERTS ON THE NEXT "
                         "ADMISSIONS RUN"
                   ELSE
                       MOVE 'D' TO TBL-APL-STATUS(FOUND-SUB)
                       DISPLAY "OFFER DECLINED - THE SEAT GOES BACK "
                         "TO THE QUOTA"
                   END-IF
                   MOVE RUN-DATE-RAW
                     TO TBL-APL-DECISION-DATE(FOUND-SUB)
                   MOVE OPERATOR-ID TO TBL-APL-OPERATOR(FOUND-SUB)
                   MOVE 'Y' TO CHANGES-MADE-FLAG
               END-IF
               END-IF
               END-IF.

               6001-PROMPT-ANSWER.
                   DISPLAY "A = ACCEPTED, D = DECLINED:".
                   ACCEPT ENTRY-ANSWER.

      * withdrawn by the applicant or refused by Admissions - either
      * way the application is closed and any seat it held is freed
           650-CLOSE-APPLICATION.
               PERFORM 501-FIND-APPLICATION.
               IF NOT RECORD-FOUND
                   DISPLAY "APPLICATION NOT ON FILE"
               ELSE IF NOT TBL-APL-APPLIED(FOUND-SUB)
                   AND NOT TBL-APL-OFFERED(FOUND-SUB)
                   AND NOT TBL-APL-ACCEPTED(FOUND-SUB)
                   DISPLAY "APPLICATION IS ALREADY CLOSED - STATUS "
                     TBL-APL-STATUS(FOUND-SUB)
               ELSE
                   MOVE SPACE TO ENTRY-ANSWER
                   PERFORM 6501-PROMPT-CLOSE-REASON
                       UNTIL ENTRY-ANSWER IS EQUAL TO 'W'
                       OR ENTRY-ANSWER IS EQUAL TO 'R'
                   MOVE ENTRY-ANSWER TO TBL-APL-STATUS(FOUND-SUB)
                   MOVE RUN-DATE-RAW
                     TO TBL-APL-DECISION-DATE(FOUND-SUB)
                   MOVE OPERATOR-ID TO TBL-APL-OPERATOR(FOUND-SUB)
                   MOVE 'Y' TO CHANGES-MADE-FLAG
                   DISPLAY "APPLICATION CLOSED"
               END-IF
               END-IF.

               6501-PROMPT-CLOSE-REASON.
                   DISPLAY "W = WITHDRAWN BY APPLICANT, "
                     "R = REFUSED BY ADMISSIONS:".
                   ACCEPT ENTRY-ANSWER.

           700-LIST-APPLICATIONS.
               MOVE 'N' TO ENTRY-VALID-FLAG.
               PERFORM 7001-PROMPT-LIST-TERM
                   UNTIL ENTRY-IS-VALID.
               MOVE ZERO TO LISTED-COUNT.
               DISPLAY "APPL#   NAME                          "
                 "1ST   2ND   AVG ST OFFER DEADLINE STUDENT".
               PERFORM 701-LIST-ONE-APPLICATION
                   VARYING FIND-SUB FROM 1 BY 1
                   UNTIL FIND-SUB > APPLICANT-COUNT.
               DISPLAY LISTED-COUNT " APPLICATION(S) FOR TERM "
                 LIST-TERM.

               7001-PROMPT-LIST-TERM.
                   DISPLAY "ENTER INTAKE TERM (YYYYTT):".
                   ACCEPT ENTRY-TERM.
                   IF ENTRY-TERM IS NUMERIC
                       MOVE ENTRY-TERM-NUMERIC TO LIST-TERM
                       MOVE 'Y' TO ENTRY-VALID-FLAG
                   ELSE
                       DISPLAY "TERM MUST BE SIX DIGITS"
                   END-IF.

               701-LIST-ONE-APPLICATION.
                   IF TBL-APL-INTAKE-TERM(FIND-SUB) IS EQUAL TO
                       LIST-TERM
                       ADD 1 TO LISTED-COUNT
                       DISPLAY TBL-APL-APPLICATION-NUMBER(FIND-SUB)
                         "  " TBL-APL-FIRST-NAME(FIND-SUB) " "
                         TBL-APL-LAST-NAME(FIND-SUB)(1:14) " "
                         TBL-APL-FIRST-CHOICE(FIND-SUB) " "
                         TBL-APL-SECOND-CHOICE(FIND-SUB) " "
                         TBL-APL-ADMISSION-AVERAGE(FIND-SUB) " "
                         TBL-APL-STATUS(FIND-SUB) "  "
                         TBL-APL-OFFER-PROGRAM(FIND-SUB) " "
                         TBL-APL-RESPONSE-DEADLINE(FIND-SUB) " "
                         TBL-APL-STUDENT-NUMBER(FIND-SUB)
                   END-IF.

      * one seat count per program per intake term - keying it again
      * replaces the count; 0000 closes the program to new offers
           800-SET-SEAT-QUOTA.
               DISPLAY "ENTER PROGRAM CODE:".
               ACCEPT ENTRY-PROGRAM.
               PERFORM 4063-CHECK-PROGRAM-CODE.
               IF NOT PROGRAM-ON-FILE
                   DISPLAY "PROGRAM CODE NOT ON PROGRAM.txt"
               ELSE
                   MOVE 'N' TO ENTRY-VALID-FLAG
                   PERFORM 7001-PROMPT-LIST-TERM
                       UNTIL ENTRY-IS-VALID
                   MOVE 'N' TO ENTRY-VALID-FLAG
                   PERFORM 8001-PROMPT-SEATS
                       UNTIL ENTRY-IS-VALID
                   PERFORM 801-FIND-QUOTA
                   IF QUOTA-FOUND-SUB IS EQUAL TO ZERO
                       AND QUOTA-COUNT IS EQUAL TO 1000
                       DISPLAY "QUOTA TABLE IS FULL - NOT SET"
                   ELSE
                       IF QUOTA-FOUND-SUB IS EQUAL TO ZERO
                           ADD 1 TO QUOTA-COUNT
                           MOVE QUOTA-COUNT TO QUOTA-FOUND-SUB
                           MOVE ENTRY-PROGRAM
                             TO TBL-AQU-PROGRAM-CODE(QUOTA-FOUND-SUB)
                           MOVE LIST-TERM
                             TO TBL-AQU-INTAKE-TERM(QUOTA-FOUND-SUB)
                       END-IF
                       MOVE ENTRY-SEATS-NUMERIC
                         TO TBL-AQU-SEATS(QUOTA-FOUND-SUB)
                       MOVE 'Y' TO CHANGES-MADE-FLAG
                       DISPLAY "SEATS SET"
                   END-IF
               END-IF.

               8001-PROMPT-SEATS.
                   DISPLAY "ENTER SEATS (0000-9999):".
                   ACCEPT ENTRY-SEATS.
                   IF ENTRY-SEATS IS NUMERIC
                       MOVE 'Y' TO ENTRY-VALID-FLAG
                   ELSE
                       DISPLAY "SEATS MUST BE FOUR DIGITS"
                   END-IF.

           801-FIND-QUOTA.
               MOVE ZERO TO QUOTA-FOUND-SUB.
               PERFORM 8011-CHECK-ONE-QUOTA
                   VARYING QUOTA-SUB FROM 1 BY 1
                   UNTIL QUOTA-SUB > QUOTA-COUNT
                   OR QUOTA-FOUND-SUB > ZERO.

               8011-CHECK-ONE-QUOTA.
                   IF TBL-AQU-PROGRAM-CODE(QUOTA-SUB) IS EQUAL TO
                       ENTRY-PROGRAM
                       AND TBL-AQU-INTAKE-TERM(QUOTA-SUB) IS EQUAL TO
                           LIST-TERM
                       MOVE QUOTA-SUB TO QUOTA-FOUND-SUB
                   END-IF.

      * rewrite APPLICANT-MASTER.txt from the table
           900-REWRITE-APPLICANT-FILE.
               OPEN OUTPUT APPLICANT-FILE.
               IF APPLICANT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN APPLICANT-MASTER.txt - "
                     "STATUS " APPLICANT-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 901-WRITE-ONE-APPLICANT
                   VARYING FIND-SUB FROM 1 BY 1
                   UNTIL FIND-SUB > APPLICANT-COUNT.

               CLOSE APPLICANT-FILE.

               901-WRITE-ONE-APPLICANT.
                   MOVE APPLICANT-ENTRY(FIND-SUB) TO APPLICANT-RECORD.
                   WRITE APPLICANT-RECORD.

           910-REWRITE-QUOTA-FILE.
               OPEN OUTPUT QUOTA-FILE.
               IF QUOTA-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ADMISSION-QUOTA.txt - "
                     "STATUS " QUOTA-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 911-WRITE-ONE-QUOTA
                   VARYING QUOTA-SUB FROM 1 BY 1
                   UNTIL QUOTA-SUB > QUOTA-COUNT.

               CLOSE QUOTA-FILE.

               911-WRITE-ONE-QUOTA.
                   MOVE QUOTA-ENTRY(QUOTA-SUB) TO QUOTA-RECORD.
                   WRITE QUOTA-RECORD.

       END PROGRAM PROJECT110.
