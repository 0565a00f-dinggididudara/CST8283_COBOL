      *          in-memory-table/rewrite-on-exit pattern as PROJECT11's
      *          plan maintenance
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - merit selection rules: an award can carry
      *                   the number of winners PROJECT109's term-end
      *                   run picks, the minimum term average, full
      *                   load, program, and no-misconduct / no-hold
      *                   conditions; 00 winners leaves the award
      *                   awarded by hand as before
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT47.
       DATA DIVISION.
       FILE SECTION.
      * one award per line - the per-term amount is four whole-dollar
      * digits then two cents digits internally. The selection rules
      * after it only mean anything when AWD-WINNERS-PER-TERM is over
      * zero; a line written before they existed reads them as spaces
      * and loads as a hand-awarded award
       FD AWARD-FILE.
       01 AWARD-FILE-IN.
         05 AWD-CODE PIC X(6).
         05 AWD-NAME PIC X(30).
         05 AWD-FUND-SOURCE PIC X(20).
         05 AWD-TERM-AMOUNT PIC 9999V99.
         05 AWD-WINNERS-PER-TERM PIC 9(2).
         05 AWD-MIN-AVERAGE PIC 9(3).
         05 AWD-FULL-LOAD-FLAG PIC X(1).
         05 AWD-PROGRAM PIC X(5).
         05 AWD-NO-MISCONDUCT-FLAG PIC X(1).
         05 AWD-NO-HOLD-FLAG PIC X(1).

       WORKING-STORAGE SECTION.
       01 AWARD-FILE-STATUS PIC X(2).
           10 TBL-AWD-NAME PIC X(30).
           10 TBL-AWD-FUND-SOURCE PIC X(20).
           10 TBL-AWD-TERM-AMOUNT PIC 9999V99.
           10 TBL-AWD-WINNERS-PER-TERM PIC 9(2).
           10 TBL-AWD-MIN-AVERAGE PIC 9(3).
           10 TBL-AWD-FULL-LOAD-FLAG PIC X(1).
           10 TBL-AWD-PROGRAM PIC X(5).
           10 TBL-AWD-NO-MISCONDUCT-FLAG PIC X(1).
           10 TBL-AWD-NO-HOLD-FLAG PIC X(1).
           10 TBL-AWD-DELETED-FLAG PIC X(1) VALUE 'N'.
             88 TBL-AWD-DELETED VALUE 'Y'.

           10 ENTRY-AMOUNT-CENTS PIC 9(2).
         05 ENTRY-VALID-FLAG PIC X(1).
           88 ENTRY-IS-VALID VALUE 'Y'.
         05 ENTRY-WINNERS PIC X(2).
         05 ENTRY-WINNERS-NUMERIC REDEFINES ENTRY-WINNERS PIC 9(2).
         05 ENTRY-MIN-AVERAGE PIC X(3).
         05 ENTRY-MIN-AVERAGE-NUMERIC REDEFINES ENTRY-MIN-AVERAGE
             PIC 9(3).
         05 ENTRY-YES-NO PIC X(1).
           88 ENTRY-YES-NO-VALID VALUE 'Y' 'N'.

       01 LIST-AMOUNT-EDIT PIC ZZZ9.99.

               MOVE AWD-TERM-AMOUNT
                 TO TBL-AWD-TERM-AMOUNT(AWARD-TABLE-COUNT).
               MOVE 'N' TO TBL-AWD-DELETED-FLAG(AWARD-TABLE-COUNT).
               IF AWD-WINNERS-PER-TERM IS NUMERIC
                   AND AWD-MIN-AVERAGE IS NUMERIC
                   MOVE AWD-WINNERS-PER-TERM
                     TO TBL-AWD-WINNERS-PER-TERM(AWARD-TABLE-COUNT)
                   MOVE AWD-MIN-AVERAGE
                     TO TBL-AWD-MIN-AVERAGE(AWARD-TABLE-COUNT)
                   MOVE AWD-FULL-LOAD-FLAG
                     TO TBL-AWD-FULL-LOAD-FLAG(AWARD-TABLE-COUNT)
                   MOVE AWD-PROGRAM
                     TO TBL-AWD-PROGRAM(AWARD-TABLE-COUNT)
                   MOVE AWD-NO-MISCONDUCT-FLAG
                     TO TBL-AWD-NO-MISCONDUCT-FLAG(AWARD-TABLE-COUNT)
                   MOVE AWD-NO-HOLD-FLAG
                     TO TBL-AWD-NO-HOLD-FLAG(AWARD-TABLE-COUNT)
               ELSE
                   MOVE AWARD-TABLE-COUNT TO EDIT-SUB
                   PERFORM 4023-CLEAR-SELECTION-RULES
               END-IF.

               PERFORM 303-READ-AWARD-FILE.

                       MOVE 'Y' TO DUPLICATE-FLAG
                   END-IF.

      * prompt for name, funding source, per-term amount and the
      * merit selection rules, re-prompting each number until it
      * validates - used by both 400-ADD-AWARD and 500-CHANGE-AWARD
           402-ACCEPT-AWARD-DETAIL.
               DISPLAY "ENTER AWARD NAME:".
               ACCEPT ENTRY-NAME.
               PERFORM 4021-PROMPT-TERM-AMOUNT
                   UNTIL ENTRY-IS-VALID.

               MOVE 'N' TO ENTRY-VALID-FLAG.
               PERFORM 4022-PROMPT-WINNERS
                   UNTIL ENTRY-IS-VALID.
               IF TBL-AWD-WINNERS-PER-TERM(EDIT-SUB) IS EQUAL TO ZERO
                   PERFORM 4023-CLEAR-SELECTION-RULES
               ELSE
                   PERFORM 4024-ACCEPT-SELECTION-RULES
               END-IF.

               4021-PROMPT-TERM-AMOUNT.
                   DISPLAY "ENTER PER-TERM AMOUNT (DDDDCC, "
                     "NO DECIMAL):".
                       MOVE 'N' TO ENTRY-VALID-FLAG
                   END-IF.

               4022-PROMPT-WINNERS.
                   DISPLAY "ENTER WINNERS PICKED PER TERM BY THE MERIT "
                     "RUN (00 = AWARDED BY HAND):".
                   ACCEPT ENTRY-WINNERS.
                   IF ENTRY-WINNERS IS NUMERIC
                       MOVE ENTRY-WINNERS-NUMERIC
                         TO TBL-AWD-WINNERS-PER-TERM(EDIT-SUB)
                       MOVE 'Y' TO ENTRY-VALID-FLAG
                   ELSE
                       DISPLAY "WINNERS MUST BE TWO DIGITS"
                       MOVE 'N' TO ENTRY-VALID-FLAG
                   END-IF.

      * a hand-awarded award carries no rules
               4023-CLEAR-SELECTION-RULES.
                   MOVE ZERO TO TBL-AWD-WINNERS-PER-TERM(EDIT-SUB).
                   MOVE ZERO TO TBL-AWD-MIN-AVERAGE(EDIT-SUB).
                   MOVE 'N' TO TBL-AWD-FULL-LOAD-FLAG(EDIT-SUB).
                   MOVE SPACES TO TBL-AWD-PROGRAM(EDIT-SUB).
                   MOVE 'N' TO TBL-AWD-NO-MISCONDUCT-FLAG(EDIT-SUB).
                   MOVE 'N' TO TBL-AWD-NO-HOLD-FLAG(EDIT-SUB).

               4024-ACCEPT-SELECTION-RULES.
                   MOVE 'N' TO ENTRY-VALID-FLAG.
                   PERFORM 4025-PROMPT-MIN-AVERAGE
                       UNTIL ENTRY-IS-VALID.

                   DISPLAY "FULL COURSE LOAD REQUIRED (Y/N):".
                   PERFORM 4026-PROMPT-YES-NO.
                   MOVE ENTRY-YES-NO
                     TO TBL-AWD-FULL-LOAD-FLAG(EDIT-SUB).

                   DISPLAY "ENTER PROGRAM OF STUDY (BLANK = ANY):".
                   ACCEPT TBL-AWD-PROGRAM(EDIT-SUB).

                   DISPLAY "NO MISCONDUCT CASE ALLOWED (Y/N):".
                   PERFORM 4026-PROMPT-YES-NO.
                   MOVE ENTRY-YES-NO
                     TO TBL-AWD-NO-MISCONDUCT-FLAG(EDIT-SUB).

                   DISPLAY "NO PAYMENT HOLD ALLOWED (Y/N):".
                   PERFORM 4026-PROMPT-YES-NO.
                   MOVE ENTRY-YES-NO TO TBL-AWD-NO-HOLD-FLAG(EDIT-SUB).

               4025-PROMPT-MIN-AVERAGE.
                   DISPLAY "ENTER MINIMUM TERM AVERAGE (000-100):".
                   ACCEPT ENTRY-MIN-AVERAGE.
                   IF ENTRY-MIN-AVERAGE IS NUMERIC
                       AND ENTRY-MIN-AVERAGE-NUMERIC IS NOT > 100
                       MOVE ENTRY-MIN-AVERAGE-NUMERIC
                         TO TBL-AWD-MIN-AVERAGE(EDIT-SUB)
                       MOVE 'Y' TO ENTRY-VALID-FLAG
                   ELSE
                       DISPLAY "AVERAGE MUST BE THREE DIGITS, 100 "
                         "OR LESS"
                       MOVE 'N' TO ENTRY-VALID-FLAG
                   END-IF.

               4026-PROMPT-YES-NO.
                   ACCEPT ENTRY-YES-NO.
                   PERFORM 4027-REPROMPT-YES-NO
                       UNTIL ENTRY-YES-NO-VALID.

               4027-REPROMPT-YES-NO.
                   DISPLAY "ANSWER Y OR N:".
                   ACCEPT ENTRY-YES-NO.

      * find the award and re-accept its detail fields
           500-CHANGE-AWARD.
               DISPLAY "ENTER AWARD CODE TO CHANGE:".
                         TBL-AWD-NAME(FIND-SUB) " "
                         TBL-AWD-FUND-SOURCE(FIND-SUB) " "
                         LIST-AMOUNT-EDIT
                       IF TBL-AWD-WINNERS-PER-TERM(FIND-SUB)
                           IS GREATER THAN ZERO
                           DISPLAY "        MERIT - "
                             TBL-AWD-WINNERS-PER-TERM(FIND-SUB)
                             " WINNERS  MIN AVG "
                             TBL-AWD-MIN-AVERAGE(FIND-SUB)
                             "  FULL LOAD "
                             TBL-AWD-FULL-LOAD-FLAG(FIND-SUB)
                             "  PROGRAM "
                             TBL-AWD-PROGRAM(FIND-SUB)
                             "  NO CASE "
                             TBL-AWD-NO-MISCONDUCT-FLAG(FIND-SUB)
                             "  NO HOLD "
                             TBL-AWD-NO-HOLD-FLAG(FIND-SUB)
                       END-IF
                   END-IF.

      * rewrite AWARD-MASTER.txt from the table, skipping deletions
                         TO AWD-FUND-SOURCE
                       MOVE TBL-AWD-TERM-AMOUNT(FIND-SUB)
                         TO AWD-TERM-AMOUNT
                       MOVE TBL-AWD-WINNERS-PER-TERM(FIND-SUB)
                         TO AWD-WINNERS-PER-TERM
                       MOVE TBL-AWD-MIN-AVERAGE(FIND-SUB)
                         TO AWD-MIN-AVERAGE
                       MOVE TBL-AWD-FULL-LOAD-FLAG(FIND-SUB)
                         TO AWD-FULL-LOAD-FLAG
                       MOVE TBL-AWD-PROGRAM(FIND-SUB) TO AWD-PROGRAM
                       MOVE TBL-AWD-NO-MISCONDUCT-FLAG(FIND-SUB)
                         TO AWD-NO-MISCONDUCT-FLAG
                       MOVE TBL-AWD-NO-HOLD-FLAG(FIND-SUB)
                         TO AWD-NO-HOLD-FLAG
                       WRITE AWARD-FILE-IN
                   END-IF.

