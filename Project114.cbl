      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: menu-driven add/change/delete/list maintenance program
      *          for EXCHANGE-RATES.txt - the daily Canadian-dollar
      *          rate for each currency international students wire
      *          tuition in (USD, INR, CNY). One rate per currency per
      *          business day, keyed as CAD per one unit of the
      *          currency. PROJECT09 converts a foreign-currency
      *          receipt at the rate for its payment date (or the
      *          latest earlier one, over a weekend or holiday), so
      *          the cashier stops converting wires by hand. Same
      *          in-memory-table/rewrite-on-exit pattern as
      *          PROJECT13's GL-ACCOUNT-MAP.txt maintenance
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT114.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE
           ASSIGN TO "..\EXCHANGE-RATES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one rate per currency per day - kept in step with
      * Project09.cbl's FD EXCHANGE-RATE-FILE
       FD RATE-FILE.
       01 RATE-FILE-IN.
           05 XRT-CURRENCY-CODE PIC X(3).
           05 XRT-RATE-DATE PIC 9(8).
           05 XRT-CAD-RATE PIC 9(3)V9(6).

       WORKING-STORAGE SECTION.
       01 RATE-FILE-STATUS PIC X(2).
       01 EOF-FLG PIC X(1) VALUE 'N'.
       01 MENU-CHOICE PIC X(1).

      * the whole table is loaded into memory at startup, edited by
      * the menu choices below, and rewritten to EXCHANGE-RATES.txt
      * in one pass when the operator exits - soft-deleted entries
      * are simply skipped on the rewrite, same convention as
      * PROJECT13
       01 RATE-MASTER-TABLE.
         05 RATE-TABLE-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON RATE-TABLE-COUNT
             INDEXED BY RATE-IDX.
           10 TBL-XRT-CURRENCY-CODE PIC X(3).
           10 TBL-XRT-RATE-DATE PIC 9(8).
           10 TBL-XRT-CAD-RATE PIC 9(3)V9(6).
           10 TBL-XRT-DELETED-FLAG PIC X(1) VALUE 'N'.
             88 TBL-XRT-DELETED VALUE 'Y'.

       01 TABLE-VARIABLES.
         05 RATE-TABLE-COUNT PIC 9(4) VALUE 0.
         05 FIND-SUB PIC 9(4).
         05 FOUND-SUB PIC 9(4) VALUE 0.
         05 FOUND-FLAG PIC X(1).
           88 RECORD-FOUND VALUE 'Y'.

       01 LOOKUP-CURRENCY-CODE PIC X(3).
       01 LOOKUP-RATE-DATE PIC X(8).
       01 LOOKUP-RATE-DATE-NUMERIC REDEFINES LOOKUP-RATE-DATE
           PIC 9(8).
       01 ENTRY-CAD-RATE PIC X(9).
       01 ENTRY-CAD-RATE-NUMERIC REDEFINES ENTRY-CAD-RATE
           PIC 9(3)V9(6).
       01 RATE-EDIT PIC ZZ9.999999.

      * the currencies the bank accepts wires in, checked on entry so
      * a typo'd code can never sit on the file unused
       01 VALID-CURRENCY-TABLE VALUE "USDINRCNY".
         05 VALID-CURRENCY-CODE OCCURS 3 TIMES PIC X(3).

       01 KEY-CHECK-FIELDS.
         05 KEY-VALID-FLAG PIC X(1).
           88 RATE-KEY-IS-VALID VALUE 'Y'.
         05 CURRENCY-CHK-SUB PIC 9(1).
         05 CURRENCY-VALID-FLAG PIC X(1).
           88 CURRENCY-IS-VALID VALUE 'Y'.

      * an entered date broken out into YYYY/MM/DD for calendar
      * validation - same fields as Project3.cbl's
      * DUE-DATE-CHECK-FIELDS
       01 DATE-CHECK-FIELDS.
         05 DATE-CHECK-YYYY PIC 9(4).
         05 DATE-CHECK-MM PIC 9(2).
         05 DATE-CHECK-DD PIC 9(2).
         05 DATE-CHECK-DAYS-IN-MONTH PIC 9(2).

       PROCEDURE DIVISION.
      * main procedure
       101-MAINTAIN-RATE-FILE.
           PERFORM 201-INITIATE.
           PERFORM 202-PROCESS-MENU-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '4'.
           PERFORM 203-CLOSE-FILE.
           STOP RUN.

           201-INITIATE.
               PERFORM 302-OPEN-INPUT-FILE.
               PERFORM 303-READ-RATE-FILE.
               PERFORM 304-LOAD-ONE-RATE
                   UNTIL EOF-FLG IS EQUAL TO 'Y'
                   OR RATE-TABLE-COUNT IS EQUAL TO 5000.
               IF RATE-FILE-STATUS IS NOT EQUAL TO "35"
                   CLOSE RATE-FILE
               END-IF.

      * read the menu choice and run the matching paragraph
           202-PROCESS-MENU-CHOICE.
               PERFORM 305-DISPLAY-MENU.
               ACCEPT MENU-CHOICE.

               IF MENU-CHOICE IS EQUAL TO '1'
                   PERFORM 400-SET-RATE
               ELSE IF MENU-CHOICE IS EQUAL TO '2'
                   PERFORM 600-DELETE-RATE
               ELSE IF MENU-CHOICE IS EQUAL TO '3'
                   PERFORM 700-LIST-RATES
               ELSE IF MENU-CHOICE IS EQUAL TO '4'
                   CONTINUE
               ELSE
                   DISPLAY "INVALID CHOICE - ENTER 1 THROUGH 4"
               END-IF
               END-IF
               END-IF
               END-IF.

      * rewrite the whole rate file from the in-memory table and close
           203-CLOSE-FILE.
               PERFORM 900-REWRITE-RATE-FILE.

           302-OPEN-INPUT-FILE.
               OPEN INPUT RATE-FILE.
               IF RATE-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO EOF-FLG
               ELSE IF RATE-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN EXCHANGE-RATES.txt - "
                     "STATUS " RATE-FILE-STATUS
                   STOP RUN
               END-IF
               END-IF.

           303-READ-RATE-FILE.
               IF EOF-FLG IS NOT EQUAL TO 'Y'
                   READ RATE-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLG
                   END-READ
               END-IF.

      * copy one record off the rate file into the next free table slot
           304-LOAD-ONE-RATE.
               ADD 1 TO RATE-TABLE-COUNT.
               MOVE XRT-CURRENCY-CODE
                 TO TBL-XRT-CURRENCY-CODE(RATE-TABLE-COUNT).
               MOVE XRT-RATE-DATE
                 TO TBL-XRT-RATE-DATE(RATE-TABLE-COUNT).
               MOVE XRT-CAD-RATE
                 TO TBL-XRT-CAD-RATE(RATE-TABLE-COUNT).
               MOVE 'N' TO TBL-XRT-DELETED-FLAG(RATE-TABLE-COUNT).

               PERFORM 303-READ-RATE-FILE.

           305-DISPLAY-MENU.
               DISPLAY " ".
               DISPLAY "1 - ADD OR CHANGE A DAY'S RATE".
               DISPLAY "2 - DELETE A DAY'S RATE".
               DISPLAY "3 - LIST RATES FOR A CURRENCY".
               DISPLAY "4 - SAVE AND EXIT".
               DISPLAY "ENTER YOUR CHOICE:".

      * a rate already on file for the currency and day is replaced,
      * otherwise a new one goes on the end of the table
           400-SET-RATE.
               PERFORM 403-PROMPT-RATE-KEY.

               IF RATE-KEY-IS-VALID
                   PERFORM 401-ACCEPT-RATE
                   IF ENTRY-CAD-RATE IS NOT NUMERIC
                       OR ENTRY-CAD-RATE-NUMERIC IS EQUAL TO ZERO
                       DISPLAY "RATE MUST BE NINE DIGITS, NOT ZERO - "
                         "NOTHING CHANGED"
                   ELSE
                       PERFORM 501-FIND-RATE
                       IF RECORD-FOUND
                           MOVE ENTRY-CAD-RATE-NUMERIC
                             TO TBL-XRT-CAD-RATE(FOUND-SUB)
                           DISPLAY "RATE UPDATED"
                       ELSE IF RATE-TABLE-COUNT IS EQUAL TO 5000
                           DISPLAY "RATE TABLE IS FULL - NOT ADDED"
                       ELSE
                           ADD 1 TO RATE-TABLE-COUNT
                           MOVE LOOKUP-CURRENCY-CODE TO
                             TBL-XRT-CURRENCY-CODE(RATE-TABLE-COUNT)
                           MOVE LOOKUP-RATE-DATE-NUMERIC TO
                             TBL-XRT-RATE-DATE(RATE-TABLE-COUNT)
                           MOVE ENTRY-CAD-RATE-NUMERIC TO
                             TBL-XRT-CAD-RATE(RATE-TABLE-COUNT)
                           MOVE 'N' TO
                             TBL-XRT-DELETED-FLAG(RATE-TABLE-COUNT)
                           DISPLAY "RATE ADDED"
                       END-IF
                       END-IF
                   END-IF
               END-IF.

           401-ACCEPT-RATE.
               DISPLAY "ENTER CAD PER ONE UNIT (999V999999, e.g. "
                 "001365000 = 1.365):".
               ACCEPT ENTRY-CAD-RATE.

      * prompt for the currency and the day, validating the currency
      * against VALID-CURRENCY-TABLE and the date against the
      * calendar
           403-PROMPT-RATE-KEY.
               MOVE 'N' TO KEY-VALID-FLAG.
               DISPLAY "ENTER CURRENCY (USD/INR/CNY):".
               ACCEPT LOOKUP-CURRENCY-CODE.

               MOVE 'N' TO CURRENCY-VALID-FLAG.
               PERFORM 4031-CHECK-ONE-CURRENCY
                   VARYING CURRENCY-CHK-SUB FROM 1 BY 1
                   UNTIL CURRENCY-CHK-SUB > 3
                   OR CURRENCY-IS-VALID.

               IF NOT CURRENCY-IS-VALID
                   DISPLAY "INVALID CURRENCY"
               ELSE
                   DISPLAY "ENTER RATE DATE (YYYYMMDD):"
                   ACCEPT LOOKUP-RATE-DATE
                   PERFORM 4032-VALIDATE-RATE-DATE
               END-IF.

               4031-CHECK-ONE-CURRENCY.
                   IF LOOKUP-CURRENCY-CODE IS EQUAL TO
                       VALID-CURRENCY-CODE(CURRENCY-CHK-SUB)
                       MOVE 'Y' TO CURRENCY-VALID-FLAG
                   END-IF.

      * same calendar check as Project3.cbl's 3083-VALIDATE-DUE-DATE
               4032-VALIDATE-RATE-DATE.
                   IF LOOKUP-RATE-DATE IS NOT NUMERIC
                       DISPLAY "INVALID DATE"
                   ELSE
                       MOVE LOOKUP-RATE-DATE TO DATE-CHECK-FIELDS
                       IF DATE-CHECK-MM IS LESS THAN 1
                           OR DATE-CHECK-MM IS GREATER THAN 12
                           DISPLAY "INVALID DATE"
                       ELSE
                           PERFORM 4033-SET-DAYS-IN-MONTH
                           IF DATE-CHECK-DD IS LESS THAN 1
                               OR DATE-CHECK-DD IS GREATER THAN
                                   DATE-CHECK-DAYS-IN-MONTH
                               DISPLAY "INVALID DATE"
                           ELSE
                               MOVE 'Y' TO KEY-VALID-FLAG
                           END-IF
                       END-IF
                   END-IF.

      * days in DATE-CHECK-MM, leap years included for February
                   4033-SET-DAYS-IN-MONTH.
                       IF DATE-CHECK-MM IS EQUAL TO 4
                           OR DATE-CHECK-MM IS EQUAL TO 6
                           OR DATE-CHECK-MM IS EQUAL TO 9
                           OR DATE-CHECK-MM IS EQUAL TO 11
                           MOVE 30 TO DATE-CHECK-DAYS-IN-MONTH
                       ELSE IF DATE-CHECK-MM IS EQUAL TO 2
                           IF FUNCTION MOD(DATE-CHECK-YYYY, 400) = 0
                               OR (FUNCTION MOD(DATE-CHECK-YYYY, 4)
                                   = 0
                                 AND FUNCTION MOD(DATE-CHECK-YYYY,
                                   100) NOT = 0)
                               MOVE 29 TO DATE-CHECK-DAYS-IN-MONTH
                           ELSE
                               MOVE 28 TO DATE-CHECK-DAYS-IN-MONTH
                           END-IF
                       ELSE
                           MOVE 31 TO DATE-CHECK-DAYS-IN-MONTH
                       END-IF.

      * linear scan for the currency and day, leaving the matching
      * slot number in FOUND-SUB
           501-FIND-RATE.
               MOVE 'N' TO FOUND-FLAG.
               MOVE 0 TO FOUND-SUB.
               PERFORM 5011-CHECK-ONE-ENTRY-FOR-FIND
                   VARYING FIND-SUB FROM 1 BY 1
                   UNTIL FIND-SUB > RATE-TABLE-COUNT.

               5011-CHECK-ONE-ENTRY-FOR-FIND.
                   IF TBL-XRT-CURRENCY-CODE(FIND-SUB) IS EQUAL TO
                       LOOKUP-CURRENCY-CODE
                       AND TBL-XRT-RATE-DATE(FIND-SUB) IS EQUAL TO
                           LOOKUP-RATE-DATE-NUMERIC
                       AND NOT TBL-XRT-DELETED(FIND-SUB)
                       MOVE 'Y' TO FOUND-FLAG
                       MOVE FIND-SUB TO FOUND-SUB
                   END-IF.

      * mark the matching slot deleted - it stays in the table but is
      * skipped by 700-LIST-RATES and 900-REWRITE-RATE-FILE
           600-DELETE-RATE.
               PERFORM 403-PROMPT-RATE-KEY.

               IF RATE-KEY-IS-VALID
                   PERFORM 501-FIND-RATE
                   IF RECORD-FOUND
                       MOVE 'Y' TO TBL-XRT-DELETED-FLAG(FOUND-SUB)
                       DISPLAY "RATE DELETED"
                   ELSE
                       DISPLAY "RATE NOT FOUND"
                   END-IF
               END-IF.

           700-LIST-RATES.
               DISPLAY "ENTER CURRENCY (USD/INR/CNY):".
               ACCEPT LOOKUP-CURRENCY-CODE.
               PERFORM 701-LIST-ONE-RATE
                   VARYING FIND-SUB FROM 1 BY 1
                   UNTIL FIND-SUB > RATE-TABLE-COUNT.

               701-LIST-ONE-RATE.
                   IF NOT TBL-XRT-DELETED(FIND-SUB)
                       AND TBL-XRT-CURRENCY-CODE(FIND-SUB) IS EQUAL TO
                           LOOKUP-CURRENCY-CODE
                       MOVE TBL-XRT-CAD-RATE(FIND-SUB) TO RATE-EDIT
                       DISPLAY TBL-XRT-CURRENCY-CODE(FIND-SUB) " "
                         TBL-XRT-RATE-DATE(FIND-SUB) " "
                         RATE-EDIT " CAD"
                   END-IF.

      * rewrite EXCHANGE-RATES.txt from the in-memory table, skipping
      * soft-deleted entries
           900-REWRITE-RATE-FILE.
               OPEN OUTPUT RATE-FILE.
               IF RATE-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN EXCHANGE-RATES.txt - "
                     "STATUS " RATE-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 901-WRITE-ONE-RATE
                   VARYING FIND-SUB FROM 1 BY 1
                   UNTIL FIND-SUB > RATE-TABLE-COUNT.

               CLOSE RATE-FILE.

               901-WRITE-ONE-RATE.
                   IF NOT TBL-XRT-DELETED(FIND-SUB)
                       MOVE TBL-XRT-CURRENCY-CODE(FIND-SUB)
                         TO XRT-CURRENCY-CODE
                       MOVE TBL-XRT-RATE-DATE(FIND-SUB)
                         TO XRT-RATE-DATE
                       MOVE TBL-XRT-CAD-RATE(FIND-SUB)
                         TO XRT-CAD-RATE
                       WRITE RATE-FILE-IN
                   END-IF.

       END PROGRAM PROJECT114.
