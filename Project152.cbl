      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: annual tuition-framework compliance report for the
      *          ministry. For one academic year (keyed, or the
      *          current one when left blank) every RATE-TABLE.txt row
      *          whose effective-from date falls in that year is set
      *          against the program's rate a year earlier, and the
      *          percentage rise in the per-credit rate and the flat
      *          fee is shown beside the cap TUITION-CAP.txt holds for
      *          the program's category (PROGRAM.txt). The prior-year
      *          rate and the cap are found exactly as PROJECT86 finds
      *          them when the row is keyed, so a row over the cap
      *          here is one a second supervisor overrode. The report
      *          goes to TUITION-CAP-REPORT.txt and onto the
      *          transmission register for the MINISTRY
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT152.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-TABLE-FILE
           ASSIGN TO "..\RATE-TABLE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATE-TABLE-STATUS.

           SELECT PROGRAM-FILE
           ASSIGN TO "..\PROGRAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROGRAM-FILE-STATUS.

           SELECT TUITION-CAP-FILE
           ASSIGN TO "..\TUITION-CAP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TUITION-CAP-STATUS.

           SELECT CAP-REPORT
           ASSIGN TO "..\TUITION-CAP-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAP-REPORT-STATUS.

      * one line per outbound file sent - kept in step with every
      * extract writer, Project146.cbl and Project147.cbl
           SELECT TRANSMISSION-REGISTER
           ASSIGN TO "..\TRANSMISSION-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSMIT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * kept in step with Project86.cbl's FD RATE-TABLE-FILE
       FD RATE-TABLE-FILE.
       01 RATE-TABLE-IN.
         05 RT-PROGRAM-CODE PIC X(5).
         05 RT-PER-CREDIT-RATE PIC 9999V99.
         05 RT-FLAT-FEE PIC 9999V99.
         05 RT-INTL-MULTIPLIER PIC 9V99.
         05 RT-EFFECTIVE-FROM PIC X(8).
         05 RT-EFFECTIVE-TO PIC X(8).
         05 RT-CAMPUS-CODE PIC X(4).

      * kept in step with Project06.cbl's FD PROGRAM-FILE
       FD PROGRAM-FILE.
       01 PROGRAM-FILE-IN.
         05 PROGRAM-CODE PIC X(5).
         05 PROGRAM-NAME PIC X(20).
         05 PROGRAM-CAMPUS-CODE PIC X(4).
         05 PROGRAM-CATEGORY-CODE PIC X(4).

      * kept in step with Project86.cbl's FD TUITION-CAP-FILE
       FD TUITION-CAP-FILE.
       01 TUITION-CAP-RECORD.
         05 TCP-CATEGORY-CODE PIC X(4).
         05 TCP-ACADEMIC-YEAR PIC 9(4).
         05 TCP-CAP-PERCENT PIC 9(3)V99.

       FD CAP-REPORT.
       01 CAP-REPORT-LINE PIC X(132).

      * status SENT when written, RECEIVED or REJECTED once the
      * partner answers - kept in step with Project146.cbl's
      * FD TRANSMISSION-REGISTER
       FD TRANSMISSION-REGISTER.
       01 TRANSMISSION-REGISTER-RECORD.
         05 TXR-FILE-NAME PIC X(40).
         05 TXR-DESTINATION PIC X(12).
         05 TXR-PERIOD PIC X(8).
         05 TXR-RECORD-COUNT PIC 9(7).
         05 TXR-HASH-TOTAL PIC S9(11)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 TXR-CREATED-BY PIC X(9).
         05 TXR-CREATED-DATE PIC 9(8).
         05 TXR-CREATED-TIME PIC 9(6).
         05 TXR-STATUS PIC X(8).
         05 TXR-ACK-DATE PIC 9(8).
         05 TXR-ACK-REASON PIC X(30).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 RATE-TABLE-STATUS PIC X(2).
         05 PROGRAM-FILE-STATUS PIC X(2).
         05 TUITION-CAP-STATUS PIC X(2).
         05 CAP-REPORT-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 RATE-EOF-FLG PIC X(1) VALUE 'N'.
         05 PROGRAM-EOF-FLG PIC X(1) VALUE 'N'.
         05 CAP-EOF-FLG PIC X(1) VALUE 'N'.

      * the whole rate table - the prior-year lookup looks across
      * every row
       01 RATE-WORK-TABLE.
         05 RTT-ENTRY OCCURS 1 TO 100 TIMES
             DEPENDING ON RTT-COUNT.
           10 RTT-PROGRAM-CODE PIC X(5).
           10 RTT-PER-CREDIT PIC 9999V99.
           10 RTT-FLAT-FEE PIC 9999V99.
           10 RTT-FROM PIC X(8).
           10 RTT-TO PIC X(8).
           10 RTT-CAMPUS PIC X(4).

       01 PROGRAM-TABLE.
         05 PGT-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON PGT-COUNT.
           10 PGT-PROGRAM-CODE PIC X(5).
           10 PGT-PROGRAM-NAME PIC X(20).
           10 PGT-CATEGORY-CODE PIC X(4).

       01 CAP-TABLE.
         05 CPT-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON CPT-COUNT.
           10 CPT-CATEGORY-CODE PIC X(4).
           10 CPT-ACADEMIC-YEAR PIC 9(4).
           10 CPT-CAP-PERCENT PIC 9(3)V99.

       01 TABLE-VARIABLES.
         05 RTT-COUNT PIC 9(3) VALUE 0.
         05 RTT-SUB PIC 9(3).
         05 LINE-SUB PIC 9(3).
         05 PGT-COUNT PIC 9(3) VALUE 0.
         05 PGT-SUB PIC 9(3).
         05 CPT-COUNT PIC 9(3) VALUE 0.
         05 CPT-SUB PIC 9(3).

      * the academic year runs from 01-SEP of the year keyed to
      * 31-AUG of the next - 2026 is 20260901 through 20270831
       01 REPORT-YEAR-FIELDS.
         05 ACADEMIC-YEAR-START-MONTH PIC 9(2) VALUE 09.
         05 REPORT-YEAR-ENTRY PIC X(4).
         05 REPORT-YEAR-NUMERIC REDEFINES REPORT-YEAR-ENTRY
             PIC 9(4).
         05 REPORT-YEAR PIC 9(4).
         05 RUN-DATE-FULL PIC 9(8).
         05 RUN-DATE-PARTS REDEFINES RUN-DATE-FULL.
           10 RUN-YYYY PIC 9(4).
           10 RUN-MM PIC 9(2).
           10 RUN-DD PIC 9(2).
         05 YEAR-FIRST-DAY PIC 9(8).
         05 YEAR-FIRST-DAY-X REDEFINES YEAR-FIRST-DAY PIC X(8).
         05 YEAR-LAST-DAY PIC 9(8).
         05 YEAR-LAST-DAY-X REDEFINES YEAR-LAST-DAY PIC X(8).

      * the cap check on one rate row - kept in step with
      * Project86.cbl's 426-CHECK-TUITION-CAP
       01 CAP-CHECK-FIELDS.
         05 CAP-PRIOR-SUB PIC 9(3) VALUE 0.
         05 CAP-FOUND-SUB PIC 9(3) VALUE 0.
         05 CAP-LOOKUP-CAMPUS PIC X(4).
         05 CAP-PROGRAM-NAME PIC X(20).
         05 CAP-CATEGORY-CODE PIC X(4).
         05 CAP-NEW-DATE PIC 9(8).
         05 CAP-PRIOR-DATE PIC 9(8).
         05 CAP-PRIOR-DATE-X REDEFINES CAP-PRIOR-DATE PIC X(8).
         05 CAP-OLD-AMOUNT PIC 9999V99.
         05 CAP-NEW-AMOUNT PIC 9999V99.
         05 CAP-RESULT-PCT PIC S9(3)V99.
         05 CAP-CREDIT-PCT PIC S9(3)V99.
         05 CAP-FEE-PCT PIC S9(3)V99.

       01 COUNTERS.
         05 HOW-MANY-ROWS PIC 9(5) VALUE 0.
         05 HOW-MANY-WITHIN PIC 9(5) VALUE 0.
         05 HOW-MANY-OVER PIC 9(5) VALUE 0.
         05 HOW-MANY-NO-CAP PIC 9(5) VALUE 0.
         05 HOW-MANY-NO-PRIOR PIC 9(5) VALUE 0.
         05 NEW-RATE-HASH PIC S9(11)V99 VALUE 0.

       01 HEADING-LINE.
         05 FILLER PIC X(40)
             VALUE "TUITION-FRAMEWORK COMPLIANCE - ACADEMIC ".
         05 FILLER PIC X(5) VALUE "YEAR ".
         05 HDG-YEAR-OUT PIC 9(4).
         05 FILLER PIC X(4) VALUE " RUN".
         05 FILLER PIC X(1) VALUE SPACE.
         05 HDG-RUN-DATE-OUT PIC 9(8).
         05 FILLER PIC X(70) VALUE SPACE.

       01 COLUMN-LINE.
         05 FILLER PIC X(46)
             VALUE "PROG  NAME                 CAMP CAT  FROM     ".
         05 FILLER PIC X(44)
             VALUE "PRIOR/CR   NEW/CR   RISE% PRIORFEE  NEW FEE ".
         05 FILLER PIC X(42)
             VALUE "  RISE%   CAP%  STATUS".

       01 DETAIL-LINE.
         05 DTL-PROGRAM-OUT PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 DTL-NAME-OUT PIC X(20).
         05 FILLER PIC X(1) VALUE SPACE.
         05 DTL-CAMPUS-OUT PIC X(4).
         05 FILLER PIC X(1) VALUE SPACE.
         05 DTL-CATEGORY-OUT PIC X(4).
         05 FILLER PIC X(1) VALUE SPACE.
         05 DTL-FROM-OUT PIC X(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 DTL-PRIOR-CREDIT-OUT PIC Z,ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 DTL-NEW-CREDIT-OUT PIC Z,ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 DTL-CREDIT-PCT-OUT PIC -ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 DTL-PRIOR-FEE-OUT PIC Z,ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 DTL-NEW-FEE-OUT PIC Z,ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 DTL-FEE-PCT-OUT PIC -ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 DTL-CAP-OUT PIC ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 DTL-STATUS-OUT PIC X(14).

       01 FINAL-REPORT.
         05 FINAL-REPORT-1 PIC X(24).
         05 FINAL-NUMBER-1 PIC ZZZZ9.
         05 FILLER PIC X(5).
         05 FINAL-REPORT-2 PIC X(24).
         05 FINAL-NUMBER-2 PIC ZZZZ9.
         05 FILLER PIC X(5).
         05 FINAL-REPORT-3 PIC X(24).
         05 FINAL-NUMBER-3 PIC ZZZZ9.

      * what the transmission register is told about each file sent
      * - a blank period defaults to the day the file was written
       01 TRANSMIT-REGISTER-FIELDS.
         05 TRANSMIT-REGISTER-STATUS PIC X(2).
         05 TRANSMIT-FILE-NAME PIC X(40).
         05 TRANSMIT-DESTINATION PIC X(12).
         05 TRANSMIT-PERIOD PIC X(8).
         05 TRANSMIT-RECORD-COUNT PIC 9(7).
         05 TRANSMIT-HASH-TOTAL PIC S9(11)V99.
         05 TRANSMIT-DATE-RAW PIC 9(8).
         05 TRANSMIT-TIME-RAW.
           10 TRANSMIT-TIME-HHMMSS PIC 9(6).
           10 FILLER PIC 9(2).

       PROCEDURE DIVISION.
      * main procedure - settle the year, load the three files, then
      * one report line per rate row starting in the year
       100-REPORT-TUITION-CAPS.
           ACCEPT RUN-DATE-FULL FROM DATE YYYYMMDD.
           PERFORM 200-SET-ACADEMIC-YEAR.
           PERFORM 210-LOAD-RATE-TABLE.
           PERFORM 220-LOAD-PROGRAMS.
           PERFORM 230-LOAD-TUITION-CAPS.
           PERFORM 240-OPEN-REPORT.

           PERFORM 300-REPORT-ONE-RATE-ROW
               VARYING LINE-SUB FROM 1 BY 1
               UNTIL LINE-SUB > RTT-COUNT.

           CLOSE CAP-REPORT.

           MOVE "TUITION-CAP-REPORT.txt" TO TRANSMIT-FILE-NAME.
           MOVE "MINISTRY" TO TRANSMIT-DESTINATION.
           MOVE REPORT-YEAR TO TRANSMIT-PERIOD.
           MOVE HOW-MANY-ROWS TO TRANSMIT-RECORD-COUNT.
           MOVE NEW-RATE-HASH TO TRANSMIT-HASH-TOTAL.
           PERFORM 880-REGISTER-TRANSMISSION.

           PERFORM 600-WRITE-FINAL-REPORT.
           STOP RUN.

      * a blank year is the academic year today falls in
           200-SET-ACADEMIC-YEAR.
               DISPLAY "ACADEMIC YEAR TO REPORT (YYYY, BLANK = "
                 "CURRENT):".
               MOVE SPACES TO REPORT-YEAR-ENTRY.
               ACCEPT REPORT-YEAR-ENTRY.

               IF REPORT-YEAR-ENTRY IS EQUAL TO SPACES
                   IF RUN-MM IS LESS THAN ACADEMIC-YEAR-START-MONTH
                       COMPUTE REPORT-YEAR = RUN-YYYY - 1
                   ELSE
                       MOVE RUN-YYYY TO REPORT-YEAR
                   END-IF
               ELSE IF REPORT-YEAR-ENTRY IS NOT NUMERIC
                   DISPLAY "ACADEMIC YEAR MUST BE FOUR DIGITS"
                   STOP RUN
               ELSE
                   MOVE REPORT-YEAR-NUMERIC TO REPORT-YEAR
               END-IF
               END-IF.

               COMPUTE YEAR-FIRST-DAY = REPORT-YEAR * 10000
                   + ACADEMIC-YEAR-START-MONTH * 100 + 1.
               COMPUTE YEAR-LAST-DAY = YEAR-FIRST-DAY + 10000 - 70.

           210-LOAD-RATE-TABLE.
               OPEN INPUT RATE-TABLE-FILE.
               IF RATE-TABLE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO RATE-EOF-FLG
               ELSE IF RATE-TABLE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN RATE-TABLE.txt - STATUS "
                     RATE-TABLE-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 2101-LOAD-ONE-RATE-ROW
                   UNTIL RATE-EOF-FLG IS EQUAL TO 'Y'
                   OR RTT-COUNT IS EQUAL TO 100.

               IF RATE-TABLE-STATUS IS NOT EQUAL TO "35"
                   CLOSE RATE-TABLE-FILE
               END-IF.

               2101-LOAD-ONE-RATE-ROW.
                   READ RATE-TABLE-FILE
                       AT END
                           MOVE 'Y' TO RATE-EOF-FLG
                       NOT AT END
                           ADD 1 TO RTT-COUNT
                           MOVE RT-PROGRAM-CODE
                             TO RTT-PROGRAM-CODE(RTT-COUNT)
                           MOVE RT-PER-CREDIT-RATE
                             TO RTT-PER-CREDIT(RTT-COUNT)
                           MOVE RT-FLAT-FEE TO RTT-FLAT-FEE(RTT-COUNT)
                           MOVE RT-EFFECTIVE-FROM
                             TO RTT-FROM(RTT-COUNT)
                           MOVE RT-EFFECTIVE-TO TO RTT-TO(RTT-COUNT)
                           MOVE RT-CAMPUS-CODE TO RTT-CAMPUS(RTT-COUNT)
                   END-READ.

      * a program not on PROGRAM.txt reports with no name and no
      * category
           220-LOAD-PROGRAMS.
               OPEN INPUT PROGRAM-FILE.
               IF PROGRAM-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO PROGRAM-EOF-FLG
               ELSE IF PROGRAM-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN PROGRAM.txt - STATUS "
                     PROGRAM-FILE-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 2201-LOAD-ONE-PROGRAM
                   UNTIL PROGRAM-EOF-FLG IS EQUAL TO 'Y'
                   OR PGT-COUNT IS EQUAL TO 500.

               IF PROGRAM-FILE-STATUS IS NOT EQUAL TO "35"
                   CLOSE PROGRAM-FILE
               END-IF.

               2201-LOAD-ONE-PROGRAM.
                   MOVE SPACES TO PROGRAM-FILE-IN.
                   READ PROGRAM-FILE
                       AT END
                           MOVE 'Y' TO PROGRAM-EOF-FLG
                       NOT AT END
                           ADD 1 TO PGT-COUNT
                           MOVE PROGRAM-CODE
                             TO PGT-PROGRAM-CODE(PGT-COUNT)
                           MOVE PROGRAM-NAME
                             TO PGT-PROGRAM-NAME(PGT-COUNT)
                           MOVE PROGRAM-CATEGORY-CODE
                             TO PGT-CATEGORY-CODE(PGT-COUNT)
                   END-READ.

           230-LOAD-TUITION-CAPS.
               OPEN INPUT TUITION-CAP-FILE.
               IF TUITION-CAP-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO CAP-EOF-FLG
               ELSE IF TUITION-CAP-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TUITION-CAP.txt - STATUS "
                     TUITION-CAP-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 2301-LOAD-ONE-TUITION-CAP
                   UNTIL CAP-EOF-FLG IS EQUAL TO 'Y'
                   OR CPT-COUNT IS EQUAL TO 200.

               IF TUITION-CAP-STATUS IS NOT EQUAL TO "35"
                   CLOSE TUITION-CAP-FILE
               END-IF.

               2301-LOAD-ONE-TUITION-CAP.
                   READ TUITION-CAP-FILE
                       AT END
                           MOVE 'Y' TO CAP-EOF-FLG
                       NOT AT END
                           ADD 1 TO CPT-COUNT
                           MOVE TCP-CATEGORY-CODE
                             TO CPT-CATEGORY-CODE(CPT-COUNT)
                           MOVE TCP-ACADEMIC-YEAR
                             TO CPT-ACADEMIC-YEAR(CPT-COUNT)
                           MOVE TCP-CAP-PERCENT
                             TO CPT-CAP-PERCENT(CPT-COUNT)
                   END-READ.

           240-OPEN-REPORT.
               OPEN OUTPUT CAP-REPORT.
               IF CAP-REPORT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TUITION-CAP-REPORT.txt - "
                     "STATUS " CAP-REPORT-STATUS
                   STOP RUN
               END-IF.

               MOVE REPORT-YEAR TO HDG-YEAR-OUT.
               MOVE RUN-DATE-FULL TO HDG-RUN-DATE-OUT.
               WRITE CAP-REPORT-LINE FROM HEADING-LINE.
               MOVE SPACES TO CAP-REPORT-LINE.
               WRITE CAP-REPORT-LINE.
               WRITE CAP-REPORT-LINE FROM COLUMN-LINE.

      * only a dated row starting inside the academic year is a rise
      * for that year - an open-dated row is never checked
           300-REPORT-ONE-RATE-ROW.
               IF RTT-FROM(LINE-SUB) IS NUMERIC
                   AND RTT-FROM(LINE-SUB) IS NOT LESS THAN
                       YEAR-FIRST-DAY-X
                   AND RTT-FROM(LINE-SUB) IS NOT GREATER THAN
                       YEAR-LAST-DAY-X
                   ADD 1 TO HOW-MANY-ROWS
                   ADD RTT-PER-CREDIT(LINE-SUB) TO NEW-RATE-HASH
                   PERFORM 310-FIND-PRIOR-YEAR-RATE
                   PERFORM 320-FIND-TUITION-CAP
                   PERFORM 330-BUILD-DETAIL-LINE
                   WRITE CAP-REPORT-LINE FROM DETAIL-LINE
               END-IF.

      * the latest-starting row for the program that covers the same
      * day a year earlier - the campus's own row first, the
      * all-campus row when the campus had none
               310-FIND-PRIOR-YEAR-RATE.
                   MOVE RTT-FROM(LINE-SUB) TO CAP-NEW-DATE.
                   COMPUTE CAP-PRIOR-DATE = CAP-NEW-DATE - 10000.

                   MOVE 0 TO CAP-PRIOR-SUB.
                   MOVE RTT-CAMPUS(LINE-SUB) TO CAP-LOOKUP-CAMPUS.
                   PERFORM 311-CHECK-ONE-PRIOR-RATE
                       VARYING RTT-SUB FROM 1 BY 1
                       UNTIL RTT-SUB > RTT-COUNT.
                   IF CAP-PRIOR-SUB IS EQUAL TO ZERO
                       AND RTT-CAMPUS(LINE-SUB) IS NOT EQUAL TO SPACES
                       MOVE SPACES TO CAP-LOOKUP-CAMPUS
                       PERFORM 311-CHECK-ONE-PRIOR-RATE
                           VARYING RTT-SUB FROM 1 BY 1
                           UNTIL RTT-SUB > RTT-COUNT
                   END-IF.

               311-CHECK-ONE-PRIOR-RATE.
                   IF RTT-PROGRAM-CODE(RTT-SUB) IS EQUAL TO
                       RTT-PROGRAM-CODE(LINE-SUB)
                       AND RTT-CAMPUS(RTT-SUB) IS EQUAL TO
                           CAP-LOOKUP-CAMPUS
                       AND RTT-SUB IS NOT EQUAL TO LINE-SUB
                       AND (RTT-FROM(RTT-SUB) IS EQUAL TO SPACES
                           OR RTT-FROM(RTT-SUB) IS NOT GREATER
                               THAN CAP-PRIOR-DATE-X)
                       AND (RTT-TO(RTT-SUB) IS EQUAL TO SPACES
                           OR RTT-TO(RTT-SUB) IS NOT LESS
                               THAN CAP-PRIOR-DATE-X)
                       IF CAP-PRIOR-SUB IS EQUAL TO ZERO
                           MOVE RTT-SUB TO CAP-PRIOR-SUB
                       ELSE IF RTT-FROM(RTT-SUB) IS GREATER THAN
                           RTT-FROM(CAP-PRIOR-SUB)
                           MOVE RTT-SUB TO CAP-PRIOR-SUB
                       END-IF
                       END-IF
                   END-IF.

               320-FIND-TUITION-CAP.
                   MOVE SPACES TO CAP-PROGRAM-NAME.
                   MOVE SPACES TO CAP-CATEGORY-CODE.
                   PERFORM 321-CHECK-ONE-PROGRAM
                       VARYING PGT-SUB FROM 1 BY 1
                       UNTIL PGT-SUB > PGT-COUNT.

                   MOVE 0 TO CAP-FOUND-SUB.
                   IF CAP-CATEGORY-CODE IS NOT EQUAL TO SPACES
                       PERFORM 322-CHECK-ONE-TUITION-CAP
                           VARYING CPT-SUB FROM 1 BY 1
                           UNTIL CPT-SUB > CPT-COUNT
                           OR CAP-FOUND-SUB IS GREATER THAN ZERO
                   END-IF.

               321-CHECK-ONE-PROGRAM.
                   IF PGT-PROGRAM-CODE(PGT-SUB) IS EQUAL TO
                       RTT-PROGRAM-CODE(LINE-SUB)
                       MOVE PGT-PROGRAM-NAME(PGT-SUB)
                         TO CAP-PROGRAM-NAME
                       MOVE PGT-CATEGORY-CODE(PGT-SUB)
                         TO CAP-CATEGORY-CODE
                   END-IF.

               322-CHECK-ONE-TUITION-CAP.
                   IF CPT-CATEGORY-CODE(CPT-SUB) IS EQUAL TO
                       CAP-CATEGORY-CODE
                       AND CPT-ACADEMIC-YEAR(CPT-SUB) IS EQUAL TO
                           REPORT-YEAR
                       MOVE CPT-SUB TO CAP-FOUND-SUB
                   END-IF.

      * the status says which of the two checks could not be made,
      * or whether either rise went over the cap
               330-BUILD-DETAIL-LINE.
                   MOVE SPACES TO DETAIL-LINE.
                   MOVE RTT-PROGRAM-CODE(LINE-SUB) TO DTL-PROGRAM-OUT.
                   MOVE CAP-PROGRAM-NAME TO DTL-NAME-OUT.
                   MOVE RTT-CAMPUS(LINE-SUB) TO DTL-CAMPUS-OUT.
                   MOVE CAP-CATEGORY-CODE TO DTL-CATEGORY-OUT.
                   MOVE RTT-FROM(LINE-SUB) TO DTL-FROM-OUT.
                   MOVE RTT-PER-CREDIT(LINE-SUB) TO DTL-NEW-CREDIT-OUT.
                   MOVE RTT-FLAT-FEE(LINE-SUB) TO DTL-NEW-FEE-OUT.
                   IF CAP-FOUND-SUB IS GREATER THAN ZERO
                       MOVE CPT-CAP-PERCENT(CAP-FOUND-SUB)
                         TO DTL-CAP-OUT
                   END-IF.

                   IF CAP-PRIOR-SUB IS EQUAL TO ZERO
                       ADD 1 TO HOW-MANY-NO-PRIOR
                       MOVE "NO PRIOR RATE" TO DTL-STATUS-OUT
                   ELSE
                       PERFORM 331-SHOW-INCREASES
                       IF CAP-FOUND-SUB IS EQUAL TO ZERO
                           ADD 1 TO HOW-MANY-NO-CAP
                           MOVE "NO CAP ON FILE" TO DTL-STATUS-OUT
                       ELSE IF CAP-CREDIT-PCT IS GREATER THAN
                           CPT-CAP-PERCENT(CAP-FOUND-SUB)
                           OR CAP-FEE-PCT IS GREATER THAN
                               CPT-CAP-PERCENT(CAP-FOUND-SUB)
                           ADD 1 TO HOW-MANY-OVER
                           MOVE "OVER CAP" TO DTL-STATUS-OUT
                       ELSE
                           ADD 1 TO HOW-MANY-WITHIN
                           MOVE "WITHIN CAP" TO DTL-STATUS-OUT
                       END-IF
                       END-IF
                   END-IF.

                   331-SHOW-INCREASES.
                       MOVE RTT-PER-CREDIT(CAP-PRIOR-SUB)
                         TO CAP-OLD-AMOUNT.
                       MOVE RTT-PER-CREDIT(LINE-SUB) TO CAP-NEW-AMOUNT.
                       PERFORM 332-COMPUTE-INCREASE.
                       MOVE CAP-RESULT-PCT TO CAP-CREDIT-PCT.
                       MOVE RTT-FLAT-FEE(CAP-PRIOR-SUB)
                         TO CAP-OLD-AMOUNT.
                       MOVE RTT-FLAT-FEE(LINE-SUB) TO CAP-NEW-AMOUNT.
                       PERFORM 332-COMPUTE-INCREASE.
                       MOVE CAP-RESULT-PCT TO CAP-FEE-PCT.

                       MOVE RTT-PER-CREDIT(CAP-PRIOR-SUB)
                         TO DTL-PRIOR-CREDIT-OUT.
                       MOVE RTT-FLAT-FEE(CAP-PRIOR-SUB)
                         TO DTL-PRIOR-FEE-OUT.
                       MOVE CAP-CREDIT-PCT TO DTL-CREDIT-PCT-OUT.
                       MOVE CAP-FEE-PCT TO DTL-FEE-PCT-OUT.

      * a rise from nothing has no percentage - it is held to be over
      * any cap
                   332-COMPUTE-INCREASE.
                       IF CAP-OLD-AMOUNT IS EQUAL TO ZERO
                           IF CAP-NEW-AMOUNT IS GREATER THAN ZERO
                               MOVE 999.99 TO CAP-RESULT-PCT
                           ELSE
                               MOVE ZERO TO CAP-RESULT-PCT
                           END-IF
                       ELSE
                           COMPUTE CAP-RESULT-PCT ROUNDED =
                               (CAP-NEW-AMOUNT - CAP-OLD-AMOUNT)
                               * 100 / CAP-OLD-AMOUNT
                               ON SIZE ERROR
                                   MOVE 999.99 TO CAP-RESULT-PCT
                           END-COMPUTE
                       END-IF.

      * rows reported, and how each one stood
           600-WRITE-FINAL-REPORT.
               MOVE "WITHIN CAP: " TO FINAL-REPORT-1
               MOVE HOW-MANY-WITHIN TO FINAL-NUMBER-1
               MOVE "OVER CAP: " TO FINAL-REPORT-2
               MOVE HOW-MANY-OVER TO FINAL-NUMBER-2
               MOVE "NO CAP ON FILE: " TO FINAL-REPORT-3
               MOVE HOW-MANY-NO-CAP TO FINAL-NUMBER-3

               DISPLAY "RATE ROWS STARTING IN " REPORT-YEAR ": "
                 HOW-MANY-ROWS.
               DISPLAY FINAL-REPORT.
               DISPLAY "NO PRIOR RATE: " HOW-MANY-NO-PRIOR.
               DISPLAY "SEE TUITION-CAP-REPORT.txt".

      * one SENT line on the transmission register per file written -
      * PROJECT146 posts the partner's receipt or rejection against it
      * and PROJECT147 reports what is overdue or was sent twice
           880-REGISTER-TRANSMISSION.
               ACCEPT TRANSMIT-DATE-RAW FROM DATE YYYYMMDD.
               ACCEPT TRANSMIT-TIME-RAW FROM TIME.
               IF TRANSMIT-PERIOD IS EQUAL TO SPACES
                   MOVE TRANSMIT-DATE-RAW TO TRANSMIT-PERIOD
               END-IF.

               OPEN EXTEND TRANSMISSION-REGISTER.
               IF TRANSMIT-REGISTER-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT TRANSMISSION-REGISTER
               END-IF.
               IF TRANSMIT-REGISTER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TRANSMISSION-REGISTER.txt - "
                     "STATUS " TRANSMIT-REGISTER-STATUS
                   STOP RUN
               END-IF.

               MOVE SPACES TO TRANSMISSION-REGISTER-RECORD.
               MOVE TRANSMIT-FILE-NAME TO TXR-FILE-NAME.
               MOVE TRANSMIT-DESTINATION TO TXR-DESTINATION.
               MOVE TRANSMIT-PERIOD TO TXR-PERIOD.
               MOVE TRANSMIT-RECORD-COUNT TO TXR-RECORD-COUNT.
               MOVE TRANSMIT-HASH-TOTAL TO TXR-HASH-TOTAL.
               MOVE "PROJ152" TO TXR-CREATED-BY.
               MOVE TRANSMIT-DATE-RAW TO TXR-CREATED-DATE.
               MOVE TRANSMIT-TIME-HHMMSS TO TXR-CREATED-TIME.
               MOVE "SENT" TO TXR-STATUS.
               MOVE ZERO TO TXR-ACK-DATE.
               MOVE SPACES TO TXR-ACK-REASON.
               WRITE TRANSMISSION-REGISTER-RECORD.
               CLOSE TRANSMISSION-REGISTER.

       END PROGRAM PROJECT152.
