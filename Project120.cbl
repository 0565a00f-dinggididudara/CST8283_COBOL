      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: month-end deferred tuition revenue recognition.
      *          PROJECT03's GL extract books a tuition assessment to
      *          the deferred-revenue account the day it is billed;
      *          this batch earns it out month by month across the
      *          term. For the keyed period (YYYYMM) each student's
      *          term assessment - the TUITION lines on
      *          CHARGE-DETAIL.txt less PROJECT21's WDRAWADJ
      *          withdrawal credits, up to the period's last day - is
      *          earned straight-line by days over the term on
      *          TERM-CALENDAR.txt (term start to the exam end date).
      *          What is earned to date less what earlier periods
      *          recognized (DEFREV-LEDGER.txt) posts this month from
      *          deferred revenue to tuition revenue. A withdrawal
      *          credit comes off deferred revenue whole; the part of
      *          it already earned comes back out of revenue as a
      *          negative recognition, so only its unearned part
      *          leaves deferred revenue in the end. The postings go
      *          to the GL as this run's own batch
      *          (DEFREV-GL-EXTRACT.txt) through GL-ACCOUNT-MAP.txt,
      *          charge type DEFREV, and the period's roll-forward by
      *          program - opening, billed, withdrawn, recognized,
      *          closing - goes on DEFREV-ROLLFORWARD-YYYYMM.txt. A
      *          period is recognized once: the run refuses a period
      *          the ledger already holds, or one before it
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - register DEFREV-GL-EXTRACT.txt on
      *                   TRANSMISSION-REGISTER.txt with its entry count
      *                   and hash total once the trailer is written
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT120.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the term the assessments are earned over
           SELECT TERM-CALENDAR-FILE
           ASSIGN TO "..\TERM-CALENDAR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERM-CALENDAR-STATUS.

      * the billings and the withdrawal credits against them
           SELECT CHARGE-LEDGER
           ASSIGN TO "..\CHARGE-DETAIL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHARGE-LEDGER-STATUS.

      * the student master - only each student's program is taken
           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

      * one line per student per period recognized, appended run
      * after run
           SELECT DEFREV-LEDGER
           ASSIGN TO "..\DEFREV-LEDGER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEFREV-LEDGER-STATUS.

      * the period's roll-forward, named per period
           SELECT ROLLFORWARD-REPORT
           ASSIGN TO ROLLFORWARD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROLLFORWARD-STATUS.

      * the program-code/charge-type to debit/credit account mappings
           SELECT GL-ACCOUNT-MAP-FILE
           ASSIGN TO "..\GL-ACCOUNT-MAP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GL-ACCOUNT-MAP-STATUS.

      * this run's own GL batch - header, DR/CR pairs, trailer
           SELECT GL-EXTRACT-FILE
           ASSIGN TO "..\DEFREV-GL-EXTRACT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GL-EXTRACT-STATUS.

      * one line per outbound file sent - kept in step with every
      * extract writer, Project146.cbl and Project147.cbl
           SELECT TRANSMISSION-REGISTER
           ASSIGN TO "..\TRANSMISSION-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSMIT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * kept in step with Project86.cbl's FD TERM-CALENDAR-FILE
       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
         05 CAL-TERM-START-DATE PIC 9(8).
         05 CAL-FULL-REFUND-END PIC 9(8).
         05 CAL-HALF-REFUND-END PIC 9(8).
         05 CAL-PAYMENT-DEADLINE PIC X(8).
         05 CAL-EXAM-START-DATE PIC X(8).
         05 CAL-EXAM-END-DATE PIC X(8).
         05 CAL-EXAM-END-NUMERIC REDEFINES CAL-EXAM-END-DATE
             PIC 9(8).
         05 CAL-CENSUS-DATE PIC X(8).

      * same layout the other charge ledger writers carry
       FD CHARGE-LEDGER.
       01 CHARGE-LEDGER-LINE.
         05 CHG-STUDENT-NUMBER PIC 9(6).
         05 CHG-CHARGE-TYPE PIC X(8).
         05 CHG-DESCRIPTION PIC X(20).
         05 CHG-AMOUNT PIC S9999V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 CHG-DATE PIC 9(8).

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

      * the period's recognition for one student on one term -
      * negative when withdrawal credits took back revenue already
      * earned - and the deferred balance left at period end
       FD DEFREV-LEDGER.
       01 DEFREV-LEDGER-LINE.
         05 DRL-PERIOD PIC 9(6).
         05 DRL-TERM-START PIC 9(8).
         05 DRL-STUDENT-NUMBER PIC 9(6).
         05 DRL-PROGRAM-CODE PIC X(5).
         05 DRL-RECOGNIZED PIC S9(6)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 DRL-DEFERRED PIC S9(6)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 DRL-RUN-DATE PIC 9(8).

       FD ROLLFORWARD-REPORT.
       01 ROLLFORWARD-LINE PIC X(100).

      * kept in step with Project48.cbl's FD GL-ACCOUNT-MAP-FILE
       FD GL-ACCOUNT-MAP-FILE.
       01 GL-ACCOUNT-MAP-IN.
         05 MAP-PROGRAM-CODE PIC X(5).
         05 MAP-CHARGE-TYPE PIC X(8).
         05 MAP-DEBIT-ACCOUNT PIC X(20).
         05 MAP-CREDIT-ACCOUNT PIC X(20).

      * same record layout as Project3.cbl's GL-EXTRACT-LINE
       FD GL-EXTRACT-FILE.
       01 GL-EXTRACT-LINE.
         05 GL-RECORD-TYPE-OUT PIC X(7).
         05 FILLER PIC X(2) VALUE SPACE.
         05 GL-STUDENT-NUMBER-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 GL-PROGRAM-CODE-OUT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACE.
         05 GL-ACCOUNT-OUT PIC X(20).
         05 FILLER PIC X(2) VALUE SPACE.
         05 GL-DEBIT-CREDIT-OUT PIC X(2).
         05 FILLER PIC X(2) VALUE SPACE.
         05 GL-AMOUNT-OUT PIC ZZZZZ.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 GL-DESCRIPTION-OUT PIC X(20).

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
         05 TERM-CALENDAR-STATUS PIC X(2).
         05 CHARGE-LEDGER-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 DEFREV-LEDGER-STATUS PIC X(2).
         05 ROLLFORWARD-STATUS PIC X(2).
         05 GL-ACCOUNT-MAP-STATUS PIC X(2).
         05 GL-EXTRACT-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 CHARGE-EOF-FLG PIC X(1) VALUE 'N'.
         05 MASTER-EOF-FLG PIC X(1) VALUE 'N'.
         05 LEDGER-EOF-FLG PIC X(1) VALUE 'N'.
         05 MAP-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-RAW PIC 9(8).
       01 ROLLFORWARD-FILENAME PIC X(40).

      * how far ahead of the term start its tuition may be billed -
      * an older TUITION line belongs to an earlier term
       01 DEFREV-BILLING-LEAD-DAYS PIC 9(3) VALUE 120.

      * the keyed period and the term it falls in
       01 PERIOD-FIELDS.
         05 PERIOD-ENTRY PIC X(6).
         05 PERIOD-ENTRY-NUMERIC REDEFINES PERIOD-ENTRY PIC 9(6).
         05 PERIOD-YEAR-MONTH.
           10 PERIOD-YEAR PIC 9(4).
           10 PERIOD-MONTH PIC 9(2).
         05 PERIOD-START-DATE PIC 9(8).
         05 PERIOD-END-DATE PIC 9(8).
         05 PERIOD-END-INTEGER PIC 9(8).
         05 NEXT-MONTH-START PIC 9(8).
         05 NEXT-YEAR PIC 9(4).
         05 NEXT-MONTH PIC 9(2).
         05 TERM-START-DATE PIC 9(8).
         05 TERM-END-DATE PIC 9(8).
         05 TERM-START-INTEGER PIC 9(8).
         05 TERM-END-INTEGER PIC 9(8).
         05 WINDOW-START-INTEGER PIC 9(8).
         05 WINDOW-START-DATE PIC 9(8).
         05 TERM-DAYS PIC 9(5).
         05 ELAPSED-DAYS PIC 9(5).

      * one line per student with tuition on this term
       01 DEFREV-STUDENT-TABLE.
         05 DRS-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON DRS-COUNT.
           10 DRS-STUDENT-NUMBER PIC 9(6).
           10 DRS-PROGRAM-CODE PIC X(5).
           10 DRS-ASSESSED PIC S9(6)V99.
           10 DRS-BILLED-MONTH PIC S9(6)V99.
           10 DRS-WITHDRAWN-MONTH PIC S9(6)V99.
           10 DRS-PRIOR-RECOGNIZED PIC S9(6)V99.
           10 DRS-EARNED PIC S9(6)V99.
           10 DRS-RECOGNIZED PIC S9(6)V99.

       01 DEFREV-STUDENT-VARIABLES.
         05 DRS-COUNT PIC 9(4) VALUE 0.
         05 DRS-SUB PIC 9(4).
         05 DRS-FOUND-SUB PIC 9(4).
         05 DRS-FIND-NUMBER PIC 9(6).
         05 DRS-FULL-FLAG PIC X(1) VALUE 'N'.

      * the roll-forward, one line per program in program-code order
       01 DEFREV-PROGRAM-TABLE.
         05 DRP-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON DRP-COUNT.
           10 DRP-PROGRAM-CODE PIC X(5).
           10 DRP-OPENING PIC S9(7)V99.
           10 DRP-BILLED PIC S9(7)V99.
           10 DRP-WITHDRAWN PIC S9(7)V99.
           10 DRP-RECOGNIZED PIC S9(7)V99.
           10 DRP-CLOSING PIC S9(7)V99.

       01 DEFREV-PROGRAM-VARIABLES.
         05 DRP-COUNT PIC 9(3) VALUE 0.
         05 DRP-SUB PIC 9(3).
         05 DRP-SLOT-SUB PIC 9(3).
         05 DRP-SHIFT-SUB PIC 9(3).
         05 DRP-MATCH-FLAG PIC X(1).
           88 DRP-PROGRAM-MATCHED VALUE 'Y'.

       01 ACCOUNT-MAP-TABLE.
         05 MAP-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON MAP-COUNT.
           10 TBL-MAP-PROGRAM-CODE PIC X(5).
           10 TBL-MAP-CHARGE-TYPE PIC X(8).
           10 TBL-MAP-DEBIT-ACCOUNT PIC X(20).
           10 TBL-MAP-CREDIT-ACCOUNT PIC X(20).

      * the DEFREV mapping's debit side is the program's deferred
      * revenue account and its credit side tuition revenue; the
      * receivable a withdrawal credit comes off is the debit side of
      * the program's TUITION mapping, the same one PROJECT03 bills
      * against
       01 ACCOUNT-MAP-VARIABLES.
         05 MAP-COUNT PIC 9(3) VALUE 0.
         05 MAP-FIND-SUB PIC 9(3).
         05 MAP-FOUND-FLAG PIC X(1).
           88 MAP-ROW-FOUND VALUE 'Y'.
         05 MAP-FIND-TYPE PIC X(8).
         05 DEFERRED-ACCOUNT PIC X(20).
         05 REVENUE-ACCOUNT PIC X(20).
         05 RECEIVABLE-ACCOUNT PIC X(20).

       01 GL-BATCH-FIELDS.
         05 GL-ENTRY-COUNT PIC 9(6) VALUE 0.
         05 GL-HASH-TOTAL PIC S9(9)V99 VALUE 0.
         05 GL-PAIR-AMOUNT PIC 9(6)V99.
         05 GL-PAIR-DEBIT PIC X(20).
         05 GL-PAIR-CREDIT PIC X(20).
         05 GL-PAIR-DESCRIPTION PIC X(20).

       01 RECOGNITION-WORK-FIELDS.
         05 OPENING-DEFERRED PIC S9(7)V99.
         05 CLOSING-DEFERRED PIC S9(7)V99.

       01 COUNTERS.
         05 HOW-MANY-CHARGES PIC 9(7) VALUE 0.
         05 HOW-MANY-STUDENTS PIC 9(5) VALUE 0.
         05 TOTAL-OPENING PIC S9(9)V99 VALUE 0.
         05 TOTAL-BILLED PIC S9(9)V99 VALUE 0.
         05 TOTAL-WITHDRAWN PIC S9(9)V99 VALUE 0.
         05 TOTAL-RECOGNIZED PIC S9(9)V99 VALUE 0.
         05 TOTAL-CLOSING PIC S9(9)V99 VALUE 0.

       01 REPORT-HEADING-LINE.
         05 FILLER PIC X(41)
             VALUE "DEFERRED TUITION REVENUE ROLL-FORWARD -  ".
         05 RPT-HEAD-PERIOD PIC 9(6).
         05 FILLER PIC X(8) VALUE "   TERM ".
         05 RPT-HEAD-TERM-START PIC 9(8).
         05 FILLER PIC X(4) VALUE " TO ".
         05 RPT-HEAD-TERM-END PIC 9(8).
         05 FILLER PIC X(25) VALUE SPACE.

       01 REPORT-COLUMN-LINE.
         05 FILLER PIC X(9) VALUE "PROGRAM".
         05 FILLER PIC X(15) VALUE "        OPENING".
         05 FILLER PIC X(15) VALUE "         BILLED".
         05 FILLER PIC X(15) VALUE "      WITHDRAWN".
         05 FILLER PIC X(15) VALUE "     RECOGNIZED".
         05 FILLER PIC X(15) VALUE "        CLOSING".
         05 FILLER PIC X(16) VALUE SPACE.

       01 REPORT-DETAIL-LINE.
         05 RDL-PROGRAM-OUT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACE.
         05 RDL-OPENING-OUT PIC -ZZZ,ZZZ,ZZ9.99.
         05 RDL-BILLED-OUT PIC -ZZZ,ZZZ,ZZ9.99.
         05 RDL-WITHDRAWN-OUT PIC -ZZZ,ZZZ,ZZ9.99.
         05 RDL-RECOGNIZED-OUT PIC -ZZZ,ZZZ,ZZ9.99.
         05 RDL-CLOSING-OUT PIC -ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(18) VALUE SPACE.

       01 REPORT-TOTAL-LINE.
         05 FILLER PIC X(7) VALUE "TOTAL".
         05 RTL-OPENING-OUT PIC -ZZZ,ZZZ,ZZ9.99.
         05 RTL-BILLED-OUT PIC -ZZZ,ZZZ,ZZ9.99.
         05 RTL-WITHDRAWN-OUT PIC -ZZZ,ZZZ,ZZ9.99.
         05 RTL-RECOGNIZED-OUT PIC -ZZZ,ZZZ,ZZ9.99.
         05 RTL-CLOSING-OUT PIC -ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(18) VALUE SPACE.

       01 REPORT-COUNT-LINE.
         05 FILLER PIC X(20) VALUE "STUDENTS RECOGNIZED ".
         05 RCL-STUDENTS-OUT PIC ZZZZ9.
         05 FILLER PIC X(20) VALUE "   TERM DAYS EARNED ".
         05 RCL-ELAPSED-OUT PIC ZZZZ9.
         05 FILLER PIC X(4) VALUE " OF ".
         05 RCL-TERM-DAYS-OUT PIC ZZZZ9.
         05 FILLER PIC X(41) VALUE SPACE.

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
      * main procedure - key the period, gather the term's
      * assessments, earn each student's share out and post it
       100-RECOGNIZE-DEFERRED-TUITION.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.

           DISPLAY "ENTER RECOGNITION PERIOD (YYYYMM):".
           ACCEPT PERIOD-ENTRY.
           IF PERIOD-ENTRY IS NOT NUMERIC
               DISPLAY "PERIOD MUST BE SIX DIGITS YYYYMM"
               STOP RUN
           END-IF.
           MOVE PERIOD-ENTRY-NUMERIC TO PERIOD-YEAR-MONTH.
           IF PERIOD-MONTH < 1 OR PERIOD-MONTH > 12
               DISPLAY "PERIOD MONTH MUST BE 01 TO 12"
               STOP RUN
           END-IF.

           PERFORM 200-DERIVE-PERIOD-WINDOW.
           PERFORM 210-LOAD-TERM-CALENDAR.
           PERFORM 220-LOAD-DEFREV-LEDGER.
           PERFORM 230-LOAD-TERM-CHARGES.
           PERFORM 240-TAKE-STUDENT-PROGRAMS.
           PERFORM 250-LOAD-ACCOUNT-MAP.
           PERFORM 260-OPEN-OUTPUT-FILES.

           PERFORM 300-RECOGNIZE-ONE-STUDENT
               VARYING DRS-SUB FROM 1 BY 1
               UNTIL DRS-SUB > DRS-COUNT.

           PERFORM 400-WRITE-ROLLFORWARD.
           PERFORM 500-CLOSE-OUTPUT-FILES.

           DISPLAY "PERIOD " PERIOD-ENTRY " RECOGNIZED - "
             HOW-MANY-STUDENTS " STUDENT(S), SEE "
             ROLLFORWARD-FILENAME.
           STOP RUN.

      * the period runs from the 1st to the day before the next
      * month's 1st
           200-DERIVE-PERIOD-WINDOW.
               COMPUTE PERIOD-START-DATE =
                   PERIOD-YEAR * 10000 + PERIOD-MONTH * 100 + 1.
               IF PERIOD-MONTH IS EQUAL TO 12
                   COMPUTE NEXT-YEAR = PERIOD-YEAR + 1
                   MOVE 1 TO NEXT-MONTH
               ELSE
                   MOVE PERIOD-YEAR TO NEXT-YEAR
                   COMPUTE NEXT-MONTH = PERIOD-MONTH + 1
               END-IF.
               COMPUTE NEXT-MONTH-START =
                   NEXT-YEAR * 10000 + NEXT-MONTH * 100 + 1.
               COMPUTE PERIOD-END-INTEGER =
                   FUNCTION INTEGER-OF-DATE(NEXT-MONTH-START) - 1.
               COMPUTE PERIOD-END-DATE =
                   FUNCTION DATE-OF-INTEGER(PERIOD-END-INTEGER).

               MOVE SPACES TO ROLLFORWARD-FILENAME.
               STRING "..\DEFREV-ROLLFORWARD-" DELIMITED BY SIZE
                   PERIOD-ENTRY DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO ROLLFORWARD-FILENAME
               END-STRING.

      * the term runs from its start to the last exam day - both
      * have to be on the calendar before anything can be earned
           210-LOAD-TERM-CALENDAR.
               OPEN INPUT TERM-CALENDAR-FILE.
               IF TERM-CALENDAR-STATUS IS EQUAL TO "35"
                   DISPLAY "NO TERM-CALENDAR.txt - SET THE TERM UP "
                     "THROUGH PROJECT86 FIRST"
                   STOP RUN
               END-IF.
               IF TERM-CALENDAR-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TERM-CALENDAR.txt - STATUS "
                     TERM-CALENDAR-STATUS
                   STOP RUN
               END-IF.
               READ TERM-CALENDAR-FILE
                   AT END
                       DISPLAY "TERM-CALENDAR.txt IS EMPTY - SET THE "
                         "TERM UP THROUGH PROJECT86 FIRST"
                       CLOSE TERM-CALENDAR-FILE
                       STOP RUN
               END-READ.
               CLOSE TERM-CALENDAR-FILE.

               IF CAL-EXAM-END-DATE IS NOT NUMERIC
                   OR CAL-EXAM-END-NUMERIC IS NOT GREATER THAN
                       CAL-TERM-START-DATE
                   DISPLAY "TERM-CALENDAR.txt HAS NO EXAM END DATE "
                     "AFTER THE TERM START - THE TERM HAS NO END TO "
                     "EARN TUITION OVER"
                   STOP RUN
               END-IF.

               MOVE CAL-TERM-START-DATE TO TERM-START-DATE.
               MOVE CAL-EXAM-END-NUMERIC TO TERM-END-DATE.
               COMPUTE TERM-START-INTEGER =
                   FUNCTION INTEGER-OF-DATE(TERM-START-DATE).
               COMPUTE TERM-END-INTEGER =
                   FUNCTION INTEGER-OF-DATE(TERM-END-DATE).
               COMPUTE TERM-DAYS =
                   TERM-END-INTEGER - TERM-START-INTEGER + 1.
               COMPUTE WINDOW-START-INTEGER =
                   TERM-START-INTEGER - DEFREV-BILLING-LEAD-DAYS.
               COMPUTE WINDOW-START-DATE =
                   FUNCTION DATE-OF-INTEGER(WINDOW-START-INTEGER).

               IF PERIOD-END-DATE < WINDOW-START-DATE
                   DISPLAY "PERIOD " PERIOD-ENTRY " ENDS BEFORE THE "
                     "TERM STARTING " TERM-START-DATE " BILLS"
                   STOP RUN
               END-IF.

               IF PERIOD-END-INTEGER < TERM-START-INTEGER
                   MOVE 0 TO ELAPSED-DAYS
               ELSE IF PERIOD-END-INTEGER > TERM-END-INTEGER
                   MOVE TERM-DAYS TO ELAPSED-DAYS
               ELSE
                   COMPUTE ELAPSED-DAYS =
                       PERIOD-END-INTEGER - TERM-START-INTEGER + 1
               END-IF
               END-IF.

      * what earlier periods already recognized on this term, by
      * student - a period already on the ledger, or a later one,
      * stops the run so nothing posts twice
           220-LOAD-DEFREV-LEDGER.
               OPEN INPUT DEFREV-LEDGER.
               IF DEFREV-LEDGER-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF DEFREV-LEDGER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN DEFREV-LEDGER.txt - STATUS "
                     DEFREV-LEDGER-STATUS
                   STOP RUN
               ELSE
                   PERFORM 221-LOAD-ONE-LEDGER-LINE
                       UNTIL LEDGER-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE DEFREV-LEDGER
               END-IF
               END-IF.

               221-LOAD-ONE-LEDGER-LINE.
                   READ DEFREV-LEDGER
                       AT END
                           MOVE 'Y' TO LEDGER-EOF-FLG
                       NOT AT END
                           IF DRL-TERM-START IS EQUAL TO
                               TERM-START-DATE
                               PERFORM 222-TAKE-ONE-LEDGER-LINE
                           END-IF
                   END-READ.

               222-TAKE-ONE-LEDGER-LINE.
                   IF DRL-PERIOD IS NOT LESS THAN PERIOD-ENTRY-NUMERIC
                       DISPLAY "PERIOD " DRL-PERIOD " IS ALREADY "
                         "RECOGNIZED FOR THIS TERM - " PERIOD-ENTRY
                         " CANNOT RUN NOW"
                       CLOSE DEFREV-LEDGER
                       STOP RUN
                   END-IF.
                   MOVE DRL-STUDENT-NUMBER TO DRS-FIND-NUMBER.
                   PERFORM 280-FIND-OR-ADD-STUDENT.
                   IF DRS-FOUND-SUB > ZERO
                       ADD DRL-RECOGNIZED
                         TO DRS-PRIOR-RECOGNIZED(DRS-FOUND-SUB)
                       MOVE DRL-PROGRAM-CODE
                         TO DRS-PROGRAM-CODE(DRS-FOUND-SUB)
                   END-IF.

      * this term's TUITION billings and WDRAWADJ credits up to the
      * period's last day; an older line belongs to an earlier term
           230-LOAD-TERM-CHARGES.
               OPEN INPUT CHARGE-LEDGER.
               IF CHARGE-LEDGER-STATUS IS EQUAL TO "35"
                   DISPLAY "NO CHARGE-DETAIL.txt - NOTHING BILLED"
               ELSE IF CHARGE-LEDGER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CHARGE-DETAIL.txt - "
                     "STATUS " CHARGE-LEDGER-STATUS
                   STOP RUN
               ELSE
                   PERFORM 231-TAKE-ONE-CHARGE
                       UNTIL CHARGE-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE CHARGE-LEDGER
               END-IF
               END-IF.

               IF DRS-FULL-FLAG IS EQUAL TO 'Y'
                   DISPLAY "OVER 3000 STUDENTS BILLED THIS TERM - "
                     "RUN STOPPED, NOTHING POSTED"
                   STOP RUN
               END-IF.

               231-TAKE-ONE-CHARGE.
                   READ CHARGE-LEDGER
                       AT END
                           MOVE 'Y' TO CHARGE-EOF-FLG
                       NOT AT END
                           IF (CHG-CHARGE-TYPE IS EQUAL TO "TUITION"
                               OR CHG-CHARGE-TYPE IS EQUAL TO
                                   "WDRAWADJ")
                               AND CHG-DATE IS NOT LESS THAN
                                   WINDOW-START-DATE
                               AND CHG-DATE IS NOT GREATER THAN
                                   PERIOD-END-DATE
                               PERFORM 232-ADD-ONE-CHARGE
                           END-IF
                   END-READ.

               232-ADD-ONE-CHARGE.
                   ADD 1 TO HOW-MANY-CHARGES.
                   MOVE CHG-STUDENT-NUMBER TO DRS-FIND-NUMBER.
                   PERFORM 280-FIND-OR-ADD-STUDENT.
                   IF DRS-FOUND-SUB > ZERO
                       ADD CHG-AMOUNT TO DRS-ASSESSED(DRS-FOUND-SUB)
                       IF CHG-DATE IS NOT LESS THAN PERIOD-START-DATE
                           IF CHG-CHARGE-TYPE IS EQUAL TO "WDRAWADJ"
                               SUBTRACT CHG-AMOUNT
                                 FROM DRS-WITHDRAWN-MONTH
                                   (DRS-FOUND-SUB)
                           ELSE
                               ADD CHG-AMOUNT
                                 TO DRS-BILLED-MONTH(DRS-FOUND-SUB)
                           END-IF
                       END-IF
                   END-IF.

      * each student's first program off the master - a student
      * gone from the master keeps the program the ledger last had
           240-TAKE-STUDENT-PROGRAMS.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - STATUS "
                     STUDENT-FILE-STATUS
                   STOP RUN
               END-IF.
               PERFORM 241-TAKE-ONE-STUDENT
                   UNTIL MASTER-EOF-FLG IS EQUAL TO 'Y'.
               CLOSE STUDENT-FILE.

               241-TAKE-ONE-STUDENT.
                   READ STUDENT-FILE
                       AT END
                           MOVE 'Y' TO MASTER-EOF-FLG
                       NOT AT END
                           PERFORM 242-SET-ONE-PROGRAM
                               VARYING DRS-SUB FROM 1 BY 1
                               UNTIL DRS-SUB > DRS-COUNT
                   END-READ.

               242-SET-ONE-PROGRAM.
                   IF DRS-STUDENT-NUMBER(DRS-SUB) IS EQUAL TO
                       STUDENT-NUMBER
                       MOVE PROGRAM-OF-STUDY(1)
                         TO DRS-PROGRAM-CODE(DRS-SUB)
                   END-IF.

      * the account map is held whole and searched per program - a
      * missing file or mapping books to the named fallback
      * accounts, as PROJECT03 does
           250-LOAD-ACCOUNT-MAP.
               OPEN INPUT GL-ACCOUNT-MAP-FILE.
               IF GL-ACCOUNT-MAP-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN GL-ACCOUNT-MAP.txt - "
                     "POSTINGS BOOK TO THE DEFAULT ACCOUNTS"
               ELSE
                   PERFORM 251-LOAD-ONE-MAPPING
                       UNTIL MAP-EOF-FLG IS EQUAL TO 'Y'
                       OR MAP-COUNT IS EQUAL TO 500
                   CLOSE GL-ACCOUNT-MAP-FILE
               END-IF.

               251-LOAD-ONE-MAPPING.
                   READ GL-ACCOUNT-MAP-FILE
                       AT END
                           MOVE 'Y' TO MAP-EOF-FLG
                       NOT AT END
                           ADD 1 TO MAP-COUNT
                           MOVE MAP-PROGRAM-CODE
                             TO TBL-MAP-PROGRAM-CODE(MAP-COUNT)
                           MOVE MAP-CHARGE-TYPE
                             TO TBL-MAP-CHARGE-TYPE(MAP-COUNT)
                           MOVE MAP-DEBIT-ACCOUNT
                             TO TBL-MAP-DEBIT-ACCOUNT(MAP-COUNT)
                           MOVE MAP-CREDIT-ACCOUNT
                             TO TBL-MAP-CREDIT-ACCOUNT(MAP-COUNT)
                   END-READ.

           260-OPEN-OUTPUT-FILES.
               OPEN OUTPUT ROLLFORWARD-REPORT.
               IF ROLLFORWARD-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN " ROLLFORWARD-FILENAME
                     " - STATUS " ROLLFORWARD-STATUS
                   STOP RUN
               END-IF.
               MOVE PERIOD-ENTRY-NUMERIC TO RPT-HEAD-PERIOD.
               MOVE TERM-START-DATE TO RPT-HEAD-TERM-START.
               MOVE TERM-END-DATE TO RPT-HEAD-TERM-END.
               WRITE ROLLFORWARD-LINE FROM REPORT-HEADING-LINE.
               MOVE SPACES TO ROLLFORWARD-LINE.
               WRITE ROLLFORWARD-LINE.
               WRITE ROLLFORWARD-LINE FROM REPORT-COLUMN-LINE.

               OPEN EXTEND DEFREV-LEDGER.
               IF DEFREV-LEDGER-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT DEFREV-LEDGER
               END-IF.
               IF DEFREV-LEDGER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN DEFREV-LEDGER.txt - STATUS "
                     DEFREV-LEDGER-STATUS
                   STOP RUN
               END-IF.

               OPEN OUTPUT GL-EXTRACT-FILE.
               IF GL-EXTRACT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN DEFREV-GL-EXTRACT.txt - "
                     "STATUS " GL-EXTRACT-STATUS
                   STOP RUN
               END-IF.
               MOVE SPACES TO GL-EXTRACT-LINE.
               MOVE "HEADER" TO GL-RECORD-TYPE-OUT.
               MOVE ZERO TO GL-STUDENT-NUMBER-OUT.
               MOVE SPACES TO GL-PROGRAM-CODE-OUT.
               MOVE "DEFERRED TUITION" TO GL-ACCOUNT-OUT.
               MOVE SPACES TO GL-DEBIT-CREDIT-OUT.
               MOVE ZERO TO GL-AMOUNT-OUT.
               STRING "PERIOD " DELIMITED BY SIZE
                   PERIOD-ENTRY DELIMITED BY SIZE
                   INTO GL-DESCRIPTION-OUT
               END-STRING.
               WRITE GL-EXTRACT-LINE.

      * linear scan by student number, adding the student when new
           280-FIND-OR-ADD-STUDENT.
               MOVE ZERO TO DRS-FOUND-SUB.
               PERFORM 281-CHECK-ONE-STUDENT
                   VARYING DRS-SUB FROM 1 BY 1
                   UNTIL DRS-SUB > DRS-COUNT
                   OR DRS-FOUND-SUB > ZERO.

               IF DRS-FOUND-SUB IS EQUAL TO ZERO
                   IF DRS-COUNT IS EQUAL TO 3000
                       MOVE 'Y' TO DRS-FULL-FLAG
                   ELSE
                       ADD 1 TO DRS-COUNT
                       MOVE DRS-COUNT TO DRS-FOUND-SUB
                       MOVE DRS-FIND-NUMBER
                         TO DRS-STUDENT-NUMBER(DRS-COUNT)
                       MOVE "?????" TO DRS-PROGRAM-CODE(DRS-COUNT)
                       MOVE ZERO TO DRS-ASSESSED(DRS-COUNT)
                       MOVE ZERO TO DRS-BILLED-MONTH(DRS-COUNT)
                       MOVE ZERO TO DRS-WITHDRAWN-MONTH(DRS-COUNT)
                       MOVE ZERO TO DRS-PRIOR-RECOGNIZED(DRS-COUNT)
                       MOVE ZERO TO DRS-EARNED(DRS-COUNT)
                       MOVE ZERO TO DRS-RECOGNIZED(DRS-COUNT)
                   END-IF
               END-IF.

               281-CHECK-ONE-STUDENT.
                   IF DRS-STUDENT-NUMBER(DRS-SUB) IS EQUAL TO
                       DRS-FIND-NUMBER
                       MOVE DRS-SUB TO DRS-FOUND-SUB
                   END-IF.

      * earned to date is the assessment's share of the term's days
      * gone by at period end; the month recognizes what that adds
      * to the earlier periods - less than nothing when withdrawal
      * credits took back revenue already earned
           300-RECOGNIZE-ONE-STUDENT.
               COMPUTE DRS-EARNED(DRS-SUB) ROUNDED =
                   DRS-ASSESSED(DRS-SUB) * ELAPSED-DAYS / TERM-DAYS.
               COMPUTE DRS-RECOGNIZED(DRS-SUB) =
                   DRS-EARNED(DRS-SUB) - DRS-PRIOR-RECOGNIZED(DRS-SUB).

               COMPUTE OPENING-DEFERRED =
                   DRS-ASSESSED(DRS-SUB) - DRS-BILLED-MONTH(DRS-SUB)
                   + DRS-WITHDRAWN-MONTH(DRS-SUB)
                   - DRS-PRIOR-RECOGNIZED(DRS-SUB).
               COMPUTE CLOSING-DEFERRED =
                   DRS-ASSESSED(DRS-SUB) - DRS-EARNED(DRS-SUB).

               IF OPENING-DEFERRED IS NOT EQUAL TO ZERO
                   OR CLOSING-DEFERRED IS NOT EQUAL TO ZERO
                   OR DRS-BILLED-MONTH(DRS-SUB) IS NOT EQUAL TO ZERO
                   OR DRS-WITHDRAWN-MONTH(DRS-SUB)
                       IS NOT EQUAL TO ZERO
                   OR DRS-RECOGNIZED(DRS-SUB) IS NOT EQUAL TO ZERO
                   ADD 1 TO HOW-MANY-STUDENTS
                   PERFORM 310-FIND-ACCOUNTS
                   PERFORM 320-POST-ONE-STUDENT
                   PERFORM 330-APPEND-LEDGER-LINE
                   PERFORM 340-ADD-TO-PROGRAM
               END-IF.

      * this student's program's accounts, the legacy names standing
      * in for any mapping not on file
               310-FIND-ACCOUNTS.
                   MOVE "DEFERRED TUITION REV" TO DEFERRED-ACCOUNT.
                   MOVE "TUITION REVENUE" TO REVENUE-ACCOUNT.
                   MOVE "STUDENT RECEIVABLE" TO RECEIVABLE-ACCOUNT.

                   MOVE "DEFREV" TO MAP-FIND-TYPE.
                   PERFORM 311-FIND-ONE-MAPPING.
                   IF MAP-ROW-FOUND
                       MOVE TBL-MAP-DEBIT-ACCOUNT(MAP-FIND-SUB)
                         TO DEFERRED-ACCOUNT
                       MOVE TBL-MAP-CREDIT-ACCOUNT(MAP-FIND-SUB)
                         TO REVENUE-ACCOUNT
                   END-IF.

                   MOVE "TUITION" TO MAP-FIND-TYPE.
                   PERFORM 311-FIND-ONE-MAPPING.
                   IF MAP-ROW-FOUND
                       MOVE TBL-MAP-DEBIT-ACCOUNT(MAP-FIND-SUB)
                         TO RECEIVABLE-ACCOUNT
                   END-IF.

               311-FIND-ONE-MAPPING.
                   MOVE 'N' TO MAP-FOUND-FLAG.
                   MOVE 1 TO MAP-FIND-SUB.
                   PERFORM 312-CHECK-ONE-MAPPING
                       UNTIL MAP-FIND-SUB > MAP-COUNT
                       OR MAP-ROW-FOUND.

                   312-CHECK-ONE-MAPPING.
                       IF TBL-MAP-PROGRAM-CODE(MAP-FIND-SUB) IS EQUAL
                           TO DRS-PROGRAM-CODE(DRS-SUB)
                           AND TBL-MAP-CHARGE-TYPE(MAP-FIND-SUB)
                               IS EQUAL TO MAP-FIND-TYPE
                           MOVE 'Y' TO MAP-FOUND-FLAG
                       ELSE
                           ADD 1 TO MAP-FIND-SUB
                       END-IF.

      * a withdrawal credit comes off the receivable against deferred
      * revenue; the month's recognition moves deferred revenue to
      * revenue, or back again when it is negative
               320-POST-ONE-STUDENT.
                   IF DRS-WITHDRAWN-MONTH(DRS-SUB) IS NOT EQUAL TO ZERO
                       IF DRS-WITHDRAWN-MONTH(DRS-SUB) > ZERO
                           MOVE DRS-WITHDRAWN-MONTH(DRS-SUB)
                             TO GL-PAIR-AMOUNT
                           MOVE DEFERRED-ACCOUNT TO GL-PAIR-DEBIT
                           MOVE RECEIVABLE-ACCOUNT TO GL-PAIR-CREDIT
                       ELSE
                           COMPUTE GL-PAIR-AMOUNT =
                               0 - DRS-WITHDRAWN-MONTH(DRS-SUB)
                           MOVE RECEIVABLE-ACCOUNT TO GL-PAIR-DEBIT
                           MOVE DEFERRED-ACCOUNT TO GL-PAIR-CREDIT
                       END-IF
                       MOVE "WITHDRAWAL CREDIT" TO GL-PAIR-DESCRIPTION
                       PERFORM 321-WRITE-ONE-PAIR
                   END-IF.

                   IF DRS-RECOGNIZED(DRS-SUB) > ZERO
                       MOVE DRS-RECOGNIZED(DRS-SUB) TO GL-PAIR-AMOUNT
                       MOVE DEFERRED-ACCOUNT TO GL-PAIR-DEBIT
                       MOVE REVENUE-ACCOUNT TO GL-PAIR-CREDIT
                       MOVE "TUITION EARNED" TO GL-PAIR-DESCRIPTION
                       PERFORM 321-WRITE-ONE-PAIR
                   ELSE IF DRS-RECOGNIZED(DRS-SUB) < ZERO
                       COMPUTE GL-PAIR-AMOUNT =
                           0 - DRS-RECOGNIZED(DRS-SUB)
                       MOVE REVENUE-ACCOUNT TO GL-PAIR-DEBIT
                       MOVE DEFERRED-ACCOUNT TO GL-PAIR-CREDIT
                       MOVE "EARNED REVERSED" TO GL-PAIR-DESCRIPTION
                       PERFORM 321-WRITE-ONE-PAIR
                   END-IF
                   END-IF.

               321-WRITE-ONE-PAIR.
                   MOVE SPACES TO GL-EXTRACT-LINE.
                   MOVE "DETAIL" TO GL-RECORD-TYPE-OUT.
                   MOVE DRS-STUDENT-NUMBER(DRS-SUB)
                     TO GL-STUDENT-NUMBER-OUT.
                   MOVE DRS-PROGRAM-CODE(DRS-SUB)
                     TO GL-PROGRAM-CODE-OUT.
                   MOVE GL-PAIR-DEBIT TO GL-ACCOUNT-OUT.
                   MOVE "DR" TO GL-DEBIT-CREDIT-OUT.
                   MOVE GL-PAIR-AMOUNT TO GL-AMOUNT-OUT.
                   MOVE GL-PAIR-DESCRIPTION TO GL-DESCRIPTION-OUT.
                   WRITE GL-EXTRACT-LINE.

                   MOVE GL-PAIR-CREDIT TO GL-ACCOUNT-OUT.
                   MOVE "CR" TO GL-DEBIT-CREDIT-OUT.
                   WRITE GL-EXTRACT-LINE.

                   ADD 2 TO GL-ENTRY-COUNT.
                   ADD GL-PAIR-AMOUNT TO GL-HASH-TOTAL.
                   ADD GL-PAIR-AMOUNT TO GL-HASH-TOTAL.

               330-APPEND-LEDGER-LINE.
                   MOVE PERIOD-ENTRY-NUMERIC TO DRL-PERIOD.
                   MOVE TERM-START-DATE TO DRL-TERM-START.
                   MOVE DRS-STUDENT-NUMBER(DRS-SUB)
                     TO DRL-STUDENT-NUMBER.
                   MOVE DRS-PROGRAM-CODE(DRS-SUB) TO DRL-PROGRAM-CODE.
                   MOVE DRS-RECOGNIZED(DRS-SUB) TO DRL-RECOGNIZED.
                   MOVE CLOSING-DEFERRED TO DRL-DEFERRED.
                   MOVE RUN-DATE-RAW TO DRL-RUN-DATE.
                   WRITE DEFREV-LEDGER-LINE.

      * the program's roll-forward line, insertion-placed in
      * program-code order the first time the program turns up
               340-ADD-TO-PROGRAM.
                   MOVE 'N' TO DRP-MATCH-FLAG.
                   MOVE 1 TO DRP-SLOT-SUB.
                   PERFORM 341-FIND-PROGRAM-SLOT
                       UNTIL DRP-SLOT-SUB > DRP-COUNT
                       OR DRP-PROGRAM-MATCHED
                       OR DRP-PROGRAM-CODE(DRP-SLOT-SUB) IS GREATER
                           THAN DRS-PROGRAM-CODE(DRS-SUB).

                   IF NOT DRP-PROGRAM-MATCHED
                       IF DRP-COUNT IS EQUAL TO 200
                           MOVE 200 TO DRP-SLOT-SUB
                           MOVE "OTHER" TO DRP-PROGRAM-CODE(200)
                       ELSE
                           ADD 1 TO DRP-COUNT
                           MOVE DRP-COUNT TO DRP-SHIFT-SUB
                           PERFORM 342-SHIFT-ONE-PROGRAM
                               UNTIL DRP-SHIFT-SUB IS NOT GREATER
                                 THAN DRP-SLOT-SUB
                           MOVE DRS-PROGRAM-CODE(DRS-SUB)
                             TO DRP-PROGRAM-CODE(DRP-SLOT-SUB)
                           MOVE ZERO TO DRP-OPENING(DRP-SLOT-SUB)
                           MOVE ZERO TO DRP-BILLED(DRP-SLOT-SUB)
                           MOVE ZERO TO DRP-WITHDRAWN(DRP-SLOT-SUB)
                           MOVE ZERO TO DRP-RECOGNIZED(DRP-SLOT-SUB)
                           MOVE ZERO TO DRP-CLOSING(DRP-SLOT-SUB)
                       END-IF
                   END-IF.

                   ADD OPENING-DEFERRED TO DRP-OPENING(DRP-SLOT-SUB).
                   ADD DRS-BILLED-MONTH(DRS-SUB)
                     TO DRP-BILLED(DRP-SLOT-SUB).
                   ADD DRS-WITHDRAWN-MONTH(DRS-SUB)
                     TO DRP-WITHDRAWN(DRP-SLOT-SUB).
                   ADD DRS-RECOGNIZED(DRS-SUB)
                     TO DRP-RECOGNIZED(DRP-SLOT-SUB).
                   ADD CLOSING-DEFERRED TO DRP-CLOSING(DRP-SLOT-SUB).

                   341-FIND-PROGRAM-SLOT.
                       IF DRP-PROGRAM-CODE(DRP-SLOT-SUB) IS EQUAL TO
                           DRS-PROGRAM-CODE(DRS-SUB)
                           MOVE 'Y' TO DRP-MATCH-FLAG
                       ELSE
                           ADD 1 TO DRP-SLOT-SUB
                       END-IF.

                   342-SHIFT-ONE-PROGRAM.
                       MOVE DRP-ENTRY(DRP-SHIFT-SUB - 1)
                         TO DRP-ENTRY(DRP-SHIFT-SUB)
                       SUBTRACT 1 FROM DRP-SHIFT-SUB.

      * opening + billed - withdrawn - recognized = closing, program
      * by program and in total
           400-WRITE-ROLLFORWARD.
               PERFORM 401-WRITE-ONE-PROGRAM
                   VARYING DRP-SUB FROM 1 BY 1
                   UNTIL DRP-SUB > DRP-COUNT.

               MOVE SPACES TO ROLLFORWARD-LINE.
               WRITE ROLLFORWARD-LINE.
               MOVE TOTAL-OPENING TO RTL-OPENING-OUT.
               MOVE TOTAL-BILLED TO RTL-BILLED-OUT.
               MOVE TOTAL-WITHDRAWN TO RTL-WITHDRAWN-OUT.
               MOVE TOTAL-RECOGNIZED TO RTL-RECOGNIZED-OUT.
               MOVE TOTAL-CLOSING TO RTL-CLOSING-OUT.
               WRITE ROLLFORWARD-LINE FROM REPORT-TOTAL-LINE.
               MOVE HOW-MANY-STUDENTS TO RCL-STUDENTS-OUT.
               MOVE ELAPSED-DAYS TO RCL-ELAPSED-OUT.
               MOVE TERM-DAYS TO RCL-TERM-DAYS-OUT.
               WRITE ROLLFORWARD-LINE FROM REPORT-COUNT-LINE.

               401-WRITE-ONE-PROGRAM.
                   MOVE DRP-PROGRAM-CODE(DRP-SUB) TO RDL-PROGRAM-OUT.
                   MOVE DRP-OPENING(DRP-SUB) TO RDL-OPENING-OUT.
                   MOVE DRP-BILLED(DRP-SUB) TO RDL-BILLED-OUT.
                   MOVE DRP-WITHDRAWN(DRP-SUB) TO RDL-WITHDRAWN-OUT.
                   MOVE DRP-RECOGNIZED(DRP-SUB) TO RDL-RECOGNIZED-OUT.
                   MOVE DRP-CLOSING(DRP-SUB) TO RDL-CLOSING-OUT.
                   WRITE ROLLFORWARD-LINE FROM REPORT-DETAIL-LINE.

                   ADD DRP-OPENING(DRP-SUB) TO TOTAL-OPENING.
                   ADD DRP-BILLED(DRP-SUB) TO TOTAL-BILLED.
                   ADD DRP-WITHDRAWN(DRP-SUB) TO TOTAL-WITHDRAWN.
                   ADD DRP-RECOGNIZED(DRP-SUB) TO TOTAL-RECOGNIZED.
                   ADD DRP-CLOSING(DRP-SUB) TO TOTAL-CLOSING.

           500-CLOSE-OUTPUT-FILES.
               CLOSE ROLLFORWARD-REPORT.
               CLOSE DEFREV-LEDGER.

               MOVE SPACES TO GL-EXTRACT-LINE.
               MOVE "TRAILER" TO GL-RECORD-TYPE-OUT.
               MOVE GL-ENTRY-COUNT TO GL-STUDENT-NUMBER-OUT.
               MOVE SPACES TO GL-PROGRAM-CODE-OUT.
               MOVE "ENTRY COUNT/HASH" TO GL-ACCOUNT-OUT.
               MOVE SPACES TO GL-DEBIT-CREDIT-OUT.
               MOVE GL-HASH-TOTAL TO GL-AMOUNT-OUT.
               MOVE "BATCH TOTAL" TO GL-DESCRIPTION-OUT.
               WRITE GL-EXTRACT-LINE.
               CLOSE GL-EXTRACT-FILE.

               MOVE "DEFREV-GL-EXTRACT.txt" TO TRANSMIT-FILE-NAME.
               MOVE "GL" TO TRANSMIT-DESTINATION.
               MOVE RUN-DATE-RAW TO TRANSMIT-PERIOD.
               MOVE GL-ENTRY-COUNT TO TRANSMIT-RECORD-COUNT.
               MOVE GL-HASH-TOTAL TO TRANSMIT-HASH-TOTAL.
               PERFORM 880-REGISTER-TRANSMISSION.

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
               MOVE "PROJ120" TO TXR-CREATED-BY.
               MOVE TRANSMIT-DATE-RAW TO TXR-CREATED-DATE.
               MOVE TRANSMIT-TIME-HHMMSS TO TXR-CREATED-TIME.
               MOVE "SENT" TO TXR-STATUS.
               MOVE ZERO TO TXR-ACK-DATE.
               MOVE SPACES TO TXR-ACK-REASON.
               WRITE TRANSMISSION-REGISTER-RECORD.
               CLOSE TRANSMISSION-REGISTER.

       END PROGRAM PROJECT120.
