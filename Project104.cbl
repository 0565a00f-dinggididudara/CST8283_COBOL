      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: co-op placement-rate report by program, off the
      *          work-term registrations PROJECT103 keeps. For the
      *          keyed work term, COOP-PLACEMENT.txt carries one line
      *          per program of study (the student's first program on
      *          STUFILE3.txt, "-----" when the student has left the
      *          master) in program order: students registered,
      *          placed (confirmed or completed), still seeking, and
      *          cancelled, with the placement rate - placed over
      *          placed plus seeking, cancellations left out of it -
      *          and a total line for the term. Closes with the
      *          students still seeking a placement, so the co-op
      *          office has its call list
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT104.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * kept in step with Project103.cbl's FD WORKTERM-FILE
           SELECT WORKTERM-FILE
           ASSIGN TO "..\COOP-WORKTERM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORKTERM-FILE-STATUS.

           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

           SELECT PLACEMENT-REPORT
           ASSIGN TO "..\COOP-PLACEMENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLACEMENT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WORKTERM-FILE.
       01 WORKTERM-RECORD.
         05 WKT-STUDENT-NUMBER PIC 9(6).
         05 WKT-TERM-CODE PIC 9(6).
         05 WKT-EMPLOYER-CODE PIC X(6).
         05 WKT-START-DATE PIC 9(8).
         05 WKT-END-DATE PIC 9(8).
         05 WKT-SUPERVISOR PIC X(20).
         05 WKT-STATUS PIC X(1).
           88 WKT-SEEKING VALUE 'S'.
           88 WKT-PLACED VALUE 'C' 'D'.
           88 WKT-CANCELLED VALUE 'X'.
         05 WKT-FEE-BILLED PIC 9999V99.
         05 WKT-CONFIRMED-DATE PIC 9(8).
         05 WKT-OPERATOR PIC X(8).

      * current STUDENT-FILE-IN layout, as read by PROJECT03
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

       FD PLACEMENT-REPORT.
       01 PLACEMENT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 WORKTERM-FILE-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 PLACEMENT-REPORT-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 WORKTERM-EOF-FLG PIC X(1) VALUE 'N'.
         05 STUDENT-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-RAW PIC 9(8).
       01 TERM-ENTRY PIC X(6).
       01 REPORT-TERM-CODE PIC 9(6).

      * program and name per student off the master
       01 STUDENT-TABLE.
         05 STUDENT-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON STUDENT-COUNT.
           10 TBL-STU-STUDENT-NUMBER PIC 9(6).
           10 TBL-STU-PROGRAM PIC X(5).
           10 TBL-STU-NAME PIC X(40).

       01 STUDENT-VARIABLES.
         05 STUDENT-COUNT PIC 9(4) VALUE 0.
         05 STUDENT-FIND-SUB PIC 9(4).
         05 STUDENT-FOUND-SUB PIC 9(4).
         05 STUDENT-FOUND-FLAG PIC X(1).
           88 STUDENT-ROW-FOUND VALUE 'Y'.

      * the term's registrations only
       01 WORKTERM-TABLE.
         05 WORKTERM-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON WORKTERM-COUNT.
           10 TBL-WKT-STUDENT-NUMBER PIC 9(6).
           10 TBL-WKT-STATUS PIC X(1).
             88 TBL-WKT-SEEKING VALUE 'S'.
             88 TBL-WKT-PLACED VALUE 'C' 'D'.
             88 TBL-WKT-CANCELLED VALUE 'X'.
           10 TBL-WKT-PROGRAM PIC X(5).
           10 TBL-WKT-NAME PIC X(40).

       01 WORKTERM-VARIABLES.
         05 WORKTERM-COUNT PIC 9(4) VALUE 0.
         05 WORKTERM-SUB PIC 9(4).

      * one row per program, kept in program-code order as rows are
      * added
       01 PROGRAM-TABLE.
         05 PROGRAM-TOTAL-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON PROGRAM-TOTAL-COUNT.
           10 PGT-PROGRAM PIC X(5).
           10 PGT-REGISTERED PIC 9(4).
           10 PGT-PLACED PIC 9(4).
           10 PGT-SEEKING PIC 9(4).
           10 PGT-CANCELLED PIC 9(4).

       01 PROGRAM-VARIABLES.
         05 PROGRAM-TOTAL-COUNT PIC 9(3) VALUE 0.
         05 PROGRAM-SUB PIC 9(3).
         05 PROGRAM-FIND-SUB PIC 9(3).
         05 PROGRAM-FOUND-SUB PIC 9(3).
         05 PROGRAM-FOUND-FLAG PIC X(1).
           88 PROGRAM-ROW-FOUND VALUE 'Y'.
         05 PROGRAM-INSERT-SUB PIC 9(3).
         05 PROGRAM-SHIFT-SUB PIC 9(3).
         05 PROGRAM-LOOKUP PIC X(5).

       01 RATE-FIELDS.
         05 RATE-DENOMINATOR PIC 9(5).
         05 RATE-PERCENT PIC 9(3)V9.

       01 TERM-TOTALS.
         05 TOTAL-REGISTERED PIC 9(5) VALUE 0.
         05 TOTAL-PLACED PIC 9(5) VALUE 0.
         05 TOTAL-SEEKING PIC 9(5) VALUE 0.
         05 TOTAL-CANCELLED PIC 9(5) VALUE 0.

       01 REPORT-HEADER-LINE.
         05 FILLER PIC X(27) VALUE "CO-OP PLACEMENT RATE  TERM ".
         05 RHD-TERM-OUT PIC 9(6).
         05 FILLER PIC X(11) VALUE "  RUN DATE ".
         05 RHD-RUN-DATE-OUT PIC 9(8).
         05 FILLER PIC X(28) VALUE SPACE.

       01 COLUMN-HEADER-LINE.
         05 FILLER PIC X(40)
             VALUE "PROGRAM  REGISTERED  PLACED  SEEKING  CA".
         05 FILLER PIC X(40)
             VALUE "NCELLED  PLACEMENT RATE                 ".

       01 PROGRAM-DETAIL-LINE.
         05 PGD-PROGRAM-OUT PIC X(5).
         05 FILLER PIC X(9) VALUE SPACE.
         05 PGD-REGISTERED-OUT PIC ZZZZ9.
         05 FILLER PIC X(3) VALUE SPACE.
         05 PGD-PLACED-OUT PIC ZZZZ9.
         05 FILLER PIC X(4) VALUE SPACE.
         05 PGD-SEEKING-OUT PIC ZZZZ9.
         05 FILLER PIC X(6) VALUE SPACE.
         05 PGD-CANCELLED-OUT PIC ZZZZ9.
         05 FILLER PIC X(10) VALUE SPACE.
         05 PGD-RATE-OUT PIC ZZ9.9.
         05 FILLER PIC X(1) VALUE "%".
         05 FILLER PIC X(17) VALUE SPACE.

       01 SEEKING-DETAIL-LINE.
         05 FILLER PIC X(2) VALUE SPACE.
         05 SKD-STUDENT-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SKD-PROGRAM-OUT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SKD-NAME-OUT PIC X(40).
         05 FILLER PIC X(23) VALUE SPACE.

       PROCEDURE DIVISION.
      * main procedure - load the master and the term's work terms,
      * one line per program, the term total, then the call list
       100-RUN-PLACEMENT-RATE.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           DISPLAY "ENTER WORK TERM CODE (YYYYTT):".
           ACCEPT TERM-ENTRY.
           IF TERM-ENTRY IS NOT NUMERIC
               DISPLAY "TERM CODE MUST BE SIX DIGITS - RUN ENDED"
               STOP RUN
           END-IF.
           MOVE TERM-ENTRY TO REPORT-TERM-CODE.

           PERFORM 200-LOAD-STUDENT-TABLE.
           PERFORM 210-LOAD-WORKTERM-TABLE.
           PERFORM 300-TALLY-ONE-WORKTERM
               VARYING WORKTERM-SUB FROM 1 BY 1
               UNTIL WORKTERM-SUB > WORKTERM-COUNT.

           OPEN OUTPUT PLACEMENT-REPORT.
           IF PLACEMENT-REPORT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO OPEN COOP-PLACEMENT.txt - STATUS "
                 PLACEMENT-REPORT-STATUS
               STOP RUN
           END-IF.

           MOVE REPORT-TERM-CODE TO RHD-TERM-OUT.
           MOVE RUN-DATE-RAW TO RHD-RUN-DATE-OUT.
           WRITE PLACEMENT-LINE FROM REPORT-HEADER-LINE.
           MOVE SPACES TO PLACEMENT-LINE.
           WRITE PLACEMENT-LINE.
           WRITE PLACEMENT-LINE FROM COLUMN-HEADER-LINE.

           PERFORM 400-REPORT-ONE-PROGRAM
               VARYING PROGRAM-SUB FROM 1 BY 1
               UNTIL PROGRAM-SUB > PROGRAM-TOTAL-COUNT.
           PERFORM 410-REPORT-TERM-TOTAL.
           PERFORM 500-REPORT-STILL-SEEKING.

           CLOSE PLACEMENT-REPORT.

           DISPLAY "WORK TERMS FOR " REPORT-TERM-CODE ": "
             TOTAL-REGISTERED "  PLACED: " TOTAL-PLACED
             "  SEEKING: " TOTAL-SEEKING
             "  CANCELLED: " TOTAL-CANCELLED.
           STOP RUN.

      * a missing master still reports - every program shows "-----"
           200-LOAD-STUDENT-TABLE.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - PROGRAMS "
                     "NOT KNOWN - STATUS " STUDENT-FILE-STATUS
               ELSE
                   PERFORM 201-LOAD-ONE-STUDENT
                       UNTIL STUDENT-EOF-FLG IS EQUAL TO 'Y'
                       OR STUDENT-COUNT IS EQUAL TO 3000
                   CLOSE STUDENT-FILE
               END-IF.

               201-LOAD-ONE-STUDENT.
                   READ STUDENT-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-EOF-FLG
                       NOT AT END
                           ADD 1 TO STUDENT-COUNT
                           MOVE STUDENT-NUMBER
                             TO TBL-STU-STUDENT-NUMBER(STUDENT-COUNT)
                           MOVE PROGRAM-OF-STUDY(1)
                             TO TBL-STU-PROGRAM(STUDENT-COUNT)
                           MOVE STUDENT-NAME
                             TO TBL-STU-NAME(STUDENT-COUNT)
                   END-READ.

      * no registrations on file means an empty report, not an error
           210-LOAD-WORKTERM-TABLE.
               OPEN INPUT WORKTERM-FILE.
               IF WORKTERM-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF WORKTERM-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN COOP-WORKTERM.txt - "
                     "STATUS " WORKTERM-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 211-LOAD-ONE-WORKTERM
                       UNTIL WORKTERM-EOF-FLG IS EQUAL TO 'Y'
                       OR WORKTERM-COUNT IS EQUAL TO 3000
                   CLOSE WORKTERM-FILE
               END-IF
               END-IF.

               211-LOAD-ONE-WORKTERM.
                   READ WORKTERM-FILE
                       AT END
                           MOVE 'Y' TO WORKTERM-EOF-FLG
                       NOT AT END
                           IF WKT-TERM-CODE IS EQUAL TO
                               REPORT-TERM-CODE
                               ADD 1 TO WORKTERM-COUNT
                               MOVE WKT-STUDENT-NUMBER
                                 TO TBL-WKT-STUDENT-NUMBER
                                   (WORKTERM-COUNT)
                               MOVE WKT-STATUS
                                 TO TBL-WKT-STATUS(WORKTERM-COUNT)
                               PERFORM 212-ATTACH-PROGRAM
                           END-IF
                   END-READ.

               212-ATTACH-PROGRAM.
                   MOVE 'N' TO STUDENT-FOUND-FLAG.
                   PERFORM 213-CHECK-ONE-STUDENT
                       VARYING STUDENT-FIND-SUB FROM 1 BY 1
                       UNTIL STUDENT-FIND-SUB > STUDENT-COUNT
                       OR STUDENT-ROW-FOUND.
                   IF STUDENT-ROW-FOUND
                       MOVE TBL-STU-PROGRAM(STUDENT-FOUND-SUB)
                         TO TBL-WKT-PROGRAM(WORKTERM-COUNT)
                       MOVE TBL-STU-NAME(STUDENT-FOUND-SUB)
                         TO TBL-WKT-NAME(WORKTERM-COUNT)
                   ELSE
                       MOVE "-----" TO TBL-WKT-PROGRAM(WORKTERM-COUNT)
                       MOVE "(NOT ON THE MASTER)"
                         TO TBL-WKT-NAME(WORKTERM-COUNT)
                   END-IF.

                   213-CHECK-ONE-STUDENT.
                       IF TBL-STU-STUDENT-NUMBER(STUDENT-FIND-SUB)
                           IS EQUAL TO WKT-STUDENT-NUMBER
                           MOVE 'Y' TO STUDENT-FOUND-FLAG
                           MOVE STUDENT-FIND-SUB TO STUDENT-FOUND-SUB
                       END-IF.

      * one registration counted against its program and the term
           300-TALLY-ONE-WORKTERM.
               MOVE TBL-WKT-PROGRAM(WORKTERM-SUB) TO PROGRAM-LOOKUP.
               PERFORM 310-FIND-PROGRAM-ROW.
               IF PROGRAM-ROW-FOUND
                   PERFORM 320-COUNT-INTO-PROGRAM
               ELSE IF PROGRAM-TOTAL-COUNT IS LESS THAN 200
                   PERFORM 311-INSERT-PROGRAM-ROW
                   PERFORM 320-COUNT-INTO-PROGRAM
               ELSE
                   DISPLAY "PROGRAM TABLE FULL - " PROGRAM-LOOKUP
                     " LEFT OFF THE REPORT"
               END-IF
               END-IF.

           310-FIND-PROGRAM-ROW.
               MOVE 'N' TO PROGRAM-FOUND-FLAG.
               MOVE 0 TO PROGRAM-FOUND-SUB.
               PERFORM 3101-CHECK-ONE-PROGRAM
                   VARYING PROGRAM-FIND-SUB FROM 1 BY 1
                   UNTIL PROGRAM-FIND-SUB > PROGRAM-TOTAL-COUNT
                   OR PROGRAM-ROW-FOUND.

               3101-CHECK-ONE-PROGRAM.
                   IF PGT-PROGRAM(PROGRAM-FIND-SUB) IS EQUAL TO
                       PROGRAM-LOOKUP
                       MOVE 'Y' TO PROGRAM-FOUND-FLAG
                       MOVE PROGRAM-FIND-SUB TO PROGRAM-FOUND-SUB
                   END-IF.

      * a new program goes in ahead of the first code above it, the
      * rows from there up shifting one place
           311-INSERT-PROGRAM-ROW.
               MOVE 1 TO PROGRAM-INSERT-SUB.
               PERFORM 3111-STEP-PAST-ONE-PROGRAM
                   UNTIL PROGRAM-INSERT-SUB > PROGRAM-TOTAL-COUNT
                   OR PGT-PROGRAM(PROGRAM-INSERT-SUB) IS GREATER
                       THAN PROGRAM-LOOKUP.

               ADD 1 TO PROGRAM-TOTAL-COUNT.
               PERFORM 3112-SHIFT-ONE-PROGRAM
                   VARYING PROGRAM-SHIFT-SUB FROM PROGRAM-TOTAL-COUNT
                   BY -1
                   UNTIL PROGRAM-SHIFT-SUB IS NOT GREATER THAN
                       PROGRAM-INSERT-SUB.

               MOVE PROGRAM-LOOKUP TO PGT-PROGRAM(PROGRAM-INSERT-SUB).
               MOVE ZERO TO PGT-REGISTERED(PROGRAM-INSERT-SUB).
               MOVE ZERO TO PGT-PLACED(PROGRAM-INSERT-SUB).
               MOVE ZERO TO PGT-SEEKING(PROGRAM-INSERT-SUB).
               MOVE ZERO TO PGT-CANCELLED(PROGRAM-INSERT-SUB).
               MOVE PROGRAM-INSERT-SUB TO PROGRAM-FOUND-SUB.

               3111-STEP-PAST-ONE-PROGRAM.
                   ADD 1 TO PROGRAM-INSERT-SUB.

               3112-SHIFT-ONE-PROGRAM.
                   MOVE PROGRAM-TOTAL-ENTRY(PROGRAM-SHIFT-SUB - 1)
                     TO PROGRAM-TOTAL-ENTRY(PROGRAM-SHIFT-SUB).

           320-COUNT-INTO-PROGRAM.
               ADD 1 TO PGT-REGISTERED(PROGRAM-FOUND-SUB).
               ADD 1 TO TOTAL-REGISTERED.
               IF TBL-WKT-PLACED(WORKTERM-SUB)
                   ADD 1 TO PGT-PLACED(PROGRAM-FOUND-SUB)
                   ADD 1 TO TOTAL-PLACED
               ELSE IF TBL-WKT-SEEKING(WORKTERM-SUB)
                   ADD 1 TO PGT-SEEKING(PROGRAM-FOUND-SUB)
                   ADD 1 TO TOTAL-SEEKING
               ELSE
                   ADD 1 TO PGT-CANCELLED(PROGRAM-FOUND-SUB)
                   ADD 1 TO TOTAL-CANCELLED
               END-IF
               END-IF.

           400-REPORT-ONE-PROGRAM.
               MOVE PGT-PROGRAM(PROGRAM-SUB) TO PGD-PROGRAM-OUT.
               MOVE PGT-REGISTERED(PROGRAM-SUB) TO PGD-REGISTERED-OUT.
               MOVE PGT-PLACED(PROGRAM-SUB) TO PGD-PLACED-OUT.
               MOVE PGT-SEEKING(PROGRAM-SUB) TO PGD-SEEKING-OUT.
               MOVE PGT-CANCELLED(PROGRAM-SUB) TO PGD-CANCELLED-OUT.
               ADD PGT-PLACED(PROGRAM-SUB) PGT-SEEKING(PROGRAM-SUB)
                   GIVING RATE-DENOMINATOR.
               IF RATE-DENOMINATOR IS GREATER THAN ZERO
                   COMPUTE RATE-PERCENT ROUNDED =
                       PGT-PLACED(PROGRAM-SUB) * 100
                       / RATE-DENOMINATOR
               ELSE
                   MOVE ZERO TO RATE-PERCENT
               END-IF.
               MOVE RATE-PERCENT TO PGD-RATE-OUT.
               WRITE PLACEMENT-LINE FROM PROGRAM-DETAIL-LINE.

           410-REPORT-TERM-TOTAL.
               MOVE SPACES TO PLACEMENT-LINE.
               WRITE PLACEMENT-LINE.
               MOVE "TOTAL" TO PGD-PROGRAM-OUT.
               MOVE TOTAL-REGISTERED TO PGD-REGISTERED-OUT.
               MOVE TOTAL-PLACED TO PGD-PLACED-OUT.
               MOVE TOTAL-SEEKING TO PGD-SEEKING-OUT.
               MOVE TOTAL-CANCELLED TO PGD-CANCELLED-OUT.
               ADD TOTAL-PLACED TOTAL-SEEKING
                   GIVING RATE-DENOMINATOR.
               IF RATE-DENOMINATOR IS GREATER THAN ZERO
                   COMPUTE RATE-PERCENT ROUNDED =
                       TOTAL-PLACED * 100 / RATE-DENOMINATOR
               ELSE
                   MOVE ZERO TO RATE-PERCENT
               END-IF.
               MOVE RATE-PERCENT TO PGD-RATE-OUT.
               WRITE PLACEMENT-LINE FROM PROGRAM-DETAIL-LINE.

      * the call list - everyone the term still has to place
           500-REPORT-STILL-SEEKING.
               MOVE SPACES TO PLACEMENT-LINE.
               WRITE PLACEMENT-LINE.
               MOVE "STUDENTS STILL SEEKING A PLACEMENT"
                 TO PLACEMENT-LINE.
               WRITE PLACEMENT-LINE.
               IF TOTAL-SEEKING IS EQUAL TO ZERO
                   MOVE "  NONE - EVERY REGISTERED STUDENT IS PLACED"
                     TO PLACEMENT-LINE
                   WRITE PLACEMENT-LINE
               ELSE
                   PERFORM 501-REPORT-ONE-SEEKING
                       VARYING WORKTERM-SUB FROM 1 BY 1
                       UNTIL WORKTERM-SUB > WORKTERM-COUNT
               END-IF.

               501-REPORT-ONE-SEEKING.
                   IF TBL-WKT-SEEKING(WORKTERM-SUB)
                       MOVE TBL-WKT-STUDENT-NUMBER(WORKTERM-SUB)
                         TO SKD-STUDENT-OUT
                       MOVE TBL-WKT-PROGRAM(WORKTERM-SUB)
                         TO SKD-PROGRAM-OUT
                       MOVE TBL-WKT-NAME(WORKTERM-SUB)
                         TO SKD-NAME-OUT
                       WRITE PLACEMENT-LINE FROM SEEKING-DETAIL-LINE
                   END-IF.

       END PROGRAM PROJECT104.
