      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: next-term tuition revenue projection. For the keyed
      *          term code (YYYYTT) every selection PROJECT77 and
      *          PROJECT78 have put on PENDING-ENROLMENT.txt - pending,
      *          or already activated if PROJECT19 has rolled over - is
      *          priced the way PROJECT20 will bill it: the
      *          RATE-TABLE.txt row for the student's first program in
      *          force on the keyed term start date, flat fee plus
      *          rate times the billable hours, the international
      *          multiplier on top, the catalog's ancillary fee per
      *          course off COURSE.txt, and the health plan premium
      *          (HEALTH-PLAN-FEE.txt) for international students
      *          without an active opt-out on HEALTH-OPTOUT.txt.
      *          Several pending rows for one student price as one
      *          bill. The projection is totalled by program and
      *          student type on PROJECTION-REPORT-<term>.txt and set
      *          beside the same term a year earlier as it stood at
      *          the same point in that registration cycle - the
      *          latest run on REVENUE-PROJECTION-HISTORY.txt for that
      *          term made no later than this date last year. Every
      *          run adds its own figures to the history, so next
      *          year's runs have this one to compare with. Nothing is
      *          billed or posted
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - campus rates: each student prices off the
      *                   rate row for their home campus on
      *                   STUDENT-CAMPUS.txt when one is in force on
      *                   the term start, otherwise the blank
      *                   all-campus row, as PROJECT20 bills it
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT122.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the advance registrations being priced
           SELECT PENDING-FILE
           ASSIGN TO "..\PENDING-ENROLMENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PENDING-FILE-STATUS.

      * the student master - each student's program and the
      * international flag are taken
           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

           SELECT RATE-TABLE-FILE
           ASSIGN TO "..\RATE-TABLE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATE-TABLE-STATUS.

      * the course catalog - only the ancillary fee column is used
           SELECT COURSE-FILE
           ASSIGN TO "..\COURSE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COURSE-FILE-STATUS.

      * the one-record health plan premium
           SELECT HEALTH-FEE-CONTROL
           ASSIGN TO "..\HEALTH-PLAN-FEE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HEALTH-FEE-STATUS.

      * documented opt-outs recorded by PROJECT87
           SELECT HEALTH-OPTOUT-FILE
           ASSIGN TO "..\HEALTH-OPTOUT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HEALTH-OPTOUT-STATUS.

      * each student's home campus, kept by PROJECT150 - a student
      * with no row is at MAIN
           SELECT STUDENT-CAMPUS-FILE
           ASSIGN TO "..\STUDENT-CAMPUS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-CAMPUS-STATUS.

      * one line per program and student type per run, appended run
      * after run
           SELECT PROJECTION-HISTORY
           ASSIGN TO "..\REVENUE-PROJECTION-HISTORY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROJECTION-HISTORY-STATUS.

      * the run's projection, named per term
           SELECT PROJECTION-REPORT
           ASSIGN TO PROJECTION-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROJECTION-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one pending registration - kept in step with Project77.cbl,
      * Project78.cbl and Project19.cbl
       FD PENDING-FILE.
       01 PENDING-RECORD.
         05 PEN-STUDENT-NUMBER PIC 9(6).
         05 PEN-TERM-CODE PIC 9(6).
         05 PEN-STATUS PIC X(1).
         05 PEN-SOURCE PIC X(1).
         05 PEN-COURSE-COUNT PIC 9(1).
         05 PEN-COURSE-ENTRY OCCURS 1 TO 5 TIMES
             DEPENDING ON PEN-COURSE-COUNT.
           10 PEN-COURSE-CODE PIC X(7).
           10 PEN-SECTION-CODE PIC X(3).
           10 PEN-CREDIT-HOURS PIC 9(1).

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

      * kept in step with Project20.cbl's FD RATE-TABLE-FILE
       FD RATE-TABLE-FILE.
       01 RATE-TABLE-IN.
         05 RT-PROGRAM-CODE PIC X(5).
         05 RT-PER-CREDIT-RATE PIC 9999V99.
         05 RT-FLAT-FEE PIC 9999V99.
         05 RT-INTL-MULTIPLIER PIC 9V99.
         05 RT-EFFECTIVE-FROM PIC X(8).
         05 RT-EFFECTIVE-TO PIC X(8).
         05 RT-CAMPUS-CODE PIC X(4).

      * kept in step with Project02.cbl's FD COURSE-FILE
       FD COURSE-FILE.
       01 COURSE-FILE-IN.
         05 CRS-COURSE-CODE PIC X(7).
         05 CRS-COURSE-TITLE PIC X(25).
         05 CRS-CREDIT-HOURS PIC 9(1).
         05 CRS-COURSE-FEE PIC 9999V99.
         05 CRS-PREREQ-COUNT PIC X(1).
         05 CRS-PREREQ-CODE PIC X(7) OCCURS 3 TIMES.

      * kept in step with Project20.cbl's FD HEALTH-FEE-CONTROL
       FD HEALTH-FEE-CONTROL.
       01 HEALTH-FEE-RECORD.
         05 HPF-FEE-AMOUNT PIC 9999V99.

      * one opt-out per line - kept in step with Project87.cbl's
      * FD HEALTH-OPTOUT-FILE; status 'A' active, 'C' cancelled
       FD HEALTH-OPTOUT-FILE.
       01 HEALTH-OPTOUT-IN.
         05 HOP-STUDENT-NUMBER PIC 9(6).
         05 HOP-PROOF-REFERENCE PIC X(20).
         05 HOP-APPROVER-ID PIC X(8).
         05 HOP-OPTOUT-DATE PIC 9(8).
         05 HOP-STATUS PIC X(1).

      * kept in step with Project150.cbl's FD STUDENT-CAMPUS-FILE
       FD STUDENT-CAMPUS-FILE.
       01 STUDENT-CAMPUS-RECORD.
         05 SCM-STUDENT-NUMBER PIC 9(6).
         05 SCM-CAMPUS-CODE PIC X(4).
         05 SCM-SOURCE PIC X(1).
         05 SCM-SET-DATE PIC 9(8).

      * what one run projected for one program and student type -
      * the run date and time together tell one run from another
       FD PROJECTION-HISTORY.
       01 PROJECTION-HISTORY-LINE.
         05 PJH-TERM-CODE PIC 9(6).
         05 PJH-RUN-DATE PIC 9(8).
         05 PJH-RUN-TIME PIC 9(6).
         05 PJH-PROGRAM-CODE PIC X(5).
         05 PJH-STUDENT-TYPE PIC X(1).
         05 PJH-STUDENTS PIC 9(5).
         05 PJH-CREDIT-HOURS PIC 9(6).
         05 PJH-TUITION PIC 9(8)V99.
         05 PJH-ANCILLARY PIC 9(8)V99.
         05 PJH-HEALTH-PLAN PIC 9(8)V99.
         05 PJH-PROJECTED PIC 9(9)V99.

       FD PROJECTION-REPORT.
       01 PROJECTION-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 PENDING-FILE-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 RATE-TABLE-STATUS PIC X(2).
         05 COURSE-FILE-STATUS PIC X(2).
         05 HEALTH-FEE-STATUS PIC X(2).
         05 HEALTH-OPTOUT-STATUS PIC X(2).
         05 STUDENT-CAMPUS-STATUS PIC X(2).
         05 PROJECTION-HISTORY-STATUS PIC X(2).
         05 PROJECTION-REPORT-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 PENDING-EOF-FLG PIC X(1) VALUE 'N'.
         05 MASTER-EOF-FLG PIC X(1) VALUE 'N'.
         05 RATE-EOF-FLG PIC X(1) VALUE 'N'.
         05 CFE-EOF-FLG PIC X(1) VALUE 'N'.
         05 HOP-EOF-FLG PIC X(1) VALUE 'N'.
         05 HISTORY-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-RAW PIC 9(8).
       01 RUN-TIME-RAW PIC 9(8).
       01 PROJECTION-REPORT-FILENAME PIC X(40).

      * the keyed term, the date its rates are selected on, and the
      * prior-year term and cut-off it is compared against - a run on
      * 29 February compares with the 28th
       01 TERM-FIELDS.
         05 TERM-CODE-ENTRY PIC X(6).
         05 TERM-CODE-NUMERIC REDEFINES TERM-CODE-ENTRY PIC 9(6).
         05 TERM-START-ENTRY PIC X(8).
         05 TERM-START-NUMERIC REDEFINES TERM-START-ENTRY
             PIC 9(8).
         05 PRIOR-TERM-CODE PIC 9(6).
         05 PRIOR-CUTOFF-DATE PIC 9(8).
         05 PRIOR-CUTOFF-PARTS REDEFINES PRIOR-CUTOFF-DATE.
           10 PRIOR-CUTOFF-YEAR PIC 9(4).
           10 PRIOR-CUTOFF-MMDD PIC 9(4).
         05 PRIOR-RUN-STAMP PIC 9(14) VALUE 0.
         05 HISTORY-RUN-STAMP PIC 9(14).
         05 PRIOR-RUN-DATE PIC 9(8) VALUE 0.
         05 PRIOR-RUN-TIME PIC 9(6) VALUE 0.
         05 PRIOR-RUN-FLAG PIC X(1) VALUE 'N'.
           88 PRIOR-RUN-FOUND VALUE 'Y'.

      * RATE-TABLE.txt, loaded the way PROJECT20 loads it
       01 RATE-TABLE-CONTAINER.
         05 RATE-ENTRY OCCURS 1 TO 100 TIMES
             DEPENDING ON RATE-TABLE-COUNT.
           10 RTE-PROGRAM-CODE PIC X(5).
           10 RTE-PER-CREDIT-RATE PIC 9999V99.
           10 RTE-FLAT-FEE PIC 9999V99.
           10 RTE-INTL-MULTIPLIER PIC 9V99.
           10 RTE-EFFECTIVE-FROM PIC 9(8).
           10 RTE-EFFECTIVE-TO PIC 9(8).
           10 RTE-CAMPUS-CODE PIC X(4).

       01 RATE-VARIABLES.
         05 RATE-TABLE-COUNT PIC 9(3) VALUE 0.
         05 RATE-FIND-SUB PIC 9(3).
         05 RATE-FOUND-SUB PIC 9(3).
         05 RATE-FOUND-FLAG PIC X(1).
           88 RATE-FOUND VALUE 'Y'.
      * the student's own campus, and the all-campus row 310 falls
      * back on when that campus has no row of its own
         05 RATE-HOME-CAMPUS PIC X(4).
         05 RATE-FALLBACK-SUB PIC 9(3).

      * the home campuses on file
       01 STUDENT-CAMPUS-CONTAINER.
         05 STUDENT-CAMPUS-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON STUDENT-CAMPUS-COUNT.
           10 SCM-STUDENT-CONTAINER PIC 9(6).
           10 SCM-CAMPUS-CONTAINER PIC X(4).

       01 STUDENT-CAMPUS-VARIABLES.
         05 STUDENT-CAMPUS-COUNT PIC 9(4) VALUE 0.
         05 STUDENT-CAMPUS-SUB PIC 9(4).
         05 STUDENT-CAMPUS-EOF-FLG PIC X(1) VALUE 'N'.
         05 DEFAULT-CAMPUS-CODE PIC X(4) VALUE "MAIN".

      * the catalog's ancillary fee per course
       01 COURSE-FEE-TABLE.
         05 CFE-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON CFE-COUNT.
           10 CFE-COURSE-CODE PIC X(7).
           10 CFE-COURSE-FEE PIC 9999V99.

       01 COURSE-FEE-VARIABLES.
         05 CFE-COUNT PIC 9(3) VALUE 0.
         05 CFE-FIND-SUB PIC 9(3).
         05 CFE-FOUND-FLAG PIC X(1).
           88 COURSE-FEE-FOUND VALUE 'Y'.

      * the plan premium and the active opt-outs
       01 HEALTH-PLAN-FIELDS.
         05 HEALTH-PLAN-FEE PIC 9999V99 VALUE 0.
         05 HEALTH-FEE-ON-FILE-FLAG PIC X(1) VALUE 'N'.
           88 HEALTH-FEE-ON-FILE VALUE 'Y'.
         05 HOP-COUNT PIC 9(3) VALUE 0.
         05 HOP-FIND-SUB PIC 9(3).
         05 HOP-FOUND-FLAG PIC X(1).
           88 HEALTH-OPTED-OUT VALUE 'Y'.

       01 HEALTH-OPTOUT-TABLE.
         05 HOP-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON HOP-COUNT.
           10 HOP-STUDENT-CONTAINER PIC 9(6).

      * one line per student registered for the term - the hours and
      * course fees of every pending row the student has add up here
       01 PENDING-STUDENT-TABLE.
         05 PST-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON PST-COUNT.
           10 PST-STUDENT-NUMBER PIC 9(6).
           10 PST-PROGRAM-CODE PIC X(5).
           10 PST-STUDENT-TYPE PIC X(1).
             88 PST-INTERNATIONAL VALUE 'I'.
           10 PST-ON-MASTER-FLAG PIC X(1).
             88 PST-ON-MASTER VALUE 'Y'.
           10 PST-CREDIT-HOURS PIC 9(3).
           10 PST-ANCILLARY PIC 9(5)V99.

       01 PENDING-STUDENT-VARIABLES.
         05 PST-COUNT PIC 9(4) VALUE 0.
         05 PST-SUB PIC 9(4).
         05 PST-FOUND-SUB PIC 9(4).
         05 PEN-COURSE-SUB PIC 9(1).

      * the projection by program and student type, in program-code
      * order with domestic ahead of international, the prior year's
      * figures alongside
       01 PROJECTION-TABLE.
         05 PJT-ENTRY OCCURS 1 TO 400 TIMES
             DEPENDING ON PJT-COUNT.
           10 PJT-KEY.
             15 PJT-PROGRAM-CODE PIC X(5).
             15 PJT-STUDENT-TYPE PIC X(1).
           10 PJT-STUDENTS PIC 9(5).
           10 PJT-CREDIT-HOURS PIC 9(6).
           10 PJT-TUITION PIC 9(8)V99.
           10 PJT-ANCILLARY PIC 9(8)V99.
           10 PJT-HEALTH-PLAN PIC 9(8)V99.
           10 PJT-PROJECTED PIC 9(9)V99.
           10 PJT-PRIOR-STUDENTS PIC 9(5).
           10 PJT-PRIOR-PROJECTED PIC 9(9)V99.

       01 PROJECTION-VARIABLES.
         05 PJT-COUNT PIC 9(3) VALUE 0.
         05 PJT-SUB PIC 9(3).
         05 PJT-SLOT-SUB PIC 9(3).
         05 PJT-SHIFT-SUB PIC 9(3).
         05 PJT-FIND-KEY.
           10 PJT-FIND-PROGRAM PIC X(5).
           10 PJT-FIND-TYPE PIC X(1).
         05 PJT-MATCH-FLAG PIC X(1).
           88 PJT-KEY-MATCHED VALUE 'Y'.

      * the report's totals - 1 domestic, 2 international, 3 all
       01 PROJECTION-TOTAL-TABLE.
         05 TTL-ENTRY OCCURS 3 TIMES.
           10 TTL-LABEL PIC X(14).
           10 TTL-STUDENTS PIC 9(5).
           10 TTL-CREDIT-HOURS PIC 9(6).
           10 TTL-TUITION PIC 9(8)V99.
           10 TTL-ANCILLARY PIC 9(8)V99.
           10 TTL-HEALTH-PLAN PIC 9(8)V99.
           10 TTL-PROJECTED PIC 9(9)V99.
           10 TTL-PRIOR-STUDENTS PIC 9(5).
           10 TTL-PRIOR-PROJECTED PIC 9(9)V99.

       01 PROJECTION-TOTAL-VARIABLES.
         05 TTL-SUB PIC 9(1).
         05 TTL-TYPE-SUB PIC 9(1).

       01 PRICING-WORK-FIELDS.
         05 STUDENT-TUITION PIC 9(5)V99.
         05 STUDENT-HEALTH-PLAN PIC 9999V99.
         05 CHANGE-AMOUNT PIC S9(9)V99.

       01 COUNTERS.
         05 HOW-MANY-PENDING-ROWS PIC 9(5) VALUE 0.
         05 HOW-MANY-PRICED PIC 9(5) VALUE 0.
         05 HOW-MANY-NO-RATE PIC 9(5) VALUE 0.
         05 HOW-MANY-NOT-ON-MASTER PIC 9(5) VALUE 0.
         05 HOW-MANY-PLAN-OPTOUT PIC 9(5) VALUE 0.
         05 NO-RATE-HOURS PIC 9(6) VALUE 0.
         05 STUDENT-TABLE-FULL PIC X(1) VALUE 'N'.

       01 REPORT-HEADING-LINE.
         05 FILLER PIC X(37)
             VALUE "NEXT-TERM TUITION REVENUE PROJECTION ".
         05 FILLER PIC X(5) VALUE "TERM ".
         05 RPT-HEAD-TERM PIC 9(6).
         05 FILLER PIC X(24) VALUE "   RATES IN FORCE ON    ".
         05 RPT-HEAD-START-DATE PIC 9(8).
         05 FILLER PIC X(8) VALUE "   RUN  ".
         05 RPT-HEAD-RUN-DATE PIC 9(8).
         05 FILLER PIC X(36) VALUE SPACE.

       01 REPORT-PRIOR-LINE.
         05 FILLER PIC X(24) VALUE "COMPARED WITH TERM      ".
         05 RPL-PRIOR-TERM PIC 9(6).
         05 FILLER PIC X(15) VALUE " AS PROJECTED  ".
         05 RPL-PRIOR-RUN-DATE PIC 9(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 RPL-PRIOR-RUN-TIME PIC 9(6).
         05 FILLER PIC X(72) VALUE SPACE.

       01 REPORT-NO-PRIOR-LINE.
         05 FILLER PIC X(24) VALUE "NO PRIOR-YEAR RUN OF    ".
         05 RNP-PRIOR-TERM PIC 9(6).
         05 FILLER PIC X(22) VALUE " ON FILE AS AT        ".
         05 RNP-CUTOFF-DATE PIC 9(8).
         05 FILLER PIC X(72) VALUE SPACE.

       01 REPORT-COLUMN-LINE.
         05 FILLER PIC X(8) VALUE "PROGRAM".
         05 FILLER PIC X(9) VALUE "TYPE".
         05 FILLER PIC X(7) VALUE "STUDNTS".
         05 FILLER PIC X(7) VALUE "  HOURS".
         05 FILLER PIC X(14) VALUE "       TUITION".
         05 FILLER PIC X(14) VALUE "     ANCILLARY".
         05 FILLER PIC X(14) VALUE "   HEALTH PLAN".
         05 FILLER PIC X(15) VALUE "      PROJECTED".
         05 FILLER PIC X(7) VALUE "  PRIOR".
         05 FILLER PIC X(15) VALUE "   PRIOR AMOUNT".
         05 FILLER PIC X(16) VALUE "         CHANGE".
         05 FILLER PIC X(6) VALUE SPACE.

       01 REPORT-DETAIL-LINE.
         05 RDL-PROGRAM-OUT PIC X(5).
         05 FILLER PIC X(3) VALUE SPACE.
         05 RDL-TYPE-OUT PIC X(14).
         05 RDL-STUDENTS-OUT PIC ZZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RDL-HOURS-OUT PIC ZZZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RDL-TUITION-OUT PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RDL-ANCILLARY-OUT PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RDL-HEALTH-PLAN-OUT PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RDL-PROJECTED-OUT PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 RDL-PRIOR-STUDENTS-OUT PIC ZZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RDL-PRIOR-PROJECTED-OUT PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RDL-CHANGE-OUT PIC -ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(6) VALUE SPACE.

       01 REPORT-COUNT-LINE.
         05 FILLER PIC X(24) VALUE "PENDING ROWS READ       ".
         05 RCL-ROWS-OUT PIC ZZZZ9.
         05 FILLER PIC X(24) VALUE "   STUDENTS PRICED      ".
         05 RCL-PRICED-OUT PIC ZZZZ9.
         05 FILLER PIC X(24) VALUE "   HEALTH PLAN OPT-OUTS ".
         05 RCL-OPTOUT-OUT PIC ZZZZ9.
         05 FILLER PIC X(45) VALUE SPACE.

       01 REPORT-NO-RATE-LINE.
         05 FILLER PIC X(24) VALUE "STUDENTS WITH NO RATE   ".
         05 RNR-COUNT-OUT PIC ZZZZ9.
         05 FILLER PIC X(10) VALUE "   HOURS  ".
         05 RNR-HOURS-OUT PIC ZZZZZ9.
         05 FILLER PIC X(36)
             VALUE " - NOT PRICED, NOT IN THE TOTALS    ".
         05 FILLER PIC X(51) VALUE SPACE.

       01 REPORT-NOT-ON-MASTER-LINE.
         05 FILLER PIC X(24) VALUE "STUDENTS NOT ON MASTER  ".
         05 RNM-COUNT-OUT PIC ZZZZ9.
         05 FILLER PIC X(36)
             VALUE " - NO PROGRAM, COUNTED AS NO RATE  ".
         05 FILLER PIC X(67) VALUE SPACE.

       PROCEDURE DIVISION.
      * main procedure - key the term and its start date, price every
      * registration on file for it, then report beside last year
       100-PROJECT-NEXT-TERM.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-RAW FROM TIME.

           DISPLAY "ENTER TERM CODE TO PROJECT (YYYYTT):".
           ACCEPT TERM-CODE-ENTRY.
           IF TERM-CODE-ENTRY IS NOT NUMERIC
               DISPLAY "TERM CODE MUST BE SIX DIGITS YYYYTT"
               STOP RUN
           END-IF.

           DISPLAY "ENTER THE TERM'S START DATE (YYYYMMDD) - RATES "
             "IN FORCE THAT DAY PRICE THE TERM:".
           MOVE SPACES TO TERM-START-ENTRY.
           ACCEPT TERM-START-ENTRY.
           IF TERM-START-ENTRY IS NOT NUMERIC
               DISPLAY "TERM START DATE MUST BE EIGHT DIGITS YYYYMMDD"
               STOP RUN
           END-IF.

           PERFORM 200-DERIVE-PRIOR-YEAR.
           PERFORM 210-LOAD-RATE-TABLE.
           PERFORM 215-LOAD-COURSE-FEES.
           PERFORM 220-READ-HEALTH-FEE.
           PERFORM 225-LOAD-HEALTH-OPTOUTS.
           PERFORM 227-LOAD-STUDENT-CAMPUSES.
           PERFORM 230-LOAD-PENDING-STUDENTS.
           PERFORM 240-TAKE-STUDENT-DETAILS.
           PERFORM 250-FIND-PRIOR-YEAR-RUN.
           IF PRIOR-RUN-FOUND
               PERFORM 260-TAKE-PRIOR-YEAR-RUN
           END-IF.

           PERFORM 300-PRICE-ONE-STUDENT
               VARYING PST-SUB FROM 1 BY 1
               UNTIL PST-SUB > PST-COUNT.

           PERFORM 400-WRITE-PROJECTION-REPORT.
           PERFORM 500-APPEND-PROJECTION-HISTORY.

           DISPLAY "TERM " TERM-CODE-ENTRY " PROJECTED - "
             HOW-MANY-PRICED " STUDENT(S) PRICED, SEE "
             PROJECTION-REPORT-FILENAME.
           STOP RUN.

      * the same term a year back, as it stood on this date last year
           200-DERIVE-PRIOR-YEAR.
               COMPUTE PRIOR-TERM-CODE = TERM-CODE-NUMERIC - 100.
               COMPUTE PRIOR-CUTOFF-DATE = RUN-DATE-RAW - 10000.
               IF PRIOR-CUTOFF-MMDD IS EQUAL TO 0229
                   MOVE 0228 TO PRIOR-CUTOFF-MMDD
               END-IF.

               MOVE SPACES TO PROJECTION-REPORT-FILENAME.
               STRING "..\PROJECTION-REPORT-" DELIMITED BY SIZE
                   TERM-CODE-ENTRY DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO PROJECTION-REPORT-FILENAME
               END-STRING.

      * without the rate table there is nothing to price against
           210-LOAD-RATE-TABLE.
               OPEN INPUT RATE-TABLE-FILE.
               IF RATE-TABLE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN RATE-TABLE.txt - STATUS "
                     RATE-TABLE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 211-LOAD-ONE-RATE
                   UNTIL RATE-EOF-FLG IS EQUAL TO 'Y'
                   OR RATE-TABLE-COUNT IS EQUAL TO 100.

               CLOSE RATE-TABLE-FILE.

               211-LOAD-ONE-RATE.
                   READ RATE-TABLE-FILE
                       AT END
                           MOVE 'Y' TO RATE-EOF-FLG
                       NOT AT END
                           ADD 1 TO RATE-TABLE-COUNT
                           MOVE RT-PROGRAM-CODE
                             TO RTE-PROGRAM-CODE(RATE-TABLE-COUNT)
                           MOVE RT-PER-CREDIT-RATE
                             TO RTE-PER-CREDIT-RATE(RATE-TABLE-COUNT)
                           MOVE RT-FLAT-FEE
                             TO RTE-FLAT-FEE(RATE-TABLE-COUNT)
                           MOVE RT-INTL-MULTIPLIER
                             TO RTE-INTL-MULTIPLIER(RATE-TABLE-COUNT)
                           MOVE RT-CAMPUS-CODE
                             TO RTE-CAMPUS-CODE(RATE-TABLE-COUNT)
                           PERFORM 212-DEFAULT-EFFECTIVE-DATES
                   END-READ.

      * a blank or zero date on either end leaves that end open, as
      * PROJECT20 reads it
               212-DEFAULT-EFFECTIVE-DATES.
                   IF RT-EFFECTIVE-FROM IS NUMERIC
                       MOVE RT-EFFECTIVE-FROM
                         TO RTE-EFFECTIVE-FROM(RATE-TABLE-COUNT)
                   ELSE
                       MOVE ZERO
                         TO RTE-EFFECTIVE-FROM(RATE-TABLE-COUNT)
                   END-IF.
                   IF RT-EFFECTIVE-TO IS NUMERIC
                       AND RT-EFFECTIVE-TO IS NOT EQUAL TO "00000000"
                       MOVE RT-EFFECTIVE-TO
                         TO RTE-EFFECTIVE-TO(RATE-TABLE-COUNT)
                   ELSE
                       MOVE 99999999
                         TO RTE-EFFECTIVE-TO(RATE-TABLE-COUNT)
                   END-IF.

      * a missing catalog projects without the ancillary fees, loudly
           215-LOAD-COURSE-FEES.
               OPEN INPUT COURSE-FILE.
               IF COURSE-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN COURSE.txt - ANCILLARY "
                     "FEES LEFT OUT OF THE PROJECTION - STATUS "
                     COURSE-FILE-STATUS
               ELSE
                   PERFORM 216-LOAD-ONE-COURSE-FEE
                       UNTIL CFE-EOF-FLG IS EQUAL TO 'Y'
                       OR CFE-COUNT IS EQUAL TO 200
                   CLOSE COURSE-FILE
               END-IF.

               216-LOAD-ONE-COURSE-FEE.
                   READ COURSE-FILE
                       AT END
                           MOVE 'Y' TO CFE-EOF-FLG
                       NOT AT END
                           ADD 1 TO CFE-COUNT
                           MOVE CRS-COURSE-CODE
                             TO CFE-COURSE-CODE(CFE-COUNT)
                           MOVE CRS-COURSE-FEE
                             TO CFE-COURSE-FEE(CFE-COUNT)
                   END-READ.

      * a missing or empty premium file projects without the plan
           220-READ-HEALTH-FEE.
               OPEN INPUT HEALTH-FEE-CONTROL.
               IF HEALTH-FEE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "NO HEALTH-PLAN-FEE.txt - HEALTH PLAN "
                     "LEFT OUT OF THE PROJECTION"
               ELSE
                   READ HEALTH-FEE-CONTROL
                       AT END
                           DISPLAY "HEALTH-PLAN-FEE.txt IS EMPTY - "
                             "HEALTH PLAN LEFT OUT OF THE PROJECTION"
                       NOT AT END
                           MOVE HPF-FEE-AMOUNT TO HEALTH-PLAN-FEE
                           MOVE 'Y' TO HEALTH-FEE-ON-FILE-FLAG
                   END-READ
                   CLOSE HEALTH-FEE-CONTROL
               END-IF.

           225-LOAD-HEALTH-OPTOUTS.
               OPEN INPUT HEALTH-OPTOUT-FILE.
               IF HEALTH-OPTOUT-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF HEALTH-OPTOUT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN HEALTH-OPTOUT.txt - "
                     "STATUS " HEALTH-OPTOUT-STATUS
                   STOP RUN
               ELSE
                   PERFORM 226-LOAD-ONE-OPTOUT
                       UNTIL HOP-EOF-FLG IS EQUAL TO 'Y'
                       OR HOP-COUNT IS EQUAL TO 500
                   CLOSE HEALTH-OPTOUT-FILE
               END-IF
               END-IF.

               226-LOAD-ONE-OPTOUT.
                   READ HEALTH-OPTOUT-FILE
                       AT END
                           MOVE 'Y' TO HOP-EOF-FLG
                       NOT AT END
                           IF HOP-STATUS IS EQUAL TO 'A'
                               ADD 1 TO HOP-COUNT
                               MOVE HOP-STUDENT-NUMBER
                                 TO HOP-STUDENT-CONTAINER(HOP-COUNT)
                           END-IF
                   END-READ.

      * the term's pending rows, and activated ones if PROJECT19 has
      * already rolled over - a cancelled row bills nothing
           227-LOAD-STUDENT-CAMPUSES.
               OPEN INPUT STUDENT-CAMPUS-FILE.
               IF STUDENT-CAMPUS-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF STUDENT-CAMPUS-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUDENT-CAMPUS.txt - "
                     "STATUS " STUDENT-CAMPUS-STATUS
                   STOP RUN
               ELSE
                   PERFORM 228-LOAD-ONE-STUDENT-CAMPUS
                       UNTIL STUDENT-CAMPUS-EOF-FLG IS EQUAL TO 'Y'
                       OR STUDENT-CAMPUS-COUNT IS EQUAL TO 5000
                   CLOSE STUDENT-CAMPUS-FILE
               END-IF
               END-IF.

               228-LOAD-ONE-STUDENT-CAMPUS.
                   READ STUDENT-CAMPUS-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-CAMPUS-EOF-FLG
                       NOT AT END
                           ADD 1 TO STUDENT-CAMPUS-COUNT
                           MOVE SCM-STUDENT-NUMBER TO
                             SCM-STUDENT-CONTAINER(STUDENT-CAMPUS-COUNT)
                           MOVE SCM-CAMPUS-CODE TO
                             SCM-CAMPUS-CONTAINER(STUDENT-CAMPUS-COUNT)
                   END-READ.

           230-LOAD-PENDING-STUDENTS.
               OPEN INPUT PENDING-FILE.
               IF PENDING-FILE-STATUS IS EQUAL TO "35"
                   DISPLAY "NO PENDING-ENROLMENT.txt - NOTHING "
                     "REGISTERED TO PROJECT"
                   STOP RUN
               END-IF.
               IF PENDING-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN PENDING-ENROLMENT.txt - "
                     "STATUS " PENDING-FILE-STATUS
                   STOP RUN
               END-IF.
               PERFORM 231-TAKE-ONE-PENDING-ROW
                   UNTIL PENDING-EOF-FLG IS EQUAL TO 'Y'.
               CLOSE PENDING-FILE.

               IF STUDENT-TABLE-FULL IS EQUAL TO 'Y'
                   DISPLAY "OVER 3000 STUDENTS REGISTERED FOR TERM "
                     TERM-CODE-ENTRY " - RUN STOPPED"
                   STOP RUN
               END-IF.

               231-TAKE-ONE-PENDING-ROW.
                   READ PENDING-FILE
                       AT END
                           MOVE 'Y' TO PENDING-EOF-FLG
                       NOT AT END
                           IF PEN-TERM-CODE IS EQUAL TO
                               TERM-CODE-NUMERIC
                               AND (PEN-STATUS IS EQUAL TO 'P'
                                 OR PEN-STATUS IS EQUAL TO 'A')
                               ADD 1 TO HOW-MANY-PENDING-ROWS
                               PERFORM 232-ADD-ONE-PENDING-ROW
                           END-IF
                   END-READ.

               232-ADD-ONE-PENDING-ROW.
                   MOVE ZERO TO PST-FOUND-SUB.
                   PERFORM 233-CHECK-ONE-PENDING-STUDENT
                       VARYING PST-SUB FROM 1 BY 1
                       UNTIL PST-SUB > PST-COUNT
                       OR PST-FOUND-SUB > ZERO.

                   IF PST-FOUND-SUB IS EQUAL TO ZERO
                       IF PST-COUNT IS EQUAL TO 3000
                           MOVE 'Y' TO STUDENT-TABLE-FULL
                       ELSE
                           ADD 1 TO PST-COUNT
                           MOVE PST-COUNT TO PST-FOUND-SUB
                           MOVE PEN-STUDENT-NUMBER
                             TO PST-STUDENT-NUMBER(PST-COUNT)
                           MOVE "?????" TO PST-PROGRAM-CODE(PST-COUNT)
                           MOVE 'D' TO PST-STUDENT-TYPE(PST-COUNT)
                           MOVE 'N' TO PST-ON-MASTER-FLAG(PST-COUNT)
                           MOVE ZERO TO PST-CREDIT-HOURS(PST-COUNT)
                           MOVE ZERO TO PST-ANCILLARY(PST-COUNT)
                       END-IF
                   END-IF.

                   IF PST-FOUND-SUB > ZERO
                       PERFORM 234-ADD-ONE-SELECTION
                           VARYING PEN-COURSE-SUB FROM 1 BY 1
                           UNTIL PEN-COURSE-SUB > PEN-COURSE-COUNT
                   END-IF.

                   233-CHECK-ONE-PENDING-STUDENT.
                       IF PST-STUDENT-NUMBER(PST-SUB) IS EQUAL TO
                           PEN-STUDENT-NUMBER
                           MOVE PST-SUB TO PST-FOUND-SUB
                       END-IF.

      * billable hours are the hours of real (non-blank) course rows
      * only, as PROJECT20 counts them, and each carries its fee
                   234-ADD-ONE-SELECTION.
                       IF PEN-COURSE-CODE(PEN-COURSE-SUB)
                           IS NOT EQUAL TO SPACE
                           ADD PEN-CREDIT-HOURS(PEN-COURSE-SUB)
                             TO PST-CREDIT-HOURS(PST-FOUND-SUB)
                           PERFORM 235-FIND-COURSE-FEE
                           IF COURSE-FEE-FOUND
                               ADD CFE-COURSE-FEE(CFE-FIND-SUB)
                                 TO PST-ANCILLARY(PST-FOUND-SUB)
                           END-IF
                       END-IF.

                   235-FIND-COURSE-FEE.
                       MOVE 'N' TO CFE-FOUND-FLAG.
                       MOVE 1 TO CFE-FIND-SUB.
                       PERFORM 236-CHECK-ONE-COURSE-FEE
                           UNTIL CFE-FIND-SUB > CFE-COUNT
                           OR COURSE-FEE-FOUND.

                   236-CHECK-ONE-COURSE-FEE.
                       IF CFE-COURSE-CODE(CFE-FIND-SUB) IS EQUAL TO
                           PEN-COURSE-CODE(PEN-COURSE-SUB)
                           MOVE 'Y' TO CFE-FOUND-FLAG
                       ELSE
                           ADD 1 TO CFE-FIND-SUB
                       END-IF.

      * each registered student's first program and international
      * flag off the master
           240-TAKE-STUDENT-DETAILS.
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
                           PERFORM 242-SET-ONE-STUDENT
                               VARYING PST-SUB FROM 1 BY 1
                               UNTIL PST-SUB > PST-COUNT
                   END-READ.

               242-SET-ONE-STUDENT.
                   IF PST-STUDENT-NUMBER(PST-SUB) IS EQUAL TO
                       STUDENT-NUMBER
                       MOVE PROGRAM-OF-STUDY(1)
                         TO PST-PROGRAM-CODE(PST-SUB)
                       MOVE 'Y' TO PST-ON-MASTER-FLAG(PST-SUB)
                       IF INTERNATIONAL-STUDENT-FLAG IS EQUAL TO 'Y'
                           MOVE 'I' TO PST-STUDENT-TYPE(PST-SUB)
                       ELSE
                           MOVE 'D' TO PST-STUDENT-TYPE(PST-SUB)
                       END-IF
                   END-IF.

      * the prior-year run to compare with is the latest one for
      * that term made on or before the cut-off
           250-FIND-PRIOR-YEAR-RUN.
               OPEN INPUT PROJECTION-HISTORY.
               IF PROJECTION-HISTORY-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF PROJECTION-HISTORY-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN "
                     "REVENUE-PROJECTION-HISTORY.txt - STATUS "
                     PROJECTION-HISTORY-STATUS
                   STOP RUN
               ELSE
                   PERFORM 251-CHECK-ONE-HISTORY-LINE
                       UNTIL HISTORY-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE PROJECTION-HISTORY
               END-IF
               END-IF.

               251-CHECK-ONE-HISTORY-LINE.
                   READ PROJECTION-HISTORY
                       AT END
                           MOVE 'Y' TO HISTORY-EOF-FLG
                       NOT AT END
                           IF PJH-TERM-CODE IS EQUAL TO PRIOR-TERM-CODE
                               AND PJH-RUN-DATE IS NOT GREATER THAN
                                   PRIOR-CUTOFF-DATE
                               PERFORM 252-KEEP-LATEST-RUN
                           END-IF
                   END-READ.

               252-KEEP-LATEST-RUN.
                   COMPUTE HISTORY-RUN-STAMP =
                       PJH-RUN-DATE * 1000000 + PJH-RUN-TIME.
                   IF HISTORY-RUN-STAMP IS GREATER THAN
                       PRIOR-RUN-STAMP
                       MOVE HISTORY-RUN-STAMP TO PRIOR-RUN-STAMP
                       MOVE PJH-RUN-DATE TO PRIOR-RUN-DATE
                       MOVE PJH-RUN-TIME TO PRIOR-RUN-TIME
                       MOVE 'Y' TO PRIOR-RUN-FLAG
                   END-IF.

      * that run's lines go in beside this year's, a program or type
      * no longer registered keeping a line of its own
           260-TAKE-PRIOR-YEAR-RUN.
               MOVE 'N' TO HISTORY-EOF-FLG.
               OPEN INPUT PROJECTION-HISTORY.
               IF PROJECTION-HISTORY-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN "
                     "REVENUE-PROJECTION-HISTORY.txt - STATUS "
                     PROJECTION-HISTORY-STATUS
                   STOP RUN
               END-IF.
               PERFORM 261-TAKE-ONE-HISTORY-LINE
                   UNTIL HISTORY-EOF-FLG IS EQUAL TO 'Y'.
               CLOSE PROJECTION-HISTORY.

               261-TAKE-ONE-HISTORY-LINE.
                   READ PROJECTION-HISTORY
                       AT END
                           MOVE 'Y' TO HISTORY-EOF-FLG
                       NOT AT END
                           IF PJH-TERM-CODE IS EQUAL TO PRIOR-TERM-CODE
                               AND PJH-RUN-DATE IS EQUAL TO
                                   PRIOR-RUN-DATE
                               AND PJH-RUN-TIME IS EQUAL TO
                                   PRIOR-RUN-TIME
                               PERFORM 262-ADD-ONE-PRIOR-LINE
                           END-IF
                   END-READ.

               262-ADD-ONE-PRIOR-LINE.
                   MOVE PJH-PROGRAM-CODE TO PJT-FIND-PROGRAM.
                   MOVE PJH-STUDENT-TYPE TO PJT-FIND-TYPE.
                   PERFORM 380-FIND-OR-ADD-PROJECTION.
                   ADD PJH-STUDENTS TO PJT-PRIOR-STUDENTS(PJT-SLOT-SUB).
                   ADD PJH-PROJECTED
                     TO PJT-PRIOR-PROJECTED(PJT-SLOT-SUB).

      * one student's bill for the term - a student whose program has
      * no row in force on the start date is counted, not priced
           300-PRICE-ONE-STUDENT.
               IF NOT PST-ON-MASTER(PST-SUB)
                   ADD 1 TO HOW-MANY-NOT-ON-MASTER
               END-IF.
               PERFORM 310-FIND-RATE-ENTRY.

               IF NOT RATE-FOUND
                   ADD 1 TO HOW-MANY-NO-RATE
                   ADD PST-CREDIT-HOURS(PST-SUB) TO NO-RATE-HOURS
               ELSE
                   ADD 1 TO HOW-MANY-PRICED
                   PERFORM 320-COMPUTE-TUITION
                   PERFORM 330-COMPUTE-HEALTH-PLAN
                   PERFORM 340-ADD-TO-PROJECTION
               END-IF.

      * the home campus's own row beats the blank all-campus row
           310-FIND-RATE-ENTRY.
               MOVE 'N' TO RATE-FOUND-FLAG.
               MOVE 0 TO RATE-FOUND-SUB.
               MOVE 0 TO RATE-FALLBACK-SUB.
               PERFORM 312-FIND-HOME-CAMPUS.

               PERFORM 311-CHECK-ONE-RATE
                   VARYING RATE-FIND-SUB FROM 1 BY 1
                   UNTIL RATE-FIND-SUB > RATE-TABLE-COUNT
                   OR RATE-FOUND.

               IF NOT RATE-FOUND
                   AND RATE-FALLBACK-SUB IS GREATER THAN ZERO
                   MOVE 'Y' TO RATE-FOUND-FLAG
                   MOVE RATE-FALLBACK-SUB TO RATE-FOUND-SUB
               END-IF.

               311-CHECK-ONE-RATE.
                   IF RTE-PROGRAM-CODE(RATE-FIND-SUB) IS EQUAL TO
                       PST-PROGRAM-CODE(PST-SUB)
                       AND RTE-EFFECTIVE-FROM(RATE-FIND-SUB)
                           IS NOT GREATER THAN TERM-START-NUMERIC
                       AND RTE-EFFECTIVE-TO(RATE-FIND-SUB)
                           IS NOT LESS THAN TERM-START-NUMERIC
                       IF RTE-CAMPUS-CODE(RATE-FIND-SUB) IS EQUAL TO
                           RATE-HOME-CAMPUS
                           MOVE 'Y' TO RATE-FOUND-FLAG
                           MOVE RATE-FIND-SUB TO RATE-FOUND-SUB
                       ELSE IF RTE-CAMPUS-CODE(RATE-FIND-SUB)
                           IS EQUAL TO SPACES
                           AND RATE-FALLBACK-SUB IS EQUAL TO ZERO
                           MOVE RATE-FIND-SUB TO RATE-FALLBACK-SUB
                       END-IF
                       END-IF
                   END-IF.

               312-FIND-HOME-CAMPUS.
                   MOVE DEFAULT-CAMPUS-CODE TO RATE-HOME-CAMPUS.
                   PERFORM 313-CHECK-ONE-STUDENT-CAMPUS
                       VARYING STUDENT-CAMPUS-SUB FROM 1 BY 1
                       UNTIL STUDENT-CAMPUS-SUB > STUDENT-CAMPUS-COUNT.

               313-CHECK-ONE-STUDENT-CAMPUS.
                   IF SCM-STUDENT-CONTAINER(STUDENT-CAMPUS-SUB)
                       IS EQUAL TO PST-STUDENT-NUMBER(PST-SUB)
                       AND SCM-CAMPUS-CONTAINER(STUDENT-CAMPUS-SUB)
                           IS NOT EQUAL TO SPACES
                       MOVE SCM-CAMPUS-CONTAINER(STUDENT-CAMPUS-SUB)
                         TO RATE-HOME-CAMPUS
                   END-IF.

      * the same arithmetic PROJECT20 bills with
           320-COMPUTE-TUITION.
               COMPUTE STUDENT-TUITION ROUNDED =
                   RTE-FLAT-FEE(RATE-FOUND-SUB)
                   + (RTE-PER-CREDIT-RATE(RATE-FOUND-SUB)
                     * PST-CREDIT-HOURS(PST-SUB)).

               IF PST-INTERNATIONAL(PST-SUB)
                   COMPUTE STUDENT-TUITION ROUNDED =
                       STUDENT-TUITION
                       * RTE-INTL-MULTIPLIER(RATE-FOUND-SUB)
               END-IF.

      * the premium rides on every international student's bill
      * unless a documented opt-out is on file
           330-COMPUTE-HEALTH-PLAN.
               MOVE ZERO TO STUDENT-HEALTH-PLAN.
               IF PST-INTERNATIONAL(PST-SUB)
                   PERFORM 331-FIND-OPTOUT-ROW
                   IF HEALTH-OPTED-OUT
                       ADD 1 TO HOW-MANY-PLAN-OPTOUT
                   ELSE IF HEALTH-FEE-ON-FILE
                       MOVE HEALTH-PLAN-FEE TO STUDENT-HEALTH-PLAN
                   END-IF
                   END-IF
               END-IF.

               331-FIND-OPTOUT-ROW.
                   MOVE 'N' TO HOP-FOUND-FLAG.

                   PERFORM 332-CHECK-ONE-OPTOUT
                       VARYING HOP-FIND-SUB FROM 1 BY 1
                       UNTIL HOP-FIND-SUB > HOP-COUNT
                       OR HEALTH-OPTED-OUT.

                   332-CHECK-ONE-OPTOUT.
                       IF HOP-STUDENT-CONTAINER(HOP-FIND-SUB)
                           IS EQUAL TO PST-STUDENT-NUMBER(PST-SUB)
                           MOVE 'Y' TO HOP-FOUND-FLAG
                       END-IF.

           340-ADD-TO-PROJECTION.
               MOVE PST-PROGRAM-CODE(PST-SUB) TO PJT-FIND-PROGRAM.
               MOVE PST-STUDENT-TYPE(PST-SUB) TO PJT-FIND-TYPE.
               PERFORM 380-FIND-OR-ADD-PROJECTION.
               ADD 1 TO PJT-STUDENTS(PJT-SLOT-SUB).
               ADD PST-CREDIT-HOURS(PST-SUB)
                 TO PJT-CREDIT-HOURS(PJT-SLOT-SUB).
               ADD STUDENT-TUITION TO PJT-TUITION(PJT-SLOT-SUB).
               ADD PST-ANCILLARY(PST-SUB)
                 TO PJT-ANCILLARY(PJT-SLOT-SUB).
               ADD STUDENT-HEALTH-PLAN
                 TO PJT-HEALTH-PLAN(PJT-SLOT-SUB).
               ADD STUDENT-TUITION PST-ANCILLARY(PST-SUB)
                   STUDENT-HEALTH-PLAN
                 TO PJT-PROJECTED(PJT-SLOT-SUB).

      * the program and type's line, insertion-placed in key order
      * the first time it turns up; PJT-SLOT-SUB is left on it
           380-FIND-OR-ADD-PROJECTION.
               MOVE 'N' TO PJT-MATCH-FLAG.
               MOVE 1 TO PJT-SLOT-SUB.
               PERFORM 381-FIND-PROJECTION-SLOT
                   UNTIL PJT-SLOT-SUB > PJT-COUNT
                   OR PJT-KEY-MATCHED
                   OR PJT-KEY(PJT-SLOT-SUB) IS GREATER
                       THAN PJT-FIND-KEY.

               IF NOT PJT-KEY-MATCHED
                   IF PJT-COUNT IS EQUAL TO 400
                       MOVE 400 TO PJT-SLOT-SUB
                       MOVE "OTHER" TO PJT-PROGRAM-CODE(400)
                   ELSE
                       ADD 1 TO PJT-COUNT
                       MOVE PJT-COUNT TO PJT-SHIFT-SUB
                       PERFORM 382-SHIFT-ONE-PROJECTION
                           UNTIL PJT-SHIFT-SUB IS NOT GREATER
                             THAN PJT-SLOT-SUB
                       MOVE PJT-FIND-KEY TO PJT-KEY(PJT-SLOT-SUB)
                       MOVE ZERO TO PJT-STUDENTS(PJT-SLOT-SUB)
                       MOVE ZERO TO PJT-CREDIT-HOURS(PJT-SLOT-SUB)
                       MOVE ZERO TO PJT-TUITION(PJT-SLOT-SUB)
                       MOVE ZERO TO PJT-ANCILLARY(PJT-SLOT-SUB)
                       MOVE ZERO TO PJT-HEALTH-PLAN(PJT-SLOT-SUB)
                       MOVE ZERO TO PJT-PROJECTED(PJT-SLOT-SUB)
                       MOVE ZERO TO PJT-PRIOR-STUDENTS(PJT-SLOT-SUB)
                       MOVE ZERO TO PJT-PRIOR-PROJECTED(PJT-SLOT-SUB)
                   END-IF
               END-IF.

               381-FIND-PROJECTION-SLOT.
                   IF PJT-KEY(PJT-SLOT-SUB) IS EQUAL TO PJT-FIND-KEY
                       MOVE 'Y' TO PJT-MATCH-FLAG
                   ELSE
                       ADD 1 TO PJT-SLOT-SUB
                   END-IF.

               382-SHIFT-ONE-PROJECTION.
                   MOVE PJT-ENTRY(PJT-SHIFT-SUB - 1)
                     TO PJT-ENTRY(PJT-SHIFT-SUB)
                   SUBTRACT 1 FROM PJT-SHIFT-SUB.

      * by program and type, then the domestic, international and
      * overall totals, then what could not be priced
           400-WRITE-PROJECTION-REPORT.
               OPEN OUTPUT PROJECTION-REPORT.
               IF PROJECTION-REPORT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN " PROJECTION-REPORT-FILENAME
                     " - STATUS " PROJECTION-REPORT-STATUS
                   STOP RUN
               END-IF.

               INITIALIZE PROJECTION-TOTAL-TABLE.
               MOVE "TOTAL DOMESTIC" TO TTL-LABEL(1).
               MOVE "TOTAL INTL" TO TTL-LABEL(2).
               MOVE "TOTAL ALL" TO TTL-LABEL(3).

               MOVE TERM-CODE-NUMERIC TO RPT-HEAD-TERM.
               MOVE TERM-START-NUMERIC TO RPT-HEAD-START-DATE.
               MOVE RUN-DATE-RAW TO RPT-HEAD-RUN-DATE.
               WRITE PROJECTION-REPORT-LINE FROM REPORT-HEADING-LINE.
               IF PRIOR-RUN-FOUND
                   MOVE PRIOR-TERM-CODE TO RPL-PRIOR-TERM
                   MOVE PRIOR-RUN-DATE TO RPL-PRIOR-RUN-DATE
                   MOVE PRIOR-RUN-TIME TO RPL-PRIOR-RUN-TIME
                   WRITE PROJECTION-REPORT-LINE FROM REPORT-PRIOR-LINE
               ELSE
                   MOVE PRIOR-TERM-CODE TO RNP-PRIOR-TERM
                   MOVE PRIOR-CUTOFF-DATE TO RNP-CUTOFF-DATE
                   WRITE PROJECTION-REPORT-LINE
                     FROM REPORT-NO-PRIOR-LINE
               END-IF.
               MOVE SPACES TO PROJECTION-REPORT-LINE.
               WRITE PROJECTION-REPORT-LINE.
               WRITE PROJECTION-REPORT-LINE FROM REPORT-COLUMN-LINE.

               PERFORM 410-WRITE-ONE-PROJECTION
                   VARYING PJT-SUB FROM 1 BY 1
                   UNTIL PJT-SUB > PJT-COUNT.

               MOVE SPACES TO PROJECTION-REPORT-LINE.
               WRITE PROJECTION-REPORT-LINE.
               PERFORM 420-WRITE-ONE-TOTAL
                   VARYING TTL-SUB FROM 1 BY 1
                   UNTIL TTL-SUB > 3.

               MOVE SPACES TO PROJECTION-REPORT-LINE.
               WRITE PROJECTION-REPORT-LINE.
               MOVE HOW-MANY-PENDING-ROWS TO RCL-ROWS-OUT.
               MOVE HOW-MANY-PRICED TO RCL-PRICED-OUT.
               MOVE HOW-MANY-PLAN-OPTOUT TO RCL-OPTOUT-OUT.
               WRITE PROJECTION-REPORT-LINE FROM REPORT-COUNT-LINE.
               IF HOW-MANY-NO-RATE > ZERO
                   MOVE HOW-MANY-NO-RATE TO RNR-COUNT-OUT
                   MOVE NO-RATE-HOURS TO RNR-HOURS-OUT
                   WRITE PROJECTION-REPORT-LINE
                     FROM REPORT-NO-RATE-LINE
               END-IF.
               IF HOW-MANY-NOT-ON-MASTER > ZERO
                   MOVE HOW-MANY-NOT-ON-MASTER TO RNM-COUNT-OUT
                   WRITE PROJECTION-REPORT-LINE
                     FROM REPORT-NOT-ON-MASTER-LINE
               END-IF.

               CLOSE PROJECTION-REPORT.

               410-WRITE-ONE-PROJECTION.
                   MOVE PJT-PROGRAM-CODE(PJT-SUB) TO RDL-PROGRAM-OUT.
                   IF PJT-STUDENT-TYPE(PJT-SUB) IS EQUAL TO 'I'
                       MOVE "INTL" TO RDL-TYPE-OUT
                       MOVE 2 TO TTL-TYPE-SUB
                   ELSE
                       MOVE "DOMESTIC" TO RDL-TYPE-OUT
                       MOVE 1 TO TTL-TYPE-SUB
                   END-IF.
                   MOVE PJT-STUDENTS(PJT-SUB) TO RDL-STUDENTS-OUT.
                   MOVE PJT-CREDIT-HOURS(PJT-SUB) TO RDL-HOURS-OUT.
                   MOVE PJT-TUITION(PJT-SUB) TO RDL-TUITION-OUT.
                   MOVE PJT-ANCILLARY(PJT-SUB) TO RDL-ANCILLARY-OUT.
                   MOVE PJT-HEALTH-PLAN(PJT-SUB)
                     TO RDL-HEALTH-PLAN-OUT.
                   MOVE PJT-PROJECTED(PJT-SUB) TO RDL-PROJECTED-OUT.
                   MOVE PJT-PRIOR-STUDENTS(PJT-SUB)
                     TO RDL-PRIOR-STUDENTS-OUT.
                   MOVE PJT-PRIOR-PROJECTED(PJT-SUB)
                     TO RDL-PRIOR-PROJECTED-OUT.
                   COMPUTE CHANGE-AMOUNT =
                       PJT-PROJECTED(PJT-SUB)
                       - PJT-PRIOR-PROJECTED(PJT-SUB).
                   MOVE CHANGE-AMOUNT TO RDL-CHANGE-OUT.
                   WRITE PROJECTION-REPORT-LINE
                     FROM REPORT-DETAIL-LINE.

                   PERFORM 411-ADD-TO-TOTAL.
                   MOVE 3 TO TTL-TYPE-SUB.
                   PERFORM 411-ADD-TO-TOTAL.

                   411-ADD-TO-TOTAL.
                       ADD PJT-STUDENTS(PJT-SUB)
                         TO TTL-STUDENTS(TTL-TYPE-SUB).
                       ADD PJT-CREDIT-HOURS(PJT-SUB)
                         TO TTL-CREDIT-HOURS(TTL-TYPE-SUB).
                       ADD PJT-TUITION(PJT-SUB)
                         TO TTL-TUITION(TTL-TYPE-SUB).
                       ADD PJT-ANCILLARY(PJT-SUB)
                         TO TTL-ANCILLARY(TTL-TYPE-SUB).
                       ADD PJT-HEALTH-PLAN(PJT-SUB)
                         TO TTL-HEALTH-PLAN(TTL-TYPE-SUB).
                       ADD PJT-PROJECTED(PJT-SUB)
                         TO TTL-PROJECTED(TTL-TYPE-SUB).
                       ADD PJT-PRIOR-STUDENTS(PJT-SUB)
                         TO TTL-PRIOR-STUDENTS(TTL-TYPE-SUB).
                       ADD PJT-PRIOR-PROJECTED(PJT-SUB)
                         TO TTL-PRIOR-PROJECTED(TTL-TYPE-SUB).

               420-WRITE-ONE-TOTAL.
                   MOVE SPACES TO RDL-PROGRAM-OUT.
                   MOVE TTL-LABEL(TTL-SUB) TO RDL-TYPE-OUT.
                   MOVE TTL-STUDENTS(TTL-SUB) TO RDL-STUDENTS-OUT.
                   MOVE TTL-CREDIT-HOURS(TTL-SUB) TO RDL-HOURS-OUT.
                   MOVE TTL-TUITION(TTL-SUB) TO RDL-TUITION-OUT.
                   MOVE TTL-ANCILLARY(TTL-SUB) TO RDL-ANCILLARY-OUT.
                   MOVE TTL-HEALTH-PLAN(TTL-SUB)
                     TO RDL-HEALTH-PLAN-OUT.
                   MOVE TTL-PROJECTED(TTL-SUB) TO RDL-PROJECTED-OUT.
                   MOVE TTL-PRIOR-STUDENTS(TTL-SUB)
                     TO RDL-PRIOR-STUDENTS-OUT.
                   MOVE TTL-PRIOR-PROJECTED(TTL-SUB)
                     TO RDL-PRIOR-PROJECTED-OUT.
                   COMPUTE CHANGE-AMOUNT =
                       TTL-PROJECTED(TTL-SUB)
                       - TTL-PRIOR-PROJECTED(TTL-SUB).
                   MOVE CHANGE-AMOUNT TO RDL-CHANGE-OUT.
                   WRITE PROJECTION-REPORT-LINE
                     FROM REPORT-DETAIL-LINE.

      * this run's own figures, for next year's runs to compare with
           500-APPEND-PROJECTION-HISTORY.
               OPEN EXTEND PROJECTION-HISTORY.
               IF PROJECTION-HISTORY-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT PROJECTION-HISTORY
               END-IF.
               IF PROJECTION-HISTORY-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN "
                     "REVENUE-PROJECTION-HISTORY.txt - STATUS "
                     PROJECTION-HISTORY-STATUS
                   STOP RUN
               END-IF.
               PERFORM 501-APPEND-ONE-LINE
                   VARYING PJT-SUB FROM 1 BY 1
                   UNTIL PJT-SUB > PJT-COUNT.
               CLOSE PROJECTION-HISTORY.

               501-APPEND-ONE-LINE.
                   IF PJT-STUDENTS(PJT-SUB) > ZERO
                       MOVE TERM-CODE-NUMERIC TO PJH-TERM-CODE
                       MOVE RUN-DATE-RAW TO PJH-RUN-DATE
                       MOVE RUN-TIME-RAW(1:6) TO PJH-RUN-TIME
                       MOVE PJT-PROGRAM-CODE(PJT-SUB)
                         TO PJH-PROGRAM-CODE
                       MOVE PJT-STUDENT-TYPE(PJT-SUB)
                         TO PJH-STUDENT-TYPE
                       MOVE PJT-STUDENTS(PJT-SUB) TO PJH-STUDENTS
                       MOVE PJT-CREDIT-HOURS(PJT-SUB)
                         TO PJH-CREDIT-HOURS
                       MOVE PJT-TUITION(PJT-SUB) TO PJH-TUITION
                       MOVE PJT-ANCILLARY(PJT-SUB) TO PJH-ANCILLARY
                       MOVE PJT-HEALTH-PLAN(PJT-SUB)
                         TO PJH-HEALTH-PLAN
                       MOVE PJT-PROJECTED(PJT-SUB) TO PJH-PROJECTED
                       WRITE PROJECTION-HISTORY-LINE
                   END-IF.

       END PROGRAM PROJECT122.
