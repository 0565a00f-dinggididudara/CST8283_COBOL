      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: monthly parking revenue and utilization by lot, so
      *          parking management can see which lots pay for
      *          themselves. For the keyed period (YYYYMM) every lot on
      *          PARKING-LOT.txt gets one line joining what nothing
      *          else joins:
      *            - term permits on CARFILE.DAT in force at month
      *              end, and their revenue earned to date - each
      *              permit's fee (PARKING-FEE-SCHEDULE.txt by fuel
      *              type and engine size, PROJECT03's legacy tiers
      *              when no row covers it) earned straight-line by
      *              days from issue to expiry, up to the month end
      *            - PROJECT69's day permits sold in the month
      *              (DAY-PERMITS.txt)
      *            - fines billed in the month - tickets on
      *              VIOLATIONS.txt dated in the month and billed,
      *              less cancelled ones - and fines collected in the
      *              month, the PARKFINE money PROJECT09 allocated on
      *              PAYMENT-ALLOCATION.txt applied to each student's
      *              billed tickets oldest first
      *            - enforcement hits (SCAN-HITS.txt) and the average
      *              occupancy from the month's plate scans
      *              (SCAN-FEED.txt): scans per scanned day against
      *              LOT-CAPACITY
      *            - the lot's PARKING-WAITLIST.txt length
      *          The report goes on PARKING-LOT-REVENUE-YYYYMM.txt. It
      *          reads only - nothing is posted
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT138.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARKING-LOT-FILE
           ASSIGN TO "..\PARKING-LOT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOT-FILE-STATUS.

           SELECT CAR-FILE
           ASSIGN TO "..\CARFILE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAR-FILE-STATUS.

      * the same fee schedule PROJECT03 bills permits from
           SELECT FEE-SCHEDULE-FILE
           ASSIGN TO "..\PARKING-FEE-SCHEDULE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEE-SCHEDULE-STATUS.

           SELECT DAY-PERMIT-FILE
           ASSIGN TO "..\DAY-PERMITS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DAY-PERMIT-STATUS.

           SELECT VIOLATION-FILE
           ASSIGN TO "..\VIOLATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VIOLATION-FILE-STATUS.

      * PROJECT09's payment buckets - the PARKFINE ones are the
      * fines collected
           SELECT ALLOCATION-FILE
           ASSIGN TO "..\PAYMENT-ALLOCATION.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALLOCATION-FILE-STATUS.

           SELECT SCAN-FEED-FILE
           ASSIGN TO "..\SCAN-FEED.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCAN-FEED-STATUS.

           SELECT SCAN-HITS
           ASSIGN TO "..\SCAN-HITS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCAN-HITS-STATUS.

           SELECT WAITLIST-FILE
           ASSIGN TO "..\PARKING-WAITLIST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WAITLIST-FILE-STATUS.

      * the period's report, named per period
           SELECT LOT-REVENUE-REPORT
           ASSIGN TO REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOT-REVENUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one lot - kept in step with Lab6.cbl's FD
       FD PARKING-LOT-FILE.
       01 PARKING-LOT-RECORD.
         05 LOT-CODE PIC X(2).
         05 LOT-DESCRIPTION PIC X(20).
         05 LOT-CAPACITY PIC 9(4).
         05 LOT-FEE-TIER PIC 9(1).

      * LAB6's parking permit record, same layout as its CAR-OUT
       FD CAR-FILE.
       01 CAR-FILE-IN.
         05 CAR-TYPE-IN PIC X(5).
         05 CAR-YEAR-IN PIC 9(4).
         05 CAR-ENGINE-SIZE-IN PIC 9(1).
         05 CAR-OWNER-STUDENT-NUMBER-IN PIC 9(6).
         05 CAR-PERMIT-NUMBER-IN PIC 9(6).
         05 CAR-RATING-IN PIC 9(1).
         05 CAR-ISSUE-DATE-IN PIC 9(8).
         05 CAR-EXPIRY-DATE-IN PIC 9(8).
         05 CAR-LOT-CODE-IN PIC X(2).
         05 CAR-FUEL-TYPE-IN PIC X(1).

      * kept in step with Project3.cbl's FD FEE-SCHEDULE-FILE
       FD FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-RECORD.
         05 PFS-FUEL-TYPE PIC X(1).
         05 PFS-ENGINE-FROM PIC 9(1).
         05 PFS-ENGINE-TO PIC 9(1).
         05 PFS-FEE PIC 9999V99.

      * kept in step with Project69.cbl's FD DAY-PERMIT-FILE
       FD DAY-PERMIT-FILE.
       01 DAY-PERMIT-RECORD.
         05 DPM-PERMIT-NUMBER PIC 9(6).
         05 DPM-PLATE PIC X(8).
         05 DPM-LOT-CODE PIC X(2).
         05 DPM-PERMIT-DATE PIC 9(8).
         05 DPM-FEE PIC 9999V99.

      * kept in step with Project33.cbl's FD VIOLATION-FILE
       FD VIOLATION-FILE.
       01 VIOLATION-RECORD.
         05 VIO-TICKET-NUMBER PIC 9(6).
         05 VIO-PERMIT-NUMBER PIC 9(6).
         05 VIO-PLATE PIC X(8).
         05 VIO-STUDENT-NUMBER PIC 9(6).
         05 VIO-CODE PIC X(3).
         05 VIO-DATE PIC 9(8).
         05 VIO-LOCATION PIC X(2).
         05 VIO-FINE PIC 9(3)V99.
         05 VIO-APPEAL-STATUS PIC X(1).
         05 VIO-BILLED PIC X(1).

      * kept in step with Project09.cbl's FD ALLOCATION-FILE
       FD ALLOCATION-FILE.
       01 ALLOCATION-RECORD.
         05 PAL-RECEIPT-NUMBER PIC 9(6).
         05 PAL-STUDENT-NUMBER PIC 9(6).
         05 PAL-CHARGE-TYPE PIC X(8).
         05 PAL-AMOUNT PIC 9999V99.
         05 PAL-DATE PIC 9(8).

      * kept in step with Project71.cbl's FD SCAN-FEED-FILE
       FD SCAN-FEED-FILE.
       01 SCAN-FEED-RECORD.
         05 SCN-LOT-CODE PIC X(2).
         05 SCN-PLATE PIC X(8).
         05 SCN-PERMIT-NUMBER PIC X(6).
         05 SCN-SCAN-DATE PIC 9(8).
         05 SCN-SCAN-TIME PIC X(6).

      * kept in step with Project71.cbl's FD SCAN-HITS
       FD SCAN-HITS.
       01 SCAN-HITS-LINE.
         05 HIT-LOT-OUT PIC X(2).
         05 FILLER PIC X(2).
         05 HIT-PLATE-OUT PIC X(8).
         05 FILLER PIC X(2).
         05 HIT-PERMIT-OUT PIC X(6).
         05 FILLER PIC X(2).
         05 HIT-OWNER-OUT PIC 9(6).
         05 FILLER PIC X(2).
         05 HIT-DATE-OUT PIC 9(8).
         05 FILLER PIC X(2).
         05 HIT-REASON-OUT PIC X(30).

      * kept in step with Lab6.cbl's FD WAITLIST-FILE
       FD WAITLIST-FILE.
       01 WAITLIST-RECORD.
         05 WTL-STUDENT-NUMBER PIC 9(6).
         05 WTL-LOT-CODE PIC X(2).
         05 WTL-REQUEST-DATE PIC 9(8).

       FD LOT-REVENUE-REPORT.
       01 LOT-REVENUE-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 LOT-FILE-STATUS PIC X(2).
         05 CAR-FILE-STATUS PIC X(2).
         05 FEE-SCHEDULE-STATUS PIC X(2).
         05 DAY-PERMIT-STATUS PIC X(2).
         05 VIOLATION-FILE-STATUS PIC X(2).
         05 ALLOCATION-FILE-STATUS PIC X(2).
         05 SCAN-FEED-STATUS PIC X(2).
         05 SCAN-HITS-STATUS PIC X(2).
         05 WAITLIST-FILE-STATUS PIC X(2).
         05 LOT-REVENUE-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 LOT-EOF-FLG PIC X(1) VALUE 'N'.
         05 CAR-EOF-FLG PIC X(1) VALUE 'N'.
         05 PFS-EOF-FLG PIC X(1) VALUE 'N'.
         05 DAY-EOF-FLG PIC X(1) VALUE 'N'.
         05 VIOLATION-EOF-FLG PIC X(1) VALUE 'N'.
         05 ALLOCATION-EOF-FLG PIC X(1) VALUE 'N'.
         05 SCAN-EOF-FLG PIC X(1) VALUE 'N'.
         05 HITS-EOF-FLG PIC X(1) VALUE 'N'.
         05 WAITLIST-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-FULL PIC 9(8).
       01 REPORT-FILENAME PIC X(40).

      * the keyed period - same keying as PROJECT120's
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

      * one row per lot, the report line's accumulators
       01 LOT-TABLE.
         05 LOT-ENTRY OCCURS 1 TO 20 TIMES
             DEPENDING ON LOT-COUNT.
           10 TBL-LOT-CODE PIC X(2).
           10 TBL-LOT-DESCRIPTION PIC X(20).
           10 TBL-LOT-CAPACITY PIC 9(4).
           10 TBL-LOT-PERMITS PIC 9(4).
           10 TBL-LOT-PERMIT-EARNED PIC 9(7)V99.
           10 TBL-LOT-DAY-SOLD PIC 9(4).
           10 TBL-LOT-DAY-REVENUE PIC 9(7)V99.
           10 TBL-LOT-FINES-BILLED PIC 9(7)V99.
           10 TBL-LOT-FINES-COLLECTED PIC 9(7)V99.
           10 TBL-LOT-HITS PIC 9(5).
           10 TBL-LOT-SCANS PIC 9(6).
           10 TBL-LOT-SCAN-DAYS PIC 9(2).
           10 TBL-LOT-WAITLIST PIC 9(3).

       01 LOT-VARIABLES.
         05 LOT-COUNT PIC 9(2) VALUE 0.
         05 LOT-SUB PIC 9(2).
         05 LOT-FOUND-SUB PIC 9(2).
         05 LOT-FIND-CODE PIC X(2).
         05 OFF-LOT-ROWS PIC 9(5) VALUE 0.

      * the fee schedule in memory - first matching row wins
       01 FEE-SCHEDULE-TABLE.
         05 PFS-ENTRY OCCURS 1 TO 50 TIMES
             DEPENDING ON PFS-COUNT.
           10 PFS-FUEL-CONTAINER PIC X(1).
           10 PFS-FROM-CONTAINER PIC 9(1).
           10 PFS-TO-CONTAINER PIC 9(1).
           10 PFS-FEE-CONTAINER PIC 9999V99.

       01 FEE-SCHEDULE-VARIABLES.
         05 PFS-COUNT PIC 9(2) VALUE 0.
         05 PFS-FIND-SUB PIC 9(2).
         05 PFS-FOUND-FLAG PIC X(1).
           88 FEE-ROW-FOUND VALUE 'Y'.

      * one permit's fee earned straight-line over its own dates
       01 PERMIT-WORK-FIELDS.
         05 PERMIT-FUEL-TYPE PIC X(1).
         05 PERMIT-FEE PIC 9999V99.
         05 PERMIT-EARNED PIC 9999V99.
         05 PERMIT-ISSUE-INTEGER PIC 9(8).
         05 PERMIT-EXPIRY-INTEGER PIC 9(8).
         05 PERMIT-DAYS PIC 9(5).
         05 PERMIT-ELAPSED-DAYS PIC 9(5).

      * each student's PARKFINE money, collected before the month
      * and through its end - both pools are drawn down ticket by
      * ticket, oldest first, and the difference is the month's
       01 FINE-POOL-TABLE.
         05 POOL-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON POOL-COUNT.
           10 POOL-STUDENT-NUMBER PIC 9(6).
           10 POOL-BEFORE-MONTH PIC 9(6)V99.
           10 POOL-THROUGH-MONTH PIC 9(6)V99.

       01 FINE-POOL-VARIABLES.
         05 POOL-COUNT PIC 9(4) VALUE 0.
         05 POOL-SUB PIC 9(4).
         05 POOL-FOUND-SUB PIC 9(4).
         05 POOL-FULL-FLAG PIC X(1) VALUE 'N'.
         05 TAKEN-BEFORE-MONTH PIC 9(6)V99.
         05 TAKEN-THROUGH-MONTH PIC 9(6)V99.

      * one row per lot per scanned day, to count the days walked
       01 SCAN-DAY-TABLE.
         05 SCAN-DAY-ENTRY OCCURS 1 TO 620 TIMES
             DEPENDING ON SCAN-DAY-COUNT.
           10 SDY-LOT-SUB PIC 9(2).
           10 SDY-DATE PIC 9(8).

       01 SCAN-DAY-VARIABLES.
         05 SCAN-DAY-COUNT PIC 9(3) VALUE 0.
         05 SDY-SUB PIC 9(3).
         05 SDY-FOUND-FLAG PIC X(1).
           88 SCAN-DAY-ON-FILE VALUE 'Y'.

       01 OCCUPANCY-PERCENT PIC 9(3)V9.

       01 REPORT-TOTALS.
         05 TOTAL-CAPACITY PIC 9(6) VALUE 0.
         05 TOTAL-PERMITS PIC 9(6) VALUE 0.
         05 TOTAL-PERMIT-EARNED PIC 9(8)V99 VALUE 0.
         05 TOTAL-DAY-REVENUE PIC 9(8)V99 VALUE 0.
         05 TOTAL-FINES-BILLED PIC 9(8)V99 VALUE 0.
         05 TOTAL-FINES-COLLECTED PIC 9(8)V99 VALUE 0.
         05 TOTAL-HITS PIC 9(6) VALUE 0.
         05 TOTAL-WAITLIST PIC 9(5) VALUE 0.

       01 REPORT-HEADING-LINE.
         05 FILLER PIC X(41)
             VALUE "PARKING REVENUE AND UTILIZATION BY LOT - ".
         05 RPT-HEAD-PERIOD PIC 9(6).
         05 FILLER PIC X(11) VALUE "   THROUGH ".
         05 RPT-HEAD-END-DATE PIC 9(8).
         05 FILLER PIC X(12) VALUE "   RUN DATE ".
         05 RPT-HEAD-RUN-DATE PIC 9(8).
         05 FILLER PIC X(46) VALUE SPACE.

       01 REPORT-COLUMN-LINE-1.
         05 FILLER PIC X(32) VALUE SPACE.
         05 FILLER PIC X(20) VALUE "    TERM PERMITS    ".
         05 FILLER PIC X(19) VALUE "    DAY PERMITS    ".
         05 FILLER PIC X(28) VALUE "      FINES THIS MONTH      ".
         05 FILLER PIC X(19) VALUE "       SCANS       ".
         05 FILLER PIC X(14) VALUE SPACE.

       01 REPORT-COLUMN-LINE-2.
         05 FILLER PIC X(31) VALUE "LOT DESCRIPTION             CAP".
         05 FILLER PIC X(5) VALUE " HELD".
         05 FILLER PIC X(16) VALUE "  EARNED TO DATE".
         05 FILLER PIC X(5) VALUE " SOLD".
         05 FILLER PIC X(14) VALUE "       REVENUE".
         05 FILLER PIC X(14) VALUE "        BILLED".
         05 FILLER PIC X(14) VALUE "     COLLECTED".
         05 FILLER PIC X(6) VALUE "  HITS".
         05 FILLER PIC X(5) VALUE " DAYS".
         05 FILLER PIC X(8) VALUE "   OCC %".
         05 FILLER PIC X(10) VALUE "  WAITLIST".
         05 FILLER PIC X(4) VALUE SPACE.

       01 REPORT-DETAIL-LINE.
         05 RDL-LOT-OUT PIC X(2).
         05 FILLER PIC X(2) VALUE SPACE.
         05 RDL-DESCRIPTION-OUT PIC X(20).
         05 FILLER PIC X(1) VALUE SPACE.
         05 RDL-CAPACITY-OUT PIC ZZZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RDL-PERMITS-OUT PIC ZZZ9.
         05 FILLER PIC X(2) VALUE SPACE.
         05 RDL-PERMIT-EARNED-OUT PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RDL-DAY-SOLD-OUT PIC ZZZ9.
         05 RDL-DAY-REVENUE-OUT PIC ZZZ,ZZZ,ZZ9.99.
         05 RDL-FINES-BILLED-OUT PIC ZZZ,ZZZ,ZZ9.99.
         05 RDL-FINES-COLLECTED-OUT PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RDL-HITS-OUT PIC ZZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RDL-SCAN-DAYS-OUT PIC ZZZ9.
         05 FILLER PIC X(3) VALUE SPACE.
         05 RDL-OCCUPANCY-OUT PIC ZZ9.9.
         05 FILLER PIC X(5) VALUE SPACE.
         05 RDL-WAITLIST-OUT PIC ZZZZ9.
         05 FILLER PIC X(4) VALUE SPACE.

       01 REPORT-TOTAL-LINE.
         05 FILLER PIC X(25) VALUE "TOTAL".
         05 RTL-CAPACITY-OUT PIC ZZZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RTL-PERMITS-OUT PIC ZZZ9.
         05 FILLER PIC X(2) VALUE SPACE.
         05 RTL-PERMIT-EARNED-OUT PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(5) VALUE SPACE.
         05 RTL-DAY-REVENUE-OUT PIC ZZZ,ZZZ,ZZ9.99.
         05 RTL-FINES-BILLED-OUT PIC ZZZ,ZZZ,ZZ9.99.
         05 RTL-FINES-COLLECTED-OUT PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RTL-HITS-OUT PIC ZZZZ9.
         05 FILLER PIC X(18) VALUE SPACE.
         05 RTL-WAITLIST-OUT PIC ZZZZ9.
         05 FILLER PIC X(4) VALUE SPACE.

       PROCEDURE DIVISION.
      * main procedure - key the period, gather every source into
      * the lot table, and write one line per lot
       100-REPORT-LOT-REVENUE.
           ACCEPT RUN-DATE-FULL FROM DATE YYYYMMDD.

           DISPLAY "ENTER REPORT PERIOD (YYYYMM):".
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
           PERFORM 210-LOAD-LOT-TABLE.
           PERFORM 220-LOAD-FEE-SCHEDULE.
           PERFORM 230-TAKE-TERM-PERMITS.
           PERFORM 240-TAKE-DAY-PERMITS.
           PERFORM 250-LOAD-FINE-COLLECTIONS.
           PERFORM 260-TAKE-VIOLATIONS.
           PERFORM 270-TAKE-SCANS.
           PERFORM 280-TAKE-SCAN-HITS.
           PERFORM 290-TAKE-WAITLIST.

           PERFORM 400-WRITE-REPORT.

           IF OFF-LOT-ROWS IS GREATER THAN ZERO
               DISPLAY OFF-LOT-ROWS " ROW(S) NAMED A LOT NOT ON "
                 "PARKING-LOT.txt - LEFT OFF THE REPORT"
           END-IF.
           DISPLAY "PERIOD " PERIOD-ENTRY " REPORTED FOR " LOT-COUNT
             " LOT(S) - SEE " REPORT-FILENAME.
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

               MOVE SPACES TO REPORT-FILENAME.
               STRING "..\PARKING-LOT-REVENUE-" DELIMITED BY SIZE
                   PERIOD-ENTRY DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO REPORT-FILENAME
               END-STRING.

      * the lots are the report - without them there is nothing to
      * report against
           210-LOAD-LOT-TABLE.
               OPEN INPUT PARKING-LOT-FILE.
               IF LOT-FILE-STATUS IS EQUAL TO "35"
                   DISPLAY "NO PARKING-LOT.txt - SET THE LOTS UP "
                     "THROUGH LAB6 FIRST"
                   STOP RUN
               END-IF.
               IF LOT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN PARKING-LOT.txt - STATUS "
                     LOT-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 211-LOAD-ONE-LOT
                   UNTIL LOT-EOF-FLG IS EQUAL TO 'Y'
                   OR LOT-COUNT IS EQUAL TO 20.
               CLOSE PARKING-LOT-FILE.

               211-LOAD-ONE-LOT.
                   READ PARKING-LOT-FILE
                       AT END
                           MOVE 'Y' TO LOT-EOF-FLG
                       NOT AT END
                           ADD 1 TO LOT-COUNT
                           MOVE LOT-CODE TO TBL-LOT-CODE(LOT-COUNT)
                           MOVE LOT-DESCRIPTION
                             TO TBL-LOT-DESCRIPTION(LOT-COUNT)
                           MOVE LOT-CAPACITY
                             TO TBL-LOT-CAPACITY(LOT-COUNT)
                           MOVE ZERO TO TBL-LOT-PERMITS(LOT-COUNT)
                           MOVE ZERO
                             TO TBL-LOT-PERMIT-EARNED(LOT-COUNT)
                           MOVE ZERO TO TBL-LOT-DAY-SOLD(LOT-COUNT)
                           MOVE ZERO TO TBL-LOT-DAY-REVENUE(LOT-COUNT)
                           MOVE ZERO
                             TO TBL-LOT-FINES-BILLED(LOT-COUNT)
                           MOVE ZERO
                             TO TBL-LOT-FINES-COLLECTED(LOT-COUNT)
                           MOVE ZERO TO TBL-LOT-HITS(LOT-COUNT)
                           MOVE ZERO TO TBL-LOT-SCANS(LOT-COUNT)
                           MOVE ZERO TO TBL-LOT-SCAN-DAYS(LOT-COUNT)
                           MOVE ZERO TO TBL-LOT-WAITLIST(LOT-COUNT)
                   END-READ.

      * a missing schedule leaves the legacy engine tiers, the way
      * PROJECT03 bills without one
           220-LOAD-FEE-SCHEDULE.
               OPEN INPUT FEE-SCHEDULE-FILE.
               IF FEE-SCHEDULE-STATUS IS EQUAL TO "35"
                   DISPLAY "NO PARKING-FEE-SCHEDULE.txt - "
                     "LEGACY ENGINE TIERS IN EFFECT"
               ELSE IF FEE-SCHEDULE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN PARKING-FEE-SCHEDULE.txt - "
                     "STATUS " FEE-SCHEDULE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 221-LOAD-ONE-FEE-ROW
                       UNTIL PFS-EOF-FLG IS EQUAL TO 'Y'
                       OR PFS-COUNT IS EQUAL TO 50
                   CLOSE FEE-SCHEDULE-FILE
               END-IF
               END-IF.

               221-LOAD-ONE-FEE-ROW.
                   READ FEE-SCHEDULE-FILE
                       AT END
                           MOVE 'Y' TO PFS-EOF-FLG
                       NOT AT END
                           ADD 1 TO PFS-COUNT
                           MOVE PFS-FUEL-TYPE
                             TO PFS-FUEL-CONTAINER(PFS-COUNT)
                           MOVE PFS-ENGINE-FROM
                             TO PFS-FROM-CONTAINER(PFS-COUNT)
                           MOVE PFS-ENGINE-TO
                             TO PFS-TO-CONTAINER(PFS-COUNT)
                           MOVE PFS-FEE TO PFS-FEE-CONTAINER(PFS-COUNT)
                   END-READ.

      * every permit issued by month end earns its fee day by day
      * from issue to expiry; the ones still in force at month end
      * are the lot's permits held
           230-TAKE-TERM-PERMITS.
               OPEN INPUT CAR-FILE.
               IF CAR-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF CAR-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CARFILE.DAT - STATUS "
                     CAR-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 231-TAKE-ONE-PERMIT
                       UNTIL CAR-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE CAR-FILE
               END-IF
               END-IF.

               231-TAKE-ONE-PERMIT.
                   READ CAR-FILE
                       AT END
                           MOVE 'Y' TO CAR-EOF-FLG
                       NOT AT END
                           IF CAR-ISSUE-DATE-IN IS NOT GREATER THAN
                               PERIOD-END-DATE
                               AND CAR-EXPIRY-DATE-IN IS NOT LESS
                                   THAN CAR-ISSUE-DATE-IN
                               MOVE CAR-LOT-CODE-IN TO LOT-FIND-CODE
                               PERFORM 300-FIND-LOT
                               IF LOT-FOUND-SUB IS GREATER THAN ZERO
                                   PERFORM 232-EARN-ONE-PERMIT
                               END-IF
                           END-IF
                   END-READ.

               232-EARN-ONE-PERMIT.
                   IF CAR-EXPIRY-DATE-IN IS NOT LESS THAN
                       PERIOD-END-DATE
                       ADD 1 TO TBL-LOT-PERMITS(LOT-FOUND-SUB)
                   END-IF.

                   PERFORM 233-PRICE-ONE-PERMIT.

                   COMPUTE PERMIT-ISSUE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(CAR-ISSUE-DATE-IN).
                   COMPUTE PERMIT-EXPIRY-INTEGER =
                       FUNCTION INTEGER-OF-DATE(CAR-EXPIRY-DATE-IN).
                   COMPUTE PERMIT-DAYS =
                       PERMIT-EXPIRY-INTEGER - PERMIT-ISSUE-INTEGER + 1.
                   IF PERIOD-END-INTEGER > PERMIT-EXPIRY-INTEGER
                       MOVE PERMIT-DAYS TO PERMIT-ELAPSED-DAYS
                   ELSE
                       COMPUTE PERMIT-ELAPSED-DAYS =
                           PERIOD-END-INTEGER - PERMIT-ISSUE-INTEGER + 1
                   END-IF.

                   COMPUTE PERMIT-EARNED ROUNDED =
                       PERMIT-FEE * PERMIT-ELAPSED-DAYS / PERMIT-DAYS.
                   ADD PERMIT-EARNED
                     TO TBL-LOT-PERMIT-EARNED(LOT-FOUND-SUB).

      * PROJECT03's fee rule - first schedule row for the fuel type
      * and engine size, else the legacy engine tiers
               233-PRICE-ONE-PERMIT.
                   IF CAR-FUEL-TYPE-IN IS EQUAL TO SPACE
                       MOVE 'G' TO PERMIT-FUEL-TYPE
                   ELSE
                       MOVE CAR-FUEL-TYPE-IN TO PERMIT-FUEL-TYPE
                   END-IF.

                   MOVE 'N' TO PFS-FOUND-FLAG.
                   PERFORM 234-CHECK-ONE-FEE-ROW
                       VARYING PFS-FIND-SUB FROM 1 BY 1
                       UNTIL PFS-FIND-SUB > PFS-COUNT
                       OR FEE-ROW-FOUND.

                   IF NOT FEE-ROW-FOUND
                       IF CAR-ENGINE-SIZE-IN < 3
                           MOVE 50.00 TO PERMIT-FEE
                       ELSE IF CAR-ENGINE-SIZE-IN < 5
                           MOVE 75.00 TO PERMIT-FEE
                       ELSE
                           MOVE 100.00 TO PERMIT-FEE
                       END-IF
                       END-IF
                   END-IF.

                   234-CHECK-ONE-FEE-ROW.
                       IF (PFS-FUEL-CONTAINER(PFS-FIND-SUB)
                           IS EQUAL TO '*'
                           OR PFS-FUEL-CONTAINER(PFS-FIND-SUB)
                               IS EQUAL TO PERMIT-FUEL-TYPE)
                           AND CAR-ENGINE-SIZE-IN IS NOT LESS THAN
                               PFS-FROM-CONTAINER(PFS-FIND-SUB)
                           AND CAR-ENGINE-SIZE-IN IS NOT GREATER THAN
                               PFS-TO-CONTAINER(PFS-FIND-SUB)
                           MOVE PFS-FEE-CONTAINER(PFS-FIND-SUB)
                             TO PERMIT-FEE
                           MOVE 'Y' TO PFS-FOUND-FLAG
                       END-IF.

           240-TAKE-DAY-PERMITS.
               OPEN INPUT DAY-PERMIT-FILE.
               IF DAY-PERMIT-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF DAY-PERMIT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN DAY-PERMITS.txt - STATUS "
                     DAY-PERMIT-STATUS
                   STOP RUN
               ELSE
                   PERFORM 241-TAKE-ONE-DAY-PERMIT
                       UNTIL DAY-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE DAY-PERMIT-FILE
               END-IF
               END-IF.

               241-TAKE-ONE-DAY-PERMIT.
                   READ DAY-PERMIT-FILE
                       AT END
                           MOVE 'Y' TO DAY-EOF-FLG
                       NOT AT END
                           IF DPM-PERMIT-DATE IS NOT LESS THAN
                               PERIOD-START-DATE
                               AND DPM-PERMIT-DATE IS NOT GREATER
                                   THAN PERIOD-END-DATE
                               MOVE DPM-LOT-CODE TO LOT-FIND-CODE
                               PERFORM 300-FIND-LOT
                               IF LOT-FOUND-SUB IS GREATER THAN ZERO
                                   ADD 1
                                     TO TBL-LOT-DAY-SOLD(LOT-FOUND-SUB)
                                   ADD DPM-FEE
                                     TO TBL-LOT-DAY-REVENUE
                                       (LOT-FOUND-SUB)
                               END-IF
                           END-IF
                   END-READ.

      * PARKFINE buckets by student - money allocated after the
      * month is not collected yet as far as this month is concerned
           250-LOAD-FINE-COLLECTIONS.
               OPEN INPUT ALLOCATION-FILE.
               IF ALLOCATION-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF ALLOCATION-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN PAYMENT-ALLOCATION.txt - "
                     "STATUS " ALLOCATION-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 251-TAKE-ONE-ALLOCATION
                       UNTIL ALLOCATION-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE ALLOCATION-FILE
               END-IF
               END-IF.

               IF POOL-FULL-FLAG IS EQUAL TO 'Y'
                   DISPLAY "MORE THAN 3000 STUDENTS PAID FINES - "
                     "COLLECTIONS FOR THE REST ARE LEFT OUT"
               END-IF.

               251-TAKE-ONE-ALLOCATION.
                   READ ALLOCATION-FILE
                       AT END
                           MOVE 'Y' TO ALLOCATION-EOF-FLG
                       NOT AT END
                           IF PAL-CHARGE-TYPE IS EQUAL TO "PARKFINE"
                               AND PAL-DATE IS NOT GREATER THAN
                                   PERIOD-END-DATE
                               PERFORM 252-ADD-TO-FINE-POOL
                           END-IF
                   END-READ.

               252-ADD-TO-FINE-POOL.
                   MOVE ZERO TO POOL-FOUND-SUB.
                   PERFORM 253-CHECK-ONE-POOL
                       VARYING POOL-SUB FROM 1 BY 1
                       UNTIL POOL-SUB > POOL-COUNT
                       OR POOL-FOUND-SUB > ZERO.

                   IF POOL-FOUND-SUB IS EQUAL TO ZERO
                       IF POOL-COUNT IS EQUAL TO 3000
                           MOVE 'Y' TO POOL-FULL-FLAG
                       ELSE
                           ADD 1 TO POOL-COUNT
                           MOVE POOL-COUNT TO POOL-FOUND-SUB
                           MOVE PAL-STUDENT-NUMBER
                             TO POOL-STUDENT-NUMBER(POOL-COUNT)
                           MOVE ZERO TO POOL-BEFORE-MONTH(POOL-COUNT)
                           MOVE ZERO TO POOL-THROUGH-MONTH(POOL-COUNT)
                       END-IF
                   END-IF.

                   IF POOL-FOUND-SUB IS GREATER THAN ZERO
                       ADD PAL-AMOUNT
                         TO POOL-THROUGH-MONTH(POOL-FOUND-SUB)
                       IF PAL-DATE IS LESS THAN PERIOD-START-DATE
                           ADD PAL-AMOUNT
                             TO POOL-BEFORE-MONTH(POOL-FOUND-SUB)
                       END-IF
                   END-IF.

                   253-CHECK-ONE-POOL.
                       IF POOL-STUDENT-NUMBER(POOL-SUB) IS EQUAL TO
                           PAL-STUDENT-NUMBER
                           MOVE POOL-SUB TO POOL-FOUND-SUB
                       END-IF.

      * tickets in file order, which is ticket order - a billed
      * ticket not cancelled on appeal is a fine billed, and takes
      * what it can from its student's collected money
           260-TAKE-VIOLATIONS.
               OPEN INPUT VIOLATION-FILE.
               IF VIOLATION-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF VIOLATION-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN VIOLATIONS.txt - STATUS "
                     VIOLATION-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 261-TAKE-ONE-VIOLATION
                       UNTIL VIOLATION-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE VIOLATION-FILE
               END-IF
               END-IF.

               261-TAKE-ONE-VIOLATION.
                   READ VIOLATION-FILE
                       AT END
                           MOVE 'Y' TO VIOLATION-EOF-FLG
                       NOT AT END
                           IF VIO-BILLED IS EQUAL TO 'Y'
                               AND VIO-APPEAL-STATUS IS NOT EQUAL
                                   TO 'C'
                               AND VIO-DATE IS NOT GREATER THAN
                                   PERIOD-END-DATE
                               MOVE VIO-LOCATION TO LOT-FIND-CODE
                               PERFORM 300-FIND-LOT
                               PERFORM 262-APPLY-COLLECTIONS
                           END-IF
                   END-READ.

               262-APPLY-COLLECTIONS.
                   MOVE ZERO TO TAKEN-BEFORE-MONTH.
                   MOVE ZERO TO TAKEN-THROUGH-MONTH.
                   MOVE ZERO TO POOL-FOUND-SUB.
                   MOVE VIO-STUDENT-NUMBER TO PAL-STUDENT-NUMBER.
                   PERFORM 253-CHECK-ONE-POOL
                       VARYING POOL-SUB FROM 1 BY 1
                       UNTIL POOL-SUB > POOL-COUNT
                       OR POOL-FOUND-SUB > ZERO.

                   IF POOL-FOUND-SUB IS GREATER THAN ZERO
                       IF POOL-BEFORE-MONTH(POOL-FOUND-SUB) < VIO-FINE
                           MOVE POOL-BEFORE-MONTH(POOL-FOUND-SUB)
                             TO TAKEN-BEFORE-MONTH
                       ELSE
                           MOVE VIO-FINE TO TAKEN-BEFORE-MONTH
                       END-IF
                       IF POOL-THROUGH-MONTH(POOL-FOUND-SUB) < VIO-FINE
                           MOVE POOL-THROUGH-MONTH(POOL-FOUND-SUB)
                             TO TAKEN-THROUGH-MONTH
                       ELSE
                           MOVE VIO-FINE TO TAKEN-THROUGH-MONTH
                       END-IF
                       SUBTRACT TAKEN-BEFORE-MONTH
                         FROM POOL-BEFORE-MONTH(POOL-FOUND-SUB)
                       SUBTRACT TAKEN-THROUGH-MONTH
                         FROM POOL-THROUGH-MONTH(POOL-FOUND-SUB)
                   END-IF.

                   IF LOT-FOUND-SUB IS GREATER THAN ZERO
                       IF VIO-DATE IS NOT LESS THAN PERIOD-START-DATE
                           ADD VIO-FINE
                             TO TBL-LOT-FINES-BILLED(LOT-FOUND-SUB)
                       END-IF
                       COMPUTE TBL-LOT-FINES-COLLECTED(LOT-FOUND-SUB) =
                           TBL-LOT-FINES-COLLECTED(LOT-FOUND-SUB)
                           + TAKEN-THROUGH-MONTH - TAKEN-BEFORE-MONTH
                   END-IF.

      * every scan in the month is a car seen in the lot; the days
      * the lot was walked are what the average is taken over
           270-TAKE-SCANS.
               OPEN INPUT SCAN-FEED-FILE.
               IF SCAN-FEED-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF SCAN-FEED-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SCAN-FEED.txt - STATUS "
                     SCAN-FEED-STATUS
                   STOP RUN
               ELSE
                   PERFORM 271-TAKE-ONE-SCAN
                       UNTIL SCAN-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE SCAN-FEED-FILE
               END-IF
               END-IF.

               271-TAKE-ONE-SCAN.
                   READ SCAN-FEED-FILE
                       AT END
                           MOVE 'Y' TO SCAN-EOF-FLG
                       NOT AT END
                           IF SCN-SCAN-DATE IS NOT LESS THAN
                               PERIOD-START-DATE
                               AND SCN-SCAN-DATE IS NOT GREATER THAN
                                   PERIOD-END-DATE
                               MOVE SCN-LOT-CODE TO LOT-FIND-CODE
                               PERFORM 300-FIND-LOT
                               IF LOT-FOUND-SUB IS GREATER THAN ZERO
                                   ADD 1 TO TBL-LOT-SCANS(LOT-FOUND-SUB)
                                   PERFORM 272-NOTE-SCAN-DAY
                               END-IF
                           END-IF
                   END-READ.

               272-NOTE-SCAN-DAY.
                   MOVE 'N' TO SDY-FOUND-FLAG.
                   PERFORM 273-CHECK-ONE-SCAN-DAY
                       VARYING SDY-SUB FROM 1 BY 1
                       UNTIL SDY-SUB > SCAN-DAY-COUNT
                       OR SCAN-DAY-ON-FILE.

                   IF NOT SCAN-DAY-ON-FILE
                       AND SCAN-DAY-COUNT IS LESS THAN 620
                       ADD 1 TO SCAN-DAY-COUNT
                       MOVE LOT-FOUND-SUB
                         TO SDY-LOT-SUB(SCAN-DAY-COUNT)
                       MOVE SCN-SCAN-DATE TO SDY-DATE(SCAN-DAY-COUNT)
                       ADD 1 TO TBL-LOT-SCAN-DAYS(LOT-FOUND-SUB)
                   END-IF.

                   273-CHECK-ONE-SCAN-DAY.
                       IF SDY-LOT-SUB(SDY-SUB) IS EQUAL TO
                           LOT-FOUND-SUB
                           AND SDY-DATE(SDY-SUB) IS EQUAL TO
                               SCN-SCAN-DATE
                           MOVE 'Y' TO SDY-FOUND-FLAG
                       END-IF.

           280-TAKE-SCAN-HITS.
               OPEN INPUT SCAN-HITS.
               IF SCAN-HITS-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF SCAN-HITS-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SCAN-HITS.txt - STATUS "
                     SCAN-HITS-STATUS
                   STOP RUN
               ELSE
                   PERFORM 281-TAKE-ONE-HIT
                       UNTIL HITS-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE SCAN-HITS
               END-IF
               END-IF.

               281-TAKE-ONE-HIT.
                   READ SCAN-HITS
                       AT END
                           MOVE 'Y' TO HITS-EOF-FLG
                       NOT AT END
                           IF HIT-DATE-OUT IS NOT LESS THAN
                               PERIOD-START-DATE
                               AND HIT-DATE-OUT IS NOT GREATER THAN
                                   PERIOD-END-DATE
                               MOVE HIT-LOT-OUT TO LOT-FIND-CODE
                               PERFORM 300-FIND-LOT
                               IF LOT-FOUND-SUB IS GREATER THAN ZERO
                                   ADD 1 TO TBL-LOT-HITS(LOT-FOUND-SUB)
                               END-IF
                           END-IF
                   END-READ.

      * the waitlist as it stands today
           290-TAKE-WAITLIST.
               OPEN INPUT WAITLIST-FILE.
               IF WAITLIST-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF WAITLIST-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN PARKING-WAITLIST.txt - "
                     "STATUS " WAITLIST-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 291-TAKE-ONE-WAIT
                       UNTIL WAITLIST-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE WAITLIST-FILE
               END-IF
               END-IF.

               291-TAKE-ONE-WAIT.
                   READ WAITLIST-FILE
                       AT END
                           MOVE 'Y' TO WAITLIST-EOF-FLG
                       NOT AT END
                           MOVE WTL-LOT-CODE TO LOT-FIND-CODE
                           PERFORM 300-FIND-LOT
                           IF LOT-FOUND-SUB IS GREATER THAN ZERO
                               ADD 1 TO TBL-LOT-WAITLIST(LOT-FOUND-SUB)
                           END-IF
                   END-READ.

      * linear scan by lot code - a row for a lot not on the master
      * is counted and left off
           300-FIND-LOT.
               MOVE ZERO TO LOT-FOUND-SUB.
               PERFORM 301-CHECK-ONE-LOT
                   VARYING LOT-SUB FROM 1 BY 1
                   UNTIL LOT-SUB > LOT-COUNT
                   OR LOT-FOUND-SUB > ZERO.
               IF LOT-FOUND-SUB IS EQUAL TO ZERO
                   ADD 1 TO OFF-LOT-ROWS
               END-IF.

               301-CHECK-ONE-LOT.
                   IF TBL-LOT-CODE(LOT-SUB) IS EQUAL TO LOT-FIND-CODE
                       MOVE LOT-SUB TO LOT-FOUND-SUB
                   END-IF.

           400-WRITE-REPORT.
               OPEN OUTPUT LOT-REVENUE-REPORT.
               IF LOT-REVENUE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN " REPORT-FILENAME
                     " - STATUS " LOT-REVENUE-STATUS
                   STOP RUN
               END-IF.

               MOVE PERIOD-ENTRY-NUMERIC TO RPT-HEAD-PERIOD.
               MOVE PERIOD-END-DATE TO RPT-HEAD-END-DATE.
               MOVE RUN-DATE-FULL TO RPT-HEAD-RUN-DATE.
               WRITE LOT-REVENUE-LINE FROM REPORT-HEADING-LINE.
               MOVE SPACES TO LOT-REVENUE-LINE.
               WRITE LOT-REVENUE-LINE.
               WRITE LOT-REVENUE-LINE FROM REPORT-COLUMN-LINE-1.
               WRITE LOT-REVENUE-LINE FROM REPORT-COLUMN-LINE-2.

               PERFORM 401-WRITE-ONE-LOT
                   VARYING LOT-SUB FROM 1 BY 1
                   UNTIL LOT-SUB > LOT-COUNT.

               MOVE SPACES TO LOT-REVENUE-LINE.
               WRITE LOT-REVENUE-LINE.
               MOVE TOTAL-CAPACITY TO RTL-CAPACITY-OUT.
               MOVE TOTAL-PERMITS TO RTL-PERMITS-OUT.
               MOVE TOTAL-PERMIT-EARNED TO RTL-PERMIT-EARNED-OUT.
               MOVE TOTAL-DAY-REVENUE TO RTL-DAY-REVENUE-OUT.
               MOVE TOTAL-FINES-BILLED TO RTL-FINES-BILLED-OUT.
               MOVE TOTAL-FINES-COLLECTED TO RTL-FINES-COLLECTED-OUT.
               MOVE TOTAL-HITS TO RTL-HITS-OUT.
               MOVE TOTAL-WAITLIST TO RTL-WAITLIST-OUT.
               WRITE LOT-REVENUE-LINE FROM REPORT-TOTAL-LINE.

               CLOSE LOT-REVENUE-REPORT.

      * average occupancy is the scans per walked day against the
      * lot's capacity - no scans or no capacity reads as zero
               401-WRITE-ONE-LOT.
                   IF TBL-LOT-SCAN-DAYS(LOT-SUB) IS EQUAL TO ZERO
                       OR TBL-LOT-CAPACITY(LOT-SUB) IS EQUAL TO ZERO
                       MOVE ZERO TO OCCUPANCY-PERCENT
                   ELSE
                       COMPUTE OCCUPANCY-PERCENT ROUNDED =
                           TBL-LOT-SCANS(LOT-SUB) * 100
                           / TBL-LOT-SCAN-DAYS(LOT-SUB)
                           / TBL-LOT-CAPACITY(LOT-SUB)
                           ON SIZE ERROR
                               MOVE 999.9 TO OCCUPANCY-PERCENT
                       END-COMPUTE
                   END-IF.

                   MOVE TBL-LOT-CODE(LOT-SUB) TO RDL-LOT-OUT.
                   MOVE TBL-LOT-DESCRIPTION(LOT-SUB)
                     TO RDL-DESCRIPTION-OUT.
                   MOVE TBL-LOT-CAPACITY(LOT-SUB) TO RDL-CAPACITY-OUT.
                   MOVE TBL-LOT-PERMITS(LOT-SUB) TO RDL-PERMITS-OUT.
                   MOVE TBL-LOT-PERMIT-EARNED(LOT-SUB)
                     TO RDL-PERMIT-EARNED-OUT.
                   MOVE TBL-LOT-DAY-SOLD(LOT-SUB) TO RDL-DAY-SOLD-OUT.
                   MOVE TBL-LOT-DAY-REVENUE(LOT-SUB)
                     TO RDL-DAY-REVENUE-OUT.
                   MOVE TBL-LOT-FINES-BILLED(LOT-SUB)
                     TO RDL-FINES-BILLED-OUT.
                   MOVE TBL-LOT-FINES-COLLECTED(LOT-SUB)
                     TO RDL-FINES-COLLECTED-OUT.
                   MOVE TBL-LOT-HITS(LOT-SUB) TO RDL-HITS-OUT.
                   MOVE TBL-LOT-SCAN-DAYS(LOT-SUB)
                     TO RDL-SCAN-DAYS-OUT.
                   MOVE OCCUPANCY-PERCENT TO RDL-OCCUPANCY-OUT.
                   MOVE TBL-LOT-WAITLIST(LOT-SUB) TO RDL-WAITLIST-OUT.
                   WRITE LOT-REVENUE-LINE FROM REPORT-DETAIL-LINE.

                   ADD TBL-LOT-CAPACITY(LOT-SUB) TO TOTAL-CAPACITY.
                   ADD TBL-LOT-PERMITS(LOT-SUB) TO TOTAL-PERMITS.
                   ADD TBL-LOT-PERMIT-EARNED(LOT-SUB)
                     TO TOTAL-PERMIT-EARNED.
                   ADD TBL-LOT-DAY-REVENUE(LOT-SUB)
                     TO TOTAL-DAY-REVENUE.
                   ADD TBL-LOT-FINES-BILLED(LOT-SUB)
                     TO TOTAL-FINES-BILLED.
                   ADD TBL-LOT-FINES-COLLECTED(LOT-SUB)
                     TO TOTAL-FINES-COLLECTED.
                   ADD TBL-LOT-HITS(LOT-SUB) TO TOTAL-HITS.
                   ADD TBL-LOT-WAITLIST(LOT-SUB) TO TOTAL-WAITLIST.

       END PROGRAM PROJECT138.
