      * Date: April-3
      * Purpose:
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - tuition billed now credits deferred tuition
      *                   revenue, not tuition revenue - PROJECT120
      *                   earns it out month by month over the term
      *  15-OCT-2026 SL - a late-fee waiver over APPROVAL-THRESHOLD.txt
      *                   is held on APPROVAL-QUEUE.txt for a second
      *                   supervisor (PROJECT124) even inside the
      *                   authorizer's own limit, and goes on in the
      *                   first statement run after it is approved
      *  15-OCT-2026 SL - PROJECT136's monthly EV charging billed to a
      *                   permit holder prints as its own identified
      *                   statement line, the way the parking fine does
      *  15-OCT-2026 SL - a carpool permit's fee (PROJECT137) is split
      *                   evenly across the members' statements, the
      *                   permit holder taking the rounding remainder
      *  15-OCT-2026 SL - a real run registers its GL-EXTRACT-<run
      *                   date>.txt, AGENCY-EXTRACT.txt and
      *                   E-STATEMENT-EXTRACT.txt on the transmission
      *                   register; simulation output is never sent, so
      *                   never registered
      *  15-OCT-2026 SL - campus breakouts: each program subtotal is
      *                   split by the student's home campus off
      *                   STUDENT-CAMPUS.txt (MAIN when none is set),
      *                   carried on PROGIDX.DAT beside the program
      *                   totals, with campus grand totals under the
      *                   grand total; each aging line carries the
      *                   campus, and campus-by-bucket summary lines
      *                   close off the aging report
      ******************************************************************
        IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT03.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEE-SCHEDULE-STATUS.

      * PROJECT137's carpool members - each one pays an even share
      * of the group permit's fee
           SELECT CARPOOL-FILE
           ASSIGN TO "..\CARPOOL-MEMBERS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARPOOL-FILE-STATUS.

           SELECT PLAN-SORT-FILE
           ASSIGN TO "..\PLAN-SORT.TMP".

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCK-FILE-STATUS.

      * adjustments over the second-approval line wait here for a
      * supervisor other than the requester - decided through
      * PROJECT124, applied here on the next run
           SELECT APPROVAL-QUEUE-FILE
           ASSIGN TO "..\APPROVAL-QUEUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPROVAL-QUEUE-STATUS.

      * one record - the second-approval line
           SELECT APPROVAL-THRESHOLD-FILE
           ASSIGN TO "..\APPROVAL-THRESHOLD.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPROVAL-THRESHOLD-STATUS.

      * PROJECT11's installment schedules - when a student has one on
      * file, the statement prints the schedule and 403-AGE-ONE-STUDENT
      * ages only the installments actually past due instead of
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HEALTH-OPTOUT-STATUS.

      * each student's home campus, kept by PROJECT150 - a student
      * with no row is at MAIN
           SELECT STUDENT-CAMPUS-FILE
           ASSIGN TO "..\STUDENT-CAMPUS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-CAMPUS-STATUS.

      * one line per outbound file sent - kept in step with every
      * extract writer, Project146.cbl and Project147.cbl
           SELECT TRANSMISSION-REGISTER
           ASSIGN TO "..\TRANSMISSION-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSMIT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * PROGRAM.TXT
         05 IDX-SUB-STUDENT-COUNT PIC 9(4).
         05 IDX-SUB-TUITION-TOTAL PIC S9(9)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
      * the same subtotal split by the students' home campuses, one
      * slot per campus in the order they turn up
         05 IDX-CAMPUS-SUBTOTAL OCCURS 10 TIMES.
           10 IDX-CAMPUS-CODE PIC X(4).
           10 IDX-CAMPUS-STUDENT-COUNT PIC 9(4).
           10 IDX-CAMPUS-TUITION-TOTAL PIC S9(9)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
      * STUFILE.TXT
       FD STUDENT-FILE.
       01 STUDENT-FILE-IN.
         05 PFS-ENGINE-TO PIC 9(1).
         05 PFS-FEE PIC 9999V99.

      * kept in step with Project137.cbl's FD CARPOOL-FILE
       FD CARPOOL-FILE.
       01 CARPOOL-RECORD.
         05 CPM-PERMIT-NUMBER PIC 9(6).
         05 CPM-STUDENT-NUMBER PIC 9(6).
         05 CPM-PLATE PIC X(8).
         05 CPM-CAR-TYPE PIC X(5).
         05 CPM-CAR-YEAR PIC 9(4).
         05 CPM-ENGINE-SIZE PIC 9(1).
         05 CPM-FUEL-TYPE PIC X(1).
         05 CPM-JOIN-DATE PIC 9(8).

       FD PLAN-SORTED-FILE.
       01 PLAN-SORTED-RECORD PIC X(91).

         05 PARKFINE-LABEL-OUT PIC X(22).
         05 PARKFINE-AMOUNT-OUT PIC -ZZZ9.99.

      * EV charging PROJECT136 billed the permit holder for the month
      * - already in the balance, identified the way the fine is
       01 EVCHARGE-DETAIL-LINE.
         05 FILLER PIC X(4) VALUE SPACE.
         05 EVCHARGE-LABEL-OUT PIC X(22).
         05 EVCHARGE-AMOUNT-OUT PIC -ZZZ9.99.

      * tax billed on the account's non-tuition charges - already in
      * the balance, broken out the way the fine is
       01 HST-DETAIL-LINE.
         05 AGE-LATE-FEE-OUT PIC ZZZZ.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 AGE-TOTAL-DUE-OUT PIC ZZZZZ.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 AGE-CAMPUS-OUT PIC X(4).

      * batch header/detail/trailer feed into the general ledger - a
      * receivable debit and a revenue credit line per student, bracketed
         05 HOP-OPTOUT-DATE PIC 9(8).
         05 HOP-STATUS PIC X(1).

      * kept in step with Project150.cbl's FD STUDENT-CAMPUS-FILE
       FD STUDENT-CAMPUS-FILE.
       01 STUDENT-CAMPUS-RECORD.
         05 SCM-STUDENT-NUMBER PIC 9(6).
         05 SCM-CAMPUS-CODE PIC X(4).
         05 SCM-SOURCE PIC X(1).
         05 SCM-SET-DATE PIC 9(8).

      * one line, one student - the whole output of a reprint run
       FD REPRINT-STATEMENT.
       01 REPRINT-STATEMENT-LINE.
         05 FILLER PIC X(2) VALUE SPACE.
         05 REPRINT-DUE-DATE-OUT PIC 9(8).

      * kept in step with Project124.cbl's FD APPROVAL-QUEUE-FILE
       FD APPROVAL-QUEUE-FILE.
       01 APPROVAL-QUEUE-RECORD.
         05 APQ-ITEM-NUMBER PIC 9(6).
         05 APQ-ITEM-TYPE PIC X(1).
         05 APQ-STUDENT-NUMBER PIC 9(6).
         05 APQ-AMOUNT PIC 9(6)V99.
         05 APQ-BEFORE-VALUE PIC S9(6)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 APQ-AFTER-VALUE PIC S9(6)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 APQ-DETAIL PIC X(20).
         05 APQ-REQUESTED-BY PIC X(8).
         05 APQ-REQUEST-DATE PIC 9(8).
         05 APQ-STATUS PIC X(1).
         05 APQ-DECIDED-BY PIC X(8).
         05 APQ-DECISION-DATE PIC 9(8).
         05 APQ-DECISION-REASON PIC X(30).
         05 APQ-APPLIED-DATE PIC 9(8).

       FD APPROVAL-THRESHOLD-FILE.
       01 APPROVAL-THRESHOLD-RECORD.
         05 ATH-AMOUNT PIC 9(6)V99.

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
      * the program table itself is now file-backed in PROGRAM-
      * INDEXED-RECORD (no OCCURS cap) - TABLE-EOF and CODE-FOUND
         05 PFS-FOUND-FLAG PIC X(1).
           88 FEE-ROW-FOUND VALUE 'Y'.

      * carpool members by permit - the fee share divides by how many
      * rows a permit has
       01 CARPOOL-TABLE.
         05 CARPOOL-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON CARPOOL-COUNT.
           10 TBL-CPM-PERMIT PIC 9(6).
           10 TBL-CPM-STUDENT PIC 9(6).

       01 CARPOOL-VARIABLES.
         05 CARPOOL-FILE-STATUS PIC X(2).
         05 CARPOOL-COUNT PIC 9(4) VALUE 0.
         05 CARPOOL-EOF-FLG PIC X(1) VALUE 'N'.
         05 CPM-FIND-SUB PIC 9(4).
         05 CPM-CAR-SUB PIC 9(4).
         05 CPM-MEMBER-PERMIT PIC 9(6).
         05 CPM-MEMBER-COUNT PIC 9(1).
         05 CARPOOL-SHARE-AMOUNT PIC 9(3)V99.
         05 CARPOOL-SHARE-FLAG PIC X(1) VALUE 'N'.
           88 CARPOOL-SHARE VALUE 'Y'.

       01 EOF-FLG PIC X(1).
       01 STUDENT-AVERAGE PIC 9(3).
         88 ACADEMIC-HONORS VALUE 80 THRU 999.
       01 DELIVERY-MANIFEST-COUNTS.
         05 HOW-MANY-PAPER PIC 9(6) VALUE 0.
         05 HOW-MANY-ELECTRONIC PIC 9(6) VALUE 0.
         05 E-STATEMENT-HASH PIC 9(11) VALUE 0.

      * selection-run control - criteria loaded once, the master read
      * read-only, matches written in the ordinary statement format
         05 FEE-BEFORE-WAIVER PIC S9(7)V99.
         05 HOW-MANY-WAIVED PIC 9(4) VALUE 0.
         05 HOW-MANY-WAIVERS-REJECTED PIC 9(4) VALUE 0.
         05 WAIVER-STATUS-WORK PIC X(26).

      * APPROVAL-QUEUE.txt in memory - kept in step with
      * Project124.cbl's APPROVAL-QUEUE-TABLE; written back at the end
      * of the run only when an item was raised or applied, and only
      * ever under the master lock
       01 APPROVAL-QUEUE-TABLE.
         05 QUE-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON QUE-COUNT.
           10 QUE-ITEM-NUMBER PIC 9(6).
           10 QUE-ITEM-TYPE PIC X(1).
           10 QUE-STUDENT-NUMBER PIC 9(6).
           10 QUE-AMOUNT PIC 9(6)V99.
           10 QUE-BEFORE-VALUE PIC S9(6)V99.
           10 QUE-AFTER-VALUE PIC S9(6)V99.
           10 QUE-DETAIL PIC X(20).
           10 QUE-REQUESTED-BY PIC X(8).
           10 QUE-REQUEST-DATE PIC 9(8).
           10 QUE-STATUS PIC X(1).
           10 QUE-DECIDED-BY PIC X(8).
           10 QUE-DECISION-DATE PIC 9(8).
           10 QUE-DECISION-REASON PIC X(30).
           10 QUE-APPLIED-DATE PIC 9(8).

       01 APPROVAL-QUEUE-VARIABLES.
         05 APPROVAL-QUEUE-STATUS PIC X(2).
         05 APPROVAL-THRESHOLD-STATUS PIC X(2).
         05 QUE-COUNT PIC 9(4) VALUE 0.
         05 QUE-SUB PIC 9(4).
         05 QUE-FOUND-SUB PIC 9(4).
         05 QUE-LAST-NUMBER PIC 9(6) VALUE 0.
         05 QUE-EOF-FLG PIC X(1) VALUE 'N'.
         05 QUE-FOUND-FLAG PIC X(1).
           88 QUEUE-ITEM-FOUND VALUE 'Y'.
         05 QUE-CHANGED-FLAG PIC X(1) VALUE 'N'.
         05 QUE-RUN-DATE PIC 9(8).
         05 QUE-FIND-TYPE PIC X(1).
         05 QUE-FIND-STUDENT PIC 9(6).
         05 QUE-NEW-AMOUNT PIC 9(6)V99.
         05 QUE-NEW-BEFORE PIC S9(6)V99.
         05 QUE-NEW-AFTER PIC S9(6)V99.
         05 QUE-NEW-DETAIL PIC X(20).
         05 QUE-NEW-REQUESTED-BY PIC X(8).

      * an adjustment over this line needs a second supervisor - no
      * APPROVAL-THRESHOLD.txt means the standard 1000.00
       01 APPROVAL-THRESHOLD PIC 9(6)V99 VALUE 1000.00.

      * accounts already with the agency, loaded from COLLECTION-
      * STATUS.txt - new placements from this run's aging pass are
         05 WITH-AGENCY-FLAG PIC X(1).
           88 STUDENT-WITH-AGENCY VALUE 'Y'.
         05 HOW-MANY-PLACED PIC 9(4) VALUE 0.
         05 AGENCY-PLACED-TOTAL PIC S9(9)V99 VALUE 0.
         05 HOW-MANY-SUPPRESSED PIC 9(4) VALUE 0.
      * an account this many days overdue, owing at least the dollar
      * threshold, goes to the agency
         05 HOP-FOUND-FLAG PIC X(1).
           88 HEALTH-OPTED-OUT VALUE 'Y'.

      * PROJECT150's home campuses, for the campus breakouts
       01 STUDENT-CAMPUS-TABLE.
         05 SCM-TABLE-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON SCM-TABLE-COUNT.
           10 SCM-STUDENT-CONTAINER PIC 9(6).
           10 SCM-CAMPUS-CONTAINER PIC X(4).

       01 STUDENT-CAMPUS-VARIABLES.
         05 STUDENT-CAMPUS-STATUS PIC X(2).
         05 SCM-TABLE-COUNT PIC 9(4) VALUE 0.
         05 SCM-EOF-FLG PIC X(1).
         05 SCM-FIND-SUB PIC 9(4).
         05 DEFAULT-CAMPUS-CODE PIC X(4) VALUE "MAIN".
         05 STUDENT-HOME-CAMPUS PIC X(4).
         05 IDX-CAMPUS-SLOT PIC 9(2).
         05 IDX-CAMPUS-FOUND-FLAG PIC X(1).
           88 IDX-CAMPUS-SLOT-FOUND VALUE 'Y'.

      * campus grand totals, gathered off PROGIDX.DAT as the program
      * subtotals print
       01 CAMPUS-GRAND-TABLE.
         05 CGT-ENTRY OCCURS 1 TO 50 TIMES
             DEPENDING ON CGT-COUNT.
           10 CGT-CAMPUS-CODE PIC X(4).
           10 CGT-STUDENT-COUNT PIC 9(6).
           10 CGT-TUITION-TOTAL PIC S9(9)V99.

       01 CAMPUS-GRAND-VARIABLES.
         05 CGT-COUNT PIC 9(2) VALUE 0.
         05 CGT-SUB PIC 9(2).
         05 CGT-FOUND-FLAG PIC X(1).
           88 CGT-CAMPUS-FOUND VALUE 'Y'.
         05 CGT-FIND-CODE PIC X(4).

      * the aging report read back at the end of the run, summed by
      * campus and bucket - read back rather than tallied on the fly,
      * so a resumed run's summary still counts the lines written
      * before the interruption
       01 AGING-CAMPUS-TABLE.
         05 ACS-ENTRY OCCURS 1 TO 50 TIMES
             DEPENDING ON ACS-COUNT.
           10 ACS-CAMPUS-CODE PIC X(4).
           10 ACS-BUCKET OCCURS 4 TIMES.
             15 ACS-ACCOUNT-COUNT PIC 9(5).
             15 ACS-TOTAL-DUE PIC S9(9)V99.

       01 AGING-CAMPUS-VARIABLES.
         05 ACS-COUNT PIC 9(2) VALUE 0.
         05 ACS-SUB PIC 9(2).
         05 ACS-BUCKET-SUB PIC 9(1).
         05 ACS-FOUND-FLAG PIC X(1).
           88 ACS-CAMPUS-FOUND VALUE 'Y'.
         05 ACS-FIND-CODE PIC X(4).
         05 ACS-EOF-FLG PIC X(1).
         05 ACS-TOTAL-DUE-WORK PIC 9(5)V99.

       01 AGING-BUCKET-NAMES.
         05 FILLER PIC X(12) VALUE "CURRENT".
         05 FILLER PIC X(12) VALUE "30-59 DAYS".
         05 FILLER PIC X(12) VALUE "60-89 DAYS".
         05 FILLER PIC X(12) VALUE "90+ DAYS".
       01 AGING-BUCKET-NAME-TABLE REDEFINES AGING-BUCKET-NAMES.
         05 AGING-BUCKET-NAME PIC X(12) OCCURS 4 TIMES.

      * a campus summary line starts with text, never a student
      * number, so PROJECT121 passes over it
       01 AGING-CAMPUS-SUMMARY-LINE.
         05 FILLER PIC X(7) VALUE "CAMPUS ".
         05 ACL-CAMPUS-CODE PIC X(4).
         05 FILLER PIC X(2) VALUE SPACE.
         05 ACL-BUCKET-NAME PIC X(12).
         05 FILLER PIC X(2) VALUE SPACE.
         05 ACL-ACCOUNT-COUNT PIC ZZZZ9.
         05 FILLER PIC X(12) VALUE " ACCOUNTS   ".
         05 ACL-TOTAL-DUE PIC -ZZZ,ZZZ,ZZ9.99.

       01 PLAN-VARIABLES.
         05 PLAN-FILE-STATUS PIC X(2).
         05 PLAN-TABLE-COUNT PIC 9(4) VALUE 0.
           10 FNE-STUDENT-CONTAINER PIC 9(6).
           10 FNE-AMOUNT-CONTAINER PIC S9(5)V99.

      * PROJECT136's EVCHARGE lines, summed per student the same way
       01 EVCHARGE-ADJ-TABLE.
         05 EVCHARGE-ADJ-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON EVCHARGE-ADJ-COUNT.
           10 EVC-STUDENT-CONTAINER PIC 9(6).
           10 EVC-AMOUNT-CONTAINER PIC S9(5)V99.

      * PROJECT40's tax lines, summed per student the same way -
      * the dollars are already in the balance, the statement just
      * breaks the tax out as its own identified line
         05 SPD-FOUND-SUB PIC 9(3).
         05 SPD-MATCH-FLAG PIC X(1).
           88 SPONSDEF-FOUND VALUE 'Y'.
         05 EVCHARGE-ADJ-COUNT PIC 9(3) VALUE 0.
         05 EVC-FIND-SUB PIC 9(3).
         05 EVC-FOUND-SUB PIC 9(3).
         05 EVC-MATCH-FLAG PIC X(1).
           88 EVCHARGE-FOUND VALUE 'Y'.
      * one statement cycle - adjustments older than this stay off
      * the statement
         05 WDRAW-CYCLE-DAYS PIC 9(3) VALUE 35.
         05 CSV-TUITION-OWED-OUT PIC -ZZZZ.99.
         05 CSV-LINE PIC X(120).

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
      * main procedure
      * LOOKUP-STUDENT-NUMBER is accepted before 200-INITIALIZE runs,
               END-STRING
               PERFORM 290-WRITE-RUN-LOG

               PERFORM 955-REWRITE-APPROVAL-QUEUE
               PERFORM 261-RELEASE-MASTER-LOCK
           END-IF
           END-IF.
           PERFORM 309-LOAD-ADDRESS-TABLE.
           PERFORM 311-LOAD-CAR-TABLE.
           PERFORM 3122-LOAD-FEE-SCHEDULE.
           PERFORM 3124-LOAD-CARPOOL-MEMBERS.
           PERFORM 326-LOAD-PLAN-TABLE.
           PERFORM 354-LOAD-PENDING-AID-TABLE.
           PERFORM 356-LOAD-DUNNING-TABLE.
           PERFORM 332-LOAD-COLLECTION-TABLE.
           IF NOT SIMULATION-MODE-ON
               PERFORM 335-LOAD-WAIVER-TABLES
               PERFORM 950-LOAD-APPROVAL-QUEUE
           END-IF.
           PERFORM 344-LOAD-SPONSOR-TABLES.
           PERFORM 360-LOAD-PAYMENT-ALLOCATIONS.
           PERFORM 364-LOAD-HEALTH-OPTOUTS.
           PERFORM 372-LOAD-STUDENT-CAMPUSES.
      * a resumed run's STUDENT-REPORT/GL-EXTRACT-FILE already carry
      * the page header/GL batch header the interrupted run wrote -
      * PAGE-NUMBER/GL-ENTRY-COUNT/GL-HASH-TOTAL were restored from
           CLOSE ACADEMIC-PROBATION-REPORT.
           CLOSE STUDENT-VALIDATION-ERRORS.
           CLOSE AGING-REPORT.
           PERFORM 407-SUMMARIZE-AGING-BY-CAMPUS.
           CLOSE GL-EXTRACT-FILE.
           CLOSE E-STATEMENT-EXTRACT.
           CLOSE ADDRESS-INDEXED-FILE.
           IF NOT SIMULATION-MODE-ON
               CLOSE CHARGE-LEDGER
               CLOSE AGENCY-EXTRACT
               PERFORM 319-REGISTER-RUN-EXTRACTS
               PERFORM 336-WRITE-WAIVER-TOTALS
               CLOSE WAIVER-REGISTER
               IF HOW-MANY-PLACED IS GREATER THAN ZERO
                       INTO AGING-REPORT-FILENAME
                   END-STRING
               END-IF.
      * what a real run sends out, on the transmission register - the
      * GL batch under its dated name, the agency's placements and the
      * e-delivery service's statements
           319-REGISTER-RUN-EXTRACTS.
               MOVE SPACES TO TRANSMIT-FILE-NAME.
               STRING
                   "GL-EXTRACT-" DELIMITED BY SIZE
                   RUN-DATE-FULL DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO TRANSMIT-FILE-NAME
               END-STRING.
               MOVE "GL" TO TRANSMIT-DESTINATION.
               MOVE RUN-DATE-FULL TO TRANSMIT-PERIOD.
               MOVE GL-ENTRY-COUNT TO TRANSMIT-RECORD-COUNT.
               MOVE GL-HASH-TOTAL TO TRANSMIT-HASH-TOTAL.
               PERFORM 880-REGISTER-TRANSMISSION.

               MOVE "AGENCY-EXTRACT.txt" TO TRANSMIT-FILE-NAME.
               MOVE "AGENCY" TO TRANSMIT-DESTINATION.
               MOVE RUN-DATE-FULL TO TRANSMIT-PERIOD.
               MOVE HOW-MANY-PLACED TO TRANSMIT-RECORD-COUNT.
               MOVE AGENCY-PLACED-TOTAL TO TRANSMIT-HASH-TOTAL.
               PERFORM 880-REGISTER-TRANSMISSION.

               MOVE "E-STATEMENT-EXTRACT.txt" TO TRANSMIT-FILE-NAME.
               MOVE "E-STATEMENT" TO TRANSMIT-DESTINATION.
               MOVE RUN-DATE-FULL TO TRANSMIT-PERIOD.
               MOVE HOW-MANY-ELECTRONIC TO TRANSMIT-RECORD-COUNT.
               MOVE E-STATEMENT-HASH TO TRANSMIT-HASH-TOTAL.
               PERFORM 880-REGISTER-TRANSMISSION.
      * asks whether this run is a what-if fee-schedule simulation and,
      * if so, collects the override international-surcharge percent
      * and late-fee adjustment factor for the run
                           MOVE PROGRAM-NAME TO IDX-PROGRAM-NAME
                           MOVE 0 TO IDX-SUB-STUDENT-COUNT
                           MOVE 0 TO IDX-SUB-TUITION-TOTAL
                           PERFORM 3012-CLEAR-ONE-CAMPUS-SLOT
                               VARYING IDX-CAMPUS-SLOT FROM 1 BY 1
                               UNTIL IDX-CAMPUS-SLOT > 10
                           WRITE PROGRAM-INDEXED-RECORD
                               INVALID KEY
                                   DISPLAY
                                     "ON INDEX BUILD: " PROGRAM-CODE
                           END-WRITE
                   END-READ.

               3012-CLEAR-ONE-CAMPUS-SLOT.
                   MOVE SPACES TO IDX-CAMPUS-CODE(IDX-CAMPUS-SLOT).
                   MOVE 0 TO IDX-CAMPUS-STUDENT-COUNT(IDX-CAMPUS-SLOT).
                   MOVE 0 TO IDX-CAMPUS-TUITION-TOTAL(IDX-CAMPUS-SLOT).
      * open the indexed address master for the per-student keyed
      * reads - a missing index is rebuilt from Student.txt the way
      * 301-BUILD-PROGRAM-INDEX rebuilds PROGIDX.DAT, so the first
                           END-IF
                   END-READ.

           372-LOAD-STUDENT-CAMPUSES.
               MOVE 'N' TO SCM-EOF-FLG.
               OPEN INPUT STUDENT-CAMPUS-FILE.
               IF STUDENT-CAMPUS-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO SCM-EOF-FLG
               ELSE IF STUDENT-CAMPUS-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUDENT-CAMPUS.txt - "
                     "STATUS " STUDENT-CAMPUS-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 3721-LOAD-ONE-STUDENT-CAMPUS
                   UNTIL SCM-TABLE-COUNT IS EQUAL TO 5000
                   OR SCM-EOF-FLG IS EQUAL TO 'Y'.

               IF STUDENT-CAMPUS-STATUS IS NOT EQUAL TO "35"
                   CLOSE STUDENT-CAMPUS-FILE
               END-IF.

               3721-LOAD-ONE-STUDENT-CAMPUS.
                   READ STUDENT-CAMPUS-FILE
                       AT END
                           MOVE 'Y' TO SCM-EOF-FLG
                       NOT AT END
                           IF SCM-CAMPUS-CODE IS NOT EQUAL TO SPACES
                               ADD 1 TO SCM-TABLE-COUNT
                               MOVE SCM-STUDENT-NUMBER
                                 TO SCM-STUDENT-CONTAINER
                                   (SCM-TABLE-COUNT)
                               MOVE SCM-CAMPUS-CODE
                                 TO SCM-CAMPUS-CONTAINER
                                   (SCM-TABLE-COUNT)
                           END-IF
                   END-READ.

      * the current student's home campus - MAIN without a row
           373-LOOKUP-HOME-CAMPUS.
               MOVE DEFAULT-CAMPUS-CODE TO STUDENT-HOME-CAMPUS.
               PERFORM 3731-CHECK-ONE-STUDENT-CAMPUS
                   VARYING SCM-FIND-SUB FROM 1 BY 1
                   UNTIL SCM-FIND-SUB > SCM-TABLE-COUNT.

               3731-CHECK-ONE-STUDENT-CAMPUS.
                   IF SCM-STUDENT-CONTAINER(SCM-FIND-SUB) IS EQUAL
                       TO STUDENT-NUMBER
                       MOVE SCM-CAMPUS-CONTAINER(SCM-FIND-SUB)
                         TO STUDENT-HOME-CAMPUS
                   END-IF.

      * linear scan for the current student's active opt-out
           365-LOOKUP-HEALTH-OPTOUT.
               MOVE 'N' TO HOP-FOUND-FLAG.
                       MOVE SPD-FIND-SUB TO SPD-FOUND-SUB
                   END-IF.

      * linear scan for the current student's EV charging total
           369-LOOKUP-EVCHARGE.
               MOVE 'N' TO EVC-MATCH-FLAG.
               MOVE 0 TO EVC-FOUND-SUB.

               PERFORM 3691-CHECK-ONE-EVC-FOR-STU
                   VARYING EVC-FIND-SUB FROM 1 BY 1
                   UNTIL EVC-FIND-SUB > EVCHARGE-ADJ-COUNT
                   OR EVCHARGE-FOUND.

               3691-CHECK-ONE-EVC-FOR-STU.
                   IF EVC-STUDENT-CONTAINER(EVC-FIND-SUB) IS EQUAL
                       TO STUDENT-NUMBER
                       MOVE 'Y' TO EVC-MATCH-FLAG
                       MOVE EVC-FIND-SUB TO EVC-FOUND-SUB
                   END-IF.

      * load PROJECT49's escalation state - a missing file means no
      * letter has ever gone out, so nothing can place
           356-LOAD-DUNNING-TABLE.
      * a permit only bills while it is actually active for the term
      * being billed - expired (or not-yet-issued) permits are treated
      * as no permit at all
      * a carpool member who is not the permit holder is billed
      * through the group's permit, and every member pays a share
           312-LOOKUP-AND-ADD-PARKING-FEE.
               MOVE "NO " TO CAR-FOUND-FLAG.
               MOVE ZERO TO PARKING-FEE-AMOUNT.
               MOVE 'N' TO CARPOOL-SHARE-FLAG.

               IF CAR-TABLE-COUNT > 0
                   SEARCH ALL CAR-ENTRY
                           END-IF
                   END-SEARCH
               END-IF.

               IF CAR-FOUND
                   MOVE CAR-PERMIT-NUMBER-CONTAINER(CAR-IDX)
                     TO CPM-MEMBER-PERMIT
                   PERFORM 3125-SPLIT-CARPOOL-FEE
               ELSE
                   PERFORM 3126-FIND-CARPOOL-PERMIT
               END-IF.
      * the fee now comes off PARKING-FEE-SCHEDULE.txt by fuel type
      * and engine-size band, first matching row wins - a missing
      * schedule (or a car no row covers) falls back to the old
                           MOVE 'Y' TO PFS-FOUND-FLAG
                       END-IF.

      * no carpool file just means no permit is shared
               3124-LOAD-CARPOOL-MEMBERS.
                   OPEN INPUT CARPOOL-FILE.
                   IF CARPOOL-FILE-STATUS IS EQUAL TO "35"
                       CONTINUE
                   ELSE IF CARPOOL-FILE-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN CARPOOL-MEMBERS.txt - "
                         "STATUS " CARPOOL-FILE-STATUS
                       STOP RUN
                   ELSE
                       PERFORM 3127-LOAD-ONE-MEMBER
                           UNTIL CARPOOL-EOF-FLG IS EQUAL TO 'Y'
                           OR CARPOOL-COUNT IS EQUAL TO 2000
                       CLOSE CARPOOL-FILE
                   END-IF
                   END-IF.

                   3127-LOAD-ONE-MEMBER.
                       READ CARPOOL-FILE
                           AT END
                               MOVE 'Y' TO CARPOOL-EOF-FLG
                           NOT AT END
                               ADD 1 TO CARPOOL-COUNT
                               MOVE CPM-PERMIT-NUMBER
                                 TO TBL-CPM-PERMIT(CARPOOL-COUNT)
                               MOVE CPM-STUDENT-NUMBER
                                 TO TBL-CPM-STUDENT(CARPOOL-COUNT)
                       END-READ.

      * an even share per member, rounded to the cent - the permit
      * holder's share absorbs the remainder so the shares always
      * add back to the full fee
               3125-SPLIT-CARPOOL-FEE.
                   MOVE 0 TO CPM-MEMBER-COUNT.
                   PERFORM 3128-COUNT-ONE-MEMBER
                       VARYING CPM-FIND-SUB FROM 1 BY 1
                       UNTIL CPM-FIND-SUB > CARPOOL-COUNT.

                   IF CPM-MEMBER-COUNT IS GREATER THAN 1
                       MOVE 'Y' TO CARPOOL-SHARE-FLAG
                       COMPUTE CARPOOL-SHARE-AMOUNT ROUNDED =
                           PARKING-FEE-AMOUNT / CPM-MEMBER-COUNT
                       IF CAR-OWNER-CONTAINER(CAR-IDX) IS EQUAL TO
                           STUDENT-NUMBER
                           COMPUTE PARKING-FEE-AMOUNT =
                               PARKING-FEE-AMOUNT
                               - CARPOOL-SHARE-AMOUNT
                               * (CPM-MEMBER-COUNT - 1)
                       ELSE
                           MOVE CARPOOL-SHARE-AMOUNT
                             TO PARKING-FEE-AMOUNT
                       END-IF
                   END-IF.

                   3128-COUNT-ONE-MEMBER.
                       IF TBL-CPM-PERMIT(CPM-FIND-SUB) IS EQUAL TO
                           CPM-MEMBER-PERMIT
                           ADD 1 TO CPM-MEMBER-COUNT
                       END-IF.

      * a student with no permit of their own may ride on a carpool
      * permit - its car row is found by permit number, and the fee
      * is judged on that row the way the holder's own is
               3126-FIND-CARPOOL-PERMIT.
                   MOVE 0 TO CPM-MEMBER-PERMIT.
                   PERFORM 3129-CHECK-ONE-MEMBER
                       VARYING CPM-FIND-SUB FROM 1 BY 1
                       UNTIL CPM-FIND-SUB > CARPOOL-COUNT
                       OR CPM-MEMBER-PERMIT > 0.

                   IF CPM-MEMBER-PERMIT IS GREATER THAN ZERO
                       MOVE 0 TO CPM-CAR-SUB
                       PERFORM 3130-CHECK-ONE-CAR-PERMIT
                           VARYING CAR-CTR FROM 1 BY 1
                           UNTIL CAR-CTR > CAR-TABLE-COUNT
                           OR CPM-CAR-SUB > 0
                       IF CPM-CAR-SUB IS GREATER THAN ZERO
                           SET CAR-IDX TO CPM-CAR-SUB
                           IF CAR-ISSUE-CONTAINER(CAR-IDX) IS NOT
                               GREATER THAN RUN-DATE-FULL
                               AND CAR-EXPIRY-CONTAINER(CAR-IDX)
                                   IS NOT LESS THAN RUN-DATE-FULL
                               MOVE "YES" TO CAR-FOUND-FLAG
                               PERFORM 3121-APPLY-PARKING-FEE-TIER
                               PERFORM 3125-SPLIT-CARPOOL-FEE
                           END-IF
                       END-IF
                   END-IF.

                   3129-CHECK-ONE-MEMBER.
                       IF TBL-CPM-STUDENT(CPM-FIND-SUB) IS EQUAL TO
                           STUDENT-NUMBER
                           MOVE TBL-CPM-PERMIT(CPM-FIND-SUB)
                             TO CPM-MEMBER-PERMIT
                       END-IF.

                   3130-CHECK-ONE-CAR-PERMIT.
                       IF CAR-PERMIT-NUMBER-CONTAINER(CAR-CTR) IS EQUAL
                           TO CPM-MEMBER-PERMIT
                           MOVE CAR-CTR TO CPM-CAR-SUB
                       END-IF.

      * the schedule rows, loaded once - a missing file keeps the
      * legacy tiers and says so
               3122-LOAD-FEE-SCHEDULE.
               MOVE SPACE TO PROGRAM-NAME-FOUND(3).
               COMPUTE PER-PROGRAM-TUITION ROUNDED
                   = TUITION-OWED / PROGRAM-COUNT.
               PERFORM 373-LOOKUP-HOME-CAMPUS.

               PERFORM 3041-SEARCH-ONE-PROGRAM
                   VARYING PROGRAM-SUB FROM 1 BY 1
                           ADD 1 TO IDX-SUB-STUDENT-COUNT
                           ADD PER-PROGRAM-TUITION
                             TO IDX-SUB-TUITION-TOTAL
                           PERFORM 3042-ADD-CAMPUS-SUBTOTAL
                           REWRITE PROGRAM-INDEXED-RECORD
                   END-READ.

                   IF CODE-FOUND IS EQUAL TO 'N'
                       PERFORM 3015-WRITE-CODE-EXCEPTION
                   END-IF.
      * the student's share lands in their home campus's slot - the
      * first slot already holding the campus, else the first free
      * one; a program at more than ten campuses keeps the overflow
      * in its program total only
               3042-ADD-CAMPUS-SUBTOTAL.
                   MOVE 'N' TO IDX-CAMPUS-FOUND-FLAG.
                   PERFORM 3043-CHECK-ONE-CAMPUS-SLOT
                       VARYING IDX-CAMPUS-SLOT FROM 1 BY 1
                       UNTIL IDX-CAMPUS-SLOT > 10
                       OR IDX-CAMPUS-SLOT-FOUND.

                   IF IDX-CAMPUS-SLOT-FOUND
                       SUBTRACT 1 FROM IDX-CAMPUS-SLOT
                       MOVE STUDENT-HOME-CAMPUS
                         TO IDX-CAMPUS-CODE(IDX-CAMPUS-SLOT)
                       ADD 1
                         TO IDX-CAMPUS-STUDENT-COUNT(IDX-CAMPUS-SLOT)
                       ADD PER-PROGRAM-TUITION
                         TO IDX-CAMPUS-TUITION-TOTAL(IDX-CAMPUS-SLOT)
                   ELSE
                       DISPLAY "NO CAMPUS SLOT LEFT ON "
                         IDX-PROGRAM-CODE " FOR " STUDENT-HOME-CAMPUS
                         " - IN THE PROGRAM TOTAL ONLY"
                   END-IF.

               3043-CHECK-ONE-CAMPUS-SLOT.
                   IF IDX-CAMPUS-CODE(IDX-CAMPUS-SLOT) IS EQUAL TO
                       STUDENT-HOME-CAMPUS
                       OR IDX-CAMPUS-CODE(IDX-CAMPUS-SLOT)
                           IS EQUAL TO SPACES
                       MOVE 'Y' TO IDX-CAMPUS-FOUND-FLAG
                   END-IF.
      * log a student whose PROGRAM-OF-STUDY did not match PROGRAM.txt
           3015-WRITE-CODE-EXCEPTION.
               MOVE STUDENT-NUMBER TO EXC-STUDENT-NUMBER-OUT.
                   ADD 1 TO LINES-ON-PAGE
               END-IF.

      * the month's EV charging PROJECT136 billed the permit holder
               PERFORM 369-LOOKUP-EVCHARGE.
               IF EVCHARGE-FOUND
                   AND STATEMENT-DELIVERY IS EQUAL TO 'P'
                   MOVE SPACES TO EVCHARGE-DETAIL-LINE
                   MOVE "EV CHARGING BILLED: " TO EVCHARGE-LABEL-OUT
                   MOVE EVC-AMOUNT-CONTAINER(EVC-FOUND-SUB)
                     TO EVCHARGE-AMOUNT-OUT
                   WRITE EVCHARGE-DETAIL-LINE
                   ADD 1 TO LINES-ON-PAGE
               END-IF.

               PERFORM 338-LOOKUP-WITHDRAWAL-ADJ.
               IF WDRAW-ADJ-FOUND
                   AND STATEMENT-DELIVERY IS EQUAL TO 'P'
                   END-IF
                   ADD PARKING-FEE-AMOUNT TO CHARGE-TOTAL-AMOUNT
                   MOVE "PARKING" TO CHARGE-TYPE-WORK
                   IF CARPOOL-SHARE
                       MOVE "CARPOOL PERMIT SHARE" TO CHARGE-DESC-WORK
                   ELSE
                       MOVE "PARKING PERMIT FEE" TO CHARGE-DESC-WORK
                   END-IF
                   MOVE PARKING-FEE-AMOUNT TO CHARGE-AMOUNT-WORK
                   PERFORM 323-WRITE-CHARGE-LINE
               END-IF.
               PERFORM 359-LOOKUP-VERIFIED-EMAIL.
               MOVE VERIFIED-EMAIL-WORK TO EST-EMAIL.
               WRITE E-STATEMENT-RECORD.
               ADD STUDENT-NUMBER TO E-STATEMENT-HASH.

      * every student got exactly one statement by exactly one
      * channel - these two numbers plus the mail room's tray count
               END-STRING.

               WRITE STUDENT-REPORT-CSV-LINE FROM CSV-LINE.
      * debit the student's receivable account and credit deferred
      * tuition revenue for the amount billed - a standard two-line
      * double entry, kept in the batch hash total for the trailer;
      * PROJECT120's month-end run moves it on to tuition revenue as
      * the term is earned
           313-WRITE-GL-EXTRACT-LINE.
               MOVE "TUITION" TO GL-CHARGE-TYPE-WORK.
               MOVE "STUDENT RECEIVABLE" TO GL-DEBIT-ACCOUNT-WORK.
               MOVE "DEFERRED TUITION REV" TO GL-CREDIT-ACCOUNT-WORK.
               PERFORM 331-LOOKUP-GL-ACCOUNTS.

               MOVE "DETAIL" TO GL-RECORD-TYPE-OUT.
                               OR CHG-CHARGE-TYPE IS EQUAL TO "HST"
                               OR CHG-CHARGE-TYPE IS EQUAL TO
                                   "SPONSDEF"
                               OR CHG-CHARGE-TYPE IS EQUAL TO
                                   "EVCHARGE"
                               COMPUTE WDRAW-AGE-DAYS =
                                   FUNCTION INTEGER-OF-DATE
                                     (RUN-DATE-FULL)
                                           THAN 500
                                       PERFORM 3379-TALLY-ONE-SPD
                                   END-IF
                                   IF CHG-CHARGE-TYPE IS EQUAL TO
                                       "EVCHARGE"
                                       AND EVCHARGE-ADJ-COUNT IS LESS
                                           THAN 500
                                       PERFORM 3383-TALLY-ONE-EVC
                                   END-IF
                               END-IF
                           END-IF
                   END-READ.
                           MOVE SPD-FIND-SUB TO SPD-FOUND-SUB
                       END-IF.

               3383-TALLY-ONE-EVC.
                   MOVE 'N' TO EVC-MATCH-FLAG.
                   MOVE 0 TO EVC-FOUND-SUB.

                   PERFORM 3384-CHECK-ONE-EVC-ROW
                       VARYING EVC-FIND-SUB FROM 1 BY 1
                       UNTIL EVC-FIND-SUB > EVCHARGE-ADJ-COUNT
                       OR EVCHARGE-FOUND.

                   IF EVCHARGE-FOUND
                       ADD CHG-AMOUNT
                         TO EVC-AMOUNT-CONTAINER(EVC-FOUND-SUB)
                   ELSE
                       ADD 1 TO EVCHARGE-ADJ-COUNT
                       MOVE CHG-STUDENT-NUMBER
                         TO EVC-STUDENT-CONTAINER(EVCHARGE-ADJ-COUNT)
                       MOVE CHG-AMOUNT
                         TO EVC-AMOUNT-CONTAINER(EVCHARGE-ADJ-COUNT)
                   END-IF.

                   3384-CHECK-ONE-EVC-ROW.
                       IF EVC-STUDENT-CONTAINER(EVC-FIND-SUB)
                           IS EQUAL TO CHG-STUDENT-NUMBER
                           MOVE 'Y' TO EVC-MATCH-FLAG
                           MOVE EVC-FIND-SUB TO EVC-FOUND-SUB
                       END-IF.

      * find or add the student's reversal-activity slot and route
      * the movement into the right bucket
               3376-TALLY-ONE-NSF.

               WRITE PROGRAM-SUBTOTAL-LINE.

               PERFORM 4014-WRITE-ONE-CAMPUS-TOTAL
                   VARYING CGT-SUB FROM 1 BY 1
                   UNTIL CGT-SUB > CGT-COUNT.

               401-WRITE-ONE-SUBTOTAL.
                   READ PROGRAM-INDEXED-FILE NEXT RECORD
                       AT END
                               ADD IDX-SUB-TUITION-TOTAL
                                 TO GRAND-TOTAL-TUITION
                               WRITE PROGRAM-SUBTOTAL-LINE
                               PERFORM 4011-WRITE-ONE-CAMPUS-SUBTOTAL
                                   VARYING IDX-CAMPUS-SLOT FROM 1 BY 1
                                   UNTIL IDX-CAMPUS-SLOT > 10
                           END-IF
                   END-READ.

      * the program's campus split, indented under its subtotal, and
      * carried into the campus grand totals
               4011-WRITE-ONE-CAMPUS-SUBTOTAL.
                   IF IDX-CAMPUS-CODE(IDX-CAMPUS-SLOT)
                       IS NOT EQUAL TO SPACES
                       AND IDX-CAMPUS-STUDENT-COUNT(IDX-CAMPUS-SLOT)
                           IS GREATER THAN ZERO
                       MOVE SPACES TO SUB-PROGRAM-NAME-OUT
                       STRING "  CAMPUS " DELIMITED BY SIZE
                           IDX-CAMPUS-CODE(IDX-CAMPUS-SLOT)
                             DELIMITED BY SIZE
                           INTO SUB-PROGRAM-NAME-OUT
                       END-STRING
                       MOVE IDX-CAMPUS-STUDENT-COUNT(IDX-CAMPUS-SLOT)
                         TO SUB-STUDENT-COUNT-OUT
                       MOVE IDX-CAMPUS-TUITION-TOTAL(IDX-CAMPUS-SLOT)
                         TO SUB-TUITION-TOTAL-OUT
                       WRITE PROGRAM-SUBTOTAL-LINE
                       PERFORM 4012-ADD-TO-CAMPUS-TOTAL
                   END-IF.

               4012-ADD-TO-CAMPUS-TOTAL.
                   MOVE IDX-CAMPUS-CODE(IDX-CAMPUS-SLOT)
                     TO CGT-FIND-CODE.
                   MOVE 'N' TO CGT-FOUND-FLAG.
                   PERFORM 4013-CHECK-ONE-CAMPUS-TOTAL
                       VARYING CGT-SUB FROM 1 BY 1
                       UNTIL CGT-SUB > CGT-COUNT
                       OR CGT-CAMPUS-FOUND.

                   IF CGT-CAMPUS-FOUND
                       SUBTRACT 1 FROM CGT-SUB
                   ELSE IF CGT-COUNT IS LESS THAN 50
                       ADD 1 TO CGT-COUNT
                       MOVE CGT-COUNT TO CGT-SUB
                       MOVE CGT-FIND-CODE TO CGT-CAMPUS-CODE(CGT-SUB)
                       MOVE 0 TO CGT-STUDENT-COUNT(CGT-SUB)
                       MOVE 0 TO CGT-TUITION-TOTAL(CGT-SUB)
                       MOVE 'Y' TO CGT-FOUND-FLAG
                   END-IF
                   END-IF.

                   IF CGT-CAMPUS-FOUND
                       ADD IDX-CAMPUS-STUDENT-COUNT(IDX-CAMPUS-SLOT)
                         TO CGT-STUDENT-COUNT(CGT-SUB)
                       ADD IDX-CAMPUS-TUITION-TOTAL(IDX-CAMPUS-SLOT)
                         TO CGT-TUITION-TOTAL(CGT-SUB)
                   END-IF.

               4013-CHECK-ONE-CAMPUS-TOTAL.
                   IF CGT-CAMPUS-CODE(CGT-SUB) IS EQUAL TO
                       CGT-FIND-CODE
                       MOVE 'Y' TO CGT-FOUND-FLAG
                   END-IF.

               4014-WRITE-ONE-CAMPUS-TOTAL.
                   MOVE SPACES TO SUB-PROGRAM-NAME-OUT.
                   STRING "CAMPUS TOTAL " DELIMITED BY SIZE
                       CGT-CAMPUS-CODE(CGT-SUB) DELIMITED BY SIZE
                       INTO SUB-PROGRAM-NAME-OUT
                   END-STRING.
                   MOVE CGT-STUDENT-COUNT(CGT-SUB)
                     TO SUB-STUDENT-COUNT-OUT.
                   MOVE CGT-TUITION-TOTAL(CGT-SUB)
                     TO SUB-TUITION-TOTAL-OUT.
                   WRITE PROGRAM-SUBTOTAL-LINE.
      * compare the tuition total we just processed against the
      * control total Finance expects for the term, so a bad
      * STUFILE3.txt load gets caught before statements go out
               MOVE DAYS-OVERDUE TO AGE-DAYS-OVERDUE-OUT.
               MOVE LATE-FEE-AMOUNT TO AGE-LATE-FEE-OUT.
               MOVE TOTAL-DUE-WITH-FEE TO AGE-TOTAL-DUE-OUT.
               MOVE STUDENT-HOME-CAMPUS TO AGE-CAMPUS-OUT.

               WRITE AGING-REPORT-LINE.

                   MOVE ZERO
                     TO COL-RECOVERED-CONTAINER(COLLECTION-TABLE-COUNT)
                   ADD 1 TO HOW-MANY-PLACED
                   ADD TOTAL-DUE-WITH-FEE TO AGENCY-PLACED-TOTAL
               END-IF.

      * net this student's waiver against the computed late fee - a
                   ELSE IF WAIVER-REQUESTED-AMOUNT IS GREATER THAN
                       AUTHORIZER-LIMIT
                       PERFORM 4065-WRITE-REJECTED-WAIVER
                   ELSE IF WAIVER-REQUESTED-AMOUNT IS GREATER THAN
                       APPROVAL-THRESHOLD
                       PERFORM 4070-CHECK-WAIVER-APPROVAL
                   ELSE
                       MOVE WAIVER-REQUESTED-AMOUNT
                         TO WAIVER-APPLIED-AMOUNT
                       SUBTRACT WAIVER-APPLIED-AMOUNT
                         FROM LATE-FEE-AMOUNT
                       MOVE "APPLIED" TO WAIVER-STATUS-WORK
                       PERFORM 4064-WRITE-APPLIED-WAIVER
                       PERFORM 4066-TALLY-REASON-CODE
                       ADD 1 TO HOW-MANY-WAIVED
                   END-IF
                   END-IF
                   END-IF
               END-IF.

               4061-FIND-ONE-WAIVER.
                   MOVE FEE-BEFORE-WAIVER TO WRG-FEE-BEFORE-OUT.
                   MOVE WAIVER-APPLIED-AMOUNT TO WRG-WAIVED-OUT.
                   MOVE LATE-FEE-AMOUNT TO WRG-FEE-AFTER-OUT.
                   MOVE WAIVER-STATUS-WORK TO WRG-STATUS-OUT.
                   WRITE WAIVER-REGISTER-LINE.

               4065-WRITE-REJECTED-WAIVER.
                   WRITE WAIVER-REGISTER-LINE.
                   ADD 1 TO HOW-MANY-WAIVERS-REJECTED.

      * a waiver over the approval line needs a second supervisor as
      * well as the authorizer's limit - an approved item waives up
      * to the amount approved; otherwise the fee stands, and the
      * waiver is raised on the queue when nothing is open for the
      * student yet or the amount has moved since a rejection
               4070-CHECK-WAIVER-APPROVAL.
                   MOVE 'L' TO QUE-FIND-TYPE.
                   MOVE STUDENT-NUMBER TO QUE-FIND-STUDENT.
                   PERFORM 952-FIND-APPROVAL-ITEM.

                   IF QUEUE-ITEM-FOUND
                       AND QUE-STATUS(QUE-FOUND-SUB) IS EQUAL TO 'A'
                       MOVE WAIVER-REQUESTED-AMOUNT
                         TO WAIVER-APPLIED-AMOUNT
                       IF WAIVER-APPLIED-AMOUNT IS GREATER THAN
                           QUE-AMOUNT(QUE-FOUND-SUB)
                           MOVE QUE-AMOUNT(QUE-FOUND-SUB)
                             TO WAIVER-APPLIED-AMOUNT
                       END-IF
                       SUBTRACT WAIVER-APPLIED-AMOUNT
                         FROM LATE-FEE-AMOUNT
                       MOVE "APPLIED - SECOND APPROVAL"
                         TO WAIVER-STATUS-WORK
                       PERFORM 4064-WRITE-APPLIED-WAIVER
                       PERFORM 4066-TALLY-REASON-CODE
                       ADD 1 TO HOW-MANY-WAIVED
                       PERFORM 954-MARK-ITEM-APPLIED
                   ELSE IF QUEUE-ITEM-FOUND
                       AND QUE-STATUS(QUE-FOUND-SUB) IS EQUAL TO 'P'
                       MOVE "HELD - AWAITING APPROVAL"
                         TO WAIVER-STATUS-WORK
                       PERFORM 4071-WRITE-HELD-WAIVER
                   ELSE IF QUEUE-ITEM-FOUND
                       AND QUE-STATUS(QUE-FOUND-SUB) IS EQUAL TO 'R'
                       AND QUE-AMOUNT(QUE-FOUND-SUB) IS EQUAL TO
                       WAIVER-REQUESTED-AMOUNT
                       MOVE "REJECTED - SECOND APPROVAL"
                         TO WAIVER-STATUS-WORK
                       PERFORM 4071-WRITE-HELD-WAIVER
                   ELSE
                       MOVE WAIVER-REQUESTED-AMOUNT TO QUE-NEW-AMOUNT
                       MOVE FEE-BEFORE-WAIVER TO QUE-NEW-BEFORE
                       COMPUTE QUE-NEW-AFTER =
                           FEE-BEFORE-WAIVER - WAIVER-REQUESTED-AMOUNT
                       MOVE "LATE FEE WAIVER" TO QUE-NEW-DETAIL
                       MOVE WVR-OPERATOR-CONTAINER(WAIVER-FOUND-SUB)
                         TO QUE-NEW-REQUESTED-BY
                       PERFORM 953-RAISE-APPROVAL-ITEM
                       MOVE "HELD - SENT FOR APPROVAL"
                         TO WAIVER-STATUS-WORK
                       PERFORM 4071-WRITE-HELD-WAIVER
                   END-IF
                   END-IF
                   END-IF.

      * the fee stands in full - the register shows what was asked
               4071-WRITE-HELD-WAIVER.
                   MOVE STUDENT-NUMBER TO WRG-STUDENT-NUMBER-OUT.
                   MOVE WVR-REASON-CONTAINER(WAIVER-FOUND-SUB)
                     TO WRG-REASON-OUT.
                   MOVE WVR-OPERATOR-CONTAINER(WAIVER-FOUND-SUB)
                     TO WRG-OPERATOR-OUT.
                   MOVE FEE-BEFORE-WAIVER TO WRG-FEE-BEFORE-OUT.
                   MOVE WAIVER-REQUESTED-AMOUNT TO WRG-WAIVED-OUT.
                   MOVE FEE-BEFORE-WAIVER TO WRG-FEE-AFTER-OUT.
                   MOVE WAIVER-STATUS-WORK TO WRG-STATUS-OUT.
                   WRITE WAIVER-REGISTER-LINE.

      * find or add this waiver's reason code in the totals table -
      * the matched slot is captured inside the scan because the
      * VARYING subscript has already moved past it once the loop ends
                           MOVE REASON-FIND-SUB TO REASON-FOUND-SUB
                       END-IF.

      * read the finished aging report back and close it off with
      * one line per campus and bucket - an aging line from before
      * the campus column reads as MAIN
           407-SUMMARIZE-AGING-BY-CAMPUS.
               MOVE 0 TO ACS-COUNT.
               MOVE 'N' TO ACS-EOF-FLG.
               OPEN INPUT AGING-REPORT.
               IF AGING-REPORT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO REOPEN " AGING-REPORT-FILENAME
                     " - STATUS " AGING-REPORT-STATUS
                     " - NO CAMPUS SUMMARY"
               ELSE
                   PERFORM 4081-TAKE-ONE-AGING-LINE
                       UNTIL ACS-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE AGING-REPORT
                   IF ACS-COUNT IS GREATER THAN ZERO
                       PERFORM 4084-APPEND-CAMPUS-SUMMARY
                   END-IF
               END-IF.

               4081-TAKE-ONE-AGING-LINE.
                   READ AGING-REPORT
                       AT END
                           MOVE 'Y' TO ACS-EOF-FLG
                       NOT AT END
                           IF AGE-STUDENT-NUMBER-OUT IS NUMERIC
                               PERFORM 4082-ADD-ONE-AGING-LINE
                           END-IF
                   END-READ.

               4082-ADD-ONE-AGING-LINE.
                   IF AGE-CAMPUS-OUT IS EQUAL TO SPACES
                       MOVE DEFAULT-CAMPUS-CODE TO ACS-FIND-CODE
                   ELSE
                       MOVE AGE-CAMPUS-OUT TO ACS-FIND-CODE
                   END-IF.

                   IF AGE-BUCKET-OUT(1:2) IS EQUAL TO "CU"
                       OR AGE-BUCKET-OUT(1:2) IS EQUAL TO "CO"
                       MOVE 1 TO ACS-BUCKET-SUB
                   ELSE IF AGE-BUCKET-OUT(1:2) IS EQUAL TO "30"
                       MOVE 2 TO ACS-BUCKET-SUB
                   ELSE IF AGE-BUCKET-OUT(1:2) IS EQUAL TO "60"
                       MOVE 3 TO ACS-BUCKET-SUB
                   ELSE
                       MOVE 4 TO ACS-BUCKET-SUB
                   END-IF
                   END-IF
                   END-IF.

                   MOVE 'N' TO ACS-FOUND-FLAG.
                   PERFORM 4083-CHECK-ONE-AGING-CAMPUS
                       VARYING ACS-SUB FROM 1 BY 1
                       UNTIL ACS-SUB > ACS-COUNT
                       OR ACS-CAMPUS-FOUND.

                   IF ACS-CAMPUS-FOUND
                       SUBTRACT 1 FROM ACS-SUB
                   ELSE IF ACS-COUNT IS LESS THAN 50
                       ADD 1 TO ACS-COUNT
                       MOVE ACS-COUNT TO ACS-SUB
                       MOVE ACS-FIND-CODE TO ACS-CAMPUS-CODE(ACS-SUB)
                       MOVE 0 TO ACS-ACCOUNT-COUNT(ACS-SUB, 1)
                       MOVE 0 TO ACS-ACCOUNT-COUNT(ACS-SUB, 2)
                       MOVE 0 TO ACS-ACCOUNT-COUNT(ACS-SUB, 3)
                       MOVE 0 TO ACS-ACCOUNT-COUNT(ACS-SUB, 4)
                       MOVE 0 TO ACS-TOTAL-DUE(ACS-SUB, 1)
                       MOVE 0 TO ACS-TOTAL-DUE(ACS-SUB, 2)
                       MOVE 0 TO ACS-TOTAL-DUE(ACS-SUB, 3)
                       MOVE 0 TO ACS-TOTAL-DUE(ACS-SUB, 4)
                       MOVE 'Y' TO ACS-FOUND-FLAG
                   END-IF
                   END-IF.

                   IF ACS-CAMPUS-FOUND
                       MOVE AGE-TOTAL-DUE-OUT TO ACS-TOTAL-DUE-WORK
                       ADD 1
                         TO ACS-ACCOUNT-COUNT(ACS-SUB, ACS-BUCKET-SUB)
                       ADD ACS-TOTAL-DUE-WORK
                         TO ACS-TOTAL-DUE(ACS-SUB, ACS-BUCKET-SUB)
                   END-IF.

               4083-CHECK-ONE-AGING-CAMPUS.
                   IF ACS-CAMPUS-CODE(ACS-SUB) IS EQUAL TO
                       ACS-FIND-CODE
                       MOVE 'Y' TO ACS-FOUND-FLAG
                   END-IF.

               4084-APPEND-CAMPUS-SUMMARY.
                   OPEN EXTEND AGING-REPORT.
                   IF AGING-REPORT-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO REOPEN "
                         AGING-REPORT-FILENAME " - STATUS "
                         AGING-REPORT-STATUS " - NO CAMPUS SUMMARY"
                   ELSE
                       PERFORM 4085-WRITE-ONE-CAMPUS-SUMMARY
                           VARYING ACS-SUB FROM 1 BY 1
                           UNTIL ACS-SUB > ACS-COUNT
                       CLOSE AGING-REPORT
                   END-IF.

               4085-WRITE-ONE-CAMPUS-SUMMARY.
                   PERFORM 4086-WRITE-ONE-BUCKET-SUMMARY
                       VARYING ACS-BUCKET-SUB FROM 1 BY 1
                       UNTIL ACS-BUCKET-SUB > 4.

               4086-WRITE-ONE-BUCKET-SUMMARY.
                   MOVE ACS-CAMPUS-CODE(ACS-SUB) TO ACL-CAMPUS-CODE.
                   MOVE AGING-BUCKET-NAME(ACS-BUCKET-SUB)
                     TO ACL-BUCKET-NAME.
                   MOVE ACS-ACCOUNT-COUNT(ACS-SUB, ACS-BUCKET-SUB)
                     TO ACL-ACCOUNT-COUNT.
                   MOVE ACS-TOTAL-DUE(ACS-SUB, ACS-BUCKET-SUB)
                     TO ACL-TOTAL-DUE.
                   WRITE AGING-REPORT-LINE
                     FROM AGING-CAMPUS-SUMMARY-LINE.

           404-AGE-AGAINST-PLAN.
               MOVE ZERO TO PLAN-PAST-DUE-AMOUNT.
               MOVE -99999 TO DAYS-OVERDUE.
                       MOVE PLAN-INST-DAYS-OVER TO DAYS-OVERDUE
                   END-IF.

      * the approval line and the queue - nothing on file yet just
      * means the standard line and nothing held
           950-LOAD-APPROVAL-QUEUE.
               ACCEPT QUE-RUN-DATE FROM DATE YYYYMMDD.
               OPEN INPUT APPROVAL-THRESHOLD-FILE.
               IF APPROVAL-THRESHOLD-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF APPROVAL-THRESHOLD-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN APPROVAL-THRESHOLD.txt - "
                     "STATUS " APPROVAL-THRESHOLD-STATUS
                   STOP RUN
               ELSE
                   READ APPROVAL-THRESHOLD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ATH-AMOUNT IS NUMERIC
                               MOVE ATH-AMOUNT TO APPROVAL-THRESHOLD
                           END-IF
                   END-READ
                   CLOSE APPROVAL-THRESHOLD-FILE
               END-IF
               END-IF.

               OPEN INPUT APPROVAL-QUEUE-FILE.
               IF APPROVAL-QUEUE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF APPROVAL-QUEUE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN APPROVAL-QUEUE.txt - "
                     "STATUS " APPROVAL-QUEUE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 951-LOAD-ONE-ITEM
                       UNTIL QUE-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE APPROVAL-QUEUE-FILE
               END-IF
               END-IF.

      * a queue that outgrows the table would lose items on the
      * rewrite - stop rather than run against half of it
               951-LOAD-ONE-ITEM.
                   READ APPROVAL-QUEUE-FILE
                       AT END
                           MOVE 'Y' TO QUE-EOF-FLG
                       NOT AT END
                           IF QUE-COUNT IS EQUAL TO 2000
                               DISPLAY "APPROVAL-QUEUE.txt OVER 2000 "
                                 "ITEMS - ARCHIVE DONE ITEMS FIRST"
                               STOP RUN
                           END-IF
                           ADD 1 TO QUE-COUNT
                           MOVE APQ-ITEM-NUMBER
                             TO QUE-ITEM-NUMBER(QUE-COUNT)
                           MOVE APQ-ITEM-TYPE
                             TO QUE-ITEM-TYPE(QUE-COUNT)
                           MOVE APQ-STUDENT-NUMBER
                             TO QUE-STUDENT-NUMBER(QUE-COUNT)
                           MOVE APQ-AMOUNT TO QUE-AMOUNT(QUE-COUNT)
                           MOVE APQ-BEFORE-VALUE
                             TO QUE-BEFORE-VALUE(QUE-COUNT)
                           MOVE APQ-AFTER-VALUE
                             TO QUE-AFTER-VALUE(QUE-COUNT)
                           MOVE APQ-DETAIL TO QUE-DETAIL(QUE-COUNT)
                           MOVE APQ-REQUESTED-BY
                             TO QUE-REQUESTED-BY(QUE-COUNT)
                           MOVE APQ-REQUEST-DATE
                             TO QUE-REQUEST-DATE(QUE-COUNT)
                           MOVE APQ-STATUS TO QUE-STATUS(QUE-COUNT)
                           MOVE APQ-DECIDED-BY
                             TO QUE-DECIDED-BY(QUE-COUNT)
                           MOVE APQ-DECISION-DATE
                             TO QUE-DECISION-DATE(QUE-COUNT)
                           MOVE APQ-DECISION-REASON
                             TO QUE-DECISION-REASON(QUE-COUNT)
                           MOVE APQ-APPLIED-DATE
                             TO QUE-APPLIED-DATE(QUE-COUNT)
                           IF APQ-ITEM-NUMBER > QUE-LAST-NUMBER
                               MOVE APQ-ITEM-NUMBER TO QUE-LAST-NUMBER
                           END-IF
                   END-READ.

      * the latest item not yet applied for this type and student -
      * a done item has already gone on and no longer counts
           952-FIND-APPROVAL-ITEM.
               MOVE 'N' TO QUE-FOUND-FLAG.
               MOVE 0 TO QUE-FOUND-SUB.
               PERFORM 9521-CHECK-ONE-ITEM
                   VARYING QUE-SUB FROM 1 BY 1
                   UNTIL QUE-SUB > QUE-COUNT.

               9521-CHECK-ONE-ITEM.
                   IF QUE-ITEM-TYPE(QUE-SUB) IS EQUAL TO QUE-FIND-TYPE
                       AND QUE-STUDENT-NUMBER(QUE-SUB) IS EQUAL TO
                       QUE-FIND-STUDENT
                       AND QUE-STATUS(QUE-SUB) IS NOT EQUAL TO 'D'
                       MOVE 'Y' TO QUE-FOUND-FLAG
                       MOVE QUE-SUB TO QUE-FOUND-SUB
                   END-IF.

      * hold a new item for a second supervisor - the caller has set
      * the type and student to look for and the QUE-NEW- fields
           953-RAISE-APPROVAL-ITEM.
               IF QUE-COUNT IS EQUAL TO 2000
                   DISPLAY "APPROVAL-QUEUE.txt FULL AT 2000 ITEMS - "
                     "ARCHIVE DONE ITEMS FIRST"
                   STOP RUN
               END-IF.
               ADD 1 TO QUE-COUNT.
               ADD 1 TO QUE-LAST-NUMBER.
               MOVE QUE-LAST-NUMBER TO QUE-ITEM-NUMBER(QUE-COUNT).
               MOVE QUE-FIND-TYPE TO QUE-ITEM-TYPE(QUE-COUNT).
               MOVE QUE-FIND-STUDENT TO QUE-STUDENT-NUMBER(QUE-COUNT).
               MOVE QUE-NEW-AMOUNT TO QUE-AMOUNT(QUE-COUNT).
               MOVE QUE-NEW-BEFORE TO QUE-BEFORE-VALUE(QUE-COUNT).
               MOVE QUE-NEW-AFTER TO QUE-AFTER-VALUE(QUE-COUNT).
               MOVE QUE-NEW-DETAIL TO QUE-DETAIL(QUE-COUNT).
               MOVE QUE-NEW-REQUESTED-BY TO QUE-REQUESTED-BY(QUE-COUNT).
               MOVE QUE-RUN-DATE TO QUE-REQUEST-DATE(QUE-COUNT).
               MOVE 'P' TO QUE-STATUS(QUE-COUNT).
               MOVE SPACES TO QUE-DECIDED-BY(QUE-COUNT).
               MOVE 0 TO QUE-DECISION-DATE(QUE-COUNT).
               MOVE SPACES TO QUE-DECISION-REASON(QUE-COUNT).
               MOVE 0 TO QUE-APPLIED-DATE(QUE-COUNT).
               MOVE QUE-COUNT TO QUE-FOUND-SUB.
               MOVE 'Y' TO QUE-CHANGED-FLAG.

           954-MARK-ITEM-APPLIED.
               MOVE 'D' TO QUE-STATUS(QUE-FOUND-SUB).
               MOVE QUE-RUN-DATE TO QUE-APPLIED-DATE(QUE-FOUND-SUB).
               MOVE 'Y' TO QUE-CHANGED-FLAG.

           955-REWRITE-APPROVAL-QUEUE.
               IF QUE-CHANGED-FLAG IS EQUAL TO 'Y'
                   OPEN OUTPUT APPROVAL-QUEUE-FILE
                   IF APPROVAL-QUEUE-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN APPROVAL-QUEUE.txt - "
                         "STATUS " APPROVAL-QUEUE-STATUS
                       STOP RUN
                   END-IF
                   PERFORM 9551-WRITE-ONE-ITEM
                       VARYING QUE-SUB FROM 1 BY 1
                       UNTIL QUE-SUB > QUE-COUNT
                   CLOSE APPROVAL-QUEUE-FILE
               END-IF.

               9551-WRITE-ONE-ITEM.
                   MOVE QUE-ITEM-NUMBER(QUE-SUB) TO APQ-ITEM-NUMBER.
                   MOVE QUE-ITEM-TYPE(QUE-SUB) TO APQ-ITEM-TYPE.
                   MOVE QUE-STUDENT-NUMBER(QUE-SUB)
                     TO APQ-STUDENT-NUMBER.
                   MOVE QUE-AMOUNT(QUE-SUB) TO APQ-AMOUNT.
                   MOVE QUE-BEFORE-VALUE(QUE-SUB) TO APQ-BEFORE-VALUE.
                   MOVE QUE-AFTER-VALUE(QUE-SUB) TO APQ-AFTER-VALUE.
                   MOVE QUE-DETAIL(QUE-SUB) TO APQ-DETAIL.
                   MOVE QUE-REQUESTED-BY(QUE-SUB) TO APQ-REQUESTED-BY.
                   MOVE QUE-REQUEST-DATE(QUE-SUB) TO APQ-REQUEST-DATE.
                   MOVE QUE-STATUS(QUE-SUB) TO APQ-STATUS.
                   MOVE QUE-DECIDED-BY(QUE-SUB) TO APQ-DECIDED-BY.
                   MOVE QUE-DECISION-DATE(QUE-SUB)
                     TO APQ-DECISION-DATE.
                   MOVE QUE-DECISION-REASON(QUE-SUB)
                     TO APQ-DECISION-REASON.
                   MOVE QUE-APPLIED-DATE(QUE-SUB) TO APQ-APPLIED-DATE.
                   WRITE APPROVAL-QUEUE-RECORD.


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
               MOVE "PROJECT03" TO TXR-CREATED-BY.
               MOVE TRANSMIT-DATE-RAW TO TXR-CREATED-DATE.
               MOVE TRANSMIT-TIME-HHMMSS TO TXR-CREATED-TIME.
               MOVE "SENT" TO TXR-STATUS.
               MOVE ZERO TO TXR-ACK-DATE.
               MOVE SPACES TO TXR-ACK-REASON.
               WRITE TRANSMISSION-REGISTER-RECORD.
               CLOSE TRANSMISSION-REGISTER.

       END PROGRAM PROJECT03.
