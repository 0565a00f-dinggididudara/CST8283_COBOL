      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: nightly student-portal account extract - the portal
      *          has only ever sent data this way (PROJECT08's
      *          WEB-INTAKE.txt, the web enrolment feed), so a student
      *          who wants to know what they owe or what they are
      *          registered in has had to phone the counter. This run
      *          walks the tuition master and writes, per student, one
      *          fixed-format summary record (current balance, the
      *          legacy payment hold, next installment due off
      *          PROJECT11's PAYMENT-PLAN.txt and parking permit
      *          status off CARFILE.DAT or PROJECT137's carpool) and
      *          then one record per open charge bucket (CHARGE-
      *          DETAIL.txt less PROJECT09's PAYMENT-ALLOCATION.txt,
      *          the same arithmetic as PROJECT36's inquiry), per
      *          active PROJECT140 service hold, per section capture
      *          on SECTION-ENROLLMENT.txt and per course of the
      *          student's latest closed term on TERMHIST.txt.
      *          PORTAL-EXTRACT.txt is framed header/detail/trailer
      *          with a record count, a student count and a balance
      *          total, same framing discipline as PROJECT43's
      *          PAD-EXTRACT.txt, so the portal can refuse a partial
      *          load. The file is rebuilt whole every night
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - register the nightly PORTAL-EXTRACT.txt on the
      *                   transmission register with its trailer count
      *                   and balance total
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT142.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the tuition master, read only - one summary per student on it
           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

      * the charge ledger and what payments settled against it - the
      * open buckets are the difference
           SELECT CHARGE-LEDGER
           ASSIGN TO "..\CHARGE-DETAIL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHARGE-LEDGER-STATUS.

           SELECT ALLOCATION-FILE
           ASSIGN TO "..\PAYMENT-ALLOCATION.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALLOCATION-FILE-STATUS.

      * the installment schedules - kept in step with Project11.cbl's
      * FD PLAN-FILE
           SELECT PLAN-FILE
           ASSIGN TO "..\PAYMENT-PLAN.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLAN-FILE-STATUS.

      * PROJECT140's hold types and hold master - only a hold still
      * active goes to the portal
           SELECT HOLD-TYPE-FILE
           ASSIGN TO "..\HOLD-TYPES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLD-TYPE-STATUS.

           SELECT STUDENT-HOLD-FILE
           ASSIGN TO "..\STUDENT-HOLDS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-HOLD-STATUS.

      * read only - the term's section captures
           SELECT ENROLLMENT-FILE
           ASSIGN TO "..\SECTION-ENROLLMENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENROLLMENT-FILE-STATUS.

      * PROJECT18's closed terms - only each student's latest goes out
           SELECT TERM-HISTORY-FILE
           ASSIGN TO "..\TERMHIST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERM-HISTORY-STATUS.

      * the permit master and PROJECT137's carpool members - a
      * carpool member holds no permit of their own
           SELECT CAR-FILE
           ASSIGN TO "..\CARFILE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAR-FILE-STATUS.

           SELECT CARPOOL-FILE
           ASSIGN TO "..\CARPOOL-MEMBERS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARPOOL-FILE-STATUS.

      * the portal's load file - header, the detail records per
      * student, trailer with count and balance total
           SELECT PORTAL-EXTRACT
           ASSIGN TO "..\PORTAL-EXTRACT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PORTAL-EXTRACT-STATUS.

      * one line per outbound file sent - kept in step with every
      * extract writer, Project146.cbl and Project147.cbl
           SELECT TRANSMISSION-REGISTER
           ASSIGN TO "..\TRANSMISSION-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSMIT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      * same layout the charge ledger writers carry
       FD CHARGE-LEDGER.
       01 CHARGE-LEDGER-LINE.
         05 CHG-STUDENT-NUMBER PIC 9(6).
         05 CHG-CHARGE-TYPE PIC X(8).
         05 CHG-DESCRIPTION PIC X(20).
         05 CHG-AMOUNT PIC S9999V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 CHG-DATE PIC 9(8).

      * kept in step with Project09.cbl's FD ALLOCATION-FILE
       FD ALLOCATION-FILE.
       01 ALLOCATION-RECORD.
         05 PAL-RECEIPT-NUMBER PIC 9(6).
         05 PAL-STUDENT-NUMBER PIC 9(6).
         05 PAL-CHARGE-TYPE PIC X(8).
         05 PAL-AMOUNT PIC 9999V99.
         05 PAL-DATE PIC 9(8).

      * one schedule per student - kept in step with Project11.cbl
       FD PLAN-FILE.
       01 PLAN-FILE-IN.
         05 PLAN-STUDENT-NUMBER PIC 9(6).
         05 PLAN-INSTALLMENT-COUNT PIC 9(1).
         05 PLAN-INSTALLMENT OCCURS 1 TO 6 TIMES
             DEPENDING ON PLAN-INSTALLMENT-COUNT.
           10 PLAN-INST-AMOUNT PIC 9999V99.
           10 PLAN-INST-DUE-DATE PIC 9(8).

      * kept in step with Project140.cbl's FD HOLD-TYPE-FILE
       FD HOLD-TYPE-FILE.
       01 HOLD-TYPE-RECORD.
         05 HTY-HOLD-TYPE PIC X(4).
         05 HTY-DESCRIPTION PIC X(20).
         05 HTY-OFFICE PIC X(4).
         05 HTY-BLOCKS-REGISTRATION PIC X(1).
         05 HTY-BLOCKS-TRANSCRIPT PIC X(1).
         05 HTY-BLOCKS-DIPLOMA PIC X(1).
         05 HTY-BLOCKS-REFUND PIC X(1).

      * kept in step with Project140.cbl's FD STUDENT-HOLD-FILE
       FD STUDENT-HOLD-FILE.
       01 STUDENT-HOLD-RECORD.
         05 SHD-HOLD-NUMBER PIC 9(6).
         05 SHD-STUDENT-NUMBER PIC 9(6).
         05 SHD-HOLD-TYPE PIC X(4).
         05 SHD-OFFICE PIC X(4).
         05 SHD-REASON PIC X(30).
         05 SHD-PLACED-DATE PIC 9(8).
         05 SHD-PLACED-BY PIC X(8).
         05 SHD-RELEASE-OFFICE PIC X(4).
         05 SHD-STATUS PIC X(1).
         05 SHD-RELEASED-DATE PIC 9(8).
         05 SHD-RELEASED-BY PIC X(8).
         05 SHD-RELEASE-REASON PIC X(30).

      * kept in step with Project53.cbl's FD ENROLLMENT-FILE
       FD ENROLLMENT-FILE.
       01 ENROLLMENT-RECORD.
         05 ENR-STUDENT-NUMBER PIC 9(6).
         05 ENR-COURSE-CODE PIC X(7).
         05 ENR-SECTION-CODE PIC X(3).
         05 ENR-TERM-CODE PIC 9(6).

      * kept in step with Project18.cbl's FD TERM-HISTORY-FILE
       FD TERM-HISTORY-FILE.
       01 TERM-HISTORY-RECORD.
         05 TH-STUDENT-NUMBER PIC 9(6).
         05 TH-TERM-CODE PIC 9(6).
         05 TH-STUDENT-NAME PIC X(40).
         05 TH-STUDENT-AVERAGE PIC 9(3).
         05 TH-COURSE-COUNT PIC 9(1).
         05 TH-COURSE-ENTRY OCCURS 1 TO 5 TIMES
             DEPENDING ON TH-COURSE-COUNT.
           10 TH-COURSE-CODE PIC X(7).
           10 TH-COURSE-AVERAGE PIC 9(3).
           10 TH-COURSE-CREDIT-HOURS PIC 9(1).

      * kept in step with Lab6.cbl's FD CAR-FILE
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
         05 CAR-PLATE-IN PIC X(8).
         05 CAR-PROVINCE-IN PIC X(2).
         05 CAR-PLATE-2-IN PIC X(8).
         05 CAR-PROVINCE-2-IN PIC X(2).
         05 CAR-TYPE-2-IN PIC X(5).
         05 CAR-YEAR-2-IN PIC 9(4).

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

      * the portal's fixed format - every line starts with a record
      * type byte: 'H' header, 'S' student summary, 'B' open charge
      * bucket, 'R' active hold, 'C' section capture, 'M' latest-term
      * mark, 'T' trailer. Amounts carry no decimal point, two
      * implied decimals, sign trailing where one can go negative
       FD PORTAL-EXTRACT.
       01 PORTAL-EXTRACT-LINE PIC X(100).

       01 PORTAL-HEADER-LINE REDEFINES PORTAL-EXTRACT-LINE.
         05 PXH-RECORD-TYPE PIC X(1).
         05 PXH-CREATE-DATE PIC 9(8).
         05 PXH-ORIGINATOR-ID PIC X(10).
         05 PXH-FILE-ID PIC X(8).
         05 FILLER PIC X(73).

       01 PORTAL-SUMMARY-LINE REDEFINES PORTAL-EXTRACT-LINE.
         05 PXS-RECORD-TYPE PIC X(1).
         05 PXS-STUDENT-NUMBER PIC 9(6).
         05 PXS-STUDENT-NAME PIC X(40).
         05 PXS-BALANCE PIC S9(6)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 PXS-PAYMENT-HOLD-FLAG PIC X(1).
      * zeros when there is no plan or nothing left to fall due
         05 PXS-NEXT-INST-DUE-DATE PIC 9(8).
         05 PXS-NEXT-INST-AMOUNT PIC 9(6).
      * 'A' active, 'E' expired, 'N' none; 'O' the permit holder,
      * 'C' a carpool member on someone else's permit
         05 PXS-PERMIT-STATUS PIC X(1).
         05 PXS-PERMIT-ROLE PIC X(1).
         05 PXS-PERMIT-NUMBER PIC 9(6).
         05 PXS-PERMIT-LOT PIC X(2).
         05 PXS-PERMIT-EXPIRY-DATE PIC 9(8).
         05 FILLER PIC X(11).

       01 PORTAL-BUCKET-LINE REDEFINES PORTAL-EXTRACT-LINE.
         05 PXB-RECORD-TYPE PIC X(1).
         05 PXB-STUDENT-NUMBER PIC 9(6).
         05 PXB-CHARGE-TYPE PIC X(8).
         05 PXB-CHARGED PIC S9(6)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 PXB-PAID PIC 9(6)V99.
         05 PXB-OPEN PIC S9(6)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 FILLER PIC X(59).

       01 PORTAL-HOLD-LINE REDEFINES PORTAL-EXTRACT-LINE.
         05 PXR-RECORD-TYPE PIC X(1).
         05 PXR-STUDENT-NUMBER PIC 9(6).
         05 PXR-HOLD-TYPE PIC X(4).
         05 PXR-DESCRIPTION PIC X(20).
         05 PXR-OFFICE PIC X(4).
         05 PXR-PLACED-DATE PIC 9(8).
         05 PXR-REASON PIC X(30).
         05 FILLER PIC X(27).

       01 PORTAL-COURSE-LINE REDEFINES PORTAL-EXTRACT-LINE.
         05 PXC-RECORD-TYPE PIC X(1).
         05 PXC-STUDENT-NUMBER PIC 9(6).
         05 PXC-TERM-CODE PIC 9(6).
         05 PXC-COURSE-CODE PIC X(7).
         05 PXC-SECTION-CODE PIC X(3).
         05 FILLER PIC X(77).

       01 PORTAL-MARK-LINE REDEFINES PORTAL-EXTRACT-LINE.
         05 PXM-RECORD-TYPE PIC X(1).
         05 PXM-STUDENT-NUMBER PIC 9(6).
         05 PXM-TERM-CODE PIC 9(6).
         05 PXM-COURSE-CODE PIC X(7).
         05 PXM-COURSE-AVERAGE PIC 9(3).
         05 PXM-CREDIT-HOURS PIC 9(1).
         05 PXM-TERM-AVERAGE PIC 9(3).
         05 FILLER PIC X(73).

      * the record count takes in every line between header and
      * trailer; the balance total is the sum of the summary balances
       01 PORTAL-TRAILER-LINE REDEFINES PORTAL-EXTRACT-LINE.
         05 PXT-RECORD-TYPE PIC X(1).
         05 PXT-RECORD-COUNT PIC 9(8).
         05 PXT-STUDENT-COUNT PIC 9(6).
         05 PXT-BALANCE-TOTAL PIC S9(9)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 FILLER PIC X(73).

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
         05 STUDENT-FILE-STATUS PIC X(2).
         05 CHARGE-LEDGER-STATUS PIC X(2).
         05 ALLOCATION-FILE-STATUS PIC X(2).
         05 PLAN-FILE-STATUS PIC X(2).
         05 HOLD-TYPE-STATUS PIC X(2).
         05 STUDENT-HOLD-STATUS PIC X(2).
         05 ENROLLMENT-FILE-STATUS PIC X(2).
         05 TERM-HISTORY-STATUS PIC X(2).
         05 CAR-FILE-STATUS PIC X(2).
         05 CARPOOL-FILE-STATUS PIC X(2).
         05 PORTAL-EXTRACT-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 STUDENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 LEDGER-EOF-FLG PIC X(1) VALUE 'N'.
         05 ALLOC-EOF-FLG PIC X(1) VALUE 'N'.
         05 PLAN-EOF-FLG PIC X(1) VALUE 'N'.
         05 HOLD-TYPE-EOF-FLG PIC X(1) VALUE 'N'.
         05 HOLD-EOF-FLG PIC X(1) VALUE 'N'.
         05 ENROLLMENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 TERM-HISTORY-EOF-FLG PIC X(1) VALUE 'N'.
         05 CAR-EOF-FLG PIC X(1) VALUE 'N'.
         05 CARPOOL-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-RAW PIC 9(8).

      * one slot per student per charge type - billings and what
      * payments settled, same picture as PROJECT36's inquiry but for
      * every student at once
       01 BUCKET-TABLE.
         05 BUCKET-ENTRY OCCURS 1 TO 9000 TIMES
             DEPENDING ON BUCKET-COUNT.
           10 BKT-STUDENT-NUMBER PIC 9(6).
           10 BKT-TYPE PIC X(8).
           10 BKT-CHARGED PIC S9(6)V99.
           10 BKT-PAID PIC 9(6)V99.

       01 BUCKET-VARIABLES.
         05 BUCKET-COUNT PIC 9(4) VALUE 0.
         05 BKT-SUB PIC 9(4).
         05 BKT-FOUND-SUB PIC 9(4).
         05 BKT-LOOKUP-STUDENT PIC 9(6).
         05 BKT-LOOKUP-TYPE PIC X(8).
         05 BKT-OPEN-WORK PIC S9(7)V99.
         05 BKT-FOUND-FLAG PIC X(1).
           88 BUCKET-SLOT-FOUND VALUE 'Y'.

      * the next installment per plan, worked out as the plan loads -
      * the earliest one falling due on or after the run date
       01 PLAN-TABLE.
         05 PLAN-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON PLAN-COUNT.
           10 PLN-STUDENT-NUMBER PIC 9(6).
           10 PLN-NEXT-DUE-DATE PIC 9(8).
           10 PLN-NEXT-AMOUNT PIC 9999V99.

       01 PLAN-VARIABLES.
         05 PLAN-COUNT PIC 9(4) VALUE 0.
         05 PLAN-FIND-SUB PIC 9(4).
         05 INST-SUB PIC 9(1).
         05 PLAN-FOUND-FLAG PIC X(1).
           88 PLAN-FOUND VALUE 'Y'.

       01 HOLD-TYPE-TABLE.
         05 HOLD-TYPE-ENTRY OCCURS 1 TO 100 TIMES
             DEPENDING ON HOLD-TYPE-COUNT.
           10 HTT-HOLD-TYPE PIC X(4).
           10 HTT-DESCRIPTION PIC X(20).

       01 HOLD-TYPE-VARIABLES.
         05 HOLD-TYPE-COUNT PIC 9(3) VALUE 0.
         05 HOLD-TYPE-FIND-SUB PIC 9(3).
         05 HOLD-TYPE-FOUND-FLAG PIC X(1).
           88 HOLD-TYPE-FOUND VALUE 'Y'.

      * active holds only - a released hold is history, not news
       01 HOLD-TABLE.
         05 HOLD-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON HOLD-COUNT.
           10 HLD-STUDENT-NUMBER PIC 9(6).
           10 HLD-HOLD-TYPE PIC X(4).
           10 HLD-OFFICE PIC X(4).
           10 HLD-PLACED-DATE PIC 9(8).
           10 HLD-REASON PIC X(30).

       01 HOLD-VARIABLES.
         05 HOLD-COUNT PIC 9(4) VALUE 0.
         05 HOLD-SUB PIC 9(4).

       01 ENROLLMENT-TABLE.
         05 ENROLLMENT-ENTRY OCCURS 1 TO 9000 TIMES
             DEPENDING ON ENROLLMENT-COUNT.
           10 ENT-STUDENT-NUMBER PIC 9(6).
           10 ENT-COURSE-CODE PIC X(7).
           10 ENT-SECTION-CODE PIC X(3).
           10 ENT-TERM-CODE PIC 9(6).

       01 ENROLLMENT-VARIABLES.
         05 ENROLLMENT-COUNT PIC 9(4) VALUE 0.
         05 ENROLLMENT-SUB PIC 9(4).

      * one slot per student - a later term on the history replaces
      * whatever an earlier one put there
       01 LATEST-TERM-TABLE.
         05 LATEST-TERM-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON LATEST-TERM-COUNT.
           10 LTM-STUDENT-NUMBER PIC 9(6).
           10 LTM-TERM-CODE PIC 9(6).
           10 LTM-TERM-AVERAGE PIC 9(3).
           10 LTM-COURSE-COUNT PIC 9(1).
           10 LTM-COURSE-ENTRY OCCURS 5 TIMES.
             15 LTM-COURSE-CODE PIC X(7).
             15 LTM-COURSE-AVERAGE PIC 9(3).
             15 LTM-CREDIT-HOURS PIC 9(1).

       01 LATEST-TERM-VARIABLES.
         05 LATEST-TERM-COUNT PIC 9(4) VALUE 0.
         05 LATEST-TERM-LOOKUP-STUDENT PIC 9(6).
         05 LATEST-TERM-FIND-SUB PIC 9(4).
         05 LATEST-TERM-FOUND-SUB PIC 9(4).
         05 LATEST-TERM-MARK-SUB PIC 9(1).
         05 LATEST-TERM-FOUND-FLAG PIC X(1).
           88 LATEST-TERM-FOUND VALUE 'Y'.

       01 PERMIT-TABLE.
         05 PERMIT-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON PERMIT-COUNT.
           10 PMT-OWNER-STUDENT-NUMBER PIC 9(6).
           10 PMT-PERMIT-NUMBER PIC 9(6).
           10 PMT-LOT-CODE PIC X(2).
           10 PMT-EXPIRY-DATE PIC 9(8).

       01 PERMIT-VARIABLES.
         05 PERMIT-COUNT PIC 9(4) VALUE 0.
         05 PERMIT-FIND-SUB PIC 9(4).
         05 PERMIT-FOUND-SUB PIC 9(4).
         05 PERMIT-LOOKUP-NUMBER PIC 9(6).

       01 CARPOOL-TABLE.
         05 CARPOOL-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON CARPOOL-COUNT.
           10 CPT-PERMIT-NUMBER PIC 9(6).
           10 CPT-STUDENT-NUMBER PIC 9(6).

       01 CARPOOL-VARIABLES.
         05 CARPOOL-COUNT PIC 9(4) VALUE 0.
         05 CARPOOL-FIND-SUB PIC 9(4).
         05 CARPOOL-FOUND-FLAG PIC X(1).
           88 CARPOOL-MEMBER-FOUND VALUE 'Y'.

       01 COUNTERS.
         05 HOW-MANY-STUDENTS PIC 9(6) VALUE 0.
         05 HOW-MANY-RECORDS PIC 9(8) VALUE 0.
         05 HOW-MANY-BUCKETS PIC 9(6) VALUE 0.
         05 HOW-MANY-HOLDS PIC 9(6) VALUE 0.
         05 HOW-MANY-COURSES PIC 9(6) VALUE 0.
         05 HOW-MANY-MARKS PIC 9(6) VALUE 0.
         05 BALANCE-TOTAL PIC S9(9)V99 VALUE 0.

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
      * main procedure - load everything the summary and detail
      * records draw on, walk the tuition master once, and close the
      * portal file off with its trailer
       100-EXTRACT-PORTAL-ACCOUNTS.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-BUCKET-TABLE.
           PERFORM 210-LOAD-PLAN-TABLE.
           PERFORM 220-LOAD-HOLD-TYPE-TABLE.
           PERFORM 230-LOAD-HOLD-TABLE.
           PERFORM 240-LOAD-ENROLLMENT-TABLE.
           PERFORM 250-LOAD-LATEST-TERM-TABLE.
           PERFORM 260-LOAD-PERMIT-TABLE.
           PERFORM 270-LOAD-CARPOOL-TABLE.
           PERFORM 280-OPEN-EXTRACT-FILES.
           PERFORM 290-WRITE-EXTRACT-HEADER.

           PERFORM 295-READ-ONE-STUDENT.
           PERFORM 300-EXTRACT-ONE-STUDENT
               UNTIL STUDENT-EOF-FLG IS EQUAL TO 'Y'.

           PERFORM 400-WRITE-EXTRACT-TRAILER.
           PERFORM 410-CLOSE-EXTRACT-FILES.
           PERFORM 500-WRITE-FINAL-TOTALS.
           STOP RUN.

      * a missing ledger or allocation file just means no buckets
           200-LOAD-BUCKET-TABLE.
               OPEN INPUT CHARGE-LEDGER.
               IF CHARGE-LEDGER-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO LEDGER-EOF-FLG
               ELSE IF CHARGE-LEDGER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CHARGE-DETAIL.txt - STATUS "
                     CHARGE-LEDGER-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2001-TAKE-ONE-CHARGE
                       UNTIL LEDGER-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE CHARGE-LEDGER
               END-IF
               END-IF.

               OPEN INPUT ALLOCATION-FILE.
               IF ALLOCATION-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO ALLOC-EOF-FLG
               ELSE IF ALLOCATION-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN PAYMENT-ALLOCATION.txt - "
                     "STATUS " ALLOCATION-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2002-TAKE-ONE-ALLOCATION
                       UNTIL ALLOC-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE ALLOCATION-FILE
               END-IF
               END-IF.

               2001-TAKE-ONE-CHARGE.
                   READ CHARGE-LEDGER
                       AT END
                           MOVE 'Y' TO LEDGER-EOF-FLG
                       NOT AT END
                           MOVE CHG-STUDENT-NUMBER
                             TO BKT-LOOKUP-STUDENT
                           MOVE CHG-CHARGE-TYPE TO BKT-LOOKUP-TYPE
                           PERFORM 2003-FIND-BUCKET-SLOT
                           IF BUCKET-SLOT-FOUND
                               ADD CHG-AMOUNT
                                 TO BKT-CHARGED(BKT-FOUND-SUB)
                           END-IF
                   END-READ.

               2002-TAKE-ONE-ALLOCATION.
                   READ ALLOCATION-FILE
                       AT END
                           MOVE 'Y' TO ALLOC-EOF-FLG
                       NOT AT END
                           MOVE PAL-STUDENT-NUMBER
                             TO BKT-LOOKUP-STUDENT
                           MOVE PAL-CHARGE-TYPE TO BKT-LOOKUP-TYPE
                           PERFORM 2003-FIND-BUCKET-SLOT
                           IF BUCKET-SLOT-FOUND
                               ADD PAL-AMOUNT
                                 TO BKT-PAID(BKT-FOUND-SUB)
                           END-IF
                   END-READ.

      * find or open the slot for this student and charge type,
      * leaving BKT-FOUND-SUB on it
               2003-FIND-BUCKET-SLOT.
                   MOVE 'N' TO BKT-FOUND-FLAG.
                   MOVE 0 TO BKT-FOUND-SUB.
                   PERFORM 2004-CHECK-ONE-SLOT
                       VARYING BKT-SUB FROM 1 BY 1
                       UNTIL BKT-SUB > BUCKET-COUNT
                       OR BUCKET-SLOT-FOUND.
                   IF NOT BUCKET-SLOT-FOUND
                       AND BUCKET-COUNT IS LESS THAN 9000
                       ADD 1 TO BUCKET-COUNT
                       MOVE BUCKET-COUNT TO BKT-FOUND-SUB
                       MOVE BKT-LOOKUP-STUDENT
                         TO BKT-STUDENT-NUMBER(BUCKET-COUNT)
                       MOVE BKT-LOOKUP-TYPE TO BKT-TYPE(BUCKET-COUNT)
                       MOVE ZERO TO BKT-CHARGED(BUCKET-COUNT)
                       MOVE ZERO TO BKT-PAID(BUCKET-COUNT)
                       MOVE 'Y' TO BKT-FOUND-FLAG
                   END-IF.

                   2004-CHECK-ONE-SLOT.
                       IF BKT-STUDENT-NUMBER(BKT-SUB) IS EQUAL TO
                           BKT-LOOKUP-STUDENT
                           AND BKT-TYPE(BKT-SUB) IS EQUAL TO
                           BKT-LOOKUP-TYPE
                           MOVE 'Y' TO BKT-FOUND-FLAG
                           MOVE BKT-SUB TO BKT-FOUND-SUB
                       END-IF.

      * only the next installment is kept per plan - the portal shows
      * what is coming, not the whole schedule
           210-LOAD-PLAN-TABLE.
               OPEN INPUT PLAN-FILE.
               IF PLAN-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO PLAN-EOF-FLG
               ELSE IF PLAN-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN PAYMENT-PLAN.txt - STATUS "
                     PLAN-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2101-LOAD-ONE-PLAN
                       UNTIL PLAN-EOF-FLG IS EQUAL TO 'Y'
                       OR PLAN-COUNT IS EQUAL TO 3000
                   CLOSE PLAN-FILE
               END-IF
               END-IF.

               2101-LOAD-ONE-PLAN.
                   READ PLAN-FILE
                       AT END
                           MOVE 'Y' TO PLAN-EOF-FLG
                       NOT AT END
                           ADD 1 TO PLAN-COUNT
                           MOVE PLAN-STUDENT-NUMBER
                             TO PLN-STUDENT-NUMBER(PLAN-COUNT)
                           MOVE ZERO TO PLN-NEXT-DUE-DATE(PLAN-COUNT)
                           MOVE ZERO TO PLN-NEXT-AMOUNT(PLAN-COUNT)
                           PERFORM 2102-CHECK-ONE-INSTALLMENT
                               VARYING INST-SUB FROM 1 BY 1
                               UNTIL INST-SUB > PLAN-INSTALLMENT-COUNT
                   END-READ.

                   2102-CHECK-ONE-INSTALLMENT.
                       IF PLAN-INST-DUE-DATE(INST-SUB) IS NOT LESS
                           THAN RUN-DATE-RAW
                           IF PLN-NEXT-DUE-DATE(PLAN-COUNT) IS EQUAL
                               TO ZERO
                               OR PLAN-INST-DUE-DATE(INST-SUB) <
                               PLN-NEXT-DUE-DATE(PLAN-COUNT)
                               MOVE PLAN-INST-DUE-DATE(INST-SUB)
                                 TO PLN-NEXT-DUE-DATE(PLAN-COUNT)
                               MOVE PLAN-INST-AMOUNT(INST-SUB)
                                 TO PLN-NEXT-AMOUNT(PLAN-COUNT)
                           END-IF
                       END-IF.

      * no hold types on file just leaves the descriptions blank
           220-LOAD-HOLD-TYPE-TABLE.
               OPEN INPUT HOLD-TYPE-FILE.
               IF HOLD-TYPE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO HOLD-TYPE-EOF-FLG
               ELSE IF HOLD-TYPE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN HOLD-TYPES.txt - STATUS "
                     HOLD-TYPE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2201-LOAD-ONE-HOLD-TYPE
                       UNTIL HOLD-TYPE-EOF-FLG IS EQUAL TO 'Y'
                       OR HOLD-TYPE-COUNT IS EQUAL TO 100
                   CLOSE HOLD-TYPE-FILE
               END-IF
               END-IF.

               2201-LOAD-ONE-HOLD-TYPE.
                   READ HOLD-TYPE-FILE
                       AT END
                           MOVE 'Y' TO HOLD-TYPE-EOF-FLG
                       NOT AT END
                           ADD 1 TO HOLD-TYPE-COUNT
                           MOVE HTY-HOLD-TYPE
                             TO HTT-HOLD-TYPE(HOLD-TYPE-COUNT)
                           MOVE HTY-DESCRIPTION
                             TO HTT-DESCRIPTION(HOLD-TYPE-COUNT)
                   END-READ.

           230-LOAD-HOLD-TABLE.
               OPEN INPUT STUDENT-HOLD-FILE.
               IF STUDENT-HOLD-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO HOLD-EOF-FLG
               ELSE IF STUDENT-HOLD-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUDENT-HOLDS.txt - STATUS "
                     STUDENT-HOLD-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2301-LOAD-ONE-HOLD
                       UNTIL HOLD-EOF-FLG IS EQUAL TO 'Y'
                       OR HOLD-COUNT IS EQUAL TO 3000
                   CLOSE STUDENT-HOLD-FILE
               END-IF
               END-IF.

               2301-LOAD-ONE-HOLD.
                   READ STUDENT-HOLD-FILE
                       AT END
                           MOVE 'Y' TO HOLD-EOF-FLG
                       NOT AT END
                           IF SHD-STATUS IS EQUAL TO 'A'
                               ADD 1 TO HOLD-COUNT
                               MOVE SHD-STUDENT-NUMBER
                                 TO HLD-STUDENT-NUMBER(HOLD-COUNT)
                               MOVE SHD-HOLD-TYPE
                                 TO HLD-HOLD-TYPE(HOLD-COUNT)
                               MOVE SHD-OFFICE
                                 TO HLD-OFFICE(HOLD-COUNT)
                               MOVE SHD-PLACED-DATE
                                 TO HLD-PLACED-DATE(HOLD-COUNT)
                               MOVE SHD-REASON
                                 TO HLD-REASON(HOLD-COUNT)
                           END-IF
                   END-READ.

           240-LOAD-ENROLLMENT-TABLE.
               OPEN INPUT ENROLLMENT-FILE.
               IF ENROLLMENT-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO ENROLLMENT-EOF-FLG
               ELSE IF ENROLLMENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-ENROLLMENT.txt - "
                     "STATUS " ENROLLMENT-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2401-LOAD-ONE-ENROLLMENT
                       UNTIL ENROLLMENT-EOF-FLG IS EQUAL TO 'Y'
                       OR ENROLLMENT-COUNT IS EQUAL TO 9000
                   CLOSE ENROLLMENT-FILE
               END-IF
               END-IF.

               2401-LOAD-ONE-ENROLLMENT.
                   READ ENROLLMENT-FILE
                       AT END
                           MOVE 'Y' TO ENROLLMENT-EOF-FLG
                       NOT AT END
                           ADD 1 TO ENROLLMENT-COUNT
                           MOVE ENR-STUDENT-NUMBER
                             TO ENT-STUDENT-NUMBER(ENROLLMENT-COUNT)
                           MOVE ENR-COURSE-CODE
                             TO ENT-COURSE-CODE(ENROLLMENT-COUNT)
                           MOVE ENR-SECTION-CODE
                             TO ENT-SECTION-CODE(ENROLLMENT-COUNT)
                           MOVE ENR-TERM-CODE
                             TO ENT-TERM-CODE(ENROLLMENT-COUNT)
                   END-READ.

      * the history is not in term order, so each record either opens
      * the student's slot or replaces it when its term is later
           250-LOAD-LATEST-TERM-TABLE.
               OPEN INPUT TERM-HISTORY-FILE.
               IF TERM-HISTORY-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO TERM-HISTORY-EOF-FLG
               ELSE IF TERM-HISTORY-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TERMHIST.txt - STATUS "
                     TERM-HISTORY-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2501-TAKE-ONE-TERM
                       UNTIL TERM-HISTORY-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE TERM-HISTORY-FILE
               END-IF
               END-IF.

               2501-TAKE-ONE-TERM.
                   READ TERM-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO TERM-HISTORY-EOF-FLG
                       NOT AT END
                           MOVE TH-STUDENT-NUMBER
                             TO LATEST-TERM-LOOKUP-STUDENT
                           PERFORM 2502-FIND-LATEST-TERM
                           IF NOT LATEST-TERM-FOUND
                               IF LATEST-TERM-COUNT IS LESS THAN 3000
                                   ADD 1 TO LATEST-TERM-COUNT
                                   MOVE LATEST-TERM-COUNT
                                     TO LATEST-TERM-FOUND-SUB
                                   PERFORM 2504-COPY-ONE-TERM
                               END-IF
                           ELSE
                               IF TH-TERM-CODE IS GREATER THAN
                                   LTM-TERM-CODE(LATEST-TERM-FOUND-SUB)
                                   PERFORM 2504-COPY-ONE-TERM
                               END-IF
                           END-IF
                   END-READ.

      * looks for LATEST-TERM-LOOKUP-STUDENT, leaving
      * LATEST-TERM-FOUND-SUB on the slot
               2502-FIND-LATEST-TERM.
                   MOVE 'N' TO LATEST-TERM-FOUND-FLAG.
                   MOVE 0 TO LATEST-TERM-FOUND-SUB.
                   PERFORM 2503-CHECK-ONE-LATEST-TERM
                       VARYING LATEST-TERM-FIND-SUB FROM 1 BY 1
                       UNTIL LATEST-TERM-FIND-SUB > LATEST-TERM-COUNT
                       OR LATEST-TERM-FOUND.

                   2503-CHECK-ONE-LATEST-TERM.
                       IF LTM-STUDENT-NUMBER(LATEST-TERM-FIND-SUB)
                           IS EQUAL TO LATEST-TERM-LOOKUP-STUDENT
                           MOVE 'Y' TO LATEST-TERM-FOUND-FLAG
                           MOVE LATEST-TERM-FIND-SUB
                             TO LATEST-TERM-FOUND-SUB
                       END-IF.

               2504-COPY-ONE-TERM.
                   MOVE TH-STUDENT-NUMBER
                     TO LTM-STUDENT-NUMBER(LATEST-TERM-FOUND-SUB).
                   MOVE TH-TERM-CODE
                     TO LTM-TERM-CODE(LATEST-TERM-FOUND-SUB).
                   MOVE TH-STUDENT-AVERAGE
                     TO LTM-TERM-AVERAGE(LATEST-TERM-FOUND-SUB).
                   MOVE TH-COURSE-COUNT
                     TO LTM-COURSE-COUNT(LATEST-TERM-FOUND-SUB).
                   PERFORM 2505-COPY-ONE-MARK
                       VARYING LATEST-TERM-MARK-SUB FROM 1 BY 1
                       UNTIL LATEST-TERM-MARK-SUB > TH-COURSE-COUNT.

                   2505-COPY-ONE-MARK.
                       MOVE TH-COURSE-CODE(LATEST-TERM-MARK-SUB)
                         TO LTM-COURSE-CODE(LATEST-TERM-FOUND-SUB,
                           LATEST-TERM-MARK-SUB).
                       MOVE TH-COURSE-AVERAGE(LATEST-TERM-MARK-SUB)
                         TO LTM-COURSE-AVERAGE(LATEST-TERM-FOUND-SUB,
                           LATEST-TERM-MARK-SUB).
                       MOVE TH-COURSE-CREDIT-HOURS(LATEST-TERM-MARK-SUB)
                         TO LTM-CREDIT-HOURS(LATEST-TERM-FOUND-SUB,
                           LATEST-TERM-MARK-SUB).

           260-LOAD-PERMIT-TABLE.
               OPEN INPUT CAR-FILE.
               IF CAR-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO CAR-EOF-FLG
               ELSE IF CAR-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CARFILE.DAT - STATUS "
                     CAR-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2601-LOAD-ONE-PERMIT
                       UNTIL CAR-EOF-FLG IS EQUAL TO 'Y'
                       OR PERMIT-COUNT IS EQUAL TO 3000
                   CLOSE CAR-FILE
               END-IF
               END-IF.

               2601-LOAD-ONE-PERMIT.
                   READ CAR-FILE
                       AT END
                           MOVE 'Y' TO CAR-EOF-FLG
                       NOT AT END
                           ADD 1 TO PERMIT-COUNT
                           MOVE CAR-OWNER-STUDENT-NUMBER-IN
                             TO PMT-OWNER-STUDENT-NUMBER(PERMIT-COUNT)
                           MOVE CAR-PERMIT-NUMBER-IN
                             TO PMT-PERMIT-NUMBER(PERMIT-COUNT)
                           MOVE CAR-LOT-CODE-IN
                             TO PMT-LOT-CODE(PERMIT-COUNT)
                           MOVE CAR-EXPIRY-DATE-IN
                             TO PMT-EXPIRY-DATE(PERMIT-COUNT)
                   END-READ.

           270-LOAD-CARPOOL-TABLE.
               OPEN INPUT CARPOOL-FILE.
               IF CARPOOL-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO CARPOOL-EOF-FLG
               ELSE IF CARPOOL-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CARPOOL-MEMBERS.txt - "
                     "STATUS " CARPOOL-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2701-LOAD-ONE-MEMBER
                       UNTIL CARPOOL-EOF-FLG IS EQUAL TO 'Y'
                       OR CARPOOL-COUNT IS EQUAL TO 3000
                   CLOSE CARPOOL-FILE
               END-IF
               END-IF.

               2701-LOAD-ONE-MEMBER.
                   READ CARPOOL-FILE
                       AT END
                           MOVE 'Y' TO CARPOOL-EOF-FLG
                       NOT AT END
                           ADD 1 TO CARPOOL-COUNT
                           MOVE CPM-PERMIT-NUMBER
                             TO CPT-PERMIT-NUMBER(CARPOOL-COUNT)
                           MOVE CPM-STUDENT-NUMBER
                             TO CPT-STUDENT-NUMBER(CARPOOL-COUNT)
                   END-READ.

           280-OPEN-EXTRACT-FILES.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - STATUS "
                     STUDENT-FILE-STATUS
                   STOP RUN
               END-IF.

               OPEN OUTPUT PORTAL-EXTRACT.
               IF PORTAL-EXTRACT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN PORTAL-EXTRACT.txt - STATUS "
                     PORTAL-EXTRACT-STATUS
                   STOP RUN
               END-IF.

           290-WRITE-EXTRACT-HEADER.
               MOVE SPACES TO PORTAL-EXTRACT-LINE.
               MOVE 'H' TO PXH-RECORD-TYPE.
               MOVE RUN-DATE-RAW TO PXH-CREATE-DATE.
               MOVE "ALGONQUINC" TO PXH-ORIGINATOR-ID.
               MOVE "ACCOUNTS" TO PXH-FILE-ID.
               WRITE PORTAL-EXTRACT-LINE.

           295-READ-ONE-STUDENT.
               READ STUDENT-FILE
                   AT END
                       MOVE 'Y' TO STUDENT-EOF-FLG
               END-READ.

      * one student - the summary first, then every detail that
      * belongs under it, in the order the portal's account page
      * shows them
           300-EXTRACT-ONE-STUDENT.
               PERFORM 310-WRITE-SUMMARY-LINE.
               PERFORM 320-WRITE-BUCKET-LINES.
               PERFORM 330-WRITE-HOLD-LINES.
               PERFORM 340-WRITE-COURSE-LINES.
               PERFORM 350-WRITE-MARK-LINES.
               PERFORM 295-READ-ONE-STUDENT.

           310-WRITE-SUMMARY-LINE.
               MOVE SPACES TO PORTAL-EXTRACT-LINE.
               MOVE 'S' TO PXS-RECORD-TYPE.
               MOVE STUDENT-NUMBER TO PXS-STUDENT-NUMBER.
               MOVE STUDENT-NAME TO PXS-STUDENT-NAME.
               MOVE TUITION-OWED TO PXS-BALANCE.
               MOVE PAYMENT-HOLD-FLAG TO PXS-PAYMENT-HOLD-FLAG.

               PERFORM 311-FIND-NEXT-INSTALLMENT.
               PERFORM 312-FIND-PERMIT-STATUS.

               PERFORM 390-WRITE-ONE-DETAIL.
               ADD 1 TO HOW-MANY-STUDENTS.
               ADD TUITION-OWED TO BALANCE-TOTAL.

               311-FIND-NEXT-INSTALLMENT.
                   MOVE ZERO TO PXS-NEXT-INST-DUE-DATE.
                   MOVE ZERO TO PXS-NEXT-INST-AMOUNT.
                   MOVE 'N' TO PLAN-FOUND-FLAG.
                   PERFORM 3111-CHECK-ONE-PLAN
                       VARYING PLAN-FIND-SUB FROM 1 BY 1
                       UNTIL PLAN-FIND-SUB > PLAN-COUNT
                       OR PLAN-FOUND.

                   3111-CHECK-ONE-PLAN.
                       IF PLN-STUDENT-NUMBER(PLAN-FIND-SUB) IS EQUAL
                           TO STUDENT-NUMBER
                           MOVE 'Y' TO PLAN-FOUND-FLAG
                           MOVE PLN-NEXT-DUE-DATE(PLAN-FIND-SUB)
                             TO PXS-NEXT-INST-DUE-DATE
                           COMPUTE PXS-NEXT-INST-AMOUNT =
                               PLN-NEXT-AMOUNT(PLAN-FIND-SUB) * 100
                       END-IF.

      * the student's own permit with the latest expiry wins; failing
      * that, the permit they ride on as a carpool member
               312-FIND-PERMIT-STATUS.
                   MOVE 'N' TO PXS-PERMIT-STATUS.
                   MOVE SPACE TO PXS-PERMIT-ROLE.
                   MOVE ZERO TO PXS-PERMIT-NUMBER.
                   MOVE SPACES TO PXS-PERMIT-LOT.
                   MOVE ZERO TO PXS-PERMIT-EXPIRY-DATE.
                   MOVE 0 TO PERMIT-FOUND-SUB.

                   PERFORM 3121-CHECK-ONE-OWNED-PERMIT
                       VARYING PERMIT-FIND-SUB FROM 1 BY 1
                       UNTIL PERMIT-FIND-SUB > PERMIT-COUNT.

                   IF PERMIT-FOUND-SUB IS GREATER THAN ZERO
                       MOVE 'O' TO PXS-PERMIT-ROLE
                   ELSE
                       MOVE 'N' TO CARPOOL-FOUND-FLAG
                       PERFORM 3122-CHECK-ONE-CARPOOL-MEMBER
                           VARYING CARPOOL-FIND-SUB FROM 1 BY 1
                           UNTIL CARPOOL-FIND-SUB > CARPOOL-COUNT
                           OR CARPOOL-MEMBER-FOUND
                       IF CARPOOL-MEMBER-FOUND
                           PERFORM 3123-CHECK-ONE-PERMIT-NUMBER
                               VARYING PERMIT-FIND-SUB FROM 1 BY 1
                               UNTIL PERMIT-FIND-SUB > PERMIT-COUNT
                               OR PERMIT-FOUND-SUB > ZERO
                           IF PERMIT-FOUND-SUB IS GREATER THAN ZERO
                               MOVE 'C' TO PXS-PERMIT-ROLE
                           END-IF
                       END-IF
                   END-IF.

                   IF PERMIT-FOUND-SUB IS GREATER THAN ZERO
                       MOVE PMT-PERMIT-NUMBER(PERMIT-FOUND-SUB)
                         TO PXS-PERMIT-NUMBER
                       MOVE PMT-LOT-CODE(PERMIT-FOUND-SUB)
                         TO PXS-PERMIT-LOT
                       MOVE PMT-EXPIRY-DATE(PERMIT-FOUND-SUB)
                         TO PXS-PERMIT-EXPIRY-DATE
                       IF PMT-EXPIRY-DATE(PERMIT-FOUND-SUB) IS
                           LESS THAN RUN-DATE-RAW
                           MOVE 'E' TO PXS-PERMIT-STATUS
                       ELSE
                           MOVE 'A' TO PXS-PERMIT-STATUS
                       END-IF
                   END-IF.

                   3121-CHECK-ONE-OWNED-PERMIT.
                       IF PMT-OWNER-STUDENT-NUMBER(PERMIT-FIND-SUB)
                           IS EQUAL TO STUDENT-NUMBER
                           IF PERMIT-FOUND-SUB IS EQUAL TO ZERO
                               MOVE PERMIT-FIND-SUB
                                 TO PERMIT-FOUND-SUB
                           ELSE IF PMT-EXPIRY-DATE(PERMIT-FIND-SUB) >
                               PMT-EXPIRY-DATE(PERMIT-FOUND-SUB)
                               MOVE PERMIT-FIND-SUB
                                 TO PERMIT-FOUND-SUB
                           END-IF
                           END-IF
                       END-IF.

                   3122-CHECK-ONE-CARPOOL-MEMBER.
                       IF CPT-STUDENT-NUMBER(CARPOOL-FIND-SUB) IS
                           EQUAL TO STUDENT-NUMBER
                           MOVE 'Y' TO CARPOOL-FOUND-FLAG
                           MOVE CPT-PERMIT-NUMBER(CARPOOL-FIND-SUB)
                             TO PERMIT-LOOKUP-NUMBER
                       END-IF.

                   3123-CHECK-ONE-PERMIT-NUMBER.
                       IF PMT-PERMIT-NUMBER(PERMIT-FIND-SUB) IS EQUAL
                           TO PERMIT-LOOKUP-NUMBER
                           MOVE PERMIT-FIND-SUB TO PERMIT-FOUND-SUB
                       END-IF.

      * a bucket settled to the cent is left off - the portal lists
      * what is still open
           320-WRITE-BUCKET-LINES.
               PERFORM 3201-WRITE-ONE-BUCKET
                   VARYING BKT-SUB FROM 1 BY 1
                   UNTIL BKT-SUB > BUCKET-COUNT.

               3201-WRITE-ONE-BUCKET.
                   IF BKT-STUDENT-NUMBER(BKT-SUB) IS EQUAL TO
                       STUDENT-NUMBER
                       COMPUTE BKT-OPEN-WORK =
                           BKT-CHARGED(BKT-SUB) - BKT-PAID(BKT-SUB)
                       IF BKT-OPEN-WORK IS NOT EQUAL TO ZERO
                           MOVE SPACES TO PORTAL-EXTRACT-LINE
                           MOVE 'B' TO PXB-RECORD-TYPE
                           MOVE STUDENT-NUMBER TO PXB-STUDENT-NUMBER
                           MOVE BKT-TYPE(BKT-SUB) TO PXB-CHARGE-TYPE
                           MOVE BKT-CHARGED(BKT-SUB) TO PXB-CHARGED
                           MOVE BKT-PAID(BKT-SUB) TO PXB-PAID
                           MOVE BKT-OPEN-WORK TO PXB-OPEN
                           PERFORM 390-WRITE-ONE-DETAIL
                           ADD 1 TO HOW-MANY-BUCKETS
                       END-IF
                   END-IF.

           330-WRITE-HOLD-LINES.
               PERFORM 3301-WRITE-ONE-HOLD
                   VARYING HOLD-SUB FROM 1 BY 1
                   UNTIL HOLD-SUB > HOLD-COUNT.

               3301-WRITE-ONE-HOLD.
                   IF HLD-STUDENT-NUMBER(HOLD-SUB) IS EQUAL TO
                       STUDENT-NUMBER
                       MOVE SPACES TO PORTAL-EXTRACT-LINE
                       MOVE 'R' TO PXR-RECORD-TYPE
                       MOVE STUDENT-NUMBER TO PXR-STUDENT-NUMBER
                       MOVE HLD-HOLD-TYPE(HOLD-SUB) TO PXR-HOLD-TYPE
                       MOVE HLD-OFFICE(HOLD-SUB) TO PXR-OFFICE
                       MOVE HLD-PLACED-DATE(HOLD-SUB)
                         TO PXR-PLACED-DATE
                       MOVE HLD-REASON(HOLD-SUB) TO PXR-REASON
                       MOVE 'N' TO HOLD-TYPE-FOUND-FLAG
                       PERFORM 3302-CHECK-ONE-HOLD-TYPE
                           VARYING HOLD-TYPE-FIND-SUB FROM 1 BY 1
                           UNTIL HOLD-TYPE-FIND-SUB > HOLD-TYPE-COUNT
                           OR HOLD-TYPE-FOUND
                       PERFORM 390-WRITE-ONE-DETAIL
                       ADD 1 TO HOW-MANY-HOLDS
                   END-IF.

                   3302-CHECK-ONE-HOLD-TYPE.
                       IF HTT-HOLD-TYPE(HOLD-TYPE-FIND-SUB) IS EQUAL
                           TO HLD-HOLD-TYPE(HOLD-SUB)
                           MOVE 'Y' TO HOLD-TYPE-FOUND-FLAG
                           MOVE HTT-DESCRIPTION(HOLD-TYPE-FIND-SUB)
                             TO PXR-DESCRIPTION
                       END-IF.

           340-WRITE-COURSE-LINES.
               PERFORM 3401-WRITE-ONE-COURSE
                   VARYING ENROLLMENT-SUB FROM 1 BY 1
                   UNTIL ENROLLMENT-SUB > ENROLLMENT-COUNT.

               3401-WRITE-ONE-COURSE.
                   IF ENT-STUDENT-NUMBER(ENROLLMENT-SUB) IS EQUAL TO
                       STUDENT-NUMBER
                       MOVE SPACES TO PORTAL-EXTRACT-LINE
                       MOVE 'C' TO PXC-RECORD-TYPE
                       MOVE STUDENT-NUMBER TO PXC-STUDENT-NUMBER
                       MOVE ENT-TERM-CODE(ENROLLMENT-SUB)
                         TO PXC-TERM-CODE
                       MOVE ENT-COURSE-CODE(ENROLLMENT-SUB)
                         TO PXC-COURSE-CODE
                       MOVE ENT-SECTION-CODE(ENROLLMENT-SUB)
                         TO PXC-SECTION-CODE
                       PERFORM 390-WRITE-ONE-DETAIL
                       ADD 1 TO HOW-MANY-COURSES
                   END-IF.

           350-WRITE-MARK-LINES.
               MOVE STUDENT-NUMBER TO LATEST-TERM-LOOKUP-STUDENT.
               PERFORM 2502-FIND-LATEST-TERM.
               IF LATEST-TERM-FOUND
                   PERFORM 3501-WRITE-ONE-MARK
                       VARYING LATEST-TERM-MARK-SUB FROM 1 BY 1
                       UNTIL LATEST-TERM-MARK-SUB >
                       LTM-COURSE-COUNT(LATEST-TERM-FOUND-SUB)
               END-IF.

               3501-WRITE-ONE-MARK.
                   MOVE SPACES TO PORTAL-EXTRACT-LINE.
                   MOVE 'M' TO PXM-RECORD-TYPE.
                   MOVE STUDENT-NUMBER TO PXM-STUDENT-NUMBER.
                   MOVE LTM-TERM-CODE(LATEST-TERM-FOUND-SUB)
                     TO PXM-TERM-CODE.
                   MOVE LTM-COURSE-CODE(LATEST-TERM-FOUND-SUB,
                       LATEST-TERM-MARK-SUB)
                     TO PXM-COURSE-CODE.
                   MOVE LTM-COURSE-AVERAGE(LATEST-TERM-FOUND-SUB,
                       LATEST-TERM-MARK-SUB)
                     TO PXM-COURSE-AVERAGE.
                   MOVE LTM-CREDIT-HOURS(LATEST-TERM-FOUND-SUB,
                       LATEST-TERM-MARK-SUB)
                     TO PXM-CREDIT-HOURS.
                   MOVE LTM-TERM-AVERAGE(LATEST-TERM-FOUND-SUB)
                     TO PXM-TERM-AVERAGE.
                   PERFORM 390-WRITE-ONE-DETAIL.
                   ADD 1 TO HOW-MANY-MARKS.

      * every line between header and trailer goes through here so
      * the trailer count cannot drift from what was written
           390-WRITE-ONE-DETAIL.
               WRITE PORTAL-EXTRACT-LINE.
               ADD 1 TO HOW-MANY-RECORDS.

           400-WRITE-EXTRACT-TRAILER.
               MOVE SPACES TO PORTAL-EXTRACT-LINE.
               MOVE 'T' TO PXT-RECORD-TYPE.
               MOVE HOW-MANY-RECORDS TO PXT-RECORD-COUNT.
               MOVE HOW-MANY-STUDENTS TO PXT-STUDENT-COUNT.
               MOVE BALANCE-TOTAL TO PXT-BALANCE-TOTAL.
               WRITE PORTAL-EXTRACT-LINE.

           410-CLOSE-EXTRACT-FILES.
               CLOSE STUDENT-FILE.
               CLOSE PORTAL-EXTRACT.

               MOVE "PORTAL-EXTRACT.txt" TO TRANSMIT-FILE-NAME.
               MOVE "PORTAL" TO TRANSMIT-DESTINATION.
               MOVE RUN-DATE-RAW TO TRANSMIT-PERIOD.
               MOVE HOW-MANY-RECORDS TO TRANSMIT-RECORD-COUNT.
               MOVE BALANCE-TOTAL TO TRANSMIT-HASH-TOTAL.
               PERFORM 880-REGISTER-TRANSMISSION.

           500-WRITE-FINAL-TOTALS.
               DISPLAY "STUDENTS EXTRACTED: " HOW-MANY-STUDENTS
                 "  RECORDS: " HOW-MANY-RECORDS.
               DISPLAY "OPEN BUCKETS: " HOW-MANY-BUCKETS
                 "  HOLDS: " HOW-MANY-HOLDS
                 "  SECTIONS: " HOW-MANY-COURSES
                 "  MARKS: " HOW-MANY-MARKS.

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
               MOVE "PROJ142" TO TXR-CREATED-BY.
               MOVE TRANSMIT-DATE-RAW TO TXR-CREATED-DATE.
               MOVE TRANSMIT-TIME-HHMMSS TO TXR-CREATED-TIME.
               MOVE "SENT" TO TXR-STATUS.
               MOVE ZERO TO TXR-ACK-DATE.
               MOVE SPACES TO TXR-ACK-REASON.
               WRITE TRANSMISSION-REGISTER-RECORD.
               CLOSE TRANSMISSION-REGISTER.

       END PROGRAM PROJECT142.
