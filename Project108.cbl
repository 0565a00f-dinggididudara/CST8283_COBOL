      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: official transcript order run. The counter keys each
      *          transcript request form onto TRANSCRIPT-ORDERS.txt -
      *          student, recipient, delivery method (M mailed, E
      *          sent electronically to another institution) and
      *          copies. Each order is checked here against the same
      *          hold rule PROJECT18 prints under: a student on
      *          payment hold with no unexpired supervisor release on
      *          TRANSCRIPT-OVERRIDES.txt is refused, as is a student
      *          with no closed term on TERMHIST.txt to print. An
      *          accepted order bills the transcript fee off
      *          TRANSCRIPT-FEE.txt (per copy) to the student's
      *          account under the master lock - TRANSCPT line on the
      *          charge ledger, balance and hold corrected on both
      *          master copies, control record re-cut, one line on
      *          the audit trail - and is queued on
      *          TRANSCRIPT-QUEUE.txt for PROJECT18's order fill,
      *          which prints the mailed copies and writes the
      *          electronic extract. Every order, accepted or refused,
      *          goes on TRANSCRIPT-ORDER-LOG.txt, where PROJECT18
      *          later logs what was sent where. The order file is
      *          emptied at the end of the run so a rerun cannot bill
      *          the same forms twice
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - an order for a student with an active
      *                   PROJECT140 service hold whose type blocks
      *                   transcripts is refused before billing, the
      *                   hold type and releasing office on the log
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT108.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the day's keyed order forms
           SELECT ORDER-FILE
           ASSIGN TO "..\TRANSCRIPT-ORDERS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDER-FILE-STATUS.

      * accepted, billed orders waiting for PROJECT18 to fill them -
      * appended here, emptied by PROJECT18 once filled
           SELECT QUEUE-FILE
           ASSIGN TO "..\TRANSCRIPT-QUEUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QUEUE-FILE-STATUS.

      * what happened to every order - shared with PROJECT18
           SELECT ORDER-LOG
           ASSIGN TO "..\TRANSCRIPT-ORDER-LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDER-LOG-STATUS.

      * the transcript fee per copy - one record, same idea as
      * PROJECT103's COOP-FEE.txt
           SELECT TRANSCRIPT-FEE-CONTROL
           ASSIGN TO "..\TRANSCRIPT-FEE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSCRIPT-FEE-STATUS.

      * the supervisor releases PROJECT18 honours - read only
           SELECT TRANSCRIPT-OVERRIDE-FILE
           ASSIGN TO "..\TRANSCRIPT-OVERRIDES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSCRIPT-OVERRIDE-STATUS.

      * PROJECT18's term history - read only, to be sure there is a
      * transcript to send before the fee is billed
           SELECT TERM-HISTORY-FILE
           ASSIGN TO "..\TERMHIST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERM-HISTORY-STATUS.

      * the sequential extract of the master, regenerated on the way
      * out - the indexed file below is the live copy
           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

      * STUIDX3.DAT - the live student master, keyed on student
      * number; PROJECT03 builds it once and every update batch
      * rewrites it in place from then on
           SELECT STUDENT-INDEXED-FILE
           ASSIGN TO "..\STUIDX3.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-STUDENT-NUMBER
           FILE STATUS IS IDX-FILE-STATUS.

      * the itemized charge ledger - appended with the fee
           SELECT CHARGE-LEDGER
           ASSIGN TO "..\CHARGE-DETAIL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHARGE-LEDGER-STATUS.

      * same audit trail PROJECT02 writes, appended with one line
      * per billed order
           SELECT AUDIT-LOG
           ASSIGN TO "..\PROJECT02-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

      * the master-lock convention - taken before this program
      * touches the master, released on a clean exit
           SELECT MASTER-LOCK-FILE
           ASSIGN TO "..\STUFILE3-LOCK.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCK-FILE-STATUS.

      * one record - kept in step across every STUFILE3.txt program
           SELECT MASTER-CONTROL-FILE
           ASSIGN TO "..\STUFILE3-CONTROL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MASTER-CONTROL-STATUS.

      * PROJECT140's service-indicator holds - the types say what
      * each hold blocks, the master says who is held
           SELECT HOLD-TYPE-FILE
           ASSIGN TO "..\HOLD-TYPES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLD-TYPE-STATUS.

           SELECT STUDENT-HOLD-FILE
           ASSIGN TO "..\STUDENT-HOLDS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one order form. Delivery 'M' is a printed transcript mailed
      * to the address given, copies 01-10; 'E' goes electronically
      * to the institution code given, always one copy
       FD ORDER-FILE.
       01 ORDER-RECORD.
         05 TOR-STUDENT-NUMBER PIC X(6).
         05 TOR-DELIVERY-METHOD PIC X(1).
         05 TOR-COPIES PIC X(2).
         05 TOR-INSTITUTION-CODE PIC X(6).
         05 TOR-RECIPIENT-NAME PIC X(30).
         05 TOR-RECIPIENT-ADDRESS PIC X(40).

      * one accepted order - kept in step with Project18.cbl's
      * FD QUEUE-FILE
       FD QUEUE-FILE.
       01 QUEUE-RECORD.
         05 TQU-STUDENT-NUMBER PIC 9(6).
         05 TQU-DELIVERY-METHOD PIC X(1).
         05 TQU-COPIES PIC 9(2).
         05 TQU-INSTITUTION-CODE PIC X(6).
         05 TQU-RECIPIENT-NAME PIC X(30).
         05 TQU-RECIPIENT-ADDRESS PIC X(40).
         05 TQU-FEE-BILLED PIC 9999V99.
         05 TQU-ORDER-DATE PIC 9(8).

      * one line per order event - kept in step with Project18.cbl's
      * FD ORDER-LOG
       FD ORDER-LOG.
       01 ORDER-LOG-LINE.
         05 TOL-TIMESTAMP-OUT PIC X(17).
         05 FILLER PIC X(2) VALUE SPACE.
         05 TOL-STUDENT-NUMBER-OUT PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 TOL-METHOD-OUT PIC X(1).
         05 FILLER PIC X(2) VALUE SPACE.
         05 TOL-COPIES-OUT PIC X(2).
         05 FILLER PIC X(2) VALUE SPACE.
         05 TOL-RECIPIENT-OUT PIC X(30).
         05 FILLER PIC X(2) VALUE SPACE.
         05 TOL-INSTITUTION-OUT PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 TOL-FEE-OUT PIC -ZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 TOL-STATUS-OUT PIC X(30).

       FD TRANSCRIPT-FEE-CONTROL.
       01 TRANSCRIPT-FEE-RECORD.
         05 TFE-FEE-PER-COPY PIC 9999V99.

      * kept in step with Project18.cbl's FD TRANSCRIPT-OVERRIDE-FILE
       FD TRANSCRIPT-OVERRIDE-FILE.
       01 TRANSCRIPT-OVERRIDE-RECORD.
         05 OVR-STUDENT-NUMBER PIC 9(6).
         05 OVR-SUPERVISOR PIC X(8).
         05 OVR-REASON PIC X(20).
         05 OVR-EXPIRY-DATE PIC 9(8).

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

      * indexed image of the student master - kept in step with
      * Project3.cbl's FD STUDENT-INDEXED-RECORD
       FD STUDENT-INDEXED-FILE.
       01 STUDENT-INDEXED-RECORD.
         05 IDX-STUDENT-NUMBER PIC 9(6).
         05 IDX-TUITION-OWED PIC S9999V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 IDX-STUDENT-NAME PIC X(40).
         05 IDX-PROGRAM-COUNT PIC 9(1).
         05 IDX-PROGRAM-ENTRY OCCURS 1 TO 3 TIMES
             DEPENDING ON IDX-PROGRAM-COUNT.
           10 IDX-PROGRAM-OF-STUDY PIC X(5).
         05 IDX-DUE-DATE PIC 9(8).
         05 IDX-COURSE-COUNT PIC 9(1).
         05 IDX-COURSE-ENTRY OCCURS 1 TO 5 TIMES
             DEPENDING ON IDX-COURSE-COUNT.
           10 IDX-COURSE-CODE PIC X(7).
           10 IDX-COURSE-AVERAGE PIC 9(3).
           10 IDX-COURSE-CREDIT-HOURS PIC 9(1).
         05 IDX-INTERNATIONAL-STUDENT-FLAG PIC X(1).
         05 IDX-PAYMENT-HOLD-FLAG PIC X(1).

      * one charge line per movement - same layout the other charge
      * ledger writers carry
       FD CHARGE-LEDGER.
       01 CHARGE-LEDGER-LINE.
         05 CHG-STUDENT-NUMBER PIC 9(6).
         05 CHG-CHARGE-TYPE PIC X(8).
         05 CHG-DESCRIPTION PIC X(20).
         05 CHG-AMOUNT PIC S9999V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 CHG-DATE PIC 9(8).

      * same layout PROJECT02 writes, same conventions
       FD AUDIT-LOG.
       01 AUDIT-LOG-LINE.
         05 AUDIT-TIMESTAMP-OUT PIC X(17).
         05 FILLER PIC X(2) VALUE SPACE.
         05 AUDIT-OPERATOR-OUT PIC X(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 AUDIT-ACTION-OUT PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 AUDIT-STUDENT-NUM-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 AUDIT-BEFORE-OUT PIC X(50).
         05 FILLER PIC X(2) VALUE SPACE.
         05 AUDIT-AFTER-OUT PIC X(50).

      * one record while the master is in use - kept in step with the
      * other programs honouring the lock, and with Project25.cbl's
      * inspect/clear utility
       FD MASTER-LOCK-FILE.
       01 MASTER-LOCK-RECORD.
         05 LCK-PROGRAM PIC X(9).
         05 LCK-OPERATOR PIC X(8).
         05 LCK-START-STAMP PIC X(17).

      * one record - kept in step across every STUFILE3.txt program
       FD MASTER-CONTROL-FILE.
       01 MASTER-CONTROL-RECORD.
         05 MCT-GEN-DATE PIC 9(8).
         05 MCT-PROGRAM PIC X(9).
         05 MCT-RECORD-COUNT PIC 9(6).
         05 MCT-HASH-TOTAL PIC S9(9)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

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

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 ORDER-FILE-STATUS PIC X(2).
         05 QUEUE-FILE-STATUS PIC X(2).
         05 ORDER-LOG-STATUS PIC X(2).
         05 TRANSCRIPT-FEE-STATUS PIC X(2).
         05 TRANSCRIPT-OVERRIDE-STATUS PIC X(2).
         05 TERM-HISTORY-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 IDX-FILE-STATUS PIC X(2).
         05 CHARGE-LEDGER-STATUS PIC X(2).
         05 AUDIT-FILE-STATUS PIC X(2).

       01 RUN-DATE-RAW PIC 9(8).
       01 OPERATOR-ID PIC X(8).

      * a balance over this line puts the account on payment hold -
      * same threshold value as the entry programs
       01 PAYMENT-HOLD-THRESHOLD PIC S9999V99 VALUE 5000.00.

      * the fee per copy - none on file means orders still go through
      * unbilled and the run says so
       01 TRANSCRIPT-FEE-FIELDS.
         05 TRANSCRIPT-FEE PIC 9999V99 VALUE 0.
         05 TRANSCRIPT-FEE-ON-FILE-FLAG PIC X(1) VALUE 'N'.
           88 TRANSCRIPT-FEE-ON-FILE VALUE 'Y'.
         05 ORDER-FEE PIC 9999V99.
         05 FEE-EDIT PIC -ZZZZ9.99.

      * one order as edited - the copies and student number checked
      * numeric before they are used
       01 ORDER-FIELDS.
         05 ORDER-EOF-FLG PIC X(1) VALUE 'N'.
         05 ORDER-STUDENT-NUMERIC PIC 9(6).
         05 ORDER-COPIES-NUMERIC PIC 9(2).
         05 ORDER-METHOD PIC X(1).
           88 ORDER-BY-MAIL VALUE 'M'.
           88 ORDER-ELECTRONIC VALUE 'E'.
         05 ORDER-REFUSAL PIC X(30).
         05 ORDER-MAX-COPIES PIC 9(2) VALUE 10.

      * supervisor releases - the same rule PROJECT18 prints under,
      * an expired one is no release at all
       01 OVERRIDE-TABLE-CONTAINER.
         05 OVERRIDE-TABLE-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON OVERRIDE-TABLE-COUNT.
           10 OVT-STUDENT-CONTAINER PIC 9(6).
           10 OVT-SUPERVISOR-CONTAINER PIC X(8).
           10 OVT-EXPIRY-CONTAINER PIC 9(8).

       01 OVERRIDE-TABLE-VARIABLES.
         05 OVERRIDE-TABLE-COUNT PIC 9(3) VALUE 0.
         05 OVERRIDE-EOF-FLG PIC X(1) VALUE 'N'.
         05 OVERRIDE-FIND-SUB PIC 9(3).
         05 OVERRIDE-FOUND-SUB PIC 9(3).
         05 OVERRIDE-MATCH-FLAG PIC X(1).
           88 RELEASE-ON-FILE VALUE 'Y'.

      * every student number with a closed term on TERMHIST.txt
       01 HISTORY-STUDENT-TABLE.
         05 HISTORY-STUDENT-ENTRY OCCURS 1 TO 6000 TIMES
             DEPENDING ON HISTORY-STUDENT-COUNT.
           10 HSS-STUDENT-NUMBER PIC 9(6).

       01 HISTORY-STUDENT-VARIABLES.
         05 HISTORY-STUDENT-COUNT PIC 9(4) VALUE 0.
         05 HISTORY-EOF-FLG PIC X(1) VALUE 'N'.
         05 HISTORY-FIND-SUB PIC 9(4).
         05 HISTORY-FOUND-FLAG PIC X(1).
           88 STUDENT-HAS-HISTORY VALUE 'Y'.

      * whole tuition master held in memory under the lock, then
      * rewritten - same technique and sizing as Project09.cbl
       01 STUDENT-MASTER-TABLE.
         05 STUDENT-MASTER-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON STUDENT-MASTER-COUNT
             INDEXED BY STUDENT-MASTER-IDX.
           10 MST-STUDENT-NUMBER PIC 9(6).
           10 MST-TUITION-OWED PIC S9999V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           10 MST-STUDENT-NAME PIC X(40).
           10 MST-PROGRAM-COUNT PIC 9(1).
           10 MST-PROGRAM-ENTRY OCCURS 3 TIMES.
             15 MST-PROGRAM-OF-STUDY PIC X(5).
           10 MST-DUE-DATE PIC 9(8).
           10 MST-COURSE-COUNT PIC 9(1).
           10 MST-COURSE-ENTRY OCCURS 5 TIMES.
             15 MST-COURSE-CODE PIC X(7).
             15 MST-COURSE-AVERAGE PIC 9(3).
             15 MST-COURSE-CREDIT-HOURS PIC 9(1).
           10 MST-INTERNATIONAL-STUDENT-FLAG PIC X(1).
           10 MST-PAYMENT-HOLD-FLAG PIC X(1).

       01 STUDENT-MASTER-VARIABLES.
         05 STUDENT-MASTER-COUNT PIC 9(4) VALUE 0.
         05 STUDENT-MASTER-CTR PIC 9(4).
         05 STUDENT-MASTER-EOF-FLG PIC X(3).
         05 MASTER-FIND-SUB PIC 9(4).
         05 MASTER-FOUND-SUB PIC 9(4).
         05 MASTER-FOUND-FLAG PIC X(1).
           88 STUDENT-ON-MASTER VALUE 'Y'.
         05 MASTER-CHANGED-FLAG PIC X(1) VALUE 'N'.
         05 PROGRAM-SUB PIC 9(1).
         05 COURSE-SUB PIC 9(1).

      * master-control work fields - the -WORK pair is what the file
      * actually contains as read, the -OUT-WORK pair is what this
      * program leaves behind
       01 MASTER-CONTROL-FIELDS.
         05 MASTER-CONTROL-STATUS PIC X(2).
         05 MCT-FOUND-FLAG PIC X(1).
         05 MCT-DATE-WORK PIC 9(8).
         05 CONTROL-COUNT-WORK PIC 9(6) VALUE 0.
         05 CONTROL-HASH-WORK PIC S9(9)V99 VALUE 0.
         05 CONTROL-COUNT-OUT-WORK PIC 9(6) VALUE 0.
         05 CONTROL-HASH-OUT-WORK PIC S9(9)V99 VALUE 0.

       01 AUDIT-TIME-FIELDS.
         05 AUDIT-DATE-RAW.
           10 AUDIT-YY PIC 99.
           10 AUDIT-MM PIC 99.
           10 AUDIT-DD PIC 99.
         05 AUDIT-TIME-RAW.
           10 AUDIT-HH PIC 99.
           10 AUDIT-MIN PIC 99.
           10 AUDIT-SS PIC 99.
           10 FILLER PIC 9(2).
         05 AUDIT-STAMP.
           10 AUDIT-STAMP-MM PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 AUDIT-STAMP-DD PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 AUDIT-STAMP-YY PIC 99.
           10 FILLER PIC X VALUE SPACE.
           10 AUDIT-STAMP-HH PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 AUDIT-STAMP-MIN PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 AUDIT-STAMP-SS PIC 99.

       01 AUDIT-ACTION PIC X(6).
       01 AUDIT-BEFORE-BUILD PIC X(50).
       01 AUDIT-AFTER-BUILD PIC X(50).

      * master-lock control - see 260-ACQUIRE-MASTER-LOCK
       01 LOCK-FIELDS.
         05 LOCK-FILE-STATUS PIC X(2).
         05 LCK-DATE-RAW.
           10 LCK-YY PIC 99.
           10 LCK-MM PIC 99.
           10 LCK-DD PIC 99.
         05 LCK-TIME-RAW.
           10 LCK-HH PIC 99.
           10 LCK-MIN PIC 99.
           10 LCK-SS PIC 99.
           10 FILLER PIC 9(2).
         05 LCK-STAMP.
           10 LCK-STAMP-MM PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 LCK-STAMP-DD PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 LCK-STAMP-YY PIC 99.
           10 FILLER PIC X VALUE SPACE.
           10 LCK-STAMP-HH PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 LCK-STAMP-MIN PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 LCK-STAMP-SS PIC 99.

       01 COUNTERS.
         05 HOW-MANY-READ PIC 9(4) VALUE 0.
         05 HOW-MANY-ACCEPTED PIC 9(4) VALUE 0.
         05 HOW-MANY-REFUSED PIC 9(4) VALUE 0.
         05 HOW-MANY-ON-HOLD PIC 9(4) VALUE 0.
         05 HOW-MANY-ON-SERVICE-HOLD PIC 9(4) VALUE 0.
         05 TOTAL-FEES-BILLED PIC 9(6)V99 VALUE 0.
         05 TOTAL-FEES-EDIT PIC ZZZZZ9.99.

      * active service-indicator holds whose type blocks transcript
      * orders - a hold whose type is missing from HOLD-TYPES.txt blocks
      * everything, so a mistyped code never lets a student through
       01 SERVICE-HOLD-TYPE-TABLE.
         05 SVT-ENTRY OCCURS 1 TO 50 TIMES
             DEPENDING ON SVT-COUNT.
           10 SVT-HOLD-TYPE PIC X(4).
           10 SVT-BLOCKS-FLAG PIC X(1).

       01 SERVICE-HOLD-TABLE.
         05 SVH-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON SVH-COUNT.
           10 SVH-STUDENT-NUMBER PIC 9(6).
           10 SVH-HOLD-TYPE PIC X(4).
           10 SVH-OFFICE PIC X(4).
           10 SVH-REASON PIC X(30).

       01 SERVICE-HOLD-VARIABLES.
         05 HOLD-TYPE-STATUS PIC X(2).
         05 STUDENT-HOLD-STATUS PIC X(2).
         05 HOLD-TYPE-EOF-FLG PIC X(1) VALUE 'N'.
         05 STUDENT-HOLD-EOF-FLG PIC X(1) VALUE 'N'.
         05 SVT-COUNT PIC 9(2) VALUE 0.
         05 SVT-SUB PIC 9(2).
         05 SVT-FOUND-FLAG PIC X(1).
           88 SERVICE-TYPE-FOUND VALUE 'Y'.
         05 SVH-BLOCKS-FLAG PIC X(1).
         05 SVH-COUNT PIC 9(4) VALUE 0.
         05 SVH-SUB PIC 9(4).
         05 SVH-FOUND-SUB PIC 9(4) VALUE 0.
         05 SVH-LOOKUP-STUDENT PIC 9(6).
         05 SVH-FOUND-FLAG PIC X(1) VALUE 'N'.
           88 SERVICE-HOLD-FOUND VALUE 'Y'.

      * the refusal text - hold type and the office that can lift it
       01 SERVICE-HOLD-TEXT.
         05 FILLER PIC X(13) VALUE "SERVICE HOLD ".
         05 SHX-HOLD-TYPE PIC X(4).
         05 FILLER PIC X(2) VALUE " (".
         05 SHX-OFFICE PIC X(4).
         05 FILLER PIC X(1) VALUE ")".

       PROCEDURE DIVISION.
      * main procedure - take the lock, load everything, one order at
      * a time off the keyed forms, then rewrite the master if any fee
      * was billed
       100-PROCESS-TRANSCRIPT-ORDERS.
           DISPLAY "ENTER OPERATOR ID:".
           ACCEPT OPERATOR-ID.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 260-ACQUIRE-MASTER-LOCK.

           PERFORM 215-READ-TRANSCRIPT-FEE.
           PERFORM 210-LOAD-OVERRIDE-TABLE.
           PERFORM 216-LOAD-SERVICE-HOLDS.
           PERFORM 212-LOAD-HISTORY-STUDENTS.
           PERFORM 200-LOAD-STUDENT-MASTER.
           PERFORM 270-VERIFY-MASTER-CONTROL.
           PERFORM 220-OPEN-ORDER-FILES.

           PERFORM 221-READ-ONE-ORDER.
           PERFORM 300-APPLY-ONE-ORDER
               UNTIL ORDER-EOF-FLG IS EQUAL TO 'Y'.

           PERFORM 222-CLOSE-ORDER-FILES.

           IF MASTER-CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 400-REWRITE-STUDENT-MASTER
               PERFORM 271-UPDATE-MASTER-CONTROL
           END-IF.

           PERFORM 261-RELEASE-MASTER-LOCK.
           MOVE TOTAL-FEES-BILLED TO TOTAL-FEES-EDIT.
           DISPLAY "ORDERS READ: " HOW-MANY-READ
             "  ACCEPTED: " HOW-MANY-ACCEPTED
             "  REFUSED: " HOW-MANY-REFUSED.
           DISPLAY "REFUSED ON PAYMENT HOLD: " HOW-MANY-ON-HOLD
             "  ON SERVICE HOLD: " HOW-MANY-ON-SERVICE-HOLD
             "  FEES BILLED: " TOTAL-FEES-EDIT.
           STOP RUN.

      * supervisor releases - a missing file just means nobody has
      * authorized one
           210-LOAD-OVERRIDE-TABLE.
               OPEN INPUT TRANSCRIPT-OVERRIDE-FILE.
               IF TRANSCRIPT-OVERRIDE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF TRANSCRIPT-OVERRIDE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TRANSCRIPT-OVERRIDES.txt"
                     " - STATUS " TRANSCRIPT-OVERRIDE-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               ELSE
                   PERFORM 211-LOAD-ONE-OVERRIDE
                       UNTIL OVERRIDE-EOF-FLG IS EQUAL TO 'Y'
                       OR OVERRIDE-TABLE-COUNT IS EQUAL TO 500
                   CLOSE TRANSCRIPT-OVERRIDE-FILE
               END-IF
               END-IF.

               211-LOAD-ONE-OVERRIDE.
                   READ TRANSCRIPT-OVERRIDE-FILE
                       AT END
                           MOVE 'Y' TO OVERRIDE-EOF-FLG
                       NOT AT END
                           ADD 1 TO OVERRIDE-TABLE-COUNT
                           MOVE OVR-STUDENT-NUMBER
                             TO OVT-STUDENT-CONTAINER
                               (OVERRIDE-TABLE-COUNT)
                           MOVE OVR-SUPERVISOR
                             TO OVT-SUPERVISOR-CONTAINER
                               (OVERRIDE-TABLE-COUNT)
                           MOVE OVR-EXPIRY-DATE
                             TO OVT-EXPIRY-CONTAINER
                               (OVERRIDE-TABLE-COUNT)
                   END-READ.

      * the student numbers on the history master - no history file
      * at all means no term has ever been closed, and every order is
      * refused for want of anything to send
           212-LOAD-HISTORY-STUDENTS.
               OPEN INPUT TERM-HISTORY-FILE.
               IF TERM-HISTORY-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF TERM-HISTORY-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TERMHIST.txt - STATUS "
                     TERM-HISTORY-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               ELSE
                   PERFORM 213-LOAD-ONE-HISTORY-STUDENT
                       UNTIL HISTORY-EOF-FLG IS EQUAL TO 'Y'
                       OR HISTORY-STUDENT-COUNT IS EQUAL TO 6000
                   CLOSE TERM-HISTORY-FILE
               END-IF
               END-IF.

               213-LOAD-ONE-HISTORY-STUDENT.
                   READ TERM-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO HISTORY-EOF-FLG
                       NOT AT END
                           ADD 1 TO HISTORY-STUDENT-COUNT
                           MOVE TH-STUDENT-NUMBER
                             TO HSS-STUDENT-NUMBER
                               (HISTORY-STUDENT-COUNT)
                   END-READ.

      * the fee - a missing or empty control file accepts orders
      * without billing, loudly, rather than billing a made-up fee
           215-READ-TRANSCRIPT-FEE.
               OPEN INPUT TRANSCRIPT-FEE-CONTROL.
               IF TRANSCRIPT-FEE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "NO TRANSCRIPT-FEE.txt - ORDERS THIS RUN "
                     "BILL NO FEE"
               ELSE
                   READ TRANSCRIPT-FEE-CONTROL
                       AT END
                           DISPLAY "TRANSCRIPT-FEE.txt IS EMPTY - "
                             "ORDERS THIS RUN BILL NO FEE"
                       NOT AT END
                           MOVE TFE-FEE-PER-COPY TO TRANSCRIPT-FEE
                           MOVE 'Y' TO TRANSCRIPT-FEE-ON-FILE-FLAG
                   END-READ
                   CLOSE TRANSCRIPT-FEE-CONTROL
               END-IF.

      * no order file means no forms were keyed - nothing to do, so
      * the lock comes straight off again
           220-OPEN-ORDER-FILES.
               OPEN INPUT ORDER-FILE.
               IF ORDER-FILE-STATUS IS EQUAL TO "35"
                   DISPLAY "NO TRANSCRIPT-ORDERS.txt - NO ORDERS TO "
                     "PROCESS"
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.
               IF ORDER-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TRANSCRIPT-ORDERS.txt - "
                     "STATUS " ORDER-FILE-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.

               OPEN EXTEND QUEUE-FILE.
               IF QUEUE-FILE-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT QUEUE-FILE
               END-IF.
               IF QUEUE-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TRANSCRIPT-QUEUE.txt - "
                     "STATUS " QUEUE-FILE-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.

               OPEN EXTEND ORDER-LOG.
               IF ORDER-LOG-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT ORDER-LOG
               END-IF.
               IF ORDER-LOG-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TRANSCRIPT-ORDER-LOG.txt - "
                     "STATUS " ORDER-LOG-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.
               MOVE SPACES TO ORDER-LOG-LINE.

           221-READ-ONE-ORDER.
               READ ORDER-FILE
                   AT END
                       MOVE 'Y' TO ORDER-EOF-FLG
                   NOT AT END
                       ADD 1 TO HOW-MANY-READ
               END-READ.

      * the forms have all been billed or refused - the order file is
      * emptied so the same forms cannot be billed again by a rerun
           222-CLOSE-ORDER-FILES.
               CLOSE ORDER-FILE.
               CLOSE QUEUE-FILE.
               CLOSE ORDER-LOG.
               OPEN OUTPUT ORDER-FILE.
               CLOSE ORDER-FILE.

      * edit, check the student can have a transcript, bill, queue -
      * every order gets one line on the order log whichever way it
      * goes
           300-APPLY-ONE-ORDER.
               MOVE SPACES TO ORDER-REFUSAL.
               MOVE ZERO TO ORDER-FEE.
               PERFORM 301-EDIT-ONE-ORDER.

               IF ORDER-REFUSAL IS EQUAL TO SPACES
                   PERFORM 310-CHECK-TRANSCRIPT-HOLD
               END-IF.

               IF ORDER-REFUSAL IS EQUAL TO SPACES
                   PERFORM 320-BILL-TRANSCRIPT-FEE
                   PERFORM 330-QUEUE-ONE-ORDER
                   ADD 1 TO HOW-MANY-ACCEPTED
                   IF TRANSCRIPT-FEE-ON-FILE
                       MOVE "ACCEPTED - FEE BILLED"
                         TO ORDER-REFUSAL
                   ELSE
                       MOVE "ACCEPTED - NO FEE ON FILE"
                         TO ORDER-REFUSAL
                   END-IF
               ELSE
                   ADD 1 TO HOW-MANY-REFUSED
                   DISPLAY "ORDER FOR " TOR-STUDENT-NUMBER " "
                     ORDER-REFUSAL
               END-IF.

               PERFORM 340-WRITE-ORDER-LOG-LINE.
               PERFORM 221-READ-ONE-ORDER.

      * the form has to be complete for its delivery method, and the
      * student on the master with at least one closed term to print
           301-EDIT-ONE-ORDER.
               MOVE TOR-DELIVERY-METHOD TO ORDER-METHOD.
               MOVE ZERO TO ORDER-COPIES-NUMERIC.
               IF TOR-COPIES IS NUMERIC
                   MOVE TOR-COPIES TO ORDER-COPIES-NUMERIC
               END-IF.
               IF ORDER-ELECTRONIC
                   MOVE 1 TO ORDER-COPIES-NUMERIC
               END-IF.

               IF TOR-STUDENT-NUMBER IS NOT NUMERIC
                   MOVE "REFUSED - BAD STUDENT NUMBER" TO ORDER-REFUSAL
               ELSE IF NOT ORDER-BY-MAIL AND NOT ORDER-ELECTRONIC
                   MOVE "REFUSED - DELIVERY NOT M OR E"
                     TO ORDER-REFUSAL
               ELSE IF TOR-RECIPIENT-NAME IS EQUAL TO SPACES
                   MOVE "REFUSED - NO RECIPIENT NAME" TO ORDER-REFUSAL
               ELSE IF ORDER-BY-MAIL
                   AND TOR-RECIPIENT-ADDRESS IS EQUAL TO SPACES
                   MOVE "REFUSED - NO MAILING ADDRESS" TO ORDER-REFUSAL
               ELSE IF ORDER-ELECTRONIC
                   AND TOR-INSTITUTION-CODE IS EQUAL TO SPACES
                   MOVE "REFUSED - NO INSTITUTION CODE"
                     TO ORDER-REFUSAL
               ELSE IF ORDER-COPIES-NUMERIC IS EQUAL TO ZERO
                   OR ORDER-COPIES-NUMERIC > ORDER-MAX-COPIES
                   MOVE "REFUSED - COPIES NOT 01 TO 10" TO ORDER-REFUSAL
               ELSE
                   MOVE TOR-STUDENT-NUMBER TO ORDER-STUDENT-NUMERIC
                   PERFORM 302-FIND-MASTER-ROW
                   PERFORM 304-FIND-HISTORY-STUDENT
                   IF NOT STUDENT-ON-MASTER
                       MOVE "REFUSED - NOT ON THE MASTER"
                         TO ORDER-REFUSAL
                   ELSE IF NOT STUDENT-HAS-HISTORY
                       MOVE "REFUSED - NO TERMS ON FILE"
                         TO ORDER-REFUSAL
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

               302-FIND-MASTER-ROW.
                   MOVE 'N' TO MASTER-FOUND-FLAG.
                   MOVE 0 TO MASTER-FOUND-SUB.
                   PERFORM 303-CHECK-ONE-MASTER-ROW
                       VARYING MASTER-FIND-SUB FROM 1 BY 1
                       UNTIL MASTER-FIND-SUB > STUDENT-MASTER-COUNT
                       OR STUDENT-ON-MASTER.

                   303-CHECK-ONE-MASTER-ROW.
                       IF MST-STUDENT-NUMBER(MASTER-FIND-SUB)
                           IS EQUAL TO ORDER-STUDENT-NUMERIC
                           MOVE 'Y' TO MASTER-FOUND-FLAG
                           MOVE MASTER-FIND-SUB TO MASTER-FOUND-SUB
                       END-IF.

               304-FIND-HISTORY-STUDENT.
                   MOVE 'N' TO HISTORY-FOUND-FLAG.
                   PERFORM 305-CHECK-ONE-HISTORY-STUDENT
                       VARYING HISTORY-FIND-SUB FROM 1 BY 1
                       UNTIL HISTORY-FIND-SUB > HISTORY-STUDENT-COUNT
                       OR STUDENT-HAS-HISTORY.

                   305-CHECK-ONE-HISTORY-STUDENT.
                       IF HSS-STUDENT-NUMBER(HISTORY-FIND-SUB)
                           IS EQUAL TO ORDER-STUDENT-NUMERIC
                           MOVE 'Y' TO HISTORY-FOUND-FLAG
                       END-IF.

      * the same rule PROJECT18 withholds under - a held account
      * orders nothing unless an unexpired supervisor release is on
      * file, and then the release is named on the log
           310-CHECK-TRANSCRIPT-HOLD.
               IF MST-PAYMENT-HOLD-FLAG(MASTER-FOUND-SUB)
                   IS EQUAL TO 'Y'
                   PERFORM 311-FIND-VALID-RELEASE
                   IF RELEASE-ON-FILE
                       DISPLAY "ORDER FOR " ORDER-STUDENT-NUMERIC
                         " ON HOLD - RELEASED BY "
                         OVT-SUPERVISOR-CONTAINER(OVERRIDE-FOUND-SUB)
                   ELSE
                       MOVE "REFUSED - PAYMENT HOLD" TO ORDER-REFUSAL
                       ADD 1 TO HOW-MANY-ON-HOLD
                   END-IF
               END-IF.

      * a service hold that blocks transcripts refuses the order
      * outright - only its office can lift it, through PROJECT140
               IF ORDER-REFUSAL IS EQUAL TO SPACES
                   MOVE ORDER-STUDENT-NUMERIC TO SVH-LOOKUP-STUDENT
                   PERFORM 312-FIND-SERVICE-HOLD
                   IF SERVICE-HOLD-FOUND
                       MOVE SERVICE-HOLD-TEXT TO ORDER-REFUSAL
                       ADD 1 TO HOW-MANY-ON-SERVICE-HOLD
                   END-IF
               END-IF.

               311-FIND-VALID-RELEASE.
                   MOVE 'N' TO OVERRIDE-MATCH-FLAG.
                   MOVE 0 TO OVERRIDE-FOUND-SUB.
                   PERFORM 312-CHECK-ONE-RELEASE
                       VARYING OVERRIDE-FIND-SUB FROM 1 BY 1
                       UNTIL OVERRIDE-FIND-SUB > OVERRIDE-TABLE-COUNT
                       OR RELEASE-ON-FILE.

                   312-CHECK-ONE-RELEASE.
                       IF OVT-STUDENT-CONTAINER(OVERRIDE-FIND-SUB) IS
                           EQUAL TO ORDER-STUDENT-NUMERIC
                           AND OVT-EXPIRY-CONTAINER(OVERRIDE-FIND-SUB)
                               IS GREATER THAN OR EQUAL TO
                               RUN-DATE-RAW
                           MOVE 'Y' TO OVERRIDE-MATCH-FLAG
                           MOVE OVERRIDE-FIND-SUB
                             TO OVERRIDE-FOUND-SUB
                       END-IF.

      * the fee per copy onto the ledger and the balance, and
      * re-derive the hold - same movement PROJECT103 makes for its
      * COOPFEE line. No fee on file bills nothing and writes no line
           320-BILL-TRANSCRIPT-FEE.
               IF TRANSCRIPT-FEE-ON-FILE
                   COMPUTE ORDER-FEE =
                       TRANSCRIPT-FEE * ORDER-COPIES-NUMERIC
                   PERFORM 321-WRITE-CHARGE-LINE
                   MOVE SPACES TO AUDIT-BEFORE-BUILD
                   MOVE SPACES TO AUDIT-AFTER-BUILD
                   MOVE MST-TUITION-OWED(MASTER-FOUND-SUB) TO FEE-EDIT
                   STRING "BALANCE=" DELIMITED BY SIZE
                       FEE-EDIT DELIMITED BY SIZE
                       INTO AUDIT-BEFORE-BUILD
                   END-STRING
                   ADD ORDER-FEE TO MST-TUITION-OWED(MASTER-FOUND-SUB)
                   PERFORM 322-DERIVE-PAYMENT-HOLD
                   MOVE 'Y' TO MASTER-CHANGED-FLAG
                   ADD ORDER-FEE TO TOTAL-FEES-BILLED
                   MOVE MST-TUITION-OWED(MASTER-FOUND-SUB) TO FEE-EDIT
                   STRING "BALANCE=" DELIMITED BY SIZE
                       FEE-EDIT DELIMITED BY SIZE
                       " TRANSCRIPT " DELIMITED BY SIZE
                       ORDER-METHOD DELIMITED BY SIZE
                       " X" DELIMITED BY SIZE
                       ORDER-COPIES-NUMERIC DELIMITED BY SIZE
                       INTO AUDIT-AFTER-BUILD
                   END-STRING
                   MOVE "TRNORD" TO AUDIT-ACTION
                   PERFORM 801-WRITE-AUDIT-LINE
               END-IF.

               321-WRITE-CHARGE-LINE.
                   OPEN EXTEND CHARGE-LEDGER.
                   IF CHARGE-LEDGER-STATUS IS EQUAL TO "35"
                       OPEN OUTPUT CHARGE-LEDGER
                   END-IF.
                   IF CHARGE-LEDGER-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN CHARGE-DETAIL.txt - "
                         "STATUS " CHARGE-LEDGER-STATUS
                       STOP RUN
                   END-IF.
                   MOVE ORDER-STUDENT-NUMERIC TO CHG-STUDENT-NUMBER.
                   MOVE "TRANSCPT" TO CHG-CHARGE-TYPE.
                   MOVE SPACES TO CHG-DESCRIPTION.
                   IF ORDER-BY-MAIL
                       STRING "TRANSCRIPT X" DELIMITED BY SIZE
                           ORDER-COPIES-NUMERIC DELIMITED BY SIZE
                           " MAIL" DELIMITED BY SIZE
                           INTO CHG-DESCRIPTION
                       END-STRING
                   ELSE
                       STRING "E-TRANSCRIPT " DELIMITED BY SIZE
                           TOR-INSTITUTION-CODE DELIMITED BY SIZE
                           INTO CHG-DESCRIPTION
                       END-STRING
                   END-IF.
                   MOVE ORDER-FEE TO CHG-AMOUNT.
                   MOVE RUN-DATE-RAW TO CHG-DATE.
                   WRITE CHARGE-LEDGER-LINE.
                   CLOSE CHARGE-LEDGER.

               322-DERIVE-PAYMENT-HOLD.
                   IF MST-TUITION-OWED(MASTER-FOUND-SUB) >
                       PAYMENT-HOLD-THRESHOLD
                       MOVE 'Y'
                         TO MST-PAYMENT-HOLD-FLAG(MASTER-FOUND-SUB)
                   ELSE
                       MOVE 'N'
                         TO MST-PAYMENT-HOLD-FLAG(MASTER-FOUND-SUB)
                   END-IF.

      * the paid order waits on the queue for PROJECT18 to print or
      * send it
           330-QUEUE-ONE-ORDER.
               MOVE ORDER-STUDENT-NUMERIC TO TQU-STUDENT-NUMBER.
               MOVE ORDER-METHOD TO TQU-DELIVERY-METHOD.
               MOVE ORDER-COPIES-NUMERIC TO TQU-COPIES.
               MOVE TOR-INSTITUTION-CODE TO TQU-INSTITUTION-CODE.
               MOVE TOR-RECIPIENT-NAME TO TQU-RECIPIENT-NAME.
               MOVE TOR-RECIPIENT-ADDRESS TO TQU-RECIPIENT-ADDRESS.
               MOVE ORDER-FEE TO TQU-FEE-BILLED.
               MOVE RUN-DATE-RAW TO TQU-ORDER-DATE.
               WRITE QUEUE-RECORD.

           340-WRITE-ORDER-LOG-LINE.
               ACCEPT AUDIT-DATE-RAW FROM DATE.
               ACCEPT AUDIT-TIME-RAW FROM TIME.
               MOVE AUDIT-MM TO AUDIT-STAMP-MM.
               MOVE AUDIT-DD TO AUDIT-STAMP-DD.
               MOVE AUDIT-YY TO AUDIT-STAMP-YY.
               MOVE AUDIT-HH TO AUDIT-STAMP-HH.
               MOVE AUDIT-MIN TO AUDIT-STAMP-MIN.
               MOVE AUDIT-SS TO AUDIT-STAMP-SS.

               MOVE SPACES TO ORDER-LOG-LINE.
               MOVE AUDIT-STAMP TO TOL-TIMESTAMP-OUT.
               MOVE TOR-STUDENT-NUMBER TO TOL-STUDENT-NUMBER-OUT.
               MOVE TOR-DELIVERY-METHOD TO TOL-METHOD-OUT.
               MOVE TOR-COPIES TO TOL-COPIES-OUT.
               IF ORDER-ELECTRONIC
                   MOVE "01" TO TOL-COPIES-OUT
               END-IF.
               MOVE TOR-RECIPIENT-NAME TO TOL-RECIPIENT-OUT.
               MOVE TOR-INSTITUTION-CODE TO TOL-INSTITUTION-OUT.
               MOVE ORDER-FEE TO TOL-FEE-OUT.
               MOVE ORDER-REFUSAL TO TOL-STATUS-OUT.
               WRITE ORDER-LOG-LINE.

      * load the whole tuition master from the live index, counting
      * into the control proof - same load loop as Project84.cbl
           200-LOAD-STUDENT-MASTER.
               OPEN INPUT STUDENT-INDEXED-FILE.
               IF IDX-FILE-STATUS IS EQUAL TO "35"
                   DISPLAY "STUIDX3.DAT NOT ON FILE - RUN PROJECT03 "
                     "FIRST TO BUILD THE INDEXED MASTER"
                   STOP RUN
               END-IF.
               IF IDX-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUIDX3.DAT - STATUS "
                     IDX-FILE-STATUS
                   STOP RUN
               END-IF.

               MOVE 'N' TO STUDENT-MASTER-EOF-FLG.
               PERFORM 2001-LOAD-ONE-STUDENT
                   VARYING STUDENT-MASTER-CTR FROM 1 BY 1
                   UNTIL STUDENT-MASTER-CTR IS EQUAL TO 3000
                   OR STUDENT-MASTER-EOF-FLG IS EQUAL TO 'Y'.

               CLOSE STUDENT-INDEXED-FILE.

               2001-LOAD-ONE-STUDENT.
                   READ STUDENT-INDEXED-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO STUDENT-MASTER-EOF-FLG
                       NOT AT END
                           MOVE STUDENT-MASTER-CTR
                             TO STUDENT-MASTER-COUNT
                           ADD 1 TO CONTROL-COUNT-WORK
                           ADD IDX-TUITION-OWED TO CONTROL-HASH-WORK
                           MOVE IDX-STUDENT-NUMBER
                             TO MST-STUDENT-NUMBER(STUDENT-MASTER-CTR)
                           MOVE IDX-TUITION-OWED
                             TO MST-TUITION-OWED(STUDENT-MASTER-CTR)
                           MOVE IDX-STUDENT-NAME
                             TO MST-STUDENT-NAME(STUDENT-MASTER-CTR)
                           MOVE IDX-PROGRAM-COUNT
                             TO MST-PROGRAM-COUNT(STUDENT-MASTER-CTR)
                           PERFORM 2002-COPY-PROGRAM-TABLE-IN
                           MOVE IDX-DUE-DATE
                             TO MST-DUE-DATE(STUDENT-MASTER-CTR)
                           MOVE IDX-COURSE-COUNT
                             TO MST-COURSE-COUNT(STUDENT-MASTER-CTR)
                           PERFORM 2003-COPY-COURSE-TABLE-IN
                           MOVE IDX-INTERNATIONAL-STUDENT-FLAG
                             TO MST-INTERNATIONAL-STUDENT-FLAG
                               (STUDENT-MASTER-CTR)
                           MOVE IDX-PAYMENT-HOLD-FLAG
                             TO MST-PAYMENT-HOLD-FLAG
                               (STUDENT-MASTER-CTR)
                   END-READ.

               2002-COPY-PROGRAM-TABLE-IN.
                   PERFORM 2004-COPY-ONE-PROGRAM-IN
                       VARYING PROGRAM-SUB FROM 1 BY 1
                       UNTIL PROGRAM-SUB > IDX-PROGRAM-COUNT.

                   2004-COPY-ONE-PROGRAM-IN.
                       MOVE IDX-PROGRAM-OF-STUDY(PROGRAM-SUB)
                         TO MST-PROGRAM-OF-STUDY
                           (STUDENT-MASTER-CTR, PROGRAM-SUB).

               2003-COPY-COURSE-TABLE-IN.
                   PERFORM 2005-COPY-ONE-COURSE-IN
                       VARYING COURSE-SUB FROM 1 BY 1
                       UNTIL COURSE-SUB > IDX-COURSE-COUNT.

                   2005-COPY-ONE-COURSE-IN.
                       MOVE IDX-COURSE-CODE(COURSE-SUB)
                         TO MST-COURSE-CODE
                           (STUDENT-MASTER-CTR, COURSE-SUB)
                       MOVE IDX-COURSE-AVERAGE(COURSE-SUB)
                         TO MST-COURSE-AVERAGE
                           (STUDENT-MASTER-CTR, COURSE-SUB)
                       MOVE IDX-COURSE-CREDIT-HOURS(COURSE-SUB)
                         TO MST-COURSE-CREDIT-HOURS
                           (STUDENT-MASTER-CTR, COURSE-SUB).

      * rewrite both master copies - the index in place by key, the
      * sequential extract whole - same round trip as Project84.cbl
           400-REWRITE-STUDENT-MASTER.
               OPEN OUTPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - STATUS "
                     STUDENT-FILE-STATUS
                   STOP RUN
               END-IF.

               OPEN I-O STUDENT-INDEXED-FILE.
               IF IDX-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUIDX3.DAT - STATUS "
                     IDX-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 4001-WRITE-ONE-STUDENT
                   VARYING STUDENT-MASTER-IDX FROM 1 BY 1
                   UNTIL STUDENT-MASTER-IDX > STUDENT-MASTER-COUNT.

               CLOSE STUDENT-FILE.
               CLOSE STUDENT-INDEXED-FILE.

               4001-WRITE-ONE-STUDENT.
                   MOVE MST-STUDENT-NUMBER(STUDENT-MASTER-IDX)
                     TO STUDENT-NUMBER.
                   MOVE MST-TUITION-OWED(STUDENT-MASTER-IDX)
                     TO TUITION-OWED.
                   MOVE MST-STUDENT-NAME(STUDENT-MASTER-IDX)
                     TO STUDENT-NAME.
                   MOVE MST-PROGRAM-COUNT(STUDENT-MASTER-IDX)
                     TO PROGRAM-COUNT.
                   MOVE MST-DUE-DATE(STUDENT-MASTER-IDX)
                     TO DUE-DATE.
                   MOVE MST-COURSE-COUNT(STUDENT-MASTER-IDX)
                     TO COURSE-COUNT.
                   MOVE MST-INTERNATIONAL-STUDENT-FLAG
                       (STUDENT-MASTER-IDX)
                     TO INTERNATIONAL-STUDENT-FLAG.
                   MOVE MST-PAYMENT-HOLD-FLAG(STUDENT-MASTER-IDX)
                     TO PAYMENT-HOLD-FLAG.

                   PERFORM 4002-COPY-PROGRAM-TABLE-OUT.
                   PERFORM 4003-COPY-COURSE-TABLE-OUT.

                   WRITE STUDENT-FILE-IN.
                   PERFORM 4006-REWRITE-ONE-INDEXED.
                   ADD 1 TO CONTROL-COUNT-OUT-WORK.
                   ADD TUITION-OWED TO CONTROL-HASH-OUT-WORK.

               4002-COPY-PROGRAM-TABLE-OUT.
                   PERFORM 4004-COPY-ONE-PROGRAM-OUT
                       VARYING PROGRAM-SUB FROM 1 BY 1
                       UNTIL PROGRAM-SUB > PROGRAM-COUNT.

                   4004-COPY-ONE-PROGRAM-OUT.
                       MOVE MST-PROGRAM-OF-STUDY
                           (STUDENT-MASTER-IDX, PROGRAM-SUB)
                         TO PROGRAM-OF-STUDY(PROGRAM-SUB).

               4003-COPY-COURSE-TABLE-OUT.
                   PERFORM 4005-COPY-ONE-COURSE-OUT
                       VARYING COURSE-SUB FROM 1 BY 1
                       UNTIL COURSE-SUB > COURSE-COUNT.

                   4005-COPY-ONE-COURSE-OUT.
                       MOVE MST-COURSE-CODE
                           (STUDENT-MASTER-IDX, COURSE-SUB)
                         TO COURSE-CODE(COURSE-SUB)
                       MOVE MST-COURSE-AVERAGE
                           (STUDENT-MASTER-IDX, COURSE-SUB)
                         TO COURSE-AVERAGE(COURSE-SUB)
                       MOVE MST-COURSE-CREDIT-HOURS
                           (STUDENT-MASTER-IDX, COURSE-SUB)
                         TO COURSE-CREDIT-HOURS(COURSE-SUB).

      * same record, keyed in place on the live master - a student
      * missing from the index would mean the two copies diverged,
      * which PROJECT03's nightly regeneration would then heal
               4006-REWRITE-ONE-INDEXED.
                   MOVE STUDENT-NUMBER TO IDX-STUDENT-NUMBER
                   MOVE TUITION-OWED TO IDX-TUITION-OWED
                   MOVE STUDENT-NAME TO IDX-STUDENT-NAME
                   MOVE PROGRAM-COUNT TO IDX-PROGRAM-COUNT
                   PERFORM 4007-COPY-ONE-PROGRAM-TO-IDX
                       VARYING PROGRAM-SUB FROM 1 BY 1
                       UNTIL PROGRAM-SUB > PROGRAM-COUNT
                   MOVE DUE-DATE TO IDX-DUE-DATE
                   MOVE COURSE-COUNT TO IDX-COURSE-COUNT
                   PERFORM 4008-COPY-ONE-COURSE-TO-IDX
                       VARYING COURSE-SUB FROM 1 BY 1
                       UNTIL COURSE-SUB > COURSE-COUNT
                   MOVE INTERNATIONAL-STUDENT-FLAG
                     TO IDX-INTERNATIONAL-STUDENT-FLAG
                   MOVE PAYMENT-HOLD-FLAG TO IDX-PAYMENT-HOLD-FLAG
                   REWRITE STUDENT-INDEXED-RECORD
                       INVALID KEY
                           DISPLAY "STUDENT " STUDENT-NUMBER
                             " NOT ON STUIDX3.DAT - INDEX ENTRY "
                             "LEFT UNCHANGED"
                   END-REWRITE.

               4007-COPY-ONE-PROGRAM-TO-IDX.
                   MOVE PROGRAM-OF-STUDY(PROGRAM-SUB)
                     TO IDX-PROGRAM-OF-STUDY(PROGRAM-SUB).

               4008-COPY-ONE-COURSE-TO-IDX.
                   MOVE COURSE-CODE(COURSE-SUB)
                     TO IDX-COURSE-CODE(COURSE-SUB)
                   MOVE COURSE-AVERAGE(COURSE-SUB)
                     TO IDX-COURSE-AVERAGE(COURSE-SUB)
                   MOVE COURSE-CREDIT-HOURS(COURSE-SUB)
                     TO IDX-COURSE-CREDIT-HOURS(COURSE-SUB).

      * take the master lock or stop - a held lock names its holder so
      * the operator knows who to wait for, and a stale one left by an
      * abend is cleared through PROJECT25, not by guesswork
           260-ACQUIRE-MASTER-LOCK.
               OPEN INPUT MASTER-LOCK-FILE.
               IF LOCK-FILE-STATUS IS EQUAL TO "00"
                   READ MASTER-LOCK-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           DISPLAY "STUFILE3.txt IS IN USE BY "
                             LCK-PROGRAM " (OPERATOR " LCK-OPERATOR
                             ") SINCE " LCK-START-STAMP
                           DISPLAY "IF THAT RUN ABENDED, CLEAR THE "
                             "LOCK WITH PROJECT25"
                           CLOSE MASTER-LOCK-FILE
                           STOP RUN
                   END-READ
                   CLOSE MASTER-LOCK-FILE
               END-IF.

               ACCEPT LCK-DATE-RAW FROM DATE.
               ACCEPT LCK-TIME-RAW FROM TIME.
               MOVE LCK-MM TO LCK-STAMP-MM.
               MOVE LCK-DD TO LCK-STAMP-DD.
               MOVE LCK-YY TO LCK-STAMP-YY.
               MOVE LCK-HH TO LCK-STAMP-HH.
               MOVE LCK-MIN TO LCK-STAMP-MIN.
               MOVE LCK-SS TO LCK-STAMP-SS.

               OPEN OUTPUT MASTER-LOCK-FILE.
               IF LOCK-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3-LOCK.txt - "
                     "STATUS " LOCK-FILE-STATUS
                   STOP RUN
               END-IF.
               MOVE "PROJ108" TO LCK-PROGRAM.
               MOVE OPERATOR-ID TO LCK-OPERATOR.
               MOVE LCK-STAMP TO LCK-START-STAMP.
               WRITE MASTER-LOCK-RECORD.
               CLOSE MASTER-LOCK-FILE.

      * a clean exit empties the lock file - an empty file reads as
      * unlocked
           261-RELEASE-MASTER-LOCK.
               OPEN OUTPUT MASTER-LOCK-FILE.
               CLOSE MASTER-LOCK-FILE.

      * check the live index against the master's control record
      * before posting against it - count and hash both have to match
           270-VERIFY-MASTER-CONTROL.
               MOVE 'N' TO MCT-FOUND-FLAG.
               OPEN INPUT MASTER-CONTROL-FILE.
               IF MASTER-CONTROL-STATUS IS EQUAL TO "00"
                   READ MASTER-CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 'Y' TO MCT-FOUND-FLAG
                   END-READ
                   CLOSE MASTER-CONTROL-FILE
               END-IF.

               IF MCT-FOUND-FLAG IS EQUAL TO 'N'
                   DISPLAY "NO STUFILE3-CONTROL.txt YET - COUNT/HASH "
                     "NOT VERIFIED THIS RUN"
               ELSE
                   IF MCT-RECORD-COUNT IS NOT EQUAL TO
                       CONTROL-COUNT-WORK
                       OR MCT-HASH-TOTAL IS NOT EQUAL TO
                           CONTROL-HASH-WORK
                       DISPLAY "*** STUIDX3.DAT FAILS THE MASTER "
                         "CONTROL RECORD - RUN STOPPED ***"
                       DISPLAY "CONTROL SAYS " MCT-RECORD-COUNT
                         " RECORDS, HASH " MCT-HASH-TOTAL
                       DISPLAY "INDEX HOLDS  " CONTROL-COUNT-WORK
                         " RECORDS, HASH " CONTROL-HASH-WORK
                       DISPLAY "RUN PROJECT03 TO REGENERATE THE "
                         "INDEX FROM THE MASTER"
                       PERFORM 261-RELEASE-MASTER-LOCK
                       STOP RUN
                   END-IF
               END-IF.

      * leave a fresh control record behind for the master just
      * written
           271-UPDATE-MASTER-CONTROL.
               ACCEPT MCT-DATE-WORK FROM DATE YYYYMMDD.
               OPEN OUTPUT MASTER-CONTROL-FILE.
               IF MASTER-CONTROL-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3-CONTROL.txt - "
                     "STATUS " MASTER-CONTROL-STATUS
                   STOP RUN
               END-IF.
               MOVE MCT-DATE-WORK TO MCT-GEN-DATE.
               MOVE "PROJ108" TO MCT-PROGRAM.
               MOVE CONTROL-COUNT-OUT-WORK TO MCT-RECORD-COUNT.
               MOVE CONTROL-HASH-OUT-WORK TO MCT-HASH-TOTAL.
               WRITE MASTER-CONTROL-RECORD.
               CLOSE MASTER-CONTROL-FILE.

      * one line on the shared audit trail per co-op action
           801-WRITE-AUDIT-LINE.
               ACCEPT AUDIT-DATE-RAW FROM DATE.
               ACCEPT AUDIT-TIME-RAW FROM TIME.

               MOVE AUDIT-MM TO AUDIT-STAMP-MM.
               MOVE AUDIT-DD TO AUDIT-STAMP-DD.
               MOVE AUDIT-YY TO AUDIT-STAMP-YY.
               MOVE AUDIT-HH TO AUDIT-STAMP-HH.
               MOVE AUDIT-MIN TO AUDIT-STAMP-MIN.
               MOVE AUDIT-SS TO AUDIT-STAMP-SS.

               OPEN EXTEND AUDIT-LOG.
               IF AUDIT-FILE-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT AUDIT-LOG
               END-IF.
               IF AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN PROJECT02-AUDIT.txt - "
                     "STATUS " AUDIT-FILE-STATUS
                   STOP RUN
               END-IF.
               MOVE SPACES TO AUDIT-LOG-LINE.

               MOVE AUDIT-STAMP TO AUDIT-TIMESTAMP-OUT.
               MOVE OPERATOR-ID TO AUDIT-OPERATOR-OUT.
               MOVE AUDIT-ACTION TO AUDIT-ACTION-OUT.
               MOVE ORDER-STUDENT-NUMERIC TO AUDIT-STUDENT-NUM-OUT.
               MOVE AUDIT-BEFORE-BUILD TO AUDIT-BEFORE-OUT.
               MOVE AUDIT-AFTER-BUILD TO AUDIT-AFTER-OUT.

               WRITE AUDIT-LOG-LINE.

               CLOSE AUDIT-LOG.

      * PROJECT140's hold master - the types first, so only the active
      * holds that stop transcript orders are kept; no file just means
      * nothing has been placed
           216-LOAD-SERVICE-HOLDS.
               OPEN INPUT HOLD-TYPE-FILE.
               IF HOLD-TYPE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO HOLD-TYPE-EOF-FLG
               ELSE IF HOLD-TYPE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN HOLD-TYPES.txt - STATUS "
                     HOLD-TYPE-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 2161-LOAD-ONE-HOLD-TYPE
                   UNTIL HOLD-TYPE-EOF-FLG IS EQUAL TO 'Y'
                   OR SVT-COUNT IS EQUAL TO 50.

               IF HOLD-TYPE-STATUS IS NOT EQUAL TO "35"
                   CLOSE HOLD-TYPE-FILE
               END-IF.

               OPEN INPUT STUDENT-HOLD-FILE.
               IF STUDENT-HOLD-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO STUDENT-HOLD-EOF-FLG
               ELSE IF STUDENT-HOLD-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUDENT-HOLDS.txt - "
                     "STATUS " STUDENT-HOLD-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 2162-LOAD-ONE-STUDENT-HOLD
                   UNTIL STUDENT-HOLD-EOF-FLG IS EQUAL TO 'Y'
                   OR SVH-COUNT IS EQUAL TO 3000.

               IF STUDENT-HOLD-STATUS IS NOT EQUAL TO "35"
                   CLOSE STUDENT-HOLD-FILE
               END-IF.

               2161-LOAD-ONE-HOLD-TYPE.
                   READ HOLD-TYPE-FILE
                       AT END
                           MOVE 'Y' TO HOLD-TYPE-EOF-FLG
                       NOT AT END
                           ADD 1 TO SVT-COUNT
                           MOVE HTY-HOLD-TYPE
                             TO SVT-HOLD-TYPE(SVT-COUNT)
                           MOVE HTY-BLOCKS-TRANSCRIPT
                             TO SVT-BLOCKS-FLAG(SVT-COUNT)
                   END-READ.

               2162-LOAD-ONE-STUDENT-HOLD.
                   READ STUDENT-HOLD-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-HOLD-EOF-FLG
                       NOT AT END
                           IF SHD-STATUS IS EQUAL TO 'A'
                               PERFORM 2163-CHECK-HOLD-BLOCKS
                               IF SVH-BLOCKS-FLAG IS EQUAL TO 'Y'
                                   PERFORM 2165-KEEP-ONE-STUDENT-HOLD
                               END-IF
                           END-IF
                   END-READ.

               2163-CHECK-HOLD-BLOCKS.
                   MOVE 'Y' TO SVH-BLOCKS-FLAG.
                   MOVE 'N' TO SVT-FOUND-FLAG.
                   PERFORM 2164-CHECK-ONE-HOLD-TYPE
                       VARYING SVT-SUB FROM 1 BY 1
                       UNTIL SVT-SUB > SVT-COUNT
                       OR SERVICE-TYPE-FOUND.

                   2164-CHECK-ONE-HOLD-TYPE.
                       IF SVT-HOLD-TYPE(SVT-SUB) IS EQUAL TO
                           SHD-HOLD-TYPE
                           MOVE 'Y' TO SVT-FOUND-FLAG
                           MOVE SVT-BLOCKS-FLAG(SVT-SUB)
                             TO SVH-BLOCKS-FLAG
                       END-IF.

               2165-KEEP-ONE-STUDENT-HOLD.
                   ADD 1 TO SVH-COUNT.
                   MOVE SHD-STUDENT-NUMBER
                     TO SVH-STUDENT-NUMBER(SVH-COUNT).
                   MOVE SHD-HOLD-TYPE TO SVH-HOLD-TYPE(SVH-COUNT).
                   MOVE SHD-RELEASE-OFFICE TO SVH-OFFICE(SVH-COUNT).
                   MOVE SHD-REASON TO SVH-REASON(SVH-COUNT).

      * the first hold on file stopping transcript orders for
      * SVH-LOOKUP-STUDENT, with the refusal text filled in
           312-FIND-SERVICE-HOLD.
               MOVE 'N' TO SVH-FOUND-FLAG.
               MOVE 0 TO SVH-FOUND-SUB.
               PERFORM 3121-CHECK-ONE-SERVICE-HOLD
                   VARYING SVH-SUB FROM 1 BY 1
                   UNTIL SVH-SUB > SVH-COUNT
                   OR SERVICE-HOLD-FOUND.
               IF SERVICE-HOLD-FOUND
                   MOVE SVH-HOLD-TYPE(SVH-FOUND-SUB) TO SHX-HOLD-TYPE
                   MOVE SVH-OFFICE(SVH-FOUND-SUB) TO SHX-OFFICE
               END-IF.

               3121-CHECK-ONE-SERVICE-HOLD.
                   IF SVH-STUDENT-NUMBER(SVH-SUB) IS EQUAL TO
                       SVH-LOOKUP-STUDENT
                       MOVE 'Y' TO SVH-FOUND-FLAG
                       MOVE SVH-SUB TO SVH-FOUND-SUB
                   END-IF.

       END PROGRAM PROJECT108.
