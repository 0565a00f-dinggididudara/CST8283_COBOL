      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: co-op work-term placement workbench. Keeps the co-op
      *          employer master (COOP-EMPLOYER.txt) and one work-term
      *          registration per student per term
      *          (COOP-WORKTERM.txt: employer, term, start and end
      *          dates, workplace supervisor, status). A registration
      *          starts out 'S' seeking a placement; confirming it
      *          ('C') needs an active employer and a supervisor, and
      *          bills the co-op fee off COOP-FEE.txt onto the
      *          student's account right here - COOPFEE line on the
      *          charge ledger, balance and hold corrected on both
      *          master copies under the lock, control record re-cut.
      *          A finished term closes 'D' completed; a cancelled one
      *          ('X') gets its fee credited back when it is cancelled
      *          before the work term starts. A work-term student
      *          carries no courses on STUFILE3.txt, so PROJECT63 and
      *          PROJECT85 read the confirmed rows to count them as
      *          enrolled, and PROJECT104 reports the placement rate
      *          by program. Every action lands on the shared audit
      *          trail
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT103.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the co-op employers this screen owns
           SELECT EMPLOYER-FILE
           ASSIGN TO "..\COOP-EMPLOYER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EMPLOYER-FILE-STATUS.

      * the work-term registrations this screen owns - read by
      * PROJECT21, PROJECT63, PROJECT85 and PROJECT104
           SELECT WORKTERM-FILE
           ASSIGN TO "..\COOP-WORKTERM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORKTERM-FILE-STATUS.

      * the co-op fee - one record, same idea as PROJECT20's
      * HEALTH-PLAN-FEE.txt
           SELECT COOP-FEE-CONTROL
           ASSIGN TO "..\COOP-FEE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COOP-FEE-STATUS.

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

      * the itemized charge ledger - appended with the fee and any
      * reversal of it
           SELECT CHARGE-LEDGER
           ASSIGN TO "..\CHARGE-DETAIL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHARGE-LEDGER-STATUS.

      * the operator master - every session here starts with a
      * sign-on against it
           SELECT OPERATOR-FILE
           ASSIGN TO "..\OPERATOR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATOR-FILE-STATUS.

      * one line per failed sign-on attempt, shared with every
      * program that signs operators on
           SELECT SIGNON-LOG
           ASSIGN TO "..\SIGNON-FAILURES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SIGNON-LOG-STATUS.

      * same audit trail PROJECT02 writes, appended with one line
      * per co-op action
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

       DATA DIVISION.
       FILE SECTION.
      * one employer - an inactive one stays on file for the history
      * but takes no new confirmations
       FD EMPLOYER-FILE.
       01 EMPLOYER-RECORD.
         05 EMP-EMPLOYER-CODE PIC X(6).
         05 EMP-EMPLOYER-NAME PIC X(30).
         05 EMP-CITY PIC X(15).
         05 EMP-CONTACT-NAME PIC X(20).
         05 EMP-CONTACT-PHONE PIC X(12).
         05 EMP-ACTIVE PIC X(1).

      * one work term. Status 'S' seeking a placement, 'C' confirmed
      * (fee billed), 'D' completed, 'X' cancelled. WKT-FEE-BILLED is
      * what the confirmation put on the account, zero once credited
      * back
       FD WORKTERM-FILE.
       01 WORKTERM-RECORD.
         05 WKT-STUDENT-NUMBER PIC 9(6).
         05 WKT-TERM-CODE PIC 9(6).
         05 WKT-EMPLOYER-CODE PIC X(6).
         05 WKT-START-DATE PIC 9(8).
         05 WKT-END-DATE PIC 9(8).
         05 WKT-SUPERVISOR PIC X(20).
         05 WKT-STATUS PIC X(1).
         05 WKT-FEE-BILLED PIC 9999V99.
         05 WKT-CONFIRMED-DATE PIC 9(8).
         05 WKT-OPERATOR PIC X(8).

       FD COOP-FEE-CONTROL.
       01 COOP-FEE-RECORD.
         05 CPF-FEE-AMOUNT PIC 9999V99.

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

      * one operator - kept in step with Project23.cbl's
      * FD OPERATOR-FILE
       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
         05 OPR-ID PIC X(8).
         05 OPR-NAME PIC X(20).
         05 OPR-PASSWORD PIC X(8).
         05 OPR-ROLE PIC X(1).
         05 OPR-ACTIVE PIC X(1).
      * password aging and lockout - kept in step with Project23.cbl
         05 OPR-PASSWORD-DATE PIC X(8).
         05 OPR-FAIL-COUNT PIC X(1).
         05 OPR-LOCKED-FLAG PIC X(1).
         05 OPR-OLD-PASSWORD-1 PIC X(8).
         05 OPR-OLD-PASSWORD-2 PIC X(8).
         05 OPR-OLD-PASSWORD-3 PIC X(8).

       FD SIGNON-LOG.
       01 SIGNON-LOG-LINE.
         05 LOG-TIMESTAMP-OUT PIC X(17).
         05 FILLER PIC X(2) VALUE SPACE.
         05 LOG-OPERATOR-OUT PIC X(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 LOG-PROGRAM-OUT PIC X(9).
         05 FILLER PIC X(2) VALUE SPACE.
         05 LOG-MESSAGE-OUT PIC X(30).

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

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 EMPLOYER-FILE-STATUS PIC X(2).
         05 WORKTERM-FILE-STATUS PIC X(2).
         05 COOP-FEE-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 IDX-FILE-STATUS PIC X(2).
         05 CHARGE-LEDGER-STATUS PIC X(2).
         05 AUDIT-FILE-STATUS PIC X(2).

       01 RUN-DATE-RAW PIC 9(8).
       01 OPERATOR-ID PIC X(8).

      * a balance over this line puts the account on payment hold -
      * same threshold value as the entry programs
       01 PAYMENT-HOLD-THRESHOLD PIC S9999V99 VALUE 5000.00.

      * the fee a confirmation bills - none on file means the
      * confirmation still goes through and says so
       01 COOP-FEE-FIELDS.
         05 COOP-FEE PIC 9999V99 VALUE 0.
         05 COOP-FEE-ON-FILE-FLAG PIC X(1) VALUE 'N'.
           88 COOP-FEE-ON-FILE VALUE 'Y'.
         05 FEE-EDIT PIC -ZZZZ9.99.

      * the employer master in memory while the session works
       01 EMPLOYER-TABLE.
         05 EMPLOYER-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON EMPLOYER-COUNT.
           10 TBL-EMP-EMPLOYER-CODE PIC X(6).
           10 TBL-EMP-EMPLOYER-NAME PIC X(30).
           10 TBL-EMP-CITY PIC X(15).
           10 TBL-EMP-CONTACT-NAME PIC X(20).
           10 TBL-EMP-CONTACT-PHONE PIC X(12).
           10 TBL-EMP-ACTIVE PIC X(1).

       01 EMPLOYER-VARIABLES.
         05 EMPLOYER-COUNT PIC 9(3) VALUE 0.
         05 EMPLOYER-EOF-FLG PIC X(1) VALUE 'N'.
         05 EMPLOYER-SUB PIC 9(3).
         05 EMPLOYER-FIND-SUB PIC 9(3).
         05 EMPLOYER-FOUND-SUB PIC 9(3).
         05 EMPLOYER-FOUND-FLAG PIC X(1).
           88 EMPLOYER-ROW-FOUND VALUE 'Y'.
         05 EMPLOYER-CHANGED-FLAG PIC X(1) VALUE 'N'.

      * the work-term registrations in memory while the session works
       01 WORKTERM-TABLE.
         05 WORKTERM-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON WORKTERM-COUNT.
           10 TBL-WKT-STUDENT-NUMBER PIC 9(6).
           10 TBL-WKT-TERM-CODE PIC 9(6).
           10 TBL-WKT-EMPLOYER-CODE PIC X(6).
           10 TBL-WKT-START-DATE PIC 9(8).
           10 TBL-WKT-END-DATE PIC 9(8).
           10 TBL-WKT-SUPERVISOR PIC X(20).
           10 TBL-WKT-STATUS PIC X(1).
             88 TBL-WKT-SEEKING VALUE 'S'.
             88 TBL-WKT-CONFIRMED VALUE 'C'.
             88 TBL-WKT-COMPLETED VALUE 'D'.
             88 TBL-WKT-CANCELLED VALUE 'X'.
           10 TBL-WKT-FEE-BILLED PIC 9999V99.
           10 TBL-WKT-CONFIRMED-DATE PIC 9(8).
           10 TBL-WKT-OPERATOR PIC X(8).

       01 WORKTERM-VARIABLES.
         05 WORKTERM-COUNT PIC 9(4) VALUE 0.
         05 WORKTERM-EOF-FLG PIC X(1) VALUE 'N'.
         05 WORKTERM-SUB PIC 9(4).
         05 WORKTERM-FIND-SUB PIC 9(4).
         05 WORKTERM-FOUND-SUB PIC 9(4).
         05 WORKTERM-FOUND-FLAG PIC X(1).
           88 WORKTERM-ROW-FOUND VALUE 'Y'.
         05 WORKTERM-CHANGED-FLAG PIC X(1) VALUE 'N'.
         05 LIST-ROW-COUNT PIC 9(4).

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

       01 ENTRY-FIELDS.
         05 MENU-CHOICE PIC X(1).
         05 ENTRY-STUDENT-NUMBER PIC X(6).
         05 ENTRY-STUDENT-NUMERIC PIC 9(6).
         05 ENTRY-TERM-CODE PIC X(6).
         05 ENTRY-TERM-NUMERIC PIC 9(6).
         05 ENTRY-EMPLOYER-CODE PIC X(6).
         05 ENTRY-EMPLOYER-NAME PIC X(30).
         05 ENTRY-CITY PIC X(15).
         05 ENTRY-CONTACT-NAME PIC X(20).
         05 ENTRY-CONTACT-PHONE PIC X(12).
         05 ENTRY-ACTIVE PIC X(1).
         05 ENTRY-SUPERVISOR PIC X(20).
         05 ENTRY-CLOSE-STATUS PIC X(1).
           88 CLOSE-AS-COMPLETED VALUE 'D'.
           88 CLOSE-AS-CANCELLED VALUE 'X'.
         05 ENTRY-START-DATE PIC X(8).
         05 ENTRY-START-NUMERIC PIC 9(8).
         05 ENTRY-END-DATE PIC X(8).
         05 ENTRY-END-NUMERIC PIC 9(8).
         05 CONFIRM-ANSWER PIC X(1).
         05 ENTRY-OK-FLAG PIC X(1).
           88 ENTRY-IS-GOOD VALUE 'Y'.

      * one keyed date taken apart for the calendar check
       01 DATE-CHECK-FIELDS.
         05 DATE-CHECK-ENTRY PIC X(8).
         05 DATE-CHECK-NUMERIC PIC 9(8).
         05 DATE-CHECK-PARTS REDEFINES DATE-CHECK-NUMERIC.
           10 DATE-CHECK-YYYY PIC 9(4).
           10 DATE-CHECK-MM PIC 9(2).
           10 DATE-CHECK-DD PIC 9(2).
         05 DATE-CHECK-DAYS-IN-MONTH PIC 9(2).
         05 DATE-CHECK-FLAG PIC X(1).
           88 DATE-IS-VALID VALUE 'Y'.

      * sign-on control against the operator master - three tries,
      * each failure logged; kept in step with the other signing-on
      * programs
       01 SIGNON-FIELDS.
         05 OPERATOR-FILE-STATUS PIC X(2).
         05 SIGNON-LOG-STATUS PIC X(2).
         05 ENTRY-OPERATOR-ID PIC X(8).
         05 ENTRY-PASSWORD PIC X(8).
         05 SIGNON-OK-FLAG PIC X(1) VALUE 'N'.
           88 SIGNED-ON VALUE 'Y'.
         05 SIGNON-ATTEMPTS PIC 9(1) VALUE 0.
         05 OPERATOR-EOF-FLG PIC X(1).
         05 SIGNON-MATCH-FLAG PIC X(1).
           88 OPERATOR-MATCHED VALUE 'Y'.
         05 SIGNON-FAIL-REASON PIC X(30).

      * the operator master held whole for the sign-on - the lockout
      * and forced password change write straight back to
      * OPERATOR.txt, so an abend cannot lose them
       01 OPERATOR-SIGNON-TABLE.
         05 OPS-ENTRY OCCURS 1 TO 100 TIMES
             DEPENDING ON OPS-COUNT.
           10 OPS-ID PIC X(8).
           10 OPS-NAME PIC X(20).
           10 OPS-PASSWORD PIC X(8).
           10 OPS-ROLE PIC X(1).
           10 OPS-ACTIVE PIC X(1).
           10 OPS-PASSWORD-DATE PIC 9(8).
           10 OPS-FAIL-COUNT PIC 9(1).
           10 OPS-LOCKED-FLAG PIC X(1).
           10 OPS-OLD-PASSWORD-1 PIC X(8).
           10 OPS-OLD-PASSWORD-2 PIC X(8).
           10 OPS-OLD-PASSWORD-3 PIC X(8).

       01 OPERATOR-SIGNON-VARIABLES.
         05 OPS-COUNT PIC 9(3) VALUE 0.
         05 OPS-SUB PIC 9(3).
         05 OPS-MATCH-SUB PIC 9(3) VALUE 0.

      * password policy, kept in step across the signing-on programs
       01 PASSWORD-POLICY.
         05 PASSWORD-MAX-DAYS PIC 9(3) VALUE 90.
         05 LOCKOUT-AFTER-FAILS PIC 9(1) VALUE 3.
         05 PASSWORD-AGE-DAYS PIC S9(7).
         05 NEW-PASSWORD-ENTRY PIC X(8).
         05 PWD-TODAY PIC 9(8).
         05 PASSWORD-REUSED-FLAG PIC X(1).
           88 PASSWORD-REUSED VALUE 'Y'.

       01 SIGNON-TIME-FIELDS.
         05 SIGNON-DATE-RAW.
           10 SIGNON-YY PIC 99.
           10 SIGNON-MM PIC 99.
           10 SIGNON-DD PIC 99.
         05 SIGNON-TIME-RAW.
           10 SIGNON-HH PIC 99.
           10 SIGNON-MIN PIC 99.
           10 SIGNON-SS PIC 99.
           10 FILLER PIC 9(2).
         05 SIGNON-STAMP.
           10 SIGNON-STAMP-MM PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 SIGNON-STAMP-DD PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 SIGNON-STAMP-YY PIC 99.
           10 FILLER PIC X VALUE SPACE.
           10 SIGNON-STAMP-HH PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 SIGNON-STAMP-MIN PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 SIGNON-STAMP-SS PIC 99.

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
         05 HOW-MANY-EMPLOYERS-SAVED PIC 9(4) VALUE 0.
         05 HOW-MANY-REGISTERED PIC 9(4) VALUE 0.
         05 HOW-MANY-CONFIRMED PIC 9(4) VALUE 0.
         05 HOW-MANY-CLOSED PIC 9(4) VALUE 0.
         05 HOW-MANY-FEES-REVERSED PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
      * main procedure - sign on, take the lock, load everything,
      * one action per trip around the menu until save-and-exit
       100-WORK-COOP-PLACEMENTS.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 250-SIGN-ON.
           PERFORM 260-ACQUIRE-MASTER-LOCK.
           PERFORM 200-LOAD-STUDENT-MASTER.
           PERFORM 270-VERIFY-MASTER-CONTROL.
           PERFORM 210-LOAD-EMPLOYER-TABLE.
           PERFORM 212-LOAD-WORKTERM-TABLE.
           PERFORM 215-READ-COOP-FEE.

           PERFORM 202-PROCESS-MENU-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '6'.

           IF EMPLOYER-CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 900-REWRITE-EMPLOYER-FILE
           END-IF.
           IF WORKTERM-CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 910-REWRITE-WORKTERM-FILE
           END-IF.
           IF MASTER-CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 400-REWRITE-STUDENT-MASTER
               PERFORM 271-UPDATE-MASTER-CONTROL
           END-IF.

           PERFORM 261-RELEASE-MASTER-LOCK.
           DISPLAY "EMPLOYERS SAVED: " HOW-MANY-EMPLOYERS-SAVED
             "  WORK TERMS REGISTERED: " HOW-MANY-REGISTERED.
           DISPLAY "CONFIRMED: " HOW-MANY-CONFIRMED
             "  CLOSED: " HOW-MANY-CLOSED
             "  FEES REVERSED: " HOW-MANY-FEES-REVERSED.
           STOP RUN.

           202-PROCESS-MENU-CHOICE.
               PERFORM 205-DISPLAY-MENU.
               ACCEPT MENU-CHOICE.

               IF MENU-CHOICE IS EQUAL TO '1'
                   PERFORM 300-MAINTAIN-EMPLOYER
               ELSE IF MENU-CHOICE IS EQUAL TO '2'
                   PERFORM 310-REGISTER-WORKTERM
               ELSE IF MENU-CHOICE IS EQUAL TO '3'
                   PERFORM 330-CONFIRM-WORKTERM
               ELSE IF MENU-CHOICE IS EQUAL TO '4'
                   PERFORM 350-CLOSE-WORKTERM
               ELSE IF MENU-CHOICE IS EQUAL TO '5'
                   PERFORM 600-LIST-TERM-WORKTERMS
               ELSE IF MENU-CHOICE IS NOT EQUAL TO '6'
                   DISPLAY "ENTER 1, 2, 3, 4, 5 OR 6"
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

           205-DISPLAY-MENU.
               DISPLAY " ".
               DISPLAY "1 - ADD OR CHANGE A CO-OP EMPLOYER".
               DISPLAY "2 - REGISTER OR CHANGE A WORK TERM".
               DISPLAY "3 - CONFIRM A WORK TERM (BILLS THE FEE)".
               DISPLAY "4 - COMPLETE OR CANCEL A WORK TERM".
               DISPLAY "5 - LIST A TERM'S WORK TERMS".
               DISPLAY "6 - SAVE AND EXIT".
               DISPLAY "ENTER YOUR CHOICE:".

      * the employers on file - a missing file is just an empty one
           210-LOAD-EMPLOYER-TABLE.
               OPEN INPUT EMPLOYER-FILE.
               IF EMPLOYER-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF EMPLOYER-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN COOP-EMPLOYER.txt - "
                     "STATUS " EMPLOYER-FILE-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               ELSE
                   PERFORM 211-LOAD-ONE-EMPLOYER
                       UNTIL EMPLOYER-EOF-FLG IS EQUAL TO 'Y'
                       OR EMPLOYER-COUNT IS EQUAL TO 500
                   CLOSE EMPLOYER-FILE
               END-IF
               END-IF.

               211-LOAD-ONE-EMPLOYER.
                   READ EMPLOYER-FILE
                       AT END
                           MOVE 'Y' TO EMPLOYER-EOF-FLG
                       NOT AT END
                           ADD 1 TO EMPLOYER-COUNT
                           MOVE EMP-EMPLOYER-CODE
                             TO TBL-EMP-EMPLOYER-CODE(EMPLOYER-COUNT)
                           MOVE EMP-EMPLOYER-NAME
                             TO TBL-EMP-EMPLOYER-NAME(EMPLOYER-COUNT)
                           MOVE EMP-CITY
                             TO TBL-EMP-CITY(EMPLOYER-COUNT)
                           MOVE EMP-CONTACT-NAME
                             TO TBL-EMP-CONTACT-NAME(EMPLOYER-COUNT)
                           MOVE EMP-CONTACT-PHONE
                             TO TBL-EMP-CONTACT-PHONE(EMPLOYER-COUNT)
                           MOVE EMP-ACTIVE
                             TO TBL-EMP-ACTIVE(EMPLOYER-COUNT)
                   END-READ.

      * the registrations on file - a missing file is just an empty
      * one
           212-LOAD-WORKTERM-TABLE.
               OPEN INPUT WORKTERM-FILE.
               IF WORKTERM-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF WORKTERM-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN COOP-WORKTERM.txt - "
                     "STATUS " WORKTERM-FILE-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               ELSE
                   PERFORM 213-LOAD-ONE-WORKTERM
                       UNTIL WORKTERM-EOF-FLG IS EQUAL TO 'Y'
                       OR WORKTERM-COUNT IS EQUAL TO 3000
                   CLOSE WORKTERM-FILE
               END-IF
               END-IF.

               213-LOAD-ONE-WORKTERM.
                   READ WORKTERM-FILE
                       AT END
                           MOVE 'Y' TO WORKTERM-EOF-FLG
                       NOT AT END
                           ADD 1 TO WORKTERM-COUNT
                           MOVE WKT-STUDENT-NUMBER
                             TO TBL-WKT-STUDENT-NUMBER(WORKTERM-COUNT)
                           MOVE WKT-TERM-CODE
                             TO TBL-WKT-TERM-CODE(WORKTERM-COUNT)
                           MOVE WKT-EMPLOYER-CODE
                             TO TBL-WKT-EMPLOYER-CODE(WORKTERM-COUNT)
                           MOVE WKT-START-DATE
                             TO TBL-WKT-START-DATE(WORKTERM-COUNT)
                           MOVE WKT-END-DATE
                             TO TBL-WKT-END-DATE(WORKTERM-COUNT)
                           MOVE WKT-SUPERVISOR
                             TO TBL-WKT-SUPERVISOR(WORKTERM-COUNT)
                           MOVE WKT-STATUS
                             TO TBL-WKT-STATUS(WORKTERM-COUNT)
                           MOVE WKT-FEE-BILLED
                             TO TBL-WKT-FEE-BILLED(WORKTERM-COUNT)
                           MOVE WKT-CONFIRMED-DATE
                             TO TBL-WKT-CONFIRMED-DATE(WORKTERM-COUNT)
                           MOVE WKT-OPERATOR
                             TO TBL-WKT-OPERATOR(WORKTERM-COUNT)
                   END-READ.

      * the fee - a missing or empty control file confirms without
      * billing, loudly, rather than billing a made-up fee
           215-READ-COOP-FEE.
               OPEN INPUT COOP-FEE-CONTROL.
               IF COOP-FEE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "NO COOP-FEE.txt - CONFIRMATIONS THIS "
                     "SESSION BILL NO FEE"
               ELSE
                   READ COOP-FEE-CONTROL
                       AT END
                           DISPLAY "COOP-FEE.txt IS EMPTY - "
                             "CONFIRMATIONS THIS SESSION BILL NO FEE"
                       NOT AT END
                           MOVE CPF-FEE-AMOUNT TO COOP-FEE
                           MOVE 'Y' TO COOP-FEE-ON-FILE-FLAG
                   END-READ
                   CLOSE COOP-FEE-CONTROL
               END-IF.

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

      * add an employer or change one already on file - the code is
      * the key and never changes
           300-MAINTAIN-EMPLOYER.
               DISPLAY "ENTER EMPLOYER CODE:".
               ACCEPT ENTRY-EMPLOYER-CODE.
               IF ENTRY-EMPLOYER-CODE IS EQUAL TO SPACES
                   DISPLAY "AN EMPLOYER CODE IS REQUIRED"
               ELSE
                   PERFORM 320-FIND-EMPLOYER-ROW
                   IF NOT EMPLOYER-ROW-FOUND
                       AND EMPLOYER-COUNT IS EQUAL TO 500
                       DISPLAY "EMPLOYER TABLE FULL - NOT ADDED"
                   ELSE
                       PERFORM 301-ACCEPT-EMPLOYER-DETAILS
                   END-IF
               END-IF.

               301-ACCEPT-EMPLOYER-DETAILS.
                   IF EMPLOYER-ROW-FOUND
                       DISPLAY "CHANGING "
                         TBL-EMP-EMPLOYER-NAME(EMPLOYER-FOUND-SUB)
                   END-IF.
                   DISPLAY "ENTER EMPLOYER NAME:".
                   ACCEPT ENTRY-EMPLOYER-NAME.
                   DISPLAY "ENTER CITY:".
                   ACCEPT ENTRY-CITY.
                   DISPLAY "ENTER CONTACT NAME:".
                   ACCEPT ENTRY-CONTACT-NAME.
                   DISPLAY "ENTER CONTACT PHONE:".
                   ACCEPT ENTRY-CONTACT-PHONE.
                   DISPLAY "ACTIVE (Y/N):".
                   ACCEPT ENTRY-ACTIVE.

                   IF ENTRY-EMPLOYER-NAME IS EQUAL TO SPACES
                       DISPLAY "AN EMPLOYER NAME IS REQUIRED - NOT "
                         "SAVED"
                   ELSE IF ENTRY-ACTIVE IS NOT EQUAL TO 'Y'
                       AND ENTRY-ACTIVE IS NOT EQUAL TO 'N'
                       DISPLAY "ACTIVE MUST BE Y OR N - NOT SAVED"
                   ELSE
                       PERFORM 302-SAVE-EMPLOYER-ROW
                   END-IF
                   END-IF.

               302-SAVE-EMPLOYER-ROW.
                   IF EMPLOYER-ROW-FOUND
                       MOVE "COOPEC" TO AUDIT-ACTION
                   ELSE
                       ADD 1 TO EMPLOYER-COUNT
                       MOVE EMPLOYER-COUNT TO EMPLOYER-FOUND-SUB
                       MOVE ENTRY-EMPLOYER-CODE
                         TO TBL-EMP-EMPLOYER-CODE(EMPLOYER-FOUND-SUB)
                       MOVE "COOPEA" TO AUDIT-ACTION
                   END-IF.
                   MOVE ENTRY-EMPLOYER-NAME
                     TO TBL-EMP-EMPLOYER-NAME(EMPLOYER-FOUND-SUB).
                   MOVE ENTRY-CITY TO TBL-EMP-CITY(EMPLOYER-FOUND-SUB).
                   MOVE ENTRY-CONTACT-NAME
                     TO TBL-EMP-CONTACT-NAME(EMPLOYER-FOUND-SUB).
                   MOVE ENTRY-CONTACT-PHONE
                     TO TBL-EMP-CONTACT-PHONE(EMPLOYER-FOUND-SUB).
                   MOVE ENTRY-ACTIVE
                     TO TBL-EMP-ACTIVE(EMPLOYER-FOUND-SUB).
                   MOVE 'Y' TO EMPLOYER-CHANGED-FLAG.
                   ADD 1 TO HOW-MANY-EMPLOYERS-SAVED.

                   MOVE ZERO TO ENTRY-STUDENT-NUMERIC.
                   MOVE SPACES TO AUDIT-BEFORE-BUILD.
                   MOVE SPACES TO AUDIT-AFTER-BUILD.
                   STRING "EMPLOYER=" DELIMITED BY SIZE
                       ENTRY-EMPLOYER-CODE DELIMITED BY SIZE
                       " ACTIVE=" DELIMITED BY SIZE
                       ENTRY-ACTIVE DELIMITED BY SIZE
                       INTO AUDIT-AFTER-BUILD
                   END-STRING.
                   PERFORM 801-WRITE-AUDIT-LINE.
                   DISPLAY "EMPLOYER " ENTRY-EMPLOYER-CODE " SAVED".

      * register a work term, or change one still seeking - a
      * confirmed term has its fee on the account and has to be
      * cancelled before it can be re-keyed
           310-REGISTER-WORKTERM.
               PERFORM 340-ACCEPT-STUDENT-AND-TERM.
               IF ENTRY-IS-GOOD
                   IF WORKTERM-ROW-FOUND
                       AND NOT TBL-WKT-SEEKING(WORKTERM-FOUND-SUB)
                       DISPLAY "WORK TERM IS ALREADY STATUS "
                         TBL-WKT-STATUS(WORKTERM-FOUND-SUB)
                         " - CANCEL IT BEFORE RE-KEYING"
                   ELSE IF NOT WORKTERM-ROW-FOUND
                       AND WORKTERM-COUNT IS EQUAL TO 3000
                       DISPLAY "WORK-TERM TABLE FULL - NOT REGISTERED"
                   ELSE
                       PERFORM 311-ACCEPT-WORKTERM-DETAILS
                   END-IF
                   END-IF
               END-IF.

               311-ACCEPT-WORKTERM-DETAILS.
                   MOVE 'Y' TO ENTRY-OK-FLAG.
                   DISPLAY "ENTER EMPLOYER CODE (BLANK = STILL "
                     "SEEKING A PLACEMENT):".
                   ACCEPT ENTRY-EMPLOYER-CODE.
                   IF ENTRY-EMPLOYER-CODE IS NOT EQUAL TO SPACES
                       PERFORM 320-FIND-EMPLOYER-ROW
                       IF NOT EMPLOYER-ROW-FOUND
                           DISPLAY "EMPLOYER NOT ON FILE - NOT "
                             "REGISTERED"
                           MOVE 'N' TO ENTRY-OK-FLAG
                       ELSE IF TBL-EMP-ACTIVE(EMPLOYER-FOUND-SUB)
                           IS NOT EQUAL TO 'Y'
                           DISPLAY "EMPLOYER IS INACTIVE - NOT "
                             "REGISTERED"
                           MOVE 'N' TO ENTRY-OK-FLAG
                       ELSE
                           DISPLAY "EMPLOYER: "
                             TBL-EMP-EMPLOYER-NAME(EMPLOYER-FOUND-SUB)
                       END-IF
                       END-IF
                   END-IF.

                   IF ENTRY-IS-GOOD
                       DISPLAY "ENTER START DATE (YYYYMMDD):"
                       ACCEPT ENTRY-START-DATE
                       MOVE ENTRY-START-DATE TO DATE-CHECK-ENTRY
                       PERFORM 700-CHECK-ONE-DATE
                       IF NOT DATE-IS-VALID
                           DISPLAY "INVALID START DATE - NOT "
                             "REGISTERED"
                           MOVE 'N' TO ENTRY-OK-FLAG
                       ELSE
                           MOVE DATE-CHECK-NUMERIC
                             TO ENTRY-START-NUMERIC
                       END-IF
                   END-IF.

                   IF ENTRY-IS-GOOD
                       DISPLAY "ENTER END DATE (YYYYMMDD):"
                       ACCEPT ENTRY-END-DATE
                       MOVE ENTRY-END-DATE TO DATE-CHECK-ENTRY
                       PERFORM 700-CHECK-ONE-DATE
                       IF NOT DATE-IS-VALID
                           DISPLAY "INVALID END DATE - NOT REGISTERED"
                           MOVE 'N' TO ENTRY-OK-FLAG
                       ELSE IF DATE-CHECK-NUMERIC IS NOT GREATER
                           THAN ENTRY-START-NUMERIC
                           DISPLAY "END DATE MUST BE AFTER THE START "
                             "DATE - NOT REGISTERED"
                           MOVE 'N' TO ENTRY-OK-FLAG
                       ELSE
                           MOVE DATE-CHECK-NUMERIC
                             TO ENTRY-END-NUMERIC
                       END-IF
                       END-IF
                   END-IF.

                   IF ENTRY-IS-GOOD
                       DISPLAY "ENTER WORKPLACE SUPERVISOR (BLANK IF "
                         "NOT YET KNOWN):"
                       ACCEPT ENTRY-SUPERVISOR
                       PERFORM 312-SAVE-WORKTERM-ROW
                   END-IF.

               312-SAVE-WORKTERM-ROW.
                   IF WORKTERM-ROW-FOUND
                       MOVE "COOPWC" TO AUDIT-ACTION
                   ELSE
                       ADD 1 TO WORKTERM-COUNT
                       MOVE WORKTERM-COUNT TO WORKTERM-FOUND-SUB
                       MOVE ENTRY-STUDENT-NUMERIC
                         TO TBL-WKT-STUDENT-NUMBER(WORKTERM-FOUND-SUB)
                       MOVE ENTRY-TERM-NUMERIC
                         TO TBL-WKT-TERM-CODE(WORKTERM-FOUND-SUB)
                       MOVE ZERO
                         TO TBL-WKT-FEE-BILLED(WORKTERM-FOUND-SUB)
                       MOVE ZERO
                         TO TBL-WKT-CONFIRMED-DATE
                           (WORKTERM-FOUND-SUB)
                       MOVE "COOPWR" TO AUDIT-ACTION
                   END-IF.
                   MOVE ENTRY-EMPLOYER-CODE
                     TO TBL-WKT-EMPLOYER-CODE(WORKTERM-FOUND-SUB).
                   MOVE ENTRY-START-NUMERIC
                     TO TBL-WKT-START-DATE(WORKTERM-FOUND-SUB).
                   MOVE ENTRY-END-NUMERIC
                     TO TBL-WKT-END-DATE(WORKTERM-FOUND-SUB).
                   MOVE ENTRY-SUPERVISOR
                     TO TBL-WKT-SUPERVISOR(WORKTERM-FOUND-SUB).
                   MOVE 'S' TO TBL-WKT-STATUS(WORKTERM-FOUND-SUB).
                   MOVE OPERATOR-ID
                     TO TBL-WKT-OPERATOR(WORKTERM-FOUND-SUB).
                   MOVE 'Y' TO WORKTERM-CHANGED-FLAG.
                   ADD 1 TO HOW-MANY-REGISTERED.

                   MOVE SPACES TO AUDIT-BEFORE-BUILD.
                   MOVE SPACES TO AUDIT-AFTER-BUILD.
                   STRING "TERM=" DELIMITED BY SIZE
                       ENTRY-TERM-NUMERIC DELIMITED BY SIZE
                       " EMPLOYER=" DELIMITED BY SIZE
                       ENTRY-EMPLOYER-CODE DELIMITED BY SIZE
                       " STATUS=S" DELIMITED BY SIZE
                       INTO AUDIT-AFTER-BUILD
                   END-STRING.
                   PERFORM 801-WRITE-AUDIT-LINE.
                   DISPLAY "WORK TERM REGISTERED - SEEKING UNTIL "
                     "CONFIRMED".

      * linear scan for the keyed employer
           320-FIND-EMPLOYER-ROW.
               MOVE 'N' TO EMPLOYER-FOUND-FLAG.
               MOVE 0 TO EMPLOYER-FOUND-SUB.

               PERFORM 321-CHECK-ONE-EMPLOYER
                   VARYING EMPLOYER-FIND-SUB FROM 1 BY 1
                   UNTIL EMPLOYER-FIND-SUB > EMPLOYER-COUNT
                   OR EMPLOYER-ROW-FOUND.

               321-CHECK-ONE-EMPLOYER.
                   IF TBL-EMP-EMPLOYER-CODE(EMPLOYER-FIND-SUB)
                       IS EQUAL TO ENTRY-EMPLOYER-CODE
                       MOVE 'Y' TO EMPLOYER-FOUND-FLAG
                       MOVE EMPLOYER-FIND-SUB TO EMPLOYER-FOUND-SUB
                   END-IF.

      * confirm a seeking term - it needs an active employer and a
      * supervisor, and the fee goes on the account right away
           330-CONFIRM-WORKTERM.
               PERFORM 340-ACCEPT-STUDENT-AND-TERM.
               IF ENTRY-IS-GOOD
                   IF NOT WORKTERM-ROW-FOUND
                       DISPLAY "NO WORK TERM REGISTERED FOR THIS "
                         "STUDENT AND TERM"
                   ELSE IF NOT TBL-WKT-SEEKING(WORKTERM-FOUND-SUB)
                       DISPLAY "WORK TERM IS STATUS "
                         TBL-WKT-STATUS(WORKTERM-FOUND-SUB)
                         " - ONLY A SEEKING TERM CONFIRMS"
                   ELSE
                       PERFORM 331-CHECK-PLACEMENT-COMPLETE
                   END-IF
                   END-IF
               END-IF.

               331-CHECK-PLACEMENT-COMPLETE.
                   MOVE TBL-WKT-EMPLOYER-CODE(WORKTERM-FOUND-SUB)
                     TO ENTRY-EMPLOYER-CODE.
                   PERFORM 320-FIND-EMPLOYER-ROW.
                   IF ENTRY-EMPLOYER-CODE IS EQUAL TO SPACES
                       DISPLAY "NO EMPLOYER ON THE WORK TERM YET - "
                         "NOT CONFIRMED"
                   ELSE IF NOT EMPLOYER-ROW-FOUND
                       DISPLAY "EMPLOYER NO LONGER ON FILE - NOT "
                         "CONFIRMED"
                   ELSE IF TBL-EMP-ACTIVE(EMPLOYER-FOUND-SUB)
                       IS NOT EQUAL TO 'Y'
                       DISPLAY "EMPLOYER IS INACTIVE - NOT CONFIRMED"
                   ELSE IF TBL-WKT-SUPERVISOR(WORKTERM-FOUND-SUB)
                       IS EQUAL TO SPACES
                       DISPLAY "NO WORKPLACE SUPERVISOR ON THE WORK "
                         "TERM YET - NOT CONFIRMED"
                   ELSE
                       DISPLAY "EMPLOYER: "
                         TBL-EMP-EMPLOYER-NAME(EMPLOYER-FOUND-SUB)
                       DISPLAY "DATES: "
                         TBL-WKT-START-DATE(WORKTERM-FOUND-SUB)
                         " TO " TBL-WKT-END-DATE(WORKTERM-FOUND-SUB)
                       DISPLAY "CONFIRM THE WORK TERM AND BILL THE "
                         "CO-OP FEE (Y/N):"
                       ACCEPT CONFIRM-ANSWER
                       IF CONFIRM-ANSWER IS EQUAL TO 'Y'
                           PERFORM 332-APPLY-CONFIRMATION
                       ELSE
                           DISPLAY "UNCHANGED"
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF.

               332-APPLY-CONFIRMATION.
                   MOVE 'C' TO TBL-WKT-STATUS(WORKTERM-FOUND-SUB).
                   MOVE RUN-DATE-RAW
                     TO TBL-WKT-CONFIRMED-DATE(WORKTERM-FOUND-SUB).
                   MOVE OPERATOR-ID
                     TO TBL-WKT-OPERATOR(WORKTERM-FOUND-SUB).
                   MOVE ZERO TO TBL-WKT-FEE-BILLED(WORKTERM-FOUND-SUB).
                   MOVE 'Y' TO WORKTERM-CHANGED-FLAG.
                   ADD 1 TO HOW-MANY-CONFIRMED.

                   IF COOP-FEE-ON-FILE
                       AND COOP-FEE IS GREATER THAN ZERO
                       PERFORM 333-BILL-COOP-FEE
                   ELSE
                       DISPLAY "WORK TERM CONFIRMED - NO CO-OP FEE "
                         "ON FILE, NOTHING BILLED"
                       MOVE ZERO TO FEE-EDIT
                   END-IF.

                   MOVE "COOPCF" TO AUDIT-ACTION.
                   MOVE SPACES TO AUDIT-BEFORE-BUILD.
                   MOVE SPACES TO AUDIT-AFTER-BUILD.
                   STRING "TERM=" DELIMITED BY SIZE
                       ENTRY-TERM-NUMERIC DELIMITED BY SIZE
                       " STATUS=S" DELIMITED BY SIZE
                       INTO AUDIT-BEFORE-BUILD
                   END-STRING.
                   STRING "TERM=" DELIMITED BY SIZE
                       ENTRY-TERM-NUMERIC DELIMITED BY SIZE
                       " STATUS=C FEE=" DELIMITED BY SIZE
                       FEE-EDIT DELIMITED BY SIZE
                       INTO AUDIT-AFTER-BUILD
                   END-STRING.
                   PERFORM 801-WRITE-AUDIT-LINE.

      * the fee onto the ledger and the balance, and re-derive the
      * hold - same movement PROJECT20 makes for its HLTHPLAN line
               333-BILL-COOP-FEE.
                   OPEN EXTEND CHARGE-LEDGER.
                   IF CHARGE-LEDGER-STATUS IS EQUAL TO "35"
                       OPEN OUTPUT CHARGE-LEDGER
                   END-IF.
                   IF CHARGE-LEDGER-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN CHARGE-DETAIL.txt - "
                         "STATUS " CHARGE-LEDGER-STATUS
                       STOP RUN
                   END-IF.
                   MOVE ENTRY-STUDENT-NUMERIC TO CHG-STUDENT-NUMBER.
                   MOVE "COOPFEE" TO CHG-CHARGE-TYPE.
                   MOVE SPACES TO CHG-DESCRIPTION.
                   STRING "CO-OP FEE TERM " DELIMITED BY SIZE
                       ENTRY-TERM-NUMERIC DELIMITED BY SIZE
                       INTO CHG-DESCRIPTION
                   END-STRING.
                   MOVE COOP-FEE TO CHG-AMOUNT.
                   MOVE RUN-DATE-RAW TO CHG-DATE.
                   WRITE CHARGE-LEDGER-LINE.
                   CLOSE CHARGE-LEDGER.

                   ADD COOP-FEE TO MST-TUITION-OWED(MASTER-FOUND-SUB).
                   PERFORM 335-DERIVE-PAYMENT-HOLD.
                   MOVE COOP-FEE
                     TO TBL-WKT-FEE-BILLED(WORKTERM-FOUND-SUB).
                   MOVE 'Y' TO MASTER-CHANGED-FLAG.

                   MOVE COOP-FEE TO FEE-EDIT.
                   DISPLAY "WORK TERM CONFIRMED - CO-OP FEE OF "
                     FEE-EDIT " BILLED TO THE ACCOUNT".

               335-DERIVE-PAYMENT-HOLD.
                   IF MST-TUITION-OWED(MASTER-FOUND-SUB) >
                       PAYMENT-HOLD-THRESHOLD
                       MOVE 'Y'
                         TO MST-PAYMENT-HOLD-FLAG(MASTER-FOUND-SUB)
                   ELSE
                       MOVE 'N'
                         TO MST-PAYMENT-HOLD-FLAG(MASTER-FOUND-SUB)
                   END-IF.

      * the student has to be on the master; the registration row
      * for the term is looked up ready for the caller
           340-ACCEPT-STUDENT-AND-TERM.
               MOVE 'N' TO ENTRY-OK-FLAG.
               MOVE 'N' TO MASTER-FOUND-FLAG.
               MOVE 0 TO MASTER-FOUND-SUB.
               DISPLAY "ENTER STUDENT NUMBER:".
               ACCEPT ENTRY-STUDENT-NUMBER.

               IF ENTRY-STUDENT-NUMBER IS NOT NUMERIC
                   DISPLAY "STUDENT NUMBER MUST BE SIX DIGITS"
               ELSE
                   MOVE ENTRY-STUDENT-NUMBER TO ENTRY-STUDENT-NUMERIC
                   PERFORM 341-FIND-MASTER-ROW
                   IF NOT STUDENT-ON-MASTER
                       DISPLAY "STUDENT " ENTRY-STUDENT-NUMERIC
                         " NOT ON THE MASTER"
                   ELSE
                       DISPLAY "STUDENT: "
                         MST-STUDENT-NAME(MASTER-FOUND-SUB)
                       DISPLAY "ENTER WORK TERM CODE (YYYYTT):"
                       ACCEPT ENTRY-TERM-CODE
                       IF ENTRY-TERM-CODE IS NOT NUMERIC
                           DISPLAY "TERM CODE MUST BE SIX DIGITS"
                       ELSE
                           MOVE ENTRY-TERM-CODE
                             TO ENTRY-TERM-NUMERIC
                           PERFORM 343-FIND-WORKTERM-ROW
                           MOVE 'Y' TO ENTRY-OK-FLAG
                       END-IF
                   END-IF
               END-IF.

               341-FIND-MASTER-ROW.
                   PERFORM 342-CHECK-ONE-MASTER-ROW
                       VARYING MASTER-FIND-SUB FROM 1 BY 1
                       UNTIL MASTER-FIND-SUB > STUDENT-MASTER-COUNT
                       OR STUDENT-ON-MASTER.

                   342-CHECK-ONE-MASTER-ROW.
                       IF MST-STUDENT-NUMBER(MASTER-FIND-SUB)
                           IS EQUAL TO ENTRY-STUDENT-NUMERIC
                           MOVE 'Y' TO MASTER-FOUND-FLAG
                           MOVE MASTER-FIND-SUB TO MASTER-FOUND-SUB
                       END-IF.

      * a cancelled row is history - the student may register the
      * same term again
               343-FIND-WORKTERM-ROW.
                   MOVE 'N' TO WORKTERM-FOUND-FLAG.
                   MOVE 0 TO WORKTERM-FOUND-SUB.
                   PERFORM 344-CHECK-ONE-WORKTERM
                       VARYING WORKTERM-FIND-SUB FROM 1 BY 1
                       UNTIL WORKTERM-FIND-SUB > WORKTERM-COUNT
                       OR WORKTERM-ROW-FOUND.

                   344-CHECK-ONE-WORKTERM.
                       IF TBL-WKT-STUDENT-NUMBER(WORKTERM-FIND-SUB)
                           IS EQUAL TO ENTRY-STUDENT-NUMERIC
                           AND TBL-WKT-TERM-CODE(WORKTERM-FIND-SUB)
                               IS EQUAL TO ENTRY-TERM-NUMERIC
                           AND NOT TBL-WKT-CANCELLED
                               (WORKTERM-FIND-SUB)
                           MOVE 'Y' TO WORKTERM-FOUND-FLAG
                           MOVE WORKTERM-FIND-SUB
                             TO WORKTERM-FOUND-SUB
                       END-IF.

      * close a term out - completed only once confirmed; a
      * cancellation before the start date credits the fee back,
      * after it the fee stands and any refund is PROJECT21's
      * withdrawal proration
           350-CLOSE-WORKTERM.
               PERFORM 340-ACCEPT-STUDENT-AND-TERM.
               IF ENTRY-IS-GOOD
                   IF NOT WORKTERM-ROW-FOUND
                       DISPLAY "NO OPEN WORK TERM FOR THIS STUDENT "
                         "AND TERM"
                   ELSE IF TBL-WKT-COMPLETED(WORKTERM-FOUND-SUB)
                       DISPLAY "WORK TERM IS ALREADY COMPLETED"
                   ELSE
                       DISPLAY "D = COMPLETED, X = CANCELLED:"
                       ACCEPT ENTRY-CLOSE-STATUS
                       IF CLOSE-AS-COMPLETED
                           AND TBL-WKT-SEEKING(WORKTERM-FOUND-SUB)
                           DISPLAY "A SEEKING TERM CANNOT COMPLETE - "
                             "CONFIRM IT FIRST"
                       ELSE IF CLOSE-AS-COMPLETED
                           OR CLOSE-AS-CANCELLED
                           PERFORM 351-APPLY-CLOSE
                       ELSE
                           DISPLAY "ENTER D OR X - UNCHANGED"
                       END-IF
                       END-IF
                   END-IF
                   END-IF
               END-IF.

               351-APPLY-CLOSE.
                   MOVE SPACES TO AUDIT-BEFORE-BUILD.
                   MOVE SPACES TO AUDIT-AFTER-BUILD.
                   STRING "TERM=" DELIMITED BY SIZE
                       ENTRY-TERM-NUMERIC DELIMITED BY SIZE
                       " STATUS=" DELIMITED BY SIZE
                       TBL-WKT-STATUS(WORKTERM-FOUND-SUB)
                       DELIMITED BY SIZE
                       INTO AUDIT-BEFORE-BUILD
                   END-STRING.

                   IF CLOSE-AS-CANCELLED
                       AND TBL-WKT-FEE-BILLED(WORKTERM-FOUND-SUB)
                           IS GREATER THAN ZERO
                       AND TBL-WKT-START-DATE(WORKTERM-FOUND-SUB)
                           IS GREATER THAN RUN-DATE-RAW
                       PERFORM 352-REVERSE-COOP-FEE
                   END-IF.

                   MOVE ENTRY-CLOSE-STATUS
                     TO TBL-WKT-STATUS(WORKTERM-FOUND-SUB).
                   MOVE OPERATOR-ID
                     TO TBL-WKT-OPERATOR(WORKTERM-FOUND-SUB).
                   MOVE 'Y' TO WORKTERM-CHANGED-FLAG.
                   ADD 1 TO HOW-MANY-CLOSED.

                   MOVE "COOPCL" TO AUDIT-ACTION.
                   STRING "TERM=" DELIMITED BY SIZE
                       ENTRY-TERM-NUMERIC DELIMITED BY SIZE
                       " STATUS=" DELIMITED BY SIZE
                       ENTRY-CLOSE-STATUS DELIMITED BY SIZE
                       INTO AUDIT-AFTER-BUILD
                   END-STRING.
                   PERFORM 801-WRITE-AUDIT-LINE.
                   IF CLOSE-AS-COMPLETED
                       DISPLAY "WORK TERM COMPLETED"
                   ELSE
                       DISPLAY "WORK TERM CANCELLED"
                   END-IF.

      * credit the billed fee off the ledger and the balance - mirror
      * image of 333-BILL-COOP-FEE
               352-REVERSE-COOP-FEE.
                   OPEN EXTEND CHARGE-LEDGER.
                   IF CHARGE-LEDGER-STATUS IS EQUAL TO "35"
                       OPEN OUTPUT CHARGE-LEDGER
                   END-IF.
                   IF CHARGE-LEDGER-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN CHARGE-DETAIL.txt - "
                         "STATUS " CHARGE-LEDGER-STATUS
                       STOP RUN
                   END-IF.
                   MOVE ENTRY-STUDENT-NUMERIC TO CHG-STUDENT-NUMBER.
                   MOVE "COOPFEE" TO CHG-CHARGE-TYPE.
                   MOVE "CO-OP FEE REVERSAL" TO CHG-DESCRIPTION.
                   COMPUTE CHG-AMOUNT =
                       TBL-WKT-FEE-BILLED(WORKTERM-FOUND-SUB) * -1.
                   MOVE RUN-DATE-RAW TO CHG-DATE.
                   WRITE CHARGE-LEDGER-LINE.
                   CLOSE CHARGE-LEDGER.

                   SUBTRACT TBL-WKT-FEE-BILLED(WORKTERM-FOUND-SUB)
                     FROM MST-TUITION-OWED(MASTER-FOUND-SUB).
                   PERFORM 335-DERIVE-PAYMENT-HOLD.
                   MOVE 'Y' TO MASTER-CHANGED-FLAG.
                   ADD 1 TO HOW-MANY-FEES-REVERSED.

                   MOVE TBL-WKT-FEE-BILLED(WORKTERM-FOUND-SUB)
                     TO FEE-EDIT.
                   DISPLAY "CANCELLED BEFORE THE START DATE - "
                     "CO-OP FEE OF " FEE-EDIT " CREDITED BACK".
                   MOVE ZERO TO TBL-WKT-FEE-BILLED(WORKTERM-FOUND-SUB).

      * every registration for a keyed term
           600-LIST-TERM-WORKTERMS.
               DISPLAY "ENTER WORK TERM CODE (YYYYTT):".
               ACCEPT ENTRY-TERM-CODE.
               IF ENTRY-TERM-CODE IS NOT NUMERIC
                   DISPLAY "TERM CODE MUST BE SIX DIGITS"
               ELSE
                   MOVE ENTRY-TERM-CODE TO ENTRY-TERM-NUMERIC
                   MOVE ZERO TO LIST-ROW-COUNT
                   DISPLAY "STUDENT ST EMPLOYER START    END      "
                     "SUPERVISOR"
                   PERFORM 601-LIST-ONE-WORKTERM
                       VARYING WORKTERM-SUB FROM 1 BY 1
                       UNTIL WORKTERM-SUB > WORKTERM-COUNT
                   DISPLAY LIST-ROW-COUNT " WORK TERM(S) FOR "
                     ENTRY-TERM-NUMERIC
               END-IF.

               601-LIST-ONE-WORKTERM.
                   IF TBL-WKT-TERM-CODE(WORKTERM-SUB) IS EQUAL TO
                       ENTRY-TERM-NUMERIC
                       ADD 1 TO LIST-ROW-COUNT
                       DISPLAY TBL-WKT-STUDENT-NUMBER(WORKTERM-SUB)
                         "  " TBL-WKT-STATUS(WORKTERM-SUB) " "
                         TBL-WKT-EMPLOYER-CODE(WORKTERM-SUB) "   "
                         TBL-WKT-START-DATE(WORKTERM-SUB) " "
                         TBL-WKT-END-DATE(WORKTERM-SUB) " "
                         TBL-WKT-SUPERVISOR(WORKTERM-SUB)
                   END-IF.

      * a keyed YYYYMMDD that is a real calendar date
           700-CHECK-ONE-DATE.
               MOVE 'N' TO DATE-CHECK-FLAG.
               IF DATE-CHECK-ENTRY IS NUMERIC
                   MOVE DATE-CHECK-ENTRY TO DATE-CHECK-NUMERIC
                   IF DATE-CHECK-YYYY IS GREATER THAN 1900
                       AND DATE-CHECK-MM IS GREATER THAN ZERO
                       AND DATE-CHECK-MM IS LESS THAN 13
                       PERFORM 701-SET-DAYS-IN-MONTH
                       IF DATE-CHECK-DD IS GREATER THAN ZERO
                           AND DATE-CHECK-DD IS NOT GREATER THAN
                               DATE-CHECK-DAYS-IN-MONTH
                           MOVE 'Y' TO DATE-CHECK-FLAG
                       END-IF
                   END-IF
               END-IF.

               701-SET-DAYS-IN-MONTH.
                   IF DATE-CHECK-MM IS EQUAL TO 4
                       OR DATE-CHECK-MM IS EQUAL TO 6
                       OR DATE-CHECK-MM IS EQUAL TO 9
                       OR DATE-CHECK-MM IS EQUAL TO 11
                       MOVE 30 TO DATE-CHECK-DAYS-IN-MONTH
                   ELSE IF DATE-CHECK-MM IS EQUAL TO 2
                       IF FUNCTION MOD(DATE-CHECK-YYYY, 400) = 0
                           OR (FUNCTION MOD(DATE-CHECK-YYYY, 4) = 0
                           AND FUNCTION MOD(DATE-CHECK-YYYY, 100)
                               NOT = 0)
                           MOVE 29 TO DATE-CHECK-DAYS-IN-MONTH
                       ELSE
                           MOVE 28 TO DATE-CHECK-DAYS-IN-MONTH
                       END-IF
                   ELSE
                       MOVE 31 TO DATE-CHECK-DAYS-IN-MONTH
                   END-IF
                   END-IF.

      * rewrite the employer master from the table
           900-REWRITE-EMPLOYER-FILE.
               OPEN OUTPUT EMPLOYER-FILE.
               IF EMPLOYER-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN COOP-EMPLOYER.txt - "
                     "STATUS " EMPLOYER-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 901-WRITE-ONE-EMPLOYER
                   VARYING EMPLOYER-SUB FROM 1 BY 1
                   UNTIL EMPLOYER-SUB > EMPLOYER-COUNT.

               CLOSE EMPLOYER-FILE.
               DISPLAY "COOP-EMPLOYER.txt REWRITTEN - " EMPLOYER-COUNT
                 " ROWS".

               901-WRITE-ONE-EMPLOYER.
                   MOVE TBL-EMP-EMPLOYER-CODE(EMPLOYER-SUB)
                     TO EMP-EMPLOYER-CODE.
                   MOVE TBL-EMP-EMPLOYER-NAME(EMPLOYER-SUB)
                     TO EMP-EMPLOYER-NAME.
                   MOVE TBL-EMP-CITY(EMPLOYER-SUB) TO EMP-CITY.
                   MOVE TBL-EMP-CONTACT-NAME(EMPLOYER-SUB)
                     TO EMP-CONTACT-NAME.
                   MOVE TBL-EMP-CONTACT-PHONE(EMPLOYER-SUB)
                     TO EMP-CONTACT-PHONE.
                   MOVE TBL-EMP-ACTIVE(EMPLOYER-SUB) TO EMP-ACTIVE.
                   WRITE EMPLOYER-RECORD.

      * rewrite the work-term registrations from the table
           910-REWRITE-WORKTERM-FILE.
               OPEN OUTPUT WORKTERM-FILE.
               IF WORKTERM-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN COOP-WORKTERM.txt - "
                     "STATUS " WORKTERM-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 911-WRITE-ONE-WORKTERM
                   VARYING WORKTERM-SUB FROM 1 BY 1
                   UNTIL WORKTERM-SUB > WORKTERM-COUNT.

               CLOSE WORKTERM-FILE.
               DISPLAY "COOP-WORKTERM.txt REWRITTEN - " WORKTERM-COUNT
                 " ROWS".

               911-WRITE-ONE-WORKTERM.
                   MOVE TBL-WKT-STUDENT-NUMBER(WORKTERM-SUB)
                     TO WKT-STUDENT-NUMBER.
                   MOVE TBL-WKT-TERM-CODE(WORKTERM-SUB)
                     TO WKT-TERM-CODE.
                   MOVE TBL-WKT-EMPLOYER-CODE(WORKTERM-SUB)
                     TO WKT-EMPLOYER-CODE.
                   MOVE TBL-WKT-START-DATE(WORKTERM-SUB)
                     TO WKT-START-DATE.
                   MOVE TBL-WKT-END-DATE(WORKTERM-SUB)
                     TO WKT-END-DATE.
                   MOVE TBL-WKT-SUPERVISOR(WORKTERM-SUB)
                     TO WKT-SUPERVISOR.
                   MOVE TBL-WKT-STATUS(WORKTERM-SUB) TO WKT-STATUS.
                   MOVE TBL-WKT-FEE-BILLED(WORKTERM-SUB)
                     TO WKT-FEE-BILLED.
                   MOVE TBL-WKT-CONFIRMED-DATE(WORKTERM-SUB)
                     TO WKT-CONFIRMED-DATE.
                   MOVE TBL-WKT-OPERATOR(WORKTERM-SUB)
                     TO WKT-OPERATOR.
                   WRITE WORKTERM-RECORD.

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
               MOVE "PROJ103" TO LCK-PROGRAM.
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
                     "NOT VERIFIED THIS SESSION"
               ELSE
                   IF MCT-RECORD-COUNT IS NOT EQUAL TO
                       CONTROL-COUNT-WORK
                       OR MCT-HASH-TOTAL IS NOT EQUAL TO
                           CONTROL-HASH-WORK
                       DISPLAY "*** STUIDX3.DAT FAILS THE MASTER "
                         "CONTROL RECORD - SESSION STOPPED ***"
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
               MOVE "PROJ103" TO MCT-PROGRAM.
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
               MOVE ENTRY-STUDENT-NUMERIC TO AUDIT-STUDENT-NUM-OUT.
               MOVE AUDIT-BEFORE-BUILD TO AUDIT-BEFORE-OUT.
               MOVE AUDIT-AFTER-BUILD TO AUDIT-AFTER-OUT.

               WRITE AUDIT-LOG-LINE.

               CLOSE AUDIT-LOG.

      * sign the operator on against OPERATOR.txt - three tries, each
      * failure logged to SIGNON-FAILURES.txt; a missing operator
      * master (not yet set up through PROJECT23) skips the check
      * loudly rather than locking the shop out
           250-SIGN-ON.
               OPEN INPUT OPERATOR-FILE.
               IF OPERATOR-FILE-STATUS IS EQUAL TO "35"
                   DISPLAY "OPERATOR MASTER NOT ON FILE - SIGN-ON "
                     "CHECK SKIPPED"
                   DISPLAY "ENTER OPERATOR ID:"
                   ACCEPT OPERATOR-ID
                   MOVE 'Y' TO SIGNON-OK-FLAG
               ELSE IF OPERATOR-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN OPERATOR.txt - STATUS "
                     OPERATOR-FILE-STATUS
                   STOP RUN
               ELSE
                   CLOSE OPERATOR-FILE
                   PERFORM 254-LOAD-OPERATOR-MASTER
                   PERFORM 251-TRY-ONE-SIGNON
                       UNTIL SIGNED-ON
                       OR SIGNON-ATTEMPTS IS NOT LESS THAN 3
                   IF NOT SIGNED-ON
                       DISPLAY "SIGN-ON FAILED - SESSION ENDED"
                       STOP RUN
                   END-IF
               END-IF
               END-IF.

               251-TRY-ONE-SIGNON.
                   ADD 1 TO SIGNON-ATTEMPTS.
                   DISPLAY "ENTER OPERATOR ID:".
                   ACCEPT ENTRY-OPERATOR-ID.
                   DISPLAY "ENTER PASSWORD:".
                   ACCEPT ENTRY-PASSWORD.

                   MOVE 'N' TO SIGNON-MATCH-FLAG.
                   MOVE 0 TO OPS-MATCH-SUB.
                   PERFORM 252-CHECK-ONE-OPERATOR
                       VARYING OPS-SUB FROM 1 BY 1
                       UNTIL OPS-SUB > OPS-COUNT
                       OR OPERATOR-MATCHED.

                   IF NOT OPERATOR-MATCHED
                       MOVE "ID/PASSWORD NOT RECOGNIZED"
                         TO SIGNON-FAIL-REASON
                       PERFORM 253-LOG-FAILED-ATTEMPT
                   ELSE IF OPS-LOCKED-FLAG(OPS-MATCH-SUB)
                       IS EQUAL TO 'Y'
                       MOVE "OPERATOR LOCKED - SEE SUPERVISOR"
                         TO SIGNON-FAIL-REASON
                       PERFORM 253-LOG-FAILED-ATTEMPT
                   ELSE IF OPS-PASSWORD(OPS-MATCH-SUB)
                       IS NOT EQUAL TO ENTRY-PASSWORD
                       PERFORM 256-COUNT-ONE-FAILURE
                       PERFORM 253-LOG-FAILED-ATTEMPT
                   ELSE IF OPS-ACTIVE(OPS-MATCH-SUB)
                       IS NOT EQUAL TO 'Y'
                       MOVE "OPERATOR DEACTIVATED"
                         TO SIGNON-FAIL-REASON
                       PERFORM 253-LOG-FAILED-ATTEMPT
                   ELSE
      * a good sign-on resets the consecutive-failure count on disk,
      * not just in memory - failures must never accumulate across
      * sessions into a lockout
                       IF OPS-FAIL-COUNT(OPS-MATCH-SUB)
                           IS GREATER THAN ZERO
                           MOVE ZERO TO OPS-FAIL-COUNT(OPS-MATCH-SUB)
                           PERFORM 259-REWRITE-OPERATOR-MASTER
                       END-IF
                       PERFORM 257-CHECK-PASSWORD-AGE
                       MOVE 'Y' TO SIGNON-OK-FLAG
                       MOVE ENTRY-OPERATOR-ID TO OPERATOR-ID
                   END-IF
                   END-IF
                   END-IF
                   END-IF.

      * the match is on the ID alone - the password verdict and the
      * failure counting happen above, so a wrong password still
      * finds the record whose count has to go up
               252-CHECK-ONE-OPERATOR.
                   IF OPS-ID(OPS-SUB) IS EQUAL TO ENTRY-OPERATOR-ID
                       MOVE 'Y' TO SIGNON-MATCH-FLAG
                       MOVE OPS-SUB TO OPS-MATCH-SUB
                   END-IF.

      * the master held whole for this session's checks - records
      * from before the aging fields existed default safe (expired
      * date, zero fails, unlocked)
               254-LOAD-OPERATOR-MASTER.
                   MOVE 0 TO OPS-COUNT.
                   MOVE 'N' TO OPERATOR-EOF-FLG.
                   OPEN INPUT OPERATOR-FILE.
                   PERFORM 255-LOAD-ONE-OPERATOR
                       UNTIL OPERATOR-EOF-FLG IS EQUAL TO 'Y'
                       OR OPS-COUNT IS EQUAL TO 100.
                   CLOSE OPERATOR-FILE.

               255-LOAD-ONE-OPERATOR.
                   READ OPERATOR-FILE
                       AT END
                           MOVE 'Y' TO OPERATOR-EOF-FLG
                       NOT AT END
                           ADD 1 TO OPS-COUNT
                           MOVE OPR-ID TO OPS-ID(OPS-COUNT)
                           MOVE OPR-NAME TO OPS-NAME(OPS-COUNT)
                           MOVE OPR-PASSWORD
                             TO OPS-PASSWORD(OPS-COUNT)
                           MOVE OPR-ROLE TO OPS-ROLE(OPS-COUNT)
                           MOVE OPR-ACTIVE TO OPS-ACTIVE(OPS-COUNT)
                           IF OPR-PASSWORD-DATE IS NUMERIC
                               MOVE OPR-PASSWORD-DATE
                                 TO OPS-PASSWORD-DATE(OPS-COUNT)
                           ELSE
                               MOVE ZERO
                                 TO OPS-PASSWORD-DATE(OPS-COUNT)
                           END-IF
                           IF OPR-FAIL-COUNT IS NUMERIC
                               MOVE OPR-FAIL-COUNT
                                 TO OPS-FAIL-COUNT(OPS-COUNT)
                           ELSE
                               MOVE ZERO TO OPS-FAIL-COUNT(OPS-COUNT)
                           END-IF
                           MOVE OPR-LOCKED-FLAG
                             TO OPS-LOCKED-FLAG(OPS-COUNT)
                           MOVE OPR-OLD-PASSWORD-1
                             TO OPS-OLD-PASSWORD-1(OPS-COUNT)
                           MOVE OPR-OLD-PASSWORD-2
                             TO OPS-OLD-PASSWORD-2(OPS-COUNT)
                           MOVE OPR-OLD-PASSWORD-3
                             TO OPS-OLD-PASSWORD-3(OPS-COUNT)
                   END-READ.

      * a third consecutive wrong password locks the ID on disk
      * right away
               256-COUNT-ONE-FAILURE.
                   ADD 1 TO OPS-FAIL-COUNT(OPS-MATCH-SUB).
                   IF OPS-FAIL-COUNT(OPS-MATCH-SUB)
                       IS NOT LESS THAN LOCKOUT-AFTER-FAILS
                       MOVE 'Y' TO OPS-LOCKED-FLAG(OPS-MATCH-SUB)
                       MOVE "LOCKED AFTER REPEATED FAILURES"
                         TO SIGNON-FAIL-REASON
                   ELSE
                       MOVE "ID/PASSWORD NOT RECOGNIZED"
                         TO SIGNON-FAIL-REASON
                   END-IF.
                   PERFORM 259-REWRITE-OPERATOR-MASTER.

      * an aged-out password (or one from before the dates existed)
      * must change before the session opens
               257-CHECK-PASSWORD-AGE.
                   ACCEPT PWD-TODAY FROM DATE YYYYMMDD.
                   IF OPS-PASSWORD-DATE(OPS-MATCH-SUB)
                       IS EQUAL TO ZERO
                       MOVE PASSWORD-MAX-DAYS TO PASSWORD-AGE-DAYS
                       ADD 1 TO PASSWORD-AGE-DAYS
                   ELSE
                       COMPUTE PASSWORD-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(PWD-TODAY)
                           - FUNCTION INTEGER-OF-DATE
                             (OPS-PASSWORD-DATE(OPS-MATCH-SUB))
                   END-IF.

                   IF PASSWORD-AGE-DAYS > PASSWORD-MAX-DAYS
                       DISPLAY "PASSWORD EXPIRED - A NEW ONE IS "
                         "REQUIRED NOW"
                       PERFORM 258-FORCE-PASSWORD-CHANGE
                   END-IF.

      * the new password may not match the current one or the last
      * three - the replaced one joins the reuse history
               258-FORCE-PASSWORD-CHANGE.
                   MOVE 'Y' TO PASSWORD-REUSED-FLAG.
                   PERFORM 2581-ACCEPT-NEW-PASSWORD
                       UNTIL NOT PASSWORD-REUSED.

                   MOVE OPS-OLD-PASSWORD-2(OPS-MATCH-SUB)
                     TO OPS-OLD-PASSWORD-3(OPS-MATCH-SUB).
                   MOVE OPS-OLD-PASSWORD-1(OPS-MATCH-SUB)
                     TO OPS-OLD-PASSWORD-2(OPS-MATCH-SUB).
                   MOVE OPS-PASSWORD(OPS-MATCH-SUB)
                     TO OPS-OLD-PASSWORD-1(OPS-MATCH-SUB).
                   MOVE NEW-PASSWORD-ENTRY
                     TO OPS-PASSWORD(OPS-MATCH-SUB).
                   MOVE PWD-TODAY
                     TO OPS-PASSWORD-DATE(OPS-MATCH-SUB).
                   PERFORM 259-REWRITE-OPERATOR-MASTER.
                   DISPLAY "PASSWORD CHANGED".

                   2581-ACCEPT-NEW-PASSWORD.
                       DISPLAY "ENTER NEW PASSWORD:".
                       ACCEPT NEW-PASSWORD-ENTRY.
                       MOVE 'N' TO PASSWORD-REUSED-FLAG.
                       IF NEW-PASSWORD-ENTRY IS EQUAL TO SPACES
                           OR NEW-PASSWORD-ENTRY IS EQUAL TO
                             OPS-PASSWORD(OPS-MATCH-SUB)
                           OR NEW-PASSWORD-ENTRY IS EQUAL TO
                             OPS-OLD-PASSWORD-1(OPS-MATCH-SUB)
                           OR NEW-PASSWORD-ENTRY IS EQUAL TO
                             OPS-OLD-PASSWORD-2(OPS-MATCH-SUB)
                           OR NEW-PASSWORD-ENTRY IS EQUAL TO
                             OPS-OLD-PASSWORD-3(OPS-MATCH-SUB)
                           DISPLAY "PASSWORD BLANK OR RECENTLY "
                             "USED - PICK ANOTHER"
                           MOVE 'Y' TO PASSWORD-REUSED-FLAG
                       END-IF.

               259-REWRITE-OPERATOR-MASTER.
                   OPEN OUTPUT OPERATOR-FILE.
                   IF OPERATOR-FILE-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN OPERATOR.txt - "
                         "STATUS " OPERATOR-FILE-STATUS
                       STOP RUN
                   END-IF.
                   PERFORM 2591-WRITE-ONE-OPERATOR
                       VARYING OPS-SUB FROM 1 BY 1
                       UNTIL OPS-SUB > OPS-COUNT.
                   CLOSE OPERATOR-FILE.

                   2591-WRITE-ONE-OPERATOR.
                       MOVE OPS-ID(OPS-SUB) TO OPR-ID.
                       MOVE OPS-NAME(OPS-SUB) TO OPR-NAME.
                       MOVE OPS-PASSWORD(OPS-SUB) TO OPR-PASSWORD.
                       MOVE OPS-ROLE(OPS-SUB) TO OPR-ROLE.
                       MOVE OPS-ACTIVE(OPS-SUB) TO OPR-ACTIVE.
                       MOVE OPS-PASSWORD-DATE(OPS-SUB)
                         TO OPR-PASSWORD-DATE.
                       MOVE OPS-FAIL-COUNT(OPS-SUB)
                         TO OPR-FAIL-COUNT.
                       MOVE OPS-LOCKED-FLAG(OPS-SUB)
                         TO OPR-LOCKED-FLAG.
                       MOVE OPS-OLD-PASSWORD-1(OPS-SUB)
                         TO OPR-OLD-PASSWORD-1.
                       MOVE OPS-OLD-PASSWORD-2(OPS-SUB)
                         TO OPR-OLD-PASSWORD-2.
                       MOVE OPS-OLD-PASSWORD-3(OPS-SUB)
                         TO OPR-OLD-PASSWORD-3.
                       WRITE OPERATOR-RECORD.

               253-LOG-FAILED-ATTEMPT.
                   DISPLAY SIGNON-FAIL-REASON.

                   ACCEPT SIGNON-DATE-RAW FROM DATE.
                   ACCEPT SIGNON-TIME-RAW FROM TIME.
                   MOVE SIGNON-MM TO SIGNON-STAMP-MM.
                   MOVE SIGNON-DD TO SIGNON-STAMP-DD.
                   MOVE SIGNON-YY TO SIGNON-STAMP-YY.
                   MOVE SIGNON-HH TO SIGNON-STAMP-HH.
                   MOVE SIGNON-MIN TO SIGNON-STAMP-MIN.
                   MOVE SIGNON-SS TO SIGNON-STAMP-SS.

                   OPEN EXTEND SIGNON-LOG.
                   IF SIGNON-LOG-STATUS IS EQUAL TO "35"
                       OPEN OUTPUT SIGNON-LOG
                   END-IF.
                   IF SIGNON-LOG-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN SIGNON-FAILURES.txt - "
                         "STATUS " SIGNON-LOG-STATUS
                       STOP RUN
                   END-IF.
                   MOVE SPACES TO SIGNON-LOG-LINE.

                   MOVE SIGNON-STAMP TO LOG-TIMESTAMP-OUT.
                   MOVE ENTRY-OPERATOR-ID TO LOG-OPERATOR-OUT.
                   MOVE "PROJ103" TO LOG-PROGRAM-OUT.
                   MOVE SIGNON-FAIL-REASON TO LOG-MESSAGE-OUT.
                   WRITE SIGNON-LOG-LINE.

                   CLOSE SIGNON-LOG.

       END PROGRAM PROJECT103.
