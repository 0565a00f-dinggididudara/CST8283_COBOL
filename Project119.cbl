      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: misapplied-payment transfer. A receipt keyed against
      *          the wrong student used to come back out through a
      *          PROJECT37 reversal and go in again as a fresh
      *          receipt - inflating the NSF/DSP counts and leaving
      *          both students a statement nobody could follow. Under
      *          a supervisor sign-on this screen moves a posted
      *          receipt from one student to the other instead: the
      *          original history line stays with the first student
      *          as status 'T' (transferred) and a line under the
      *          SAME receipt number posts to the right student, each
      *          naming the other student and the transfer date, so
      *          the receipt number links both sides and the day's
      *          drawer, tender and posting totals never move. Both
      *          balances and holds are re-derived, the
      *          PAYMENT-ALLOCATION.txt split is re-run over both
      *          accounts' receipts, and both sides go on the audit
      *          trail
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT119.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the receipt trail, carried in per-fiscal-year segments - every
      * loaded segment rewrites whole, rows back to the year they
      * came off
           SELECT PAYMENT-HISTORY
           ASSIGN TO PAYMENT-HISTORY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYMENT-HISTORY-STATUS.

           SELECT PAYHIST-INDEX-FILE
           ASSIGN TO "..\PAYHIST-INDEX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYHIST-INDEX-STATUS.

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

      * the split order, the billings, and what each payment settled
      * - the same three files PROJECT09 allocates against
           SELECT ALLOCATION-RULES-FILE
           ASSIGN TO "..\ALLOCATION-RULES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALLOCATION-RULES-STATUS.

           SELECT CHARGE-LEDGER
           ASSIGN TO "..\CHARGE-DETAIL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHARGE-LEDGER-STATUS.

           SELECT ALLOCATION-FILE
           ASSIGN TO "..\PAYMENT-ALLOCATION.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALLOCATION-FILE-STATUS.

           SELECT AUDIT-LOG
           ASSIGN TO "..\PROJECT02-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT MASTER-LOCK-FILE
           ASSIGN TO "..\STUFILE3-LOCK.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCK-FILE-STATUS.

           SELECT MASTER-CONTROL-FILE
           ASSIGN TO "..\STUFILE3-CONTROL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MASTER-CONTROL-STATUS.

      * the operator master - a transfer needs a supervisor signed on
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

       DATA DIVISION.
       FILE SECTION.
      * same layout Project09.cbl writes - kept in step with
      * Project37.cbl's FD PAYMENT-HISTORY. Status P posted, V voided
      * by PROJECT37, T transferred away here; the transfer fields
      * name the other side's student and the day it moved, spaces
      * on a receipt that never moved
       FD PAYMENT-HISTORY.
       01 PAYMENT-HISTORY-LINE.
         05 HIST-RECEIPT-NUMBER PIC 9(6).
         05 HIST-STUDENT-NUMBER PIC 9(6).
         05 HIST-AMOUNT PIC 9999V99.
         05 HIST-PAY-DATE PIC 9(8).
         05 HIST-TENDER-TYPE PIC X(2).
         05 HIST-POSTED-DATE PIC 9(8).
         05 HIST-STATUS PIC X(1).
         05 HIST-CASHIER-ID PIC X(8).
         05 HIST-FOREIGN-CURRENCY-FIELDS PIC X(21).
         05 HIST-TRANSFER-FIELDS PIC X(14).

      * kept in step across the history readers and writers
       FD PAYHIST-INDEX-FILE.
       01 PAYHIST-INDEX-RECORD.
         05 PHX-YEAR PIC 9(4).

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

       FD ALLOCATION-RULES-FILE.
       01 ALLOCATION-RULE-RECORD.
         05 ALC-CHARGE-TYPE PIC X(8).

      * same layout the other charge ledger writers carry
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

       FD MASTER-LOCK-FILE.
       01 MASTER-LOCK-RECORD.
         05 LCK-PROGRAM PIC X(9).
         05 LCK-OPERATOR PIC X(8).
         05 LCK-START-STAMP PIC X(17).

       FD MASTER-CONTROL-FILE.
       01 MASTER-CONTROL-RECORD.
         05 MCT-GEN-DATE PIC 9(8).
         05 MCT-PROGRAM PIC X(9).
         05 MCT-RECORD-COUNT PIC 9(6).
         05 MCT-HASH-TOTAL PIC S9(9)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

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

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 PAYMENT-HISTORY-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 IDX-FILE-STATUS PIC X(2).
         05 ALLOCATION-RULES-STATUS PIC X(2).
         05 CHARGE-LEDGER-STATUS PIC X(2).
         05 ALLOCATION-FILE-STATUS PIC X(2).
         05 AUDIT-FILE-STATUS PIC X(2).
         05 LOCK-FILE-STATUS PIC X(2).
         05 MASTER-CONTROL-STATUS PIC X(2).

       01 HISTORY-EOF-FLG PIC X(1).
       01 MASTER-EOF-FLG PIC X(1).

       01 OPERATOR-ID PIC X(8).
       01 RUN-DATE-FULL PIC 9(8).

      * a balance over this line puts the account on payment hold -
      * same threshold value as the entry programs
       01 PAYMENT-HOLD-THRESHOLD PIC S9999V99 VALUE 5000.00.

      * the whole receipt trail in memory - a transfer flips the
      * original row to 'T' and adds the right student's row behind
      * it in the same segment
       01 HISTORY-TABLE.
         05 HISTORY-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON HISTORY-COUNT.
           10 HST-RECEIPT-NUMBER PIC 9(6).
           10 HST-STUDENT-NUMBER PIC 9(6).
           10 HST-AMOUNT PIC 9999V99.
           10 HST-PAY-DATE PIC 9(8).
           10 HST-TENDER-TYPE PIC X(2).
           10 HST-POSTED-DATE PIC 9(8).
           10 HST-STATUS PIC X(1).
           10 HST-CASHIER-ID PIC X(8).
           10 HST-FOREIGN-CURRENCY-FIELDS PIC X(21).
           10 HST-TRANSFER-FIELDS.
             15 HST-TRANSFER-STUDENT PIC 9(6).
             15 HST-TRANSFER-DATE PIC 9(8).
           10 HST-SEG-YEAR PIC 9(4).

       01 HISTORY-VARIABLES.
         05 HISTORY-COUNT PIC 9(4) VALUE 0.
         05 PAYMENT-HISTORY-NAME PIC X(40).
         05 PAYHIST-INDEX-STATUS PIC X(2).
         05 PAYHIST-INDEX-EOF-FLG PIC X(1).
         05 YEAR-LIST-COUNT PIC 9(2) VALUE 0.
         05 YEAR-SUB PIC 9(2).
         05 YEAR-SLOT-SUB PIC 9(2).
         05 YEAR-SHIFT-SUB PIC 9(2).
         05 YEAR-LIST-TABLE.
           10 YEAR-LIST-YEAR PIC 9(4) OCCURS 30 TIMES.
         05 HIST-FIND-SUB PIC 9(4).
         05 HIST-FOUND-SUB PIC 9(4).
         05 HIST-FOUND-FLAG PIC X(1).
           88 RECEIPT-FOUND VALUE 'Y'.
         05 HISTORY-FULL-FLAG PIC X(1) VALUE 'N'.

      * the master as images plus the fields a transfer touches
       01 STUDENT-MASTER-TABLE.
         05 STUDENT-MASTER-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON STUDENT-MASTER-COUNT.
           10 MST-IMAGE PIC X(135).
           10 MST-STUDENT-NUMBER PIC 9(6).
           10 MST-STUDENT-NAME PIC X(40).
           10 MST-TUITION-OWED PIC S9999V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           10 MST-HOLD-FLAG PIC X(1).

       01 MASTER-VARIABLES.
         05 STUDENT-MASTER-COUNT PIC 9(4) VALUE 0.
         05 MASTER-SUB PIC 9(4).
         05 PROGRAM-SUB PIC 9(1).
         05 COURSE-SUB PIC 9(1).
         05 MASTER-FIND-NUMBER PIC 9(6).
         05 MASTER-FOUND-SUB PIC 9(4).
         05 MASTER-FOUND-FLAG PIC X(1).
           88 MASTER-STUDENT-FOUND VALUE 'Y'.
         05 CONTROL-COUNT-WORK PIC 9(6) VALUE 0.
         05 CONTROL-HASH-WORK PIC S9(9)V99 VALUE 0.
         05 MCT-FOUND-FLAG PIC X(1).
         05 CONTROL-COUNT-OUT-WORK PIC 9(6) VALUE 0.
         05 CONTROL-HASH-OUT-WORK PIC S9(9)V99 VALUE 0.
         05 MCT-DATE-WORK PIC 9(8).

      * one transfer as keyed at the screen
       01 TRANSFER-VARIABLES.
         05 TRANSFER-DONE-FLAG PIC X(1) VALUE 'N'.
         05 ENTRY-RECEIPT-NUMBER PIC X(6).
         05 ENTRY-RECEIPT-NUMERIC REDEFINES ENTRY-RECEIPT-NUMBER
             PIC 9(6).
         05 ENTRY-STUDENT-NUMBER PIC X(6).
         05 ENTRY-STUDENT-NUMERIC REDEFINES ENTRY-STUDENT-NUMBER
             PIC 9(6).
         05 CONFIRM-ANSWER PIC X(1).
         05 FROM-MASTER-SUB PIC 9(4).
         05 TO-MASTER-SUB PIC 9(4).
         05 FROM-STUDENT-NUMBER PIC 9(6).
         05 TO-STUDENT-NUMBER PIC 9(6).
         05 TRANSFER-RECEIPT-NUMBER PIC 9(6).
         05 FROM-NEW-BALANCE PIC S9(5)V99.
         05 TO-NEW-BALANCE PIC S9(5)V99.
         05 BALANCE-LIMIT PIC S9(5)V99 VALUE 9999.99.
         05 TRANSFER-AMOUNT-EDIT PIC ZZZ9.99.
         05 HOW-MANY-TRANSFERRED PIC 9(4) VALUE 0.

      * the allocation order, first row settles first
       01 ALLOC-RULE-TABLE.
         05 ALR-ENTRY OCCURS 1 TO 10 TIMES
             DEPENDING ON ALR-COUNT.
           10 ALR-CHARGE-TYPE PIC X(8).

       01 ALLOC-RULE-VARIABLES.
         05 ALR-COUNT PIC 9(2) VALUE 0.
         05 ALR-SUB PIC 9(2).
         05 ALR-EOF-FLG PIC X(1) VALUE 'N'.

      * the whole charge ledger, held to know each bucket's billings
       01 CHARGE-ITEM-TABLE.
         05 CHI-ENTRY OCCURS 1 TO 20000 TIMES
             DEPENDING ON CHI-COUNT.
           10 CHI-STUDENT-NUMBER PIC 9(6).
           10 CHI-CHARGE-TYPE PIC X(8).
           10 CHI-AMOUNT PIC S9999V99.

       01 CHARGE-ITEM-VARIABLES.
         05 CHI-COUNT PIC 9(5) VALUE 0.
         05 CHI-SUB PIC 9(5).
         05 CHI-EOF-FLG PIC X(1) VALUE 'N'.

      * every PAYMENT-ALLOCATION.txt line, whole - the file rewrites
      * from this table, so it has to hold all of it
       01 ALLOCATION-TABLE.
         05 PAT-ENTRY OCCURS 1 TO 30000 TIMES
             DEPENDING ON PAT-COUNT.
           10 PAT-RECEIPT-NUMBER PIC 9(6).
           10 PAT-STUDENT-NUMBER PIC 9(6).
           10 PAT-CHARGE-TYPE PIC X(8).
           10 PAT-AMOUNT PIC 9999V99.
           10 PAT-DATE PIC 9(8).

       01 ALLOCATION-VARIABLES.
         05 PAT-COUNT PIC 9(5) VALUE 0.
         05 PAT-SUB PIC 9(5).
         05 PAT-KEEP-SUB PIC 9(5).
         05 PAT-EOF-FLG PIC X(1) VALUE 'N'.
         05 PAT-MAXIMUM PIC 9(5) VALUE 30000.
      * room a transfer must see free before it starts - two
      * accounts' worth of re-split lines
         05 PAT-HEADROOM PIC 9(5) VALUE 500.

      * one account's re-split - its receipts in receipt-number order
       01 RESPLIT-RECEIPT-TABLE.
         05 RSR-RECEIPT-NUMBER PIC 9(6) OCCURS 200 TIMES.

       01 RESPLIT-VARIABLES.
         05 RESPLIT-STUDENT PIC 9(6).
         05 RSR-COUNT PIC 9(3) VALUE 0.
         05 RSR-SUB PIC 9(3).
         05 RSR-SLOT-SUB PIC 9(3).
         05 RSR-SHIFT-SUB PIC 9(3).
         05 RSR-NEW-RECEIPT PIC 9(6).
         05 RSR-ON-LIST-FLAG PIC X(1).
           88 RECEIPT-ON-LIST VALUE 'Y'.

       01 ALLOCATION-WORK-FIELDS.
         05 ALLOC-REMAINING PIC S9(5)V99.
         05 ALLOC-BUCKET-TYPE PIC X(8).
         05 ALLOC-RECEIPT-NUMBER PIC 9(6).
         05 ALLOC-DATE PIC 9(8).
         05 BUCKET-OPEN PIC S9(7)V99.
         05 BUCKET-TAKE PIC 9999V99.

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

       01 AUDIT-STUDENT-WORK PIC 9(6).
       01 AUDIT-BEFORE-BUILD PIC X(50).
       01 AUDIT-AFTER-BUILD PIC X(50).
       01 AUDIT-AMOUNT-EDIT PIC -ZZZ9.99.

       01 LOCK-FIELDS.
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

       PROCEDURE DIVISION.
      * main procedure
       100-TRANSFER-RECEIPTS.
           PERFORM 250-SIGN-ON.
           ACCEPT RUN-DATE-FULL FROM DATE YYYYMMDD.

           PERFORM 260-ACQUIRE-MASTER-LOCK.
           PERFORM 201-LOAD-PAYMENT-HISTORY.
           PERFORM 202-LOAD-STUDENT-MASTER.
           PERFORM 270-VERIFY-MASTER-CONTROL.
           PERFORM 210-LOAD-ALLOCATION-RULES.
           PERFORM 211-LOAD-CHARGE-LEDGER.
           PERFORM 212-LOAD-ALLOCATIONS.
           PERFORM 203-OPEN-AUDIT-LOG.

           PERFORM 300-TRANSFER-ONE-RECEIPT
               UNTIL TRANSFER-DONE-FLAG IS EQUAL TO 'Y'.

           CLOSE AUDIT-LOG.

           IF HOW-MANY-TRANSFERRED > 0
               PERFORM 500-REWRITE-STUDENT-MASTER
               PERFORM 510-UPDATE-MASTER-CONTROL
               PERFORM 520-REWRITE-PAYMENT-HISTORY
               PERFORM 530-REWRITE-ALLOCATIONS
           END-IF.

           PERFORM 261-RELEASE-MASTER-LOCK.

           DISPLAY "RECEIPTS TRANSFERRED: " HOW-MANY-TRANSFERRED.
           STOP RUN.

      * segments load newest year first, as in PROJECT37
           201-LOAD-PAYMENT-HISTORY.
               PERFORM 206-LOAD-SEGMENT-YEARS.

               IF YEAR-LIST-COUNT IS EQUAL TO ZERO
                   DISPLAY "NO PAYHIST-INDEX.txt - NOTHING TO "
                     "TRANSFER"
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.

               PERFORM 207-LOAD-ONE-SEGMENT
                   VARYING YEAR-SUB FROM 1 BY 1
                   UNTIL YEAR-SUB > YEAR-LIST-COUNT
                   OR HISTORY-COUNT IS EQUAL TO 5000.

      * the index years, insertion-placed newest first
           206-LOAD-SEGMENT-YEARS.
               MOVE 'N' TO PAYHIST-INDEX-EOF-FLG.
               OPEN INPUT PAYHIST-INDEX-FILE.
               IF PAYHIST-INDEX-STATUS IS NOT EQUAL TO "00"
                   CONTINUE
               ELSE
                   PERFORM 2061-NOTE-ONE-YEAR
                       UNTIL PAYHIST-INDEX-EOF-FLG IS EQUAL TO 'Y'
                       OR YEAR-LIST-COUNT IS EQUAL TO 30
                   CLOSE PAYHIST-INDEX-FILE
               END-IF.

               2061-NOTE-ONE-YEAR.
                   READ PAYHIST-INDEX-FILE
                       AT END
                           MOVE 'Y' TO PAYHIST-INDEX-EOF-FLG
                       NOT AT END
                           PERFORM 2062-PLACE-ONE-YEAR
                   END-READ.

               2062-PLACE-ONE-YEAR.
                   MOVE 1 TO YEAR-SLOT-SUB.
                   PERFORM 2063-FIND-YEAR-SLOT
                       UNTIL YEAR-SLOT-SUB > YEAR-LIST-COUNT
                       OR YEAR-LIST-YEAR(YEAR-SLOT-SUB)
                           IS LESS THAN PHX-YEAR.

                   ADD 1 TO YEAR-LIST-COUNT.
                   MOVE YEAR-LIST-COUNT TO YEAR-SHIFT-SUB.
                   PERFORM 2064-SHIFT-ONE-YEAR
                       UNTIL YEAR-SHIFT-SUB IS NOT GREATER THAN
                         YEAR-SLOT-SUB.
                   MOVE PHX-YEAR TO YEAR-LIST-YEAR(YEAR-SLOT-SUB).

                   2063-FIND-YEAR-SLOT.
                       ADD 1 TO YEAR-SLOT-SUB.

                   2064-SHIFT-ONE-YEAR.
                       MOVE YEAR-LIST-YEAR(YEAR-SHIFT-SUB - 1)
                         TO YEAR-LIST-YEAR(YEAR-SHIFT-SUB)
                       SUBTRACT 1 FROM YEAR-SHIFT-SUB.

      * a trail too big for the table would lose rows on the rewrite
      * - the run stops rather than do that
           207-LOAD-ONE-SEGMENT.
               MOVE SPACES TO PAYMENT-HISTORY-NAME.
               STRING "..\PAYMENT-HISTORY-" DELIMITED BY SIZE
                   YEAR-LIST-YEAR(YEAR-SUB) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO PAYMENT-HISTORY-NAME.

               MOVE 'N' TO HISTORY-EOF-FLG.
               OPEN INPUT PAYMENT-HISTORY.
               IF PAYMENT-HISTORY-STATUS IS NOT EQUAL TO "00"
                   CONTINUE
               ELSE
                   PERFORM 2011-LOAD-ONE-RECEIPT
                       UNTIL HISTORY-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE PAYMENT-HISTORY
               END-IF.

               IF HISTORY-FULL-FLAG IS EQUAL TO 'Y'
                   DISPLAY "PAYMENT HISTORY OVER 5000 RECEIPTS - "
                     "TRANSFER NOT AVAILABLE"
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.

               2011-LOAD-ONE-RECEIPT.
                   READ PAYMENT-HISTORY
                       AT END
                           MOVE 'Y' TO HISTORY-EOF-FLG
                       NOT AT END
                           IF HISTORY-COUNT IS EQUAL TO 5000
                               MOVE 'Y' TO HISTORY-FULL-FLAG
                               MOVE 'Y' TO HISTORY-EOF-FLG
                           ELSE
                               PERFORM 2012-KEEP-ONE-RECEIPT
                           END-IF
                   END-READ.

               2012-KEEP-ONE-RECEIPT.
                   ADD 1 TO HISTORY-COUNT.
                   MOVE HIST-RECEIPT-NUMBER
                     TO HST-RECEIPT-NUMBER(HISTORY-COUNT).
                   MOVE HIST-STUDENT-NUMBER
                     TO HST-STUDENT-NUMBER(HISTORY-COUNT).
                   MOVE HIST-AMOUNT TO HST-AMOUNT(HISTORY-COUNT).
                   MOVE HIST-PAY-DATE TO HST-PAY-DATE(HISTORY-COUNT).
                   MOVE HIST-TENDER-TYPE
                     TO HST-TENDER-TYPE(HISTORY-COUNT).
                   MOVE HIST-POSTED-DATE
                     TO HST-POSTED-DATE(HISTORY-COUNT).
                   MOVE HIST-STATUS TO HST-STATUS(HISTORY-COUNT).
                   MOVE HIST-CASHIER-ID
                     TO HST-CASHIER-ID(HISTORY-COUNT).
                   MOVE HIST-FOREIGN-CURRENCY-FIELDS
                     TO HST-FOREIGN-CURRENCY-FIELDS(HISTORY-COUNT).
                   MOVE HIST-TRANSFER-FIELDS
                     TO HST-TRANSFER-FIELDS(HISTORY-COUNT).
                   MOVE YEAR-LIST-YEAR(YEAR-SUB)
                     TO HST-SEG-YEAR(HISTORY-COUNT).

           202-LOAD-STUDENT-MASTER.
               OPEN INPUT STUDENT-INDEXED-FILE.
               IF IDX-FILE-STATUS IS EQUAL TO "35"
                   DISPLAY "STUIDX3.DAT NOT ON FILE - RUN PROJECT03 "
                     "FIRST TO BUILD THE INDEXED MASTER"
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.
               IF IDX-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUIDX3.DAT - STATUS "
                     IDX-FILE-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.

               MOVE 'N' TO MASTER-EOF-FLG.
               PERFORM 2021-LOAD-ONE-STUDENT
                   UNTIL MASTER-EOF-FLG IS EQUAL TO 'Y'
                   OR STUDENT-MASTER-COUNT IS EQUAL TO 3000.

               CLOSE STUDENT-INDEXED-FILE.

               2021-LOAD-ONE-STUDENT.
                   READ STUDENT-INDEXED-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO MASTER-EOF-FLG
                       NOT AT END
                           PERFORM 208-COPY-INDEX-TO-RECORD
                           ADD 1 TO CONTROL-COUNT-WORK
                           ADD TUITION-OWED TO CONTROL-HASH-WORK
                           ADD 1 TO STUDENT-MASTER-COUNT
                           MOVE STUDENT-FILE-IN
                             TO MST-IMAGE(STUDENT-MASTER-COUNT)
                           MOVE STUDENT-NUMBER
                             TO MST-STUDENT-NUMBER
                               (STUDENT-MASTER-COUNT)
                           MOVE STUDENT-NAME
                             TO MST-STUDENT-NAME(STUDENT-MASTER-COUNT)
                           MOVE TUITION-OWED
                             TO MST-TUITION-OWED(STUDENT-MASTER-COUNT)
                           MOVE PAYMENT-HOLD-FLAG
                             TO MST-HOLD-FLAG(STUDENT-MASTER-COUNT)
                   END-READ.

      * unpack the indexed record into the flat record area the
      * image capture above expects - same field order both ways
           208-COPY-INDEX-TO-RECORD.
               MOVE IDX-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE IDX-TUITION-OWED TO TUITION-OWED
               MOVE IDX-STUDENT-NAME TO STUDENT-NAME
               MOVE IDX-PROGRAM-COUNT TO PROGRAM-COUNT
               PERFORM 2081-COPY-ONE-PROGRAM-FROM-IDX
                   VARYING PROGRAM-SUB FROM 1 BY 1
                   UNTIL PROGRAM-SUB > PROGRAM-COUNT
               MOVE IDX-DUE-DATE TO DUE-DATE
               MOVE IDX-COURSE-COUNT TO COURSE-COUNT
               PERFORM 2082-COPY-ONE-COURSE-FROM-IDX
                   VARYING COURSE-SUB FROM 1 BY 1
                   UNTIL COURSE-SUB > COURSE-COUNT
               MOVE IDX-INTERNATIONAL-STUDENT-FLAG
               TO INTERNATIONAL-STUDENT-FLAG
               MOVE IDX-PAYMENT-HOLD-FLAG
               TO PAYMENT-HOLD-FLAG.

           2081-COPY-ONE-PROGRAM-FROM-IDX.
               MOVE IDX-PROGRAM-OF-STUDY(PROGRAM-SUB)
               TO PROGRAM-OF-STUDY(PROGRAM-SUB).

           2082-COPY-ONE-COURSE-FROM-IDX.
               MOVE IDX-COURSE-CODE(COURSE-SUB)
               TO COURSE-CODE(COURSE-SUB)
               MOVE IDX-COURSE-AVERAGE(COURSE-SUB)
               TO COURSE-AVERAGE(COURSE-SUB)
               MOVE IDX-COURSE-CREDIT-HOURS(COURSE-SUB)
               TO COURSE-CREDIT-HOURS(COURSE-SUB).

           203-OPEN-AUDIT-LOG.
               OPEN EXTEND AUDIT-LOG.
               IF AUDIT-FILE-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT AUDIT-LOG
               END-IF.
               IF AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN PROJECT02-AUDIT.txt - "
                     "STATUS " AUDIT-FILE-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.
               MOVE SPACES TO AUDIT-LOG-LINE.

      * the configurable order - a missing file means PROJECT09's
      * built-in one
           210-LOAD-ALLOCATION-RULES.
               OPEN INPUT ALLOCATION-RULES-FILE.
               IF ALLOCATION-RULES-STATUS IS EQUAL TO "35"
                   PERFORM 2102-SET-DEFAULT-RULES
               ELSE IF ALLOCATION-RULES-STATUS IS NOT EQUAL TO "00"
                   DISPLAY
                     "UNABLE TO OPEN ALLOCATION-RULES.txt - STATUS "
                     ALLOCATION-RULES-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               ELSE
                   PERFORM 2101-LOAD-ONE-RULE
                       UNTIL ALR-EOF-FLG IS EQUAL TO 'Y'
                       OR ALR-COUNT IS EQUAL TO 10
                   CLOSE ALLOCATION-RULES-FILE
                   IF ALR-COUNT IS EQUAL TO ZERO
                       PERFORM 2102-SET-DEFAULT-RULES
                   END-IF
               END-IF
               END-IF.

               2101-LOAD-ONE-RULE.
                   READ ALLOCATION-RULES-FILE
                       AT END
                           MOVE 'Y' TO ALR-EOF-FLG
                       NOT AT END
                           ADD 1 TO ALR-COUNT
                           MOVE ALC-CHARGE-TYPE
                             TO ALR-CHARGE-TYPE(ALR-COUNT)
                   END-READ.

      * kept in step with Project09.cbl's 2062-SET-DEFAULT-RULES
               2102-SET-DEFAULT-RULES.
                   MOVE 8 TO ALR-COUNT.
                   MOVE "TUITION " TO ALR-CHARGE-TYPE(1).
                   MOVE "COURSFEE" TO ALR-CHARGE-TYPE(2).
                   MOVE "RESID   " TO ALR-CHARGE-TYPE(3).
                   MOVE "DEPT    " TO ALR-CHARGE-TYPE(4).
                   MOVE "HST     " TO ALR-CHARGE-TYPE(5).
                   MOVE "NSFFEE  " TO ALR-CHARGE-TYPE(6).
                   MOVE "LATEFEE " TO ALR-CHARGE-TYPE(7).
                   MOVE "PARKING " TO ALR-CHARGE-TYPE(8).

      * no ledger on file just means every payment settles as OTHER
           211-LOAD-CHARGE-LEDGER.
               OPEN INPUT CHARGE-LEDGER.
               IF CHARGE-LEDGER-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF CHARGE-LEDGER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CHARGE-DETAIL.txt - "
                     "STATUS " CHARGE-LEDGER-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               ELSE
                   PERFORM 2111-LOAD-ONE-CHARGE
                       UNTIL CHI-EOF-FLG IS EQUAL TO 'Y'
                       OR CHI-COUNT IS EQUAL TO 20000
                   CLOSE CHARGE-LEDGER
               END-IF
               END-IF.

               2111-LOAD-ONE-CHARGE.
                   READ CHARGE-LEDGER
                       AT END
                           MOVE 'Y' TO CHI-EOF-FLG
                       NOT AT END
                           ADD 1 TO CHI-COUNT
                           MOVE CHG-STUDENT-NUMBER
                             TO CHI-STUDENT-NUMBER(CHI-COUNT)
                           MOVE CHG-CHARGE-TYPE
                             TO CHI-CHARGE-TYPE(CHI-COUNT)
                           MOVE CHG-AMOUNT TO CHI-AMOUNT(CHI-COUNT)
                   END-READ.

      * the allocation file held whole, since it rewrites - one too
      * big for the table stops the run before anything moves
           212-LOAD-ALLOCATIONS.
               OPEN INPUT ALLOCATION-FILE.
               IF ALLOCATION-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF ALLOCATION-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY
                     "UNABLE TO OPEN PAYMENT-ALLOCATION.txt - "
                     "STATUS " ALLOCATION-FILE-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               ELSE
                   PERFORM 2121-LOAD-ONE-ALLOCATION
                       UNTIL PAT-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE ALLOCATION-FILE
               END-IF
               END-IF.

               2121-LOAD-ONE-ALLOCATION.
                   READ ALLOCATION-FILE
                       AT END
                           MOVE 'Y' TO PAT-EOF-FLG
                       NOT AT END
                           IF PAT-COUNT IS EQUAL TO PAT-MAXIMUM
                               DISPLAY "PAYMENT-ALLOCATION.txt OVER "
                                 PAT-MAXIMUM " LINES - TRANSFER NOT "
                                 "AVAILABLE"
                               CLOSE ALLOCATION-FILE
                               PERFORM 261-RELEASE-MASTER-LOCK
                               STOP RUN
                           END-IF
                           ADD 1 TO PAT-COUNT
                           MOVE PAL-RECEIPT-NUMBER
                             TO PAT-RECEIPT-NUMBER(PAT-COUNT)
                           MOVE PAL-STUDENT-NUMBER
                             TO PAT-STUDENT-NUMBER(PAT-COUNT)
                           MOVE PAL-CHARGE-TYPE
                             TO PAT-CHARGE-TYPE(PAT-COUNT)
                           MOVE PAL-AMOUNT TO PAT-AMOUNT(PAT-COUNT)
                           MOVE PAL-DATE TO PAT-DATE(PAT-COUNT)
                   END-READ.

      * one receipt at the screen - it has to be posted, on tuition,
      * and its student still on the master
           300-TRANSFER-ONE-RECEIPT.
               DISPLAY " ".
               DISPLAY "ENTER RECEIPT NUMBER TO TRANSFER (BLANK TO "
                 "FINISH):".
               MOVE SPACES TO ENTRY-RECEIPT-NUMBER.
               ACCEPT ENTRY-RECEIPT-NUMBER.

               IF ENTRY-RECEIPT-NUMBER IS EQUAL TO SPACES
                   MOVE 'Y' TO TRANSFER-DONE-FLAG
               ELSE IF ENTRY-RECEIPT-NUMBER IS NOT NUMERIC
                   DISPLAY "RECEIPT NUMBER MUST BE 6 DIGITS"
               ELSE
                   MOVE 'N' TO HIST-FOUND-FLAG
                   MOVE 0 TO HIST-FOUND-SUB
                   PERFORM 301-FIND-ONE-RECEIPT
                       VARYING HIST-FIND-SUB FROM 1 BY 1
                       UNTIL HIST-FIND-SUB > HISTORY-COUNT
                       OR RECEIPT-FOUND
                   IF NOT RECEIPT-FOUND
                       DISPLAY "NOT A POSTED RECEIPT"
                   ELSE IF HST-TENDER-TYPE(HIST-FOUND-SUB)
                       IS EQUAL TO "MP"
                       OR HST-TENDER-TYPE(HIST-FOUND-SUB)
                           IS EQUAL TO "DP"
                       DISPLAY "MEAL PLAN AND DEPOSIT RECEIPTS NEVER "
                         "REACHED TUITION - NOT TRANSFERABLE HERE"
                   ELSE
                       MOVE HST-STUDENT-NUMBER(HIST-FOUND-SUB)
                         TO MASTER-FIND-NUMBER
                       PERFORM 303-FIND-ON-MASTER
                       IF NOT MASTER-STUDENT-FOUND
                           DISPLAY "STUDENT " MASTER-FIND-NUMBER
                             " NOT ON MASTER - CANNOT TRANSFER"
                       ELSE
                           MOVE MASTER-FOUND-SUB TO FROM-MASTER-SUB
                           PERFORM 302-TAKE-RIGHT-STUDENT
                       END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF.

      * only a still-posted receipt can move - a voided one, or the
      * side already transferred away, is passed over
               301-FIND-ONE-RECEIPT.
                   IF HST-RECEIPT-NUMBER(HIST-FIND-SUB) IS EQUAL TO
                       ENTRY-RECEIPT-NUMERIC
                       AND HST-STATUS(HIST-FIND-SUB) IS EQUAL TO 'P'
                       MOVE 'Y' TO HIST-FOUND-FLAG
                       MOVE HIST-FIND-SUB TO HIST-FOUND-SUB
                   END-IF.

               302-TAKE-RIGHT-STUDENT.
                   MOVE HST-AMOUNT(HIST-FOUND-SUB)
                     TO TRANSFER-AMOUNT-EDIT.
                   DISPLAY "RECEIPT " HST-RECEIPT-NUMBER(HIST-FOUND-SUB)
                     "  " TRANSFER-AMOUNT-EDIT
                     "  PAID " HST-PAY-DATE(HIST-FOUND-SUB)
                     "  TENDER " HST-TENDER-TYPE(HIST-FOUND-SUB).
                   DISPLAY "NOW ON " MST-STUDENT-NUMBER(FROM-MASTER-SUB)
                     " " MST-STUDENT-NAME(FROM-MASTER-SUB).
                   DISPLAY "ENTER THE STUDENT IT BELONGS TO:".
                   MOVE SPACES TO ENTRY-STUDENT-NUMBER.
                   ACCEPT ENTRY-STUDENT-NUMBER.

                   IF ENTRY-STUDENT-NUMBER IS NOT NUMERIC
                       DISPLAY "STUDENT NUMBER MUST BE 6 DIGITS"
                   ELSE IF ENTRY-STUDENT-NUMERIC IS EQUAL TO
                       MST-STUDENT-NUMBER(FROM-MASTER-SUB)
                       DISPLAY "THAT IS THE STUDENT IT IS ON NOW"
                   ELSE
                       MOVE ENTRY-STUDENT-NUMERIC
                         TO MASTER-FIND-NUMBER
                       PERFORM 303-FIND-ON-MASTER
                       IF NOT MASTER-STUDENT-FOUND
                           DISPLAY "STUDENT " MASTER-FIND-NUMBER
                             " NOT ON MASTER"
                       ELSE
                           MOVE MASTER-FOUND-SUB TO TO-MASTER-SUB
                           PERFORM 304-CONFIRM-TRANSFER
                       END-IF
                   END-IF
                   END-IF.

               303-FIND-ON-MASTER.
                   MOVE 'N' TO MASTER-FOUND-FLAG.
                   MOVE 0 TO MASTER-FOUND-SUB.
                   PERFORM 3031-CHECK-ONE-STUDENT
                       VARYING MASTER-SUB FROM 1 BY 1
                       UNTIL MASTER-SUB > STUDENT-MASTER-COUNT
                       OR MASTER-STUDENT-FOUND.

                   3031-CHECK-ONE-STUDENT.
                       IF MST-STUDENT-NUMBER(MASTER-SUB) IS EQUAL TO
                           MASTER-FIND-NUMBER
                           MOVE 'Y' TO MASTER-FOUND-FLAG
                           MOVE MASTER-SUB TO MASTER-FOUND-SUB
                       END-IF.

      * the balances must stay inside the master's picture, and the
      * tables must have room for the new history row and the
      * re-split lines, before anything moves
               304-CONFIRM-TRANSFER.
                   COMPUTE FROM-NEW-BALANCE =
                       MST-TUITION-OWED(FROM-MASTER-SUB)
                       + HST-AMOUNT(HIST-FOUND-SUB).
                   COMPUTE TO-NEW-BALANCE =
                       MST-TUITION-OWED(TO-MASTER-SUB)
                       - HST-AMOUNT(HIST-FOUND-SUB).

                   IF FROM-NEW-BALANCE > BALANCE-LIMIT
                       OR TO-NEW-BALANCE < (BALANCE-LIMIT * -1)
                       DISPLAY "A BALANCE WOULD PASS 9999.99 - "
                         "TRANSFER REFUSED"
                   ELSE IF HISTORY-COUNT IS EQUAL TO 5000
                       OR PAT-COUNT + PAT-HEADROOM > PAT-MAXIMUM
                       DISPLAY "HISTORY OR ALLOCATION TABLE FULL - "
                         "TRANSFER REFUSED"
                   ELSE
                       DISPLAY "TO " MST-STUDENT-NUMBER(TO-MASTER-SUB)
                         " " MST-STUDENT-NAME(TO-MASTER-SUB)
                       DISPLAY "TRANSFER THIS RECEIPT (Y/N)?"
                       ACCEPT CONFIRM-ANSWER
                       IF CONFIRM-ANSWER IS EQUAL TO 'Y'
                           OR CONFIRM-ANSWER IS EQUAL TO 'y'
                           PERFORM 310-APPLY-ONE-TRANSFER
                       ELSE
                           DISPLAY "NOT TRANSFERRED"
                       END-IF
                   END-IF
                   END-IF.

      * move the money, flip the original row to 'T', post the same
      * receipt number to the right student, write both audit lines
      * and re-split both accounts
           310-APPLY-ONE-TRANSFER.
               MOVE HST-RECEIPT-NUMBER(HIST-FOUND-SUB)
                 TO TRANSFER-RECEIPT-NUMBER.
               MOVE MST-STUDENT-NUMBER(FROM-MASTER-SUB)
                 TO FROM-STUDENT-NUMBER.
               MOVE MST-STUDENT-NUMBER(TO-MASTER-SUB)
                 TO TO-STUDENT-NUMBER.

               MOVE FROM-STUDENT-NUMBER TO AUDIT-STUDENT-WORK.
               MOVE MST-TUITION-OWED(FROM-MASTER-SUB)
                 TO AUDIT-AMOUNT-EDIT.
               MOVE SPACES TO AUDIT-BEFORE-BUILD.
               STRING "TUITION=" DELIMITED BY SIZE
                   AUDIT-AMOUNT-EDIT DELIMITED BY SIZE
                   " RCT " DELIMITED BY SIZE
                   TRANSFER-RECEIPT-NUMBER DELIMITED BY SIZE
                   " POSTED HERE" DELIMITED BY SIZE
                   INTO AUDIT-BEFORE-BUILD
               END-STRING.
               MOVE FROM-NEW-BALANCE
                 TO MST-TUITION-OWED(FROM-MASTER-SUB).
               MOVE FROM-MASTER-SUB TO MASTER-SUB.
               PERFORM 311-DERIVE-HOLD.
               MOVE MST-TUITION-OWED(FROM-MASTER-SUB)
                 TO AUDIT-AMOUNT-EDIT.
               MOVE SPACES TO AUDIT-AFTER-BUILD.
               STRING "TUITION=" DELIMITED BY SIZE
                   AUDIT-AMOUNT-EDIT DELIMITED BY SIZE
                   " RCT " DELIMITED BY SIZE
                   TRANSFER-RECEIPT-NUMBER DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   TO-STUDENT-NUMBER DELIMITED BY SIZE
                   INTO AUDIT-AFTER-BUILD
               END-STRING.
               PERFORM 321-WRITE-ONE-AUDIT-LINE.

               MOVE TO-STUDENT-NUMBER TO AUDIT-STUDENT-WORK.
               MOVE MST-TUITION-OWED(TO-MASTER-SUB)
                 TO AUDIT-AMOUNT-EDIT.
               MOVE SPACES TO AUDIT-BEFORE-BUILD.
               STRING "TUITION=" DELIMITED BY SIZE
                   AUDIT-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO AUDIT-BEFORE-BUILD
               END-STRING.
               MOVE TO-NEW-BALANCE TO MST-TUITION-OWED(TO-MASTER-SUB).
               MOVE TO-MASTER-SUB TO MASTER-SUB.
               PERFORM 311-DERIVE-HOLD.
               MOVE MST-TUITION-OWED(TO-MASTER-SUB)
                 TO AUDIT-AMOUNT-EDIT.
               MOVE SPACES TO AUDIT-AFTER-BUILD.
               STRING "TUITION=" DELIMITED BY SIZE
                   AUDIT-AMOUNT-EDIT DELIMITED BY SIZE
                   " RCT " DELIMITED BY SIZE
                   TRANSFER-RECEIPT-NUMBER DELIMITED BY SIZE
                   " FROM " DELIMITED BY SIZE
                   FROM-STUDENT-NUMBER DELIMITED BY SIZE
                   INTO AUDIT-AFTER-BUILD
               END-STRING.
               PERFORM 321-WRITE-ONE-AUDIT-LINE.

               MOVE 'T' TO HST-STATUS(HIST-FOUND-SUB).
               MOVE TO-STUDENT-NUMBER
                 TO HST-TRANSFER-STUDENT(HIST-FOUND-SUB).
               MOVE RUN-DATE-FULL TO HST-TRANSFER-DATE(HIST-FOUND-SUB).

               ADD 1 TO HISTORY-COUNT.
               MOVE HISTORY-ENTRY(HIST-FOUND-SUB)
                 TO HISTORY-ENTRY(HISTORY-COUNT).
               MOVE TO-STUDENT-NUMBER
                 TO HST-STUDENT-NUMBER(HISTORY-COUNT).
               MOVE 'P' TO HST-STATUS(HISTORY-COUNT).
               MOVE FROM-STUDENT-NUMBER
                 TO HST-TRANSFER-STUDENT(HISTORY-COUNT).

               MOVE FROM-STUDENT-NUMBER TO RESPLIT-STUDENT.
               PERFORM 330-RESPLIT-ONE-ACCOUNT.
               MOVE TO-STUDENT-NUMBER TO RESPLIT-STUDENT.
               PERFORM 330-RESPLIT-ONE-ACCOUNT.

               ADD 1 TO HOW-MANY-TRANSFERRED.
               DISPLAY "RECEIPT " TRANSFER-RECEIPT-NUMBER
                 " TRANSFERRED - BOTH ACCOUNTS RE-SPLIT".

      * same hold rule as the posting programs
               311-DERIVE-HOLD.
                   IF MST-TUITION-OWED(MASTER-SUB) >
                       PAYMENT-HOLD-THRESHOLD
                       MOVE 'Y' TO MST-HOLD-FLAG(MASTER-SUB)
                   ELSE
                       MOVE 'N' TO MST-HOLD-FLAG(MASTER-SUB)
                   END-IF.

               321-WRITE-ONE-AUDIT-LINE.
                   ACCEPT AUDIT-DATE-RAW FROM DATE.
                   ACCEPT AUDIT-TIME-RAW FROM TIME.
                   MOVE AUDIT-MM TO AUDIT-STAMP-MM.
                   MOVE AUDIT-DD TO AUDIT-STAMP-DD.
                   MOVE AUDIT-YY TO AUDIT-STAMP-YY.
                   MOVE AUDIT-HH TO AUDIT-STAMP-HH.
                   MOVE AUDIT-MIN TO AUDIT-STAMP-MIN.
                   MOVE AUDIT-SS TO AUDIT-STAMP-SS.

                   MOVE AUDIT-STAMP TO AUDIT-TIMESTAMP-OUT.
                   MOVE OPERATOR-ID TO AUDIT-OPERATOR-OUT.
                   MOVE "RCTXFR" TO AUDIT-ACTION-OUT.
                   MOVE AUDIT-STUDENT-WORK TO AUDIT-STUDENT-NUM-OUT.
                   MOVE AUDIT-BEFORE-BUILD TO AUDIT-BEFORE-OUT.
                   MOVE AUDIT-AFTER-BUILD TO AUDIT-AFTER-OUT.
                   WRITE AUDIT-LOG-LINE.

      * re-run the account's split from scratch: every receipt the
      * allocation file had settling for it (plus the one just moved)
      * comes off, then each one still posted to the account splits
      * again in receipt-number order against its billings - a
      * receipt transferred away or voided simply splits no more
           330-RESPLIT-ONE-ACCOUNT.
               MOVE 0 TO RSR-COUNT.
               MOVE TRANSFER-RECEIPT-NUMBER TO RSR-NEW-RECEIPT.
               PERFORM 3311-NOTE-ONE-RECEIPT.
               PERFORM 331-NOTE-ACCOUNT-RECEIPT
                   VARYING PAT-SUB FROM 1 BY 1
                   UNTIL PAT-SUB > PAT-COUNT.

               MOVE 0 TO PAT-KEEP-SUB.
               PERFORM 332-DROP-ACCOUNT-LINE
                   VARYING PAT-SUB FROM 1 BY 1
                   UNTIL PAT-SUB > PAT-COUNT.
               MOVE PAT-KEEP-SUB TO PAT-COUNT.

               PERFORM 333-SPLIT-ONE-RECEIPT
                   VARYING RSR-SUB FROM 1 BY 1
                   UNTIL RSR-SUB > RSR-COUNT.

               331-NOTE-ACCOUNT-RECEIPT.
                   IF PAT-STUDENT-NUMBER(PAT-SUB) IS EQUAL TO
                       RESPLIT-STUDENT
                       MOVE PAT-RECEIPT-NUMBER(PAT-SUB)
                         TO RSR-NEW-RECEIPT
                       PERFORM 3311-NOTE-ONE-RECEIPT
                   END-IF.

      * insertion-placed, each receipt once
                   3311-NOTE-ONE-RECEIPT.
                       MOVE 'N' TO RSR-ON-LIST-FLAG.
                       MOVE 1 TO RSR-SLOT-SUB.
                       PERFORM 3312-FIND-RECEIPT-SLOT
                           UNTIL RSR-SLOT-SUB > RSR-COUNT
                           OR RECEIPT-ON-LIST
                           OR RSR-RECEIPT-NUMBER(RSR-SLOT-SUB)
                               IS GREATER THAN RSR-NEW-RECEIPT.

                       IF NOT RECEIPT-ON-LIST
                           AND RSR-COUNT IS LESS THAN 200
                           ADD 1 TO RSR-COUNT
                           MOVE RSR-COUNT TO RSR-SHIFT-SUB
                           PERFORM 3313-SHIFT-ONE-RECEIPT
                               UNTIL RSR-SHIFT-SUB IS NOT GREATER
                                 THAN RSR-SLOT-SUB
                           MOVE RSR-NEW-RECEIPT
                             TO RSR-RECEIPT-NUMBER(RSR-SLOT-SUB)
                       END-IF.

                   3312-FIND-RECEIPT-SLOT.
                       IF RSR-RECEIPT-NUMBER(RSR-SLOT-SUB) IS EQUAL
                           TO RSR-NEW-RECEIPT
                           MOVE 'Y' TO RSR-ON-LIST-FLAG
                       ELSE
                           ADD 1 TO RSR-SLOT-SUB
                       END-IF.

                   3313-SHIFT-ONE-RECEIPT.
                       MOVE RSR-RECEIPT-NUMBER(RSR-SHIFT-SUB - 1)
                         TO RSR-RECEIPT-NUMBER(RSR-SHIFT-SUB)
                       SUBTRACT 1 FROM RSR-SHIFT-SUB.

      * close the table up over the account's old lines
               332-DROP-ACCOUNT-LINE.
                   IF PAT-STUDENT-NUMBER(PAT-SUB) IS NOT EQUAL TO
                       RESPLIT-STUDENT
                       ADD 1 TO PAT-KEEP-SUB
                       IF PAT-KEEP-SUB IS LESS THAN PAT-SUB
                           MOVE PAT-ENTRY(PAT-SUB)
                             TO PAT-ENTRY(PAT-KEEP-SUB)
                       END-IF
                   END-IF.

      * a receipt still posted to this account splits again, dated
      * the day it first posted
               333-SPLIT-ONE-RECEIPT.
                   MOVE 'N' TO HIST-FOUND-FLAG.
                   MOVE 0 TO HIST-FOUND-SUB.
                   PERFORM 3331-FIND-POSTED-RECEIPT
                       VARYING HIST-FIND-SUB FROM 1 BY 1
                       UNTIL HIST-FIND-SUB > HISTORY-COUNT
                       OR RECEIPT-FOUND.
                   IF RECEIPT-FOUND
                       MOVE HST-RECEIPT-NUMBER(HIST-FOUND-SUB)
                         TO ALLOC-RECEIPT-NUMBER
                       MOVE HST-POSTED-DATE(HIST-FOUND-SUB)
                         TO ALLOC-DATE
                       MOVE HST-AMOUNT(HIST-FOUND-SUB)
                         TO ALLOC-REMAINING
                       PERFORM 340-ALLOCATE-ONE-PAYMENT
                   END-IF.

                   3331-FIND-POSTED-RECEIPT.
                       IF HST-RECEIPT-NUMBER(HIST-FIND-SUB) IS EQUAL
                           TO RSR-RECEIPT-NUMBER(RSR-SUB)
                           AND HST-STUDENT-NUMBER(HIST-FIND-SUB)
                               IS EQUAL TO RESPLIT-STUDENT
                           AND HST-STATUS(HIST-FIND-SUB)
                               IS EQUAL TO 'P'
                           MOVE 'Y' TO HIST-FOUND-FLAG
                           MOVE HIST-FIND-SUB TO HIST-FOUND-SUB
                       END-IF.

      * PROJECT09's split, kept in step with its 330-333 - buckets in
      * rule order, whatever no bucket claims settles as OTHER
           340-ALLOCATE-ONE-PAYMENT.
               PERFORM 341-ALLOCATE-ONE-BUCKET
                   VARYING ALR-SUB FROM 1 BY 1
                   UNTIL ALR-SUB > ALR-COUNT
                   OR ALLOC-REMAINING IS NOT GREATER THAN ZERO.

               IF ALLOC-REMAINING IS GREATER THAN ZERO
                   MOVE "OTHER" TO ALLOC-BUCKET-TYPE
                   MOVE ALLOC-REMAINING TO BUCKET-TAKE
                   PERFORM 343-ADD-ALLOCATION-LINE
               END-IF.

               341-ALLOCATE-ONE-BUCKET.
                   MOVE ALR-CHARGE-TYPE(ALR-SUB)
                     TO ALLOC-BUCKET-TYPE.
                   PERFORM 342-SUM-BUCKET-OPEN.
                   IF BUCKET-OPEN IS GREATER THAN ZERO
                       IF BUCKET-OPEN IS LESS THAN ALLOC-REMAINING
                           MOVE BUCKET-OPEN TO BUCKET-TAKE
                       ELSE
                           MOVE ALLOC-REMAINING TO BUCKET-TAKE
                       END-IF
                       PERFORM 343-ADD-ALLOCATION-LINE
                       SUBTRACT BUCKET-TAKE FROM ALLOC-REMAINING
                   END-IF.

      * the bucket's billings less what payments already settled
               342-SUM-BUCKET-OPEN.
                   MOVE ZERO TO BUCKET-OPEN.
                   PERFORM 3421-ADD-ONE-CHARGE
                       VARYING CHI-SUB FROM 1 BY 1
                       UNTIL CHI-SUB > CHI-COUNT.
                   PERFORM 3422-LESS-ONE-ALLOCATION
                       VARYING PAT-SUB FROM 1 BY 1
                       UNTIL PAT-SUB > PAT-COUNT.

                   3421-ADD-ONE-CHARGE.
                       IF CHI-STUDENT-NUMBER(CHI-SUB) IS EQUAL TO
                           RESPLIT-STUDENT
                           AND CHI-CHARGE-TYPE(CHI-SUB) IS EQUAL TO
                               ALLOC-BUCKET-TYPE
                           ADD CHI-AMOUNT(CHI-SUB) TO BUCKET-OPEN
                       END-IF.

                   3422-LESS-ONE-ALLOCATION.
                       IF PAT-STUDENT-NUMBER(PAT-SUB) IS EQUAL TO
                           RESPLIT-STUDENT
                           AND PAT-CHARGE-TYPE(PAT-SUB) IS EQUAL TO
                               ALLOC-BUCKET-TYPE
                           SUBTRACT PAT-AMOUNT(PAT-SUB)
                             FROM BUCKET-OPEN
                       END-IF.

               343-ADD-ALLOCATION-LINE.
                   ADD 1 TO PAT-COUNT.
                   MOVE ALLOC-RECEIPT-NUMBER
                     TO PAT-RECEIPT-NUMBER(PAT-COUNT).
                   MOVE RESPLIT-STUDENT
                     TO PAT-STUDENT-NUMBER(PAT-COUNT).
                   MOVE ALLOC-BUCKET-TYPE TO PAT-CHARGE-TYPE(PAT-COUNT).
                   MOVE BUCKET-TAKE TO PAT-AMOUNT(PAT-COUNT).
                   MOVE ALLOC-DATE TO PAT-DATE(PAT-COUNT).

      * rewrite the master from the images with the moved balances
      * spliced back in
           500-REWRITE-STUDENT-MASTER.
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

               MOVE 0 TO CONTROL-COUNT-OUT-WORK.
               MOVE 0 TO CONTROL-HASH-OUT-WORK.

               PERFORM 501-WRITE-ONE-STUDENT
                   VARYING MASTER-SUB FROM 1 BY 1
                   UNTIL MASTER-SUB > STUDENT-MASTER-COUNT.

               CLOSE STUDENT-FILE.
               CLOSE STUDENT-INDEXED-FILE.

               501-WRITE-ONE-STUDENT.
                   MOVE 3 TO PROGRAM-COUNT.
                   MOVE 5 TO COURSE-COUNT.
                   MOVE MST-IMAGE(MASTER-SUB) TO STUDENT-FILE-IN.
                   MOVE MST-TUITION-OWED(MASTER-SUB) TO TUITION-OWED.
                   MOVE MST-HOLD-FLAG(MASTER-SUB)
                     TO PAYMENT-HOLD-FLAG.
                   WRITE STUDENT-FILE-IN.
                   PERFORM 502-REWRITE-ONE-INDEXED.
                   ADD 1 TO CONTROL-COUNT-OUT-WORK.
                   ADD TUITION-OWED TO CONTROL-HASH-OUT-WORK.

      * same record, keyed in place on the live master - a student
      * missing from the index would mean the two copies diverged,
      * which PROJECT03's nightly regeneration would then heal
           502-REWRITE-ONE-INDEXED.
               MOVE STUDENT-NUMBER TO IDX-STUDENT-NUMBER
               MOVE TUITION-OWED TO IDX-TUITION-OWED
               MOVE STUDENT-NAME TO IDX-STUDENT-NAME
               MOVE PROGRAM-COUNT TO IDX-PROGRAM-COUNT
               PERFORM 503-COPY-ONE-PROGRAM-TO-IDX
                   VARYING PROGRAM-SUB FROM 1 BY 1
                   UNTIL PROGRAM-SUB > PROGRAM-COUNT
               MOVE DUE-DATE TO IDX-DUE-DATE
               MOVE COURSE-COUNT TO IDX-COURSE-COUNT
               PERFORM 504-COPY-ONE-COURSE-TO-IDX
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

           503-COPY-ONE-PROGRAM-TO-IDX.
               MOVE PROGRAM-OF-STUDY(PROGRAM-SUB)
               TO IDX-PROGRAM-OF-STUDY(PROGRAM-SUB).

           504-COPY-ONE-COURSE-TO-IDX.
               MOVE COURSE-CODE(COURSE-SUB)
               TO IDX-COURSE-CODE(COURSE-SUB)
               MOVE COURSE-AVERAGE(COURSE-SUB)
               TO IDX-COURSE-AVERAGE(COURSE-SUB)
               MOVE COURSE-CREDIT-HOURS(COURSE-SUB)
               TO IDX-COURSE-CREDIT-HOURS(COURSE-SUB).

      * prove the index against the master control record before
      * anything moves - kept in step with PROJECT37's check
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
                       DISPLAY "IF A BATCH UPDATED THE MASTER "
                         "OUTSIDE THE INDEX, REBUILD STUIDX3.DAT "
                         "WITH PROJECT03 AND RERUN"
                       PERFORM 261-RELEASE-MASTER-LOCK
                       STOP RUN
                   END-IF
               END-IF.

           510-UPDATE-MASTER-CONTROL.
               ACCEPT MCT-DATE-WORK FROM DATE YYYYMMDD.
               OPEN OUTPUT MASTER-CONTROL-FILE.
               IF MASTER-CONTROL-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3-CONTROL.txt - "
                     "STATUS " MASTER-CONTROL-STATUS
                   STOP RUN
               END-IF.
               MOVE MCT-DATE-WORK TO MCT-GEN-DATE.
               MOVE "PROJ119" TO MCT-PROGRAM.
               MOVE CONTROL-COUNT-OUT-WORK TO MCT-RECORD-COUNT.
               MOVE CONTROL-HASH-OUT-WORK TO MCT-HASH-TOTAL.
               WRITE MASTER-CONTROL-RECORD.
               CLOSE MASTER-CONTROL-FILE.

      * each loaded segment rewrites whole, rows going back to the
      * year they came off - a transfer's new row follows the
      * segment's other rows
           520-REWRITE-PAYMENT-HISTORY.
               PERFORM 522-REWRITE-ONE-SEGMENT
                   VARYING YEAR-SUB FROM 1 BY 1
                   UNTIL YEAR-SUB > YEAR-LIST-COUNT.

               522-REWRITE-ONE-SEGMENT.
                   MOVE SPACES TO PAYMENT-HISTORY-NAME.
                   STRING "..\PAYMENT-HISTORY-" DELIMITED BY SIZE
                       YEAR-LIST-YEAR(YEAR-SUB) DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO PAYMENT-HISTORY-NAME.

                   OPEN OUTPUT PAYMENT-HISTORY.
                   IF PAYMENT-HISTORY-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN "
                         PAYMENT-HISTORY-NAME " - STATUS "
                         PAYMENT-HISTORY-STATUS
                       STOP RUN
                   END-IF.

                   PERFORM 521-WRITE-ONE-RECEIPT
                       VARYING HIST-FIND-SUB FROM 1 BY 1
                       UNTIL HIST-FIND-SUB > HISTORY-COUNT.

                   CLOSE PAYMENT-HISTORY.

               521-WRITE-ONE-RECEIPT.
                   IF HST-SEG-YEAR(HIST-FIND-SUB) IS EQUAL TO
                       YEAR-LIST-YEAR(YEAR-SUB)
                       MOVE HST-RECEIPT-NUMBER(HIST-FIND-SUB)
                         TO HIST-RECEIPT-NUMBER
                       MOVE HST-STUDENT-NUMBER(HIST-FIND-SUB)
                         TO HIST-STUDENT-NUMBER
                       MOVE HST-AMOUNT(HIST-FIND-SUB) TO HIST-AMOUNT
                       MOVE HST-PAY-DATE(HIST-FIND-SUB)
                         TO HIST-PAY-DATE
                       MOVE HST-TENDER-TYPE(HIST-FIND-SUB)
                         TO HIST-TENDER-TYPE
                       MOVE HST-POSTED-DATE(HIST-FIND-SUB)
                         TO HIST-POSTED-DATE
                       MOVE HST-STATUS(HIST-FIND-SUB) TO HIST-STATUS
                       MOVE HST-CASHIER-ID(HIST-FIND-SUB)
                         TO HIST-CASHIER-ID
                       MOVE HST-FOREIGN-CURRENCY-FIELDS(HIST-FIND-SUB)
                         TO HIST-FOREIGN-CURRENCY-FIELDS
                       MOVE HST-TRANSFER-FIELDS(HIST-FIND-SUB)
                         TO HIST-TRANSFER-FIELDS
                       WRITE PAYMENT-HISTORY-LINE
                   END-IF.

      * the allocation file back out whole, the re-split lines where
      * the compaction left them
           530-REWRITE-ALLOCATIONS.
               OPEN OUTPUT ALLOCATION-FILE.
               IF ALLOCATION-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY
                     "UNABLE TO OPEN PAYMENT-ALLOCATION.txt - "
                     "STATUS " ALLOCATION-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 531-WRITE-ONE-ALLOCATION
                   VARYING PAT-SUB FROM 1 BY 1
                   UNTIL PAT-SUB > PAT-COUNT.

               CLOSE ALLOCATION-FILE.

               531-WRITE-ONE-ALLOCATION.
                   MOVE PAT-RECEIPT-NUMBER(PAT-SUB)
                     TO PAL-RECEIPT-NUMBER.
                   MOVE PAT-STUDENT-NUMBER(PAT-SUB)
                     TO PAL-STUDENT-NUMBER.
                   MOVE PAT-CHARGE-TYPE(PAT-SUB) TO PAL-CHARGE-TYPE.
                   MOVE PAT-AMOUNT(PAT-SUB) TO PAL-AMOUNT.
                   MOVE PAT-DATE(PAT-SUB) TO PAL-DATE.
                   WRITE ALLOCATION-RECORD.

      * sign the supervisor on against OPERATOR.txt - three tries,
      * each failure logged to SIGNON-FAILURES.txt; a missing
      * operator master (not yet set up through PROJECT23) skips the
      * check loudly rather than locking the shop out
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
                   ELSE IF OPS-ROLE(OPS-MATCH-SUB)
                       IS NOT EQUAL TO 'S'
                       MOVE "SUPERVISOR ROLE REQUIRED"
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
                   MOVE "PROJ119" TO LOG-PROGRAM-OUT.
                   MOVE SIGNON-FAIL-REASON TO LOG-MESSAGE-OUT.
                   WRITE SIGNON-LOG-LINE.

                   CLOSE SIGNON-LOG.

      * take the master lock or stop - same convention as the other
      * STUFILE3.txt writers; a stale lock is cleared through
      * PROJECT25
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
               MOVE "PROJ119" TO LCK-PROGRAM.
               MOVE OPERATOR-ID TO LCK-OPERATOR.
               MOVE LCK-STAMP TO LCK-START-STAMP.
               WRITE MASTER-LOCK-RECORD.
               CLOSE MASTER-LOCK-FILE.

           261-RELEASE-MASTER-LOCK.
               OPEN OUTPUT MASTER-LOCK-FILE.
               CLOSE MASTER-LOCK-FILE.

       END PROGRAM PROJECT119.
