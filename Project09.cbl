      *                   rewritten into it in place by key, with
      *                   STUFILE3.txt regenerated as its sequential
      *                   extract for the streaming readers
      *  15-OCT-2026 SL - foreign-currency wires: a receipt carrying a
      *                   USD/INR/CNY currency code and foreign amount
      *                   is converted to CAD at the EXCHANGE-RATES.txt
      *                   rate for its payment date (or the latest
      *                   earlier one, up to FX-RATE-STALE-DAYS old)
      *                   and posted as that CAD amount; the original
      *                   currency, amount and rate are kept on the
      *                   history line for PROJECT115's bank-credit
      *                   variance run
      *  15-OCT-2026 SL - bank bill payments: the bank's remittance
      *                   file (BANK-REMITTANCE.txt) posts directly
      *                   under tender BP instead of being rekeyed
      *                   into PAYMENTS.txt; a remittance whose
      *                   reference is not a student on the master is
      *                   never guessed at but held on
      *                   REMIT-SUSPENSE.txt, and an item PROJECT117
      *                   has identified posts to the named student
      *                   on the next run
      *  15-OCT-2026 SL - work-study deductions: payroll's per-pay-
      *                   period deduction file (PAYROLL-DEDUCTIONS.txt)
      *                   posts under tender WS through the same path
      *                   as a receipt, up to the balance owing; what
      *                   cannot be applied goes back to payroll on
      *                   WORKSTUDY-RETURNS.txt, and what was applied
      *                   clears the payroll clearing account through
      *                   a WORKSTUDY-GL-EXTRACT.txt batch
      *  15-OCT-2026 SL - duplicate receipts: a cashier receipt for the
      *                   same student and amount as one already
      *                   posted with a pay date within
      *                   DUPLICATE-WINDOW-DAYS of it is parked on
      *                   DUPLICATE-REVIEW.txt instead of posting;
      *                   PROJECT129 releases or rejects each one, and
      *                   a released receipt posts on the next run
      *  15-OCT-2026 SL - register WORKSTUDY-GL-EXTRACT.txt on
      *                   TRANSMISSION-REGISTER.txt with its entry count
      *                   and hash total once the trailer is written
      *  15-OCT-2026 SL - continuing-education receipts: a number not
      *                   on the tuition master but on CE-LEARNER.txt
      *                   posts against the learner's CE balance owing
      *                   there instead of rejecting as an unknown
      *                   student; PROJECT112 raises that balance with
      *                   each CEFEE fee and lowers it with each credit
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT09.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MEAL-PLAN-STATUS.

      * continuing-education learners - never on the tuition master;
      * a receipt for one posts against the CE balance owing that
      * PROJECT112 bills
           SELECT CE-LEARNER-FILE
           ASSIGN TO "..\CE-LEARNER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CE-LEARNER-STATUS.

      * one record - the next receipt number to issue, so receipt
      * numbers stay sequential across runs
           SELECT RECEIPT-CONTROL-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECEIPT-CONTROL-STATUS.

      * the bank's daily bill-payment remittance file - posted as it
      * arrives, no rekeying
           SELECT BANK-REMITTANCE-FILE
           ASSIGN TO "..\BANK-REMITTANCE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BANK-REMITTANCE-STATUS.

      * remittances that could not be matched to a student, held
      * until PROJECT117 identifies the payer - loaded whole and
      * rewritten at the end of the run
           SELECT REMIT-SUSPENSE-FILE
           ASSIGN TO "..\REMIT-SUSPENSE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REMIT-SUSPENSE-STATUS.

      * the daily CAD rate per currency, maintained by PROJECT114 -
      * what a foreign-currency wire is converted at
           SELECT EXCHANGE-RATE-FILE
           ASSIGN TO "..\EXCHANGE-RATES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCHANGE-RATE-STATUS.

      * payroll's work-study deduction file - one line per student
      * per pay period, cut by payroll after each pay run
           SELECT PAYROLL-DEDUCTION-FILE
           ASSIGN TO "..\PAYROLL-DEDUCTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYROLL-DEDUCTION-STATUS.

      * the deductions that could not be applied, or only in part -
      * goes back to payroll to be paid out to the student
           SELECT WORKSTUDY-RETURNS-FILE
           ASSIGN TO "..\WORKSTUDY-RETURNS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORKSTUDY-RETURNS-STATUS.

      * program/charge-type to GL account pairs - kept in step with
      * Project48.cbl
           SELECT GL-ACCOUNT-MAP-FILE
           ASSIGN TO "..\GL-ACCOUNT-MAP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GL-ACCOUNT-MAP-STATUS.

      * the batch that clears payroll clearing for what was applied
           SELECT GL-EXTRACT-FILE
           ASSIGN TO "..\WORKSTUDY-GL-EXTRACT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GL-EXTRACT-STATUS.

      * one line per outbound file sent - kept in step with every
      * extract writer, Project146.cbl and Project147.cbl
           SELECT TRANSMISSION-REGISTER
           ASSIGN TO "..\TRANSMISSION-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSMIT-REGISTER-STATUS.


      * cashier receipts held as suspected duplicates - loaded whole
      * and rewritten at the end of the run; PROJECT129 releases or
      * rejects them
           SELECT DUPLICATE-REVIEW-FILE
           ASSIGN TO "..\DUPLICATE-REVIEW.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DUPLICATE-REVIEW-STATUS.

      * the master-lock convention - taken before this program touches
      * STUFILE3.txt, released on a clean exit, left in place by an
      * the drawer that keyed the receipt - stamped by the cashier's
      * office, blank on feeds cut before the field existed
         05 PAY-CASHIER-ID PIC X(8).
      * a wire in a foreign currency - the currency code and the
      * amount the student sent (seven whole units then two
      * decimals); blank or CAD is an ordinary domestic receipt, and
      * PAY-AMOUNT is left blank on a wire since 340 fills it in
         05 PAY-CURRENCY-CODE PIC X(3).
           88 PAY-IS-DOMESTIC VALUE SPACES "CAD".
         05 PAY-FOREIGN-AMOUNT PIC X(9).
         05 PAY-FOREIGN-AMOUNT-NUMERIC REDEFINES PAY-FOREIGN-AMOUNT
             PIC 9(7)V99.

      * current STUDENT-FILE-IN layout, as read/written by PROJECT03 -
      * kept in step with Project3.cbl's FD STUDENT-FILE
         05 HIST-STATUS PIC X(1).
      * who keyed it - what PROJECT45 balances the drawer by
         05 HIST-CASHIER-ID PIC X(8).
      * a wire's original currency, amount and the rate it was
      * booked at - spaces on a domestic receipt and on every line
      * cut before the fields existed
         05 HIST-FOREIGN-CURRENCY-FIELDS.
           10 HIST-CURRENCY-CODE PIC X(3).
           10 HIST-FOREIGN-AMOUNT PIC 9(7)V99.
           10 HIST-EXCHANGE-RATE PIC 9(3)V9(6).

      * kept in step with Project72.cbl's FD MEAL-PLAN-FILE
       FD MEAL-PLAN-FILE.
         05 MPL-REMAINING PIC S9(5)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

      * kept in step with Project112.cbl's FD LEARNER-FILE - only
      * the number and balance are used here, the name, address and
      * audit fields are carried through the rewrite untouched
       FD CE-LEARNER-FILE.
       01 CE-LEARNER-RECORD.
         05 CEL-STUDENT-NUMBER PIC 9(6).
         05 CEL-DETAIL PIC X(129).
         05 CEL-AMOUNT-OWED PIC S9999V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       FD RECEIPT-CONTROL-FILE.
       01 RECEIPT-CONTROL-RECORD.
         05 NEXT-RECEIPT-NUMBER PIC 9(6).

      * the bank's layout - a trace number unique to the payment, the
      * reference the payer typed (the student number, left-
      * justified, when they typed it right), the payer's name as the
      * bank has it, the amount (seven whole-dollar digits then two
      * cents digits, no decimal point) and the date paid
       FD BANK-REMITTANCE-FILE.
       01 BANK-REMITTANCE-RECORD.
         05 REM-TRACE-NUMBER PIC X(12).
         05 REM-PAYER-REFERENCE PIC X(12).
         05 REM-REFERENCE-PARTS REDEFINES REM-PAYER-REFERENCE.
           10 REM-REFERENCE-STUDENT PIC X(6).
           10 REM-REFERENCE-REST PIC X(6).
         05 REM-PAYER-NAME PIC X(30).
         05 REM-AMOUNT PIC X(9).
         05 REM-AMOUNT-NUMERIC REDEFINES REM-AMOUNT PIC 9(7)V99.
         05 REM-PAY-DATE PIC X(8).
         05 REM-PAY-DATE-NUMERIC REDEFINES REM-PAY-DATE PIC 9(8).

      * one suspended remittance - status O open, I identified by
      * PROJECT117 and waiting to post, A applied by this program, C
      * cleared outside the system (returned to the payer or posted
      * by hand); kept in step with Project117.cbl and Project118.cbl
       FD REMIT-SUSPENSE-FILE.
       01 REMIT-SUSPENSE-RECORD.
         05 SUS-SUSPENSE-NUMBER PIC 9(6).
         05 SUS-TRACE-NUMBER PIC X(12).
         05 SUS-PAYER-REFERENCE PIC X(12).
         05 SUS-PAYER-NAME PIC X(30).
         05 SUS-AMOUNT PIC 9(7)V99.
         05 SUS-PAY-DATE PIC 9(8).
         05 SUS-SUSPENDED-DATE PIC 9(8).
         05 SUS-REASON PIC X(20).
         05 SUS-STATUS PIC X(1).
         05 SUS-STUDENT-NUMBER PIC 9(6).
         05 SUS-RESOLVED-BY PIC X(8).
         05 SUS-RECEIPT-NUMBER PIC 9(6).
         05 SUS-RESOLVED-DATE PIC 9(8).

      * kept in step with Project114.cbl's FD RATE-FILE
       FD EXCHANGE-RATE-FILE.
       01 EXCHANGE-RATE-RECORD.
         05 XRT-CURRENCY-CODE PIC X(3).
         05 XRT-RATE-DATE PIC 9(8).
         05 XRT-CAD-RATE PIC 9(3)V9(6).

      * payroll's layout - student number, payroll's employee number,
      * the pay-period end date and the amount deducted from the
      * cheque (four whole-dollar digits then two cents digits, no
      * decimal point)
       FD PAYROLL-DEDUCTION-FILE.
       01 PAYROLL-DEDUCTION-RECORD.
         05 DED-STUDENT-NUMBER PIC X(6).
         05 DED-EMPLOYEE-NUMBER PIC X(8).
         05 DED-PERIOD-END PIC X(8).
         05 DED-PERIOD-END-NUMERIC REDEFINES DED-PERIOD-END
             PIC 9(8).
         05 DED-AMOUNT PIC X(6).
         05 DED-AMOUNT-NUMERIC REDEFINES DED-AMOUNT PIC 9999V99.

       FD WORKSTUDY-RETURNS-FILE.
       01 WORKSTUDY-RETURNS-LINE PIC X(100).

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

      * one parked receipt, exactly as it reached posting (a wire
      * already converted to CAD), with the posted receipt it looks
      * like - status O open, R released by PROJECT129 and waiting to
      * post, A posted by this program, J rejected; kept in step with
      * Project129.cbl
       FD DUPLICATE-REVIEW-FILE.
       01 DUPLICATE-REVIEW-RECORD.
         05 DRV-REVIEW-NUMBER PIC 9(6).
         05 DRV-RECEIPT.
           10 DRV-STUDENT-NUMBER PIC X(6).
           10 DRV-AMOUNT PIC X(6).
           10 DRV-PAY-DATE PIC 9(8).
           10 DRV-TENDER-TYPE PIC X(2).
           10 DRV-CASHIER-ID PIC X(8).
           10 DRV-CURRENCY-CODE PIC X(3).
           10 DRV-FOREIGN-AMOUNT PIC X(9).
         05 DRV-MATCHED-RECEIPT PIC 9(6).
         05 DRV-MATCHED-PAY-DATE PIC 9(8).
         05 DRV-PARKED-DATE PIC 9(8).
         05 DRV-STATUS PIC X(1).
         05 DRV-REVIEWED-BY PIC X(8).
         05 DRV-REVIEWED-DATE PIC 9(8).
         05 DRV-RECEIPT-NUMBER PIC 9(6).

      * kept in step across the history readers and writers
       FD PAYHIST-INDEX-FILE.
       01 PAYHIST-INDEX-RECORD.
         05 MCT-HASH-TOTAL PIC S9(9)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

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

      * master-control work fields - the -WORK pair is what the file
         05 PAY-STUDENT-NUMBER-NUMERIC PIC 9(6).
         05 REJECT-REASON PIC X(30).

      * the exchange rates in memory, and the conversion of the
      * receipt in hand - FX-HISTORY-FIELDS is what every history
      * write copies onto the line, spaces for a domestic receipt
       01 EXCHANGE-RATE-TABLE.
         05 XRT-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON XRT-COUNT.
           10 XRT-TBL-CURRENCY-CODE PIC X(3).
           10 XRT-TBL-RATE-DATE PIC 9(8).
           10 XRT-TBL-CAD-RATE PIC 9(3)V9(6).

       01 EXCHANGE-RATE-VARIABLES.
         05 EXCHANGE-RATE-STATUS PIC X(2).
         05 XRT-COUNT PIC 9(4) VALUE 0.
         05 XRT-SUB PIC 9(4).
         05 XRT-EOF-FLG PIC X(1) VALUE 'N'.
         05 XRT-FOUND-SUB PIC 9(4) VALUE 0.
      * a wire dated more than this many days after the latest rate
      * on file is refused rather than converted at a stale rate
         05 FX-RATE-STALE-DAYS PIC 9(3) VALUE 7.
         05 FX-RATE-AGE PIC S9(7).
         05 FX-REJECT-FLAG PIC X(1).
           88 FX-RECEIPT-REJECTED VALUE 'Y'.
         05 FX-CAD-AMOUNT PIC 9(7)V99.
         05 FX-CAD-BOOKED PIC 9999V99.
         05 FX-CAD-BOOKED-DIGITS REDEFINES FX-CAD-BOOKED PIC X(6).

       01 FX-HISTORY-FIELDS.
         05 FXH-CURRENCY-CODE PIC X(3).
         05 FXH-FOREIGN-AMOUNT PIC 9(7)V99.
         05 FXH-EXCHANGE-RATE PIC 9(3)V9(6).

      * the suspense queue in memory - new suspensions go on the end,
      * numbered on from the highest on file
       01 REMIT-SUSPENSE-TABLE.
         05 RSP-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON RSP-COUNT.
           10 RSP-SUSPENSE-NUMBER PIC 9(6).
           10 RSP-TRACE-NUMBER PIC X(12).
           10 RSP-PAYER-REFERENCE PIC X(12).
           10 RSP-PAYER-NAME PIC X(30).
           10 RSP-AMOUNT PIC 9(7)V99.
           10 RSP-PAY-DATE PIC 9(8).
           10 RSP-SUSPENDED-DATE PIC 9(8).
           10 RSP-REASON PIC X(20).
           10 RSP-STATUS PIC X(1).
           10 RSP-STUDENT-NUMBER PIC 9(6).
           10 RSP-RESOLVED-BY PIC X(8).
           10 RSP-RECEIPT-NUMBER PIC 9(6).
           10 RSP-RESOLVED-DATE PIC 9(8).

       01 REMIT-SUSPENSE-VARIABLES.
         05 BANK-REMITTANCE-STATUS PIC X(2).
         05 REMIT-SUSPENSE-STATUS PIC X(2).
         05 REMITTANCE-EOF-FLG PIC X(1) VALUE 'N'.
         05 RSP-EOF-FLG PIC X(1) VALUE 'N'.
         05 RSP-COUNT PIC 9(4) VALUE 0.
         05 RSP-SUB PIC 9(4).
         05 RSP-CHANGED-FLAG PIC X(1) VALUE 'N'.
         05 NEXT-SUSPENSE-NUMBER PIC 9(6) VALUE 1.
         05 SUSPENSE-REASON PIC X(20).
      * what a remittance posts as - the bank is the "cashier"
         05 REMIT-TENDER-TYPE PIC X(2) VALUE "BP".
         05 REMIT-CASHIER-ID PIC X(8) VALUE "BANKBP".
         05 REMIT-AMOUNT-DIGITS PIC 9999V99.
         05 REMIT-AMOUNT-X REDEFINES REMIT-AMOUNT-DIGITS PIC X(6).

      * the recent posted receipts a cashier receipt is checked
      * against - loaded off the history, added to as this run posts
       01 RECENT-RECEIPT-TABLE.
         05 RCT-ENTRY OCCURS 1 TO 20000 TIMES
             DEPENDING ON RCT-COUNT.
           10 RCT-RECEIPT-NUMBER PIC 9(6).
           10 RCT-STUDENT-NUMBER PIC 9(6).
           10 RCT-AMOUNT PIC 9999V99.
           10 RCT-PAY-DATE PIC 9(8).
           10 RCT-DAY-NUMBER PIC 9(7).

       01 RECENT-RECEIPT-VARIABLES.
         05 RCT-COUNT PIC 9(5) VALUE 0.
         05 RCT-SUB PIC 9(5).
         05 RCT-EOF-FLG PIC X(1).
         05 RECENT-SEGMENT-YEAR PIC 9(4).
         05 RECENT-DAY-WORK PIC 9(7).
         05 LOOKBACK-START-DAY PIC 9(7).
      * how far back the history is loaded, and how many days apart
      * two pay dates may be and still be taken for the same receipt
         05 DUPLICATE-LOOKBACK-DAYS PIC 9(3) VALUE 60.
         05 DUPLICATE-WINDOW-DAYS PIC 9(3) VALUE 3.
         05 DUPLICATE-CHECK-AMOUNT PIC 9999V99.
         05 DUPLICATE-CHECK-DAY PIC 9(7).
         05 DUPLICATE-DAY-GAP PIC S9(7).
         05 DUPLICATE-MATCH-SUB PIC 9(5) VALUE 0.
         05 DUPLICATE-FOUND-FLAG PIC X(1) VALUE 'N'.
           88 SUSPECTED-DUPLICATE VALUE 'Y'.

      * the review queue in memory - new parkings go on the end,
      * numbered on from the highest on file
       01 DUPLICATE-REVIEW-TABLE.
         05 DRT-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON DRT-COUNT.
           10 DRT-REVIEW-NUMBER PIC 9(6).
           10 DRT-RECEIPT PIC X(42).
           10 DRT-MATCHED-RECEIPT PIC 9(6).
           10 DRT-MATCHED-PAY-DATE PIC 9(8).
           10 DRT-PARKED-DATE PIC 9(8).
           10 DRT-STATUS PIC X(1).
           10 DRT-REVIEWED-BY PIC X(8).
           10 DRT-REVIEWED-DATE PIC 9(8).
           10 DRT-RECEIPT-NUMBER PIC 9(6).

       01 DUPLICATE-REVIEW-VARIABLES.
         05 DUPLICATE-REVIEW-STATUS PIC X(2).
         05 DRT-EOF-FLG PIC X(1) VALUE 'N'.
         05 DRT-COUNT PIC 9(4) VALUE 0.
         05 DRT-SUB PIC 9(4).
         05 DRT-CHANGED-FLAG PIC X(1) VALUE 'N'.
         05 NEXT-REVIEW-NUMBER PIC 9(6) VALUE 1.
         05 RELEASE-RECEIPT-NUMBER PIC 9(6).
      * set while a released receipt goes back through posting, so
      * it is not parked all over again
         05 REVIEW-RELEASE-FLAG PIC X(1) VALUE 'N'.
           88 POSTING-RELEASED-RECEIPT VALUE 'Y'.

       01 COUNTERS.
         05 HOW-MANY-READ PIC 9(6) VALUE 0.
         05 HOW-MANY-POSTED PIC 9(6) VALUE 0.
         05 HOW-MANY-HOLDS-CLEARED PIC 9(6) VALUE 0.
         05 HOW-MANY-DEPOSITS-HELD PIC 9(6) VALUE 0.
         05 HOW-MANY-TOP-UPS PIC 9(6) VALUE 0.
         05 HOW-MANY-FX-CONVERTED PIC 9(6) VALUE 0.
         05 HOW-MANY-REMITTANCES PIC 9(6) VALUE 0.
         05 HOW-MANY-REMIT-POSTED PIC 9(6) VALUE 0.
         05 HOW-MANY-SUSPENDED PIC 9(6) VALUE 0.
         05 HOW-MANY-SUSPENSE-APPLIED PIC 9(6) VALUE 0.
         05 HOW-MANY-DEDUCTIONS PIC 9(6) VALUE 0.
         05 HOW-MANY-DEDUCTIONS-POSTED PIC 9(6) VALUE 0.
         05 HOW-MANY-DEDUCTIONS-RETURNED PIC 9(6) VALUE 0.
         05 HOW-MANY-PARKED PIC 9(6) VALUE 0.
         05 HOW-MANY-RELEASED-POSTED PIC 9(6) VALUE 0.
         05 HOW-MANY-CE-POSTED PIC 9(6) VALUE 0.

      * the work-study deduction in hand - what payroll took, what
      * the balance owing could absorb, and what goes back
       01 WORKSTUDY-VARIABLES.
         05 PAYROLL-DEDUCTION-STATUS PIC X(2).
         05 WORKSTUDY-RETURNS-STATUS PIC X(2).
         05 DEDUCTION-EOF-FLG PIC X(1) VALUE 'N'.
      * what a deduction posts as - payroll is the "cashier"
         05 WORKSTUDY-TENDER-TYPE PIC X(2) VALUE "WS".
         05 WORKSTUDY-CASHIER-ID PIC X(8) VALUE "PAYROLL".
         05 DEDUCTED-AMOUNT PIC 9999V99.
         05 APPLIED-AMOUNT PIC 9999V99.
         05 RETURNED-AMOUNT PIC 9999V99.
         05 RETURN-REASON PIC X(24).
         05 TOTAL-RETURNED PIC 9(7)V99 VALUE 0.

       01 RETURNS-HEADING-LINE.
         05 FILLER PIC X(41)
             VALUE "WORK-STUDY DEDUCTIONS RETURNED TO PAYROLL".
         05 FILLER PIC X(7) VALUE " - RUN ".
         05 RTH-RUN-DATE-OUT PIC 9(8).

       01 RETURNS-COLUMN-LINE.
         05 FILLER PIC X(8) VALUE "STUDENT".
         05 FILLER PIC X(9) VALUE "EMPLOYEE".
         05 FILLER PIC X(10) VALUE "PERIOD".
         05 FILLER PIC X(9) VALUE "DEDUCTED".
         05 FILLER PIC X(9) VALUE "APPLIED".
         05 FILLER PIC X(9) VALUE "RETURNED".
         05 FILLER PIC X(6) VALUE "REASON".

       01 RETURNS-DETAIL-LINE.
         05 RTN-STUDENT-OUT PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 RTN-EMPLOYEE-OUT PIC X(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 RTN-PERIOD-OUT PIC X(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 RTN-DEDUCTED-OUT PIC ZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 RTN-APPLIED-OUT PIC ZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 RTN-RETURNED-OUT PIC ZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 RTN-REASON-OUT PIC X(24).

       01 RETURNS-TOTAL-LINE.
         05 FILLER PIC X(17) VALUE "TOTAL RETURNED - ".
         05 RTT-COUNT-OUT PIC ZZZZZ9.
         05 FILLER PIC X(13) VALUE " DEDUCTIONS  ".
         05 RTT-AMOUNT-OUT PIC Z,ZZZ,ZZ9.99.

      * the account map in memory, and the pair a work-study
      * deduction books to - the fallbacks hold when the map has no
      * WORKSTDY row
       01 ACCOUNT-MAP-TABLE.
         05 MAP-ENTRY OCCURS 1 TO 100 TIMES
             DEPENDING ON MAP-COUNT.
           10 TBL-MAP-PROGRAM-CODE PIC X(5).
           10 TBL-MAP-CHARGE-TYPE PIC X(8).
           10 TBL-MAP-DEBIT-ACCOUNT PIC X(20).
           10 TBL-MAP-CREDIT-ACCOUNT PIC X(20).

       01 ACCOUNT-MAP-VARIABLES.
         05 GL-ACCOUNT-MAP-STATUS PIC X(2).
         05 GL-EXTRACT-STATUS PIC X(2).
         05 MAP-COUNT PIC 9(3) VALUE 0.
         05 MAP-EOF-FLG PIC X(1) VALUE 'N'.
         05 MAP-FIND-SUB PIC 9(3).
         05 MAP-FOUND-SUB PIC 9(3).
         05 MAP-FOUND-FLAG PIC X(1).
           88 MAP-ROW-FOUND VALUE 'Y'.
         05 WORKSTUDY-DEBIT-ACCOUNT PIC X(20).
         05 WORKSTUDY-CREDIT-ACCOUNT PIC X(20).

       01 GL-BATCH-FIELDS.
         05 GL-ENTRY-COUNT PIC 9(6) VALUE 0.
         05 GL-HASH-TOTAL PIC S9(9)V99 VALUE 0.

      * the meal plans in memory - a first top-up opens a plan under
      * the standard code, later ones add to it
           88 MEAL-PLAN-FOUND VALUE 'Y'.
         05 MEAL-CHANGED-FLAG PIC X(1) VALUE 'N'.

      * the continuing-education learners in memory while receipts
      * post, rewritten only when one of them paid
       01 CE-LEARNER-TABLE.
         05 CE-LEARNER-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON CE-LEARNER-COUNT.
           10 CET-STUDENT-NUMBER PIC 9(6).
           10 CET-DETAIL PIC X(129).
           10 CET-AMOUNT-OWED PIC S9999V99
               SIGN IS TRAILING SEPARATE CHARACTER.

       01 CE-LEARNER-VARIABLES.
         05 CE-LEARNER-STATUS PIC X(2).
         05 CE-LEARNER-COUNT PIC 9(4) VALUE 0.
         05 CE-EOF-FLG PIC X(1) VALUE 'N'.
         05 CE-FIND-SUB PIC 9(4).
         05 CE-FOUND-SUB PIC 9(4) VALUE 0.
         05 CE-FOUND-FLAG PIC X(1).
           88 CE-LEARNER-FOUND VALUE 'Y'.
         05 CE-CHANGED-FLAG PIC X(1) VALUE 'N'.

       01 FINAL-REPORT.
         05 FINAL-REPORT-1 PIC X(24).
         05 FINAL-NUMBER-1 PIC ZZZZZ9.
         05 FINAL-REPORT-3 PIC X(24).
         05 FINAL-NUMBER-3 PIC ZZZZZ9.

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
      * main procedure - load the master, post every receipt against
      * it in memory, then rewrite the master and print the totals
           PERFORM 200-LOAD-STUDENT-MASTER.
           PERFORM 270-VERIFY-MASTER-CONTROL.
           PERFORM 205-LOAD-MEAL-PLANS.
           PERFORM 213-LOAD-CE-LEARNERS.
           PERFORM 201-READ-RECEIPT-CONTROL.
           PERFORM 206-LOAD-ALLOCATION-RULES.
           PERFORM 207-LOAD-CHARGE-LEDGER.
           PERFORM 208-LOAD-PRIOR-ALLOCATIONS.
           PERFORM 209-LOAD-EXCHANGE-RATES.
           PERFORM 210-LOAD-REMIT-SUSPENSE.
           PERFORM 211-LOAD-RECENT-RECEIPTS.
           PERFORM 212-LOAD-DUPLICATE-REVIEW.
           PERFORM 202-OPEN-POSTING-FILES.

           PERFORM 203-READ-ONE-PAYMENT.
           PERFORM 300-POST-ONE-PAYMENT
               UNTIL PAYMENT-EOF-FLG IS EQUAL TO 'Y'.
           PERFORM 308-POST-RELEASED-DUPLICATES.
           PERFORM 350-POST-IDENTIFIED-SUSPENSE.
           PERFORM 360-POST-BANK-REMITTANCES.
           PERFORM 370-POST-PAYROLL-DEDUCTIONS.

           PERFORM 204-CLOSE-POSTING-FILES.
           PERFORM 400-REWRITE-STUDENT-MASTER.
           IF MEAL-CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 402-REWRITE-MEAL-PLANS
           END-IF.
           IF CE-CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 405-REWRITE-CE-LEARNERS
           END-IF.
           IF RSP-CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 403-REWRITE-REMIT-SUSPENSE
           END-IF.
           IF DRT-CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 404-REWRITE-DUPLICATE-REVIEW
           END-IF.
           PERFORM 500-WRITE-FINAL-REPORT.
           PERFORM 261-RELEASE-MASTER-LOCK.
           STOP RUN.
                           MOVE PAL-AMOUNT TO PAT-AMOUNT(PAT-COUNT)
                   END-READ.

      * a missing rate file just means every wire is refused for
      * want of a rate - domestic receipts post as before
           209-LOAD-EXCHANGE-RATES.
               OPEN INPUT EXCHANGE-RATE-FILE.
               IF EXCHANGE-RATE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF EXCHANGE-RATE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN EXCHANGE-RATES.txt - "
                     "STATUS " EXCHANGE-RATE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2091-LOAD-ONE-RATE
                       UNTIL XRT-EOF-FLG IS EQUAL TO 'Y'
                       OR XRT-COUNT IS EQUAL TO 5000
                   CLOSE EXCHANGE-RATE-FILE
               END-IF
               END-IF.

               2091-LOAD-ONE-RATE.
                   READ EXCHANGE-RATE-FILE
                       AT END
                           MOVE 'Y' TO XRT-EOF-FLG
                       NOT AT END
                           ADD 1 TO XRT-COUNT
                           MOVE XRT-CURRENCY-CODE
                             TO XRT-TBL-CURRENCY-CODE(XRT-COUNT)
                           MOVE XRT-RATE-DATE
                             TO XRT-TBL-RATE-DATE(XRT-COUNT)
                           MOVE XRT-CAD-RATE
                             TO XRT-TBL-CAD-RATE(XRT-COUNT)
                   END-READ.

      * the suspense queue - a missing file is an empty queue
           210-LOAD-REMIT-SUSPENSE.
               OPEN INPUT REMIT-SUSPENSE-FILE.
               IF REMIT-SUSPENSE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF REMIT-SUSPENSE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN REMIT-SUSPENSE.txt - "
                     "STATUS " REMIT-SUSPENSE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2101-LOAD-ONE-SUSPENSE-ITEM
                       UNTIL RSP-EOF-FLG IS EQUAL TO 'Y'
                       OR RSP-COUNT IS EQUAL TO 5000
                   CLOSE REMIT-SUSPENSE-FILE
               END-IF
               END-IF.

               2101-LOAD-ONE-SUSPENSE-ITEM.
                   READ REMIT-SUSPENSE-FILE
                       AT END
                           MOVE 'Y' TO RSP-EOF-FLG
                       NOT AT END
                           ADD 1 TO RSP-COUNT
                           MOVE REMIT-SUSPENSE-RECORD
                             TO RSP-ENTRY(RSP-COUNT)
                           IF SUS-SUSPENSE-NUMBER IS NOT LESS THAN
                               NEXT-SUSPENSE-NUMBER
                               COMPUTE NEXT-SUSPENSE-NUMBER =
                                   SUS-SUSPENSE-NUMBER + 1
                           END-IF
                   END-READ.

      * the posted receipts a cashier receipt is checked against -
      * last year's segment and this year's, back
      * DUPLICATE-LOOKBACK-DAYS from the run date; read before 202
      * opens this year's segment to append
           211-LOAD-RECENT-RECEIPTS.
               COMPUTE LOOKBACK-START-DAY =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE-RAW)
                   - DUPLICATE-LOOKBACK-DAYS.
               MOVE RUN-DATE-RAW(1:4) TO RECENT-SEGMENT-YEAR.
               SUBTRACT 1 FROM RECENT-SEGMENT-YEAR.
               PERFORM 2111-READ-ONE-RECENT-SEGMENT 2 TIMES.

               2111-READ-ONE-RECENT-SEGMENT.
                   MOVE SPACES TO PAYMENT-HISTORY-NAME.
                   STRING "..\PAYMENT-HISTORY-" DELIMITED BY SIZE
                       RECENT-SEGMENT-YEAR DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO PAYMENT-HISTORY-NAME
                   END-STRING.

                   MOVE 'N' TO RCT-EOF-FLG.
                   OPEN INPUT PAYMENT-HISTORY.
                   IF PAYMENT-HISTORY-STATUS IS EQUAL TO "00"
                       PERFORM 2112-LOAD-ONE-RECENT-RECEIPT
                           UNTIL RCT-EOF-FLG IS EQUAL TO 'Y'
                       CLOSE PAYMENT-HISTORY
                   END-IF.
                   ADD 1 TO RECENT-SEGMENT-YEAR.

               2112-LOAD-ONE-RECENT-RECEIPT.
                   READ PAYMENT-HISTORY
                       AT END
                           MOVE 'Y' TO RCT-EOF-FLG
                       NOT AT END
                           IF HIST-STATUS IS EQUAL TO 'P'
                               AND HIST-PAY-DATE IS NUMERIC
                               COMPUTE RECENT-DAY-WORK =
                                   FUNCTION INTEGER-OF-DATE
                                     (HIST-PAY-DATE)
                               IF RECENT-DAY-WORK IS NOT LESS THAN
                                   LOOKBACK-START-DAY
                                   PERFORM 307-REMEMBER-POSTED-RECEIPT
                               END-IF
                           END-IF
                   END-READ.

      * a missing queue is an empty one - nothing has been parked
           212-LOAD-DUPLICATE-REVIEW.
               OPEN INPUT DUPLICATE-REVIEW-FILE.
               IF DUPLICATE-REVIEW-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF DUPLICATE-REVIEW-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN DUPLICATE-REVIEW.txt - "
                     "STATUS " DUPLICATE-REVIEW-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2121-LOAD-ONE-REVIEW-ITEM
                       UNTIL DRT-EOF-FLG IS EQUAL TO 'Y'
                       OR DRT-COUNT IS EQUAL TO 5000
                   CLOSE DUPLICATE-REVIEW-FILE
               END-IF
               END-IF.

               2121-LOAD-ONE-REVIEW-ITEM.
                   READ DUPLICATE-REVIEW-FILE
                       AT END
                           MOVE 'Y' TO DRT-EOF-FLG
                       NOT AT END
                           ADD 1 TO DRT-COUNT
                           MOVE DUPLICATE-REVIEW-RECORD
                             TO DRT-ENTRY(DRT-COUNT)
                           IF DRV-REVIEW-NUMBER IS NOT LESS THAN
                               NEXT-REVIEW-NUMBER
                               COMPUTE NEXT-REVIEW-NUMBER =
                                   DRV-REVIEW-NUMBER + 1
                           END-IF
                   END-READ.

      * apply one receipt - an unknown or non-numeric student number,
      * or a non-numeric amount, goes to the register as REJECTED and
      * the master is untouched
           300-POST-ONE-PAYMENT.
               PERFORM 304-ROUTE-ONE-RECEIPT.
               PERFORM 203-READ-ONE-PAYMENT.

      * validate the receipt and send it down the path its tender
      * takes - a released duplicate comes back through here too
           304-ROUTE-ONE-RECEIPT.
               PERFORM 340-CONVERT-FOREIGN-RECEIPT.

               IF PAY-STUDENT-NUMBER IS NOT NUMERIC
                   MOVE "REJECTED - UNKNOWN STUDENT" TO REJECT-REASON
                   PERFORM 303-WRITE-REJECTED-LINE
               ELSE IF FX-RECEIPT-REJECTED
                   PERFORM 303-WRITE-REJECTED-LINE
               ELSE IF PAY-AMOUNT IS NOT NUMERIC
                   MOVE "REJECTED - NON-NUMERIC AMOUNT"
                     TO REJECT-REASON
                   MOVE PAY-STUDENT-NUMBER
                     TO PAY-STUDENT-NUMBER-NUMERIC
                   PERFORM 301-FIND-STUDENT-ON-MASTER
                   MOVE 'N' TO DUPLICATE-FOUND-FLAG
                   IF NOT POSTING-RELEASED-RECEIPT
                       PERFORM 305-CHECK-FOR-DUPLICATE
                   END-IF

      * a suspected duplicate is held for review, whatever its tender
                   IF SUSPECTED-DUPLICATE
                       PERFORM 306-PARK-SUSPECTED-DUPLICATE
      * tender DP is an enrolment deposit - receipted and held, the
      * balance untouched, and the student need not be on the
      * master yet
                   ELSE IF PAY-TENDER-TYPE IS EQUAL TO "DP"
                       PERFORM 320-HOLD-ONE-DEPOSIT
      * not on the master - a continuing-education learner pays
      * against the CE balance, anyone else is unknown
                   ELSE IF NOT MASTER-STUDENT-FOUND
                       PERFORM 312-FIND-CE-LEARNER
                       IF CE-LEARNER-FOUND
                           AND PAY-TENDER-TYPE IS NOT EQUAL TO "MP"
                           PERFORM 315-APPLY-CE-PAYMENT
                       ELSE
                           MOVE "REJECTED - UNKNOWN STUDENT"
                             TO REJECT-REASON
                           PERFORM 303-WRITE-REJECTED-LINE
                       END-IF
      * tender MP is a meal-plan top-up - the money goes on the
      * declining balance, never on TUITION-OWED
                   ELSE IF PAY-TENDER-TYPE IS EQUAL TO "MP"
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF.

      * the same student, the same amount and a pay date within
      * DUPLICATE-WINDOW-DAYS of a receipt already posted - the
      * frozen-screen rekey and the parent-and-student double payment
      * both look like this
           305-CHECK-FOR-DUPLICATE.
               MOVE 'N' TO DUPLICATE-FOUND-FLAG.
               MOVE 0 TO DUPLICATE-MATCH-SUB.
               COMPUTE DUPLICATE-CHECK-AMOUNT =
                   PAY-AMOUNT-DOLLARS + (PAY-AMOUNT-CENTS / 100).
               IF PAY-DATE IS NUMERIC
                   COMPUTE DUPLICATE-CHECK-DAY =
                       FUNCTION INTEGER-OF-DATE(PAY-DATE)
               ELSE
                   MOVE 0 TO DUPLICATE-CHECK-DAY
               END-IF.

               PERFORM 3051-CHECK-ONE-RECENT-RECEIPT
                   VARYING RCT-SUB FROM 1 BY 1
                   UNTIL RCT-SUB > RCT-COUNT
                   OR SUSPECTED-DUPLICATE.

      * a pay date that is not a real date only matches itself
               3051-CHECK-ONE-RECENT-RECEIPT.
                   IF RCT-STUDENT-NUMBER(RCT-SUB) IS EQUAL TO
                       PAY-STUDENT-NUMBER-NUMERIC
                       AND RCT-AMOUNT(RCT-SUB) IS EQUAL TO
                           DUPLICATE-CHECK-AMOUNT
                       IF RCT-PAY-DATE(RCT-SUB) IS EQUAL TO PAY-DATE
                           MOVE 'Y' TO DUPLICATE-FOUND-FLAG
                       ELSE IF DUPLICATE-CHECK-DAY > 0
                           AND RCT-DAY-NUMBER(RCT-SUB) > 0
                           COMPUTE DUPLICATE-DAY-GAP =
                               DUPLICATE-CHECK-DAY
                               - RCT-DAY-NUMBER(RCT-SUB)
                           IF DUPLICATE-DAY-GAP < 0
                               COMPUTE DUPLICATE-DAY-GAP =
                                   0 - DUPLICATE-DAY-GAP
                           END-IF
                           IF DUPLICATE-DAY-GAP IS NOT GREATER THAN
                               DUPLICATE-WINDOW-DAYS
                               MOVE 'Y' TO DUPLICATE-FOUND-FLAG
                           END-IF
                       END-IF
                       END-IF
                       IF SUSPECTED-DUPLICATE
                           MOVE RCT-SUB TO DUPLICATE-MATCH-SUB
                       END-IF
                   END-IF.

      * onto the end of the review queue, and a register line so the
      * drawer still ties out - no receipt number is used until the
      * receipt is released and posts
           306-PARK-SUSPECTED-DUPLICATE.
               IF DRT-COUNT IS EQUAL TO 5000
                   MOVE "REJECTED - REVIEW QUEUE FULL" TO REJECT-REASON
                   PERFORM 303-WRITE-REJECTED-LINE
               ELSE
                   ADD 1 TO DRT-COUNT
                   MOVE NEXT-REVIEW-NUMBER
                     TO DRT-REVIEW-NUMBER(DRT-COUNT)
                   ADD 1 TO NEXT-REVIEW-NUMBER
                   MOVE PAYMENT-RECORD-IN TO DRT-RECEIPT(DRT-COUNT)
                   MOVE RCT-RECEIPT-NUMBER(DUPLICATE-MATCH-SUB)
                     TO DRT-MATCHED-RECEIPT(DRT-COUNT)
                   MOVE RCT-PAY-DATE(DUPLICATE-MATCH-SUB)
                     TO DRT-MATCHED-PAY-DATE(DRT-COUNT)
                   MOVE RUN-DATE-RAW TO DRT-PARKED-DATE(DRT-COUNT)
                   MOVE 'O' TO DRT-STATUS(DRT-COUNT)
                   MOVE SPACES TO DRT-REVIEWED-BY(DRT-COUNT)
                   MOVE ZERO TO DRT-REVIEWED-DATE(DRT-COUNT)
                   MOVE ZERO TO DRT-RECEIPT-NUMBER(DRT-COUNT)
                   MOVE 'Y' TO DRT-CHANGED-FLAG
                   ADD 1 TO HOW-MANY-PARKED

                   MOVE ZERO TO REG-RECEIPT-NUMBER-OUT
                   MOVE PAY-STUDENT-NUMBER TO REG-STUDENT-NUMBER-OUT
                   MOVE DUPLICATE-CHECK-AMOUNT TO REG-AMOUNT-OUT
                   MOVE PAY-TENDER-TYPE TO REG-TENDER-OUT
                   MOVE ZERO TO REG-OLD-BALANCE-OUT
                   MOVE ZERO TO REG-NEW-BALANCE-OUT
                   MOVE SPACES TO REG-STATUS-OUT
                   STRING "REVIEW - DUPLICATE OF " DELIMITED BY SIZE
                       RCT-RECEIPT-NUMBER(DUPLICATE-MATCH-SUB)
                         DELIMITED BY SIZE
                       INTO REG-STATUS-OUT
                   END-STRING
                   WRITE POSTING-REGISTER-LINE
               END-IF.

      * every receipt written to the history joins the recent table,
      * so a duplicate inside the same feed is caught too
           307-REMEMBER-POSTED-RECEIPT.
               IF RCT-COUNT IS LESS THAN 20000
                   ADD 1 TO RCT-COUNT
                   MOVE HIST-RECEIPT-NUMBER
                     TO RCT-RECEIPT-NUMBER(RCT-COUNT)
                   MOVE HIST-STUDENT-NUMBER
                     TO RCT-STUDENT-NUMBER(RCT-COUNT)
                   MOVE HIST-AMOUNT TO RCT-AMOUNT(RCT-COUNT)
                   MOVE HIST-PAY-DATE TO RCT-PAY-DATE(RCT-COUNT)
                   IF HIST-PAY-DATE IS NUMERIC
                       COMPUTE RCT-DAY-NUMBER(RCT-COUNT) =
                           FUNCTION INTEGER-OF-DATE(HIST-PAY-DATE)
                   ELSE
                       MOVE 0 TO RCT-DAY-NUMBER(RCT-COUNT)
                   END-IF
               END-IF.

      * receipts PROJECT129 has released post exactly as keyed, past
      * the duplicate check - one that rejects (the student gone
      * from the master, say) stays released and shows on the
      * register each run until it is rejected on the review screen
           308-POST-RELEASED-DUPLICATES.
               PERFORM 3081-POST-ONE-RELEASED-ITEM
                   VARYING DRT-SUB FROM 1 BY 1
                   UNTIL DRT-SUB > DRT-COUNT.

               3081-POST-ONE-RELEASED-ITEM.
                   IF DRT-STATUS(DRT-SUB) IS EQUAL TO 'R'
                       MOVE DRT-RECEIPT(DRT-SUB) TO PAYMENT-RECORD-IN
                       MOVE RECEIPT-NUMBER TO RELEASE-RECEIPT-NUMBER
                       MOVE 'Y' TO REVIEW-RELEASE-FLAG
                       PERFORM 304-ROUTE-ONE-RECEIPT
                       MOVE 'N' TO REVIEW-RELEASE-FLAG
                       IF RECEIPT-NUMBER IS NOT EQUAL TO
                           RELEASE-RECEIPT-NUMBER
                           MOVE RELEASE-RECEIPT-NUMBER
                             TO DRT-RECEIPT-NUMBER(DRT-SUB)
                           MOVE 'A' TO DRT-STATUS(DRT-SUB)
                           MOVE 'Y' TO DRT-CHANGED-FLAG
                           ADD 1 TO HOW-MANY-RELEASED-POSTED
                       END-IF
                   END-IF.

      * linear scan for the paying student - the master is held in
      * file order, not student-number order, so a sequential PERFORM
               MOVE RUN-DATE-RAW TO HIST-POSTED-DATE.
               MOVE 'P' TO HIST-STATUS.
               MOVE PAY-CASHIER-ID TO HIST-CASHIER-ID.
               MOVE FX-HISTORY-FIELDS TO HIST-FOREIGN-CURRENCY-FIELDS.
               WRITE PAYMENT-HISTORY-LINE.
               PERFORM 307-REMEMBER-POSTED-RECEIPT.

               PERFORM 330-ALLOCATE-ONE-PAYMENT.

               MOVE RUN-DATE-RAW TO HIST-POSTED-DATE.
               MOVE 'P' TO HIST-STATUS.
               MOVE PAY-CASHIER-ID TO HIST-CASHIER-ID.
               MOVE FX-HISTORY-FIELDS TO HIST-FOREIGN-CURRENCY-FIELDS.
               WRITE PAYMENT-HISTORY-LINE.
               PERFORM 307-REMEMBER-POSTED-RECEIPT.

               MOVE RECEIPT-NUMBER TO DEP-RECEIPT-NUMBER.
               MOVE PAY-STUDENT-NUMBER-NUMERIC

               ADD 1 TO HOW-MANY-REJECTED.

      * items PROJECT117 has identified post to the named student
      * exactly as a receipt keyed for them would - one no longer on
      * the master stays identified and shows on the register
           350-POST-IDENTIFIED-SUSPENSE.
               PERFORM 351-POST-ONE-IDENTIFIED-ITEM
                   VARYING RSP-SUB FROM 1 BY 1
                   UNTIL RSP-SUB > RSP-COUNT.

               351-POST-ONE-IDENTIFIED-ITEM.
                   IF RSP-STATUS(RSP-SUB) IS EQUAL TO 'I'
                       MOVE SPACES TO PAYMENT-RECORD-IN
                       MOVE RSP-STUDENT-NUMBER(RSP-SUB)
                         TO PAY-STUDENT-NUMBER-NUMERIC
                       MOVE PAY-STUDENT-NUMBER-NUMERIC
                         TO PAY-STUDENT-NUMBER
                       MOVE RSP-AMOUNT(RSP-SUB) TO REMIT-AMOUNT-DIGITS
                       MOVE REMIT-AMOUNT-X TO PAY-AMOUNT
                       MOVE RSP-PAY-DATE(RSP-SUB) TO PAY-DATE
                       MOVE REMIT-TENDER-TYPE TO PAY-TENDER-TYPE
                       MOVE REMIT-CASHIER-ID TO PAY-CASHIER-ID
                       MOVE SPACES TO FX-HISTORY-FIELDS
                       PERFORM 301-FIND-STUDENT-ON-MASTER
                       IF MASTER-STUDENT-FOUND
                           MOVE RECEIPT-NUMBER
                             TO RSP-RECEIPT-NUMBER(RSP-SUB)
                           PERFORM 302-APPLY-ONE-PAYMENT
                           MOVE 'A' TO RSP-STATUS(RSP-SUB)
                           MOVE RUN-DATE-RAW
                             TO RSP-RESOLVED-DATE(RSP-SUB)
                           MOVE 'Y' TO RSP-CHANGED-FLAG
                           ADD 1 TO HOW-MANY-SUSPENSE-APPLIED
                       ELSE
                           MOVE "REJECTED - UNKNOWN STUDENT"
                             TO REJECT-REASON
                           PERFORM 303-WRITE-REJECTED-LINE
                       END-IF
                   END-IF.

      * the bank's remittances - a reference that is a student on the
      * master posts under tender BP, anything else goes to suspense
      * untouched; a missing file is a day the bank sent nothing
           360-POST-BANK-REMITTANCES.
               OPEN INPUT BANK-REMITTANCE-FILE.
               IF BANK-REMITTANCE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF BANK-REMITTANCE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN BANK-REMITTANCE.txt - "
                     "STATUS " BANK-REMITTANCE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 361-READ-ONE-REMITTANCE
                   PERFORM 362-POST-ONE-REMITTANCE
                       UNTIL REMITTANCE-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE BANK-REMITTANCE-FILE
               END-IF
               END-IF.

               361-READ-ONE-REMITTANCE.
                   READ BANK-REMITTANCE-FILE
                       AT END
                           MOVE 'Y' TO REMITTANCE-EOF-FLG
                       NOT AT END
                           ADD 1 TO HOW-MANY-REMITTANCES
                   END-READ.

      * an unreadable amount or date cannot be suspended either - it
      * is rejected for the office to take up with the bank
               362-POST-ONE-REMITTANCE.
                   MOVE SPACES TO SUSPENSE-REASON.
                   MOVE 'N' TO MASTER-FOUND-FLAG.

                   IF REM-AMOUNT IS NOT NUMERIC
                       OR REM-PAY-DATE IS NOT NUMERIC
                       MOVE SPACES TO PAYMENT-RECORD-IN
                       MOVE REM-REFERENCE-STUDENT TO PAY-STUDENT-NUMBER
                       MOVE REMIT-TENDER-TYPE TO PAY-TENDER-TYPE
                       MOVE "REJECTED - BAD BANK REMITTANCE"
                         TO REJECT-REASON
                       PERFORM 303-WRITE-REJECTED-LINE
                   ELSE
                       IF REM-REFERENCE-STUDENT IS NOT NUMERIC
                           OR REM-REFERENCE-REST IS NOT EQUAL TO SPACES
                           MOVE "BAD PAYER REFERENCE"
                             TO SUSPENSE-REASON
                       ELSE
                           MOVE REM-REFERENCE-STUDENT
                             TO PAY-STUDENT-NUMBER-NUMERIC
                           PERFORM 301-FIND-STUDENT-ON-MASTER
                           IF NOT MASTER-STUDENT-FOUND
                               MOVE "NO SUCH STUDENT"
                                 TO SUSPENSE-REASON
                           ELSE IF REM-AMOUNT-NUMERIC > 9999.99
                               MOVE "OVER RECEIPT LIMIT"
                                 TO SUSPENSE-REASON
                           END-IF
                           END-IF
                       END-IF

                       IF SUSPENSE-REASON IS EQUAL TO SPACES
                           PERFORM 363-POST-MATCHED-REMITTANCE
                       ELSE
                           PERFORM 364-SUSPEND-ONE-REMITTANCE
                       END-IF
                   END-IF.

                   PERFORM 361-READ-ONE-REMITTANCE.

               363-POST-MATCHED-REMITTANCE.
                   MOVE SPACES TO PAYMENT-RECORD-IN.
                   MOVE REM-REFERENCE-STUDENT TO PAY-STUDENT-NUMBER.
                   MOVE REM-AMOUNT-NUMERIC TO REMIT-AMOUNT-DIGITS.
                   MOVE REMIT-AMOUNT-X TO PAY-AMOUNT.
                   MOVE REM-PAY-DATE-NUMERIC TO PAY-DATE.
                   MOVE REMIT-TENDER-TYPE TO PAY-TENDER-TYPE.
                   MOVE REMIT-CASHIER-ID TO PAY-CASHIER-ID.
                   MOVE SPACES TO FX-HISTORY-FIELDS.
                   PERFORM 302-APPLY-ONE-PAYMENT.
                   ADD 1 TO HOW-MANY-REMIT-POSTED.

      * onto the end of the suspense queue, and a register line so
      * the day's bank total still ties out
               364-SUSPEND-ONE-REMITTANCE.
                   IF RSP-COUNT IS EQUAL TO 5000
                       MOVE SPACES TO PAYMENT-RECORD-IN
                       MOVE REM-REFERENCE-STUDENT TO PAY-STUDENT-NUMBER
                       MOVE REMIT-TENDER-TYPE TO PAY-TENDER-TYPE
                       MOVE "REJECTED - SUSPENSE QUEUE FULL"
                         TO REJECT-REASON
                       PERFORM 303-WRITE-REJECTED-LINE
                   ELSE
                       ADD 1 TO RSP-COUNT
                       MOVE NEXT-SUSPENSE-NUMBER
                         TO RSP-SUSPENSE-NUMBER(RSP-COUNT)
                       ADD 1 TO NEXT-SUSPENSE-NUMBER
                       MOVE REM-TRACE-NUMBER
                         TO RSP-TRACE-NUMBER(RSP-COUNT)
                       MOVE REM-PAYER-REFERENCE
                         TO RSP-PAYER-REFERENCE(RSP-COUNT)
                       MOVE REM-PAYER-NAME TO RSP-PAYER-NAME(RSP-COUNT)
                       MOVE REM-AMOUNT-NUMERIC
                         TO RSP-AMOUNT(RSP-COUNT)
                       MOVE REM-PAY-DATE-NUMERIC
                         TO RSP-PAY-DATE(RSP-COUNT)
                       MOVE RUN-DATE-RAW
                         TO RSP-SUSPENDED-DATE(RSP-COUNT)
                       MOVE SUSPENSE-REASON TO RSP-REASON(RSP-COUNT)
                       MOVE 'O' TO RSP-STATUS(RSP-COUNT)
                       MOVE ZERO TO RSP-STUDENT-NUMBER(RSP-COUNT)
                       MOVE SPACES TO RSP-RESOLVED-BY(RSP-COUNT)
                       MOVE ZERO TO RSP-RECEIPT-NUMBER(RSP-COUNT)
                       MOVE ZERO TO RSP-RESOLVED-DATE(RSP-COUNT)
                       MOVE 'Y' TO RSP-CHANGED-FLAG
                       ADD 1 TO HOW-MANY-SUSPENDED

                       MOVE ZERO TO REG-RECEIPT-NUMBER-OUT
                       MOVE REM-REFERENCE-STUDENT
                         TO REG-STUDENT-NUMBER-OUT
                       IF REM-AMOUNT-NUMERIC > 9999.99
                           MOVE ZERO TO REG-AMOUNT-OUT
                       ELSE
                           MOVE REM-AMOUNT-NUMERIC TO REG-AMOUNT-OUT
                       END-IF
                       MOVE REMIT-TENDER-TYPE TO REG-TENDER-OUT
                       MOVE ZERO TO REG-OLD-BALANCE-OUT
                       MOVE ZERO TO REG-NEW-BALANCE-OUT
                       MOVE SPACES TO REG-STATUS-OUT
                       STRING "SUSPENSE - " DELIMITED BY SIZE
                           SUSPENSE-REASON DELIMITED BY SIZE
                           INTO REG-STATUS-OUT
                       END-STRING
                       WRITE POSTING-REGISTER-LINE
                   END-IF.

      * payroll's work-study deductions - each posts under tender WS
      * through 302 exactly as a receipt would, so the register,
      * the history and PAYMENT-ALLOCATION.txt carry it like any
      * other payment; only what the balance owing can absorb is
      * applied, the rest goes back to payroll on the returns report
      * and only the applied amount clears payroll clearing; a
      * missing file is a pay period with no deductions
           370-POST-PAYROLL-DEDUCTIONS.
               OPEN INPUT PAYROLL-DEDUCTION-FILE.
               IF PAYROLL-DEDUCTION-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF PAYROLL-DEDUCTION-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN PAYROLL-DEDUCTIONS.txt - "
                     "STATUS " PAYROLL-DEDUCTION-STATUS
                   STOP RUN
               ELSE
                   PERFORM 371-OPEN-WORKSTUDY-FILES
                   PERFORM 372-READ-ONE-DEDUCTION
                   PERFORM 373-POST-ONE-DEDUCTION
                       UNTIL DEDUCTION-EOF-FLG IS EQUAL TO 'Y'
                   PERFORM 377-CLOSE-WORKSTUDY-FILES
                   CLOSE PAYROLL-DEDUCTION-FILE
               END-IF
               END-IF.

      * the account pair, the returns report and the GL batch - a
      * missing map books to the named fallback accounts and says so
               371-OPEN-WORKSTUDY-FILES.
                   MOVE "PAYROLL CLEARING" TO WORKSTUDY-DEBIT-ACCOUNT.
                   MOVE "STUDENT RECEIVABLE"
                     TO WORKSTUDY-CREDIT-ACCOUNT.

                   OPEN INPUT GL-ACCOUNT-MAP-FILE.
                   IF GL-ACCOUNT-MAP-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN GL-ACCOUNT-MAP.txt - "
                         "WORK-STUDY BOOKS TO THE DEFAULT ACCOUNTS"
                   ELSE
                       PERFORM 3711-LOAD-ONE-MAPPING
                           UNTIL MAP-EOF-FLG IS EQUAL TO 'Y'
                           OR MAP-COUNT IS EQUAL TO 100
                       CLOSE GL-ACCOUNT-MAP-FILE
                       PERFORM 3712-FIND-WORKSTUDY-ACCOUNTS
                   END-IF.

                   OPEN OUTPUT WORKSTUDY-RETURNS-FILE.
                   IF WORKSTUDY-RETURNS-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN WORKSTUDY-RETURNS.txt "
                         "- STATUS " WORKSTUDY-RETURNS-STATUS
                       STOP RUN
                   END-IF.
                   MOVE RUN-DATE-RAW TO RTH-RUN-DATE-OUT.
                   WRITE WORKSTUDY-RETURNS-LINE
                     FROM RETURNS-HEADING-LINE.
                   WRITE WORKSTUDY-RETURNS-LINE
                     FROM RETURNS-COLUMN-LINE.

                   OPEN OUTPUT GL-EXTRACT-FILE.
                   IF GL-EXTRACT-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN WORKSTUDY-GL-EXTRACT.txt"
                         " - STATUS " GL-EXTRACT-STATUS
                       STOP RUN
                   END-IF.
                   MOVE SPACES TO GL-EXTRACT-LINE.
                   MOVE "HEADER" TO GL-RECORD-TYPE-OUT.
                   MOVE ZERO TO GL-STUDENT-NUMBER-OUT.
                   MOVE "PAYRL" TO GL-PROGRAM-CODE-OUT.
                   MOVE SPACES TO GL-ACCOUNT-OUT.
                   MOVE SPACES TO GL-DEBIT-CREDIT-OUT.
                   MOVE ZERO TO GL-AMOUNT-OUT.
                   MOVE "WORK-STUDY PAYROLL" TO GL-DESCRIPTION-OUT.
                   WRITE GL-EXTRACT-LINE.

                   3711-LOAD-ONE-MAPPING.
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

                   3712-FIND-WORKSTUDY-ACCOUNTS.
                       MOVE 'N' TO MAP-FOUND-FLAG.
                       MOVE 0 TO MAP-FOUND-SUB.
                       PERFORM 3713-CHECK-ONE-MAPPING
                           VARYING MAP-FIND-SUB FROM 1 BY 1
                           UNTIL MAP-FIND-SUB > MAP-COUNT
                           OR MAP-ROW-FOUND.
                       IF MAP-ROW-FOUND
                           MOVE TBL-MAP-DEBIT-ACCOUNT(MAP-FOUND-SUB)
                             TO WORKSTUDY-DEBIT-ACCOUNT
                           MOVE TBL-MAP-CREDIT-ACCOUNT(MAP-FOUND-SUB)
                             TO WORKSTUDY-CREDIT-ACCOUNT
                       END-IF.

                       3713-CHECK-ONE-MAPPING.
                           IF TBL-MAP-CHARGE-TYPE(MAP-FIND-SUB)
                               IS EQUAL TO "WORKSTDY"
                               MOVE 'Y' TO MAP-FOUND-FLAG
                               MOVE MAP-FIND-SUB TO MAP-FOUND-SUB
                           END-IF.

               372-READ-ONE-DEDUCTION.
                   READ PAYROLL-DEDUCTION-FILE
                       AT END
                           MOVE 'Y' TO DEDUCTION-EOF-FLG
                       NOT AT END
                           ADD 1 TO HOW-MANY-DEDUCTIONS
                   END-READ.

      * an unreadable line, a student not on the master, or an
      * account with nothing owing goes back whole; a deduction
      * larger than the balance owing applies up to the balance and
      * the excess goes back, so a deduction never puts an account
      * into credit
               373-POST-ONE-DEDUCTION.
                   MOVE ZERO TO DEDUCTED-AMOUNT.
                   MOVE ZERO TO APPLIED-AMOUNT.
                   MOVE SPACES TO RETURN-REASON.
                   MOVE 'N' TO MASTER-FOUND-FLAG.

                   IF DED-STUDENT-NUMBER IS NOT NUMERIC
                       OR DED-PERIOD-END IS NOT NUMERIC
                       OR DED-AMOUNT IS NOT NUMERIC
                       MOVE "BAD DEDUCTION LINE" TO RETURN-REASON
                       IF DED-AMOUNT IS NUMERIC
                           MOVE DED-AMOUNT-NUMERIC TO DEDUCTED-AMOUNT
                       END-IF
                   ELSE
                       MOVE DED-AMOUNT-NUMERIC TO DEDUCTED-AMOUNT
                       MOVE DED-STUDENT-NUMBER
                         TO PAY-STUDENT-NUMBER-NUMERIC
                       PERFORM 301-FIND-STUDENT-ON-MASTER
                       IF NOT MASTER-STUDENT-FOUND
                           MOVE "NOT ON STUDENT MASTER"
                             TO RETURN-REASON
                       ELSE IF MST-TUITION-OWED(MASTER-FOUND-SUB)
                           IS LESS THAN ZERO
                           MOVE "CREDIT BALANCE" TO RETURN-REASON
                       ELSE IF MST-TUITION-OWED(MASTER-FOUND-SUB)
                           IS EQUAL TO ZERO
                           MOVE "NO BALANCE OWING" TO RETURN-REASON
                       ELSE IF DEDUCTED-AMOUNT IS GREATER THAN
                           MST-TUITION-OWED(MASTER-FOUND-SUB)
                           MOVE MST-TUITION-OWED(MASTER-FOUND-SUB)
                             TO APPLIED-AMOUNT
                           MOVE "OVER BALANCE OWING" TO RETURN-REASON
                       ELSE
                           MOVE DEDUCTED-AMOUNT TO APPLIED-AMOUNT
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                   END-IF.

                   SUBTRACT APPLIED-AMOUNT FROM DEDUCTED-AMOUNT
                       GIVING RETURNED-AMOUNT.

                   IF APPLIED-AMOUNT IS GREATER THAN ZERO
                       PERFORM 374-APPLY-ONE-DEDUCTION
                       PERFORM 375-BOOK-DEDUCTION-GL
                   END-IF.
                   IF RETURN-REASON IS NOT EQUAL TO SPACES
                       PERFORM 376-RETURN-ONE-DEDUCTION
                   END-IF.

                   PERFORM 372-READ-ONE-DEDUCTION.

               374-APPLY-ONE-DEDUCTION.
                   MOVE SPACES TO PAYMENT-RECORD-IN.
                   MOVE DED-STUDENT-NUMBER TO PAY-STUDENT-NUMBER.
                   MOVE APPLIED-AMOUNT TO REMIT-AMOUNT-DIGITS.
                   MOVE REMIT-AMOUNT-X TO PAY-AMOUNT.
                   MOVE DED-PERIOD-END-NUMERIC TO PAY-DATE.
                   MOVE WORKSTUDY-TENDER-TYPE TO PAY-TENDER-TYPE.
                   MOVE WORKSTUDY-CASHIER-ID TO PAY-CASHIER-ID.
                   MOVE SPACES TO FX-HISTORY-FIELDS.
                   PERFORM 302-APPLY-ONE-PAYMENT.
                   ADD 1 TO HOW-MANY-DEDUCTIONS-POSTED.

      * DR payroll clearing, CR the receivable, for what was applied
      * - a returned amount never left payroll's books
               375-BOOK-DEDUCTION-GL.
                   MOVE SPACES TO GL-EXTRACT-LINE.
                   MOVE "DETAIL" TO GL-RECORD-TYPE-OUT.
                   MOVE PAY-STUDENT-NUMBER-NUMERIC
                     TO GL-STUDENT-NUMBER-OUT.
                   MOVE "PAYRL" TO GL-PROGRAM-CODE-OUT.
                   MOVE WORKSTUDY-DEBIT-ACCOUNT TO GL-ACCOUNT-OUT.
                   MOVE "DR" TO GL-DEBIT-CREDIT-OUT.
                   MOVE APPLIED-AMOUNT TO GL-AMOUNT-OUT.
                   MOVE "WORK-STUDY DEDUCTION" TO GL-DESCRIPTION-OUT.
                   WRITE GL-EXTRACT-LINE.

                   MOVE SPACES TO GL-EXTRACT-LINE.
                   MOVE "DETAIL" TO GL-RECORD-TYPE-OUT.
                   MOVE PAY-STUDENT-NUMBER-NUMERIC
                     TO GL-STUDENT-NUMBER-OUT.
                   MOVE "PAYRL" TO GL-PROGRAM-CODE-OUT.
                   MOVE WORKSTUDY-CREDIT-ACCOUNT TO GL-ACCOUNT-OUT.
                   MOVE "CR" TO GL-DEBIT-CREDIT-OUT.
                   MOVE APPLIED-AMOUNT TO GL-AMOUNT-OUT.
                   MOVE "WORK-STUDY DEDUCTION" TO GL-DESCRIPTION-OUT.
                   WRITE GL-EXTRACT-LINE.

                   ADD 2 TO GL-ENTRY-COUNT.
                   ADD APPLIED-AMOUNT TO GL-HASH-TOTAL.
                   ADD APPLIED-AMOUNT TO GL-HASH-TOTAL.

      * onto the returns report, and a register line so the pay
      * period's deduction total still ties out
               376-RETURN-ONE-DEDUCTION.
                   MOVE DED-STUDENT-NUMBER TO RTN-STUDENT-OUT.
                   MOVE DED-EMPLOYEE-NUMBER TO RTN-EMPLOYEE-OUT.
                   MOVE DED-PERIOD-END TO RTN-PERIOD-OUT.
                   MOVE DEDUCTED-AMOUNT TO RTN-DEDUCTED-OUT.
                   MOVE APPLIED-AMOUNT TO RTN-APPLIED-OUT.
                   MOVE RETURNED-AMOUNT TO RTN-RETURNED-OUT.
                   MOVE RETURN-REASON TO RTN-REASON-OUT.
                   WRITE WORKSTUDY-RETURNS-LINE
                     FROM RETURNS-DETAIL-LINE.
                   ADD RETURNED-AMOUNT TO TOTAL-RETURNED.
                   ADD 1 TO HOW-MANY-DEDUCTIONS-RETURNED.

                   MOVE ZERO TO REG-RECEIPT-NUMBER-OUT.
                   MOVE DED-STUDENT-NUMBER TO REG-STUDENT-NUMBER-OUT.
                   MOVE RETURNED-AMOUNT TO REG-AMOUNT-OUT.
                   MOVE WORKSTUDY-TENDER-TYPE TO REG-TENDER-OUT.
                   MOVE ZERO TO REG-OLD-BALANCE-OUT.
                   MOVE ZERO TO REG-NEW-BALANCE-OUT.
                   MOVE SPACES TO REG-STATUS-OUT.
                   STRING "RETURNED - " DELIMITED BY SIZE
                       RETURN-REASON DELIMITED BY SIZE
                       INTO REG-STATUS-OUT
                   END-STRING.
                   WRITE POSTING-REGISTER-LINE.

               377-CLOSE-WORKSTUDY-FILES.
                   MOVE HOW-MANY-DEDUCTIONS-RETURNED TO RTT-COUNT-OUT.
                   MOVE TOTAL-RETURNED TO RTT-AMOUNT-OUT.
                   WRITE WORKSTUDY-RETURNS-LINE
                     FROM RETURNS-TOTAL-LINE.
                   CLOSE WORKSTUDY-RETURNS-FILE.

                   MOVE SPACES TO GL-EXTRACT-LINE.
                   MOVE "TRAILER" TO GL-RECORD-TYPE-OUT.
                   MOVE GL-ENTRY-COUNT TO GL-STUDENT-NUMBER-OUT.
                   MOVE "PAYRL" TO GL-PROGRAM-CODE-OUT.
                   MOVE SPACES TO GL-ACCOUNT-OUT.
                   MOVE SPACES TO GL-DEBIT-CREDIT-OUT.
                   MOVE GL-HASH-TOTAL TO GL-AMOUNT-OUT.
                   MOVE "END OF BATCH" TO GL-DESCRIPTION-OUT.
                   WRITE GL-EXTRACT-LINE.
                   CLOSE GL-EXTRACT-FILE.

                   MOVE "WORKSTUDY-GL-EXTRACT.txt"
                     TO TRANSMIT-FILE-NAME.
                   MOVE "GL" TO TRANSMIT-DESTINATION.
                   MOVE RUN-DATE-RAW TO TRANSMIT-PERIOD.
                   MOVE GL-ENTRY-COUNT TO TRANSMIT-RECORD-COUNT.
                   MOVE GL-HASH-TOTAL TO TRANSMIT-HASH-TOTAL.
                   PERFORM 880-REGISTER-TRANSMISSION.

      * a wire is converted to CAD before anything else looks at the
      * receipt - the converted amount goes into PAY-AMOUNT in the
      * feed's own digits-only form so the posting, deposit and
      * meal-plan paths below need no change, and the original
      * currency, amount and rate are left in FX-HISTORY-FIELDS for
      * the history line
           340-CONVERT-FOREIGN-RECEIPT.
               MOVE 'N' TO FX-REJECT-FLAG.
               MOVE SPACES TO FX-HISTORY-FIELDS.

               IF NOT PAY-IS-DOMESTIC
                   IF PAY-FOREIGN-AMOUNT IS NOT NUMERIC
                       OR PAY-FOREIGN-AMOUNT-NUMERIC IS EQUAL TO ZERO
                       MOVE "REJECTED - NON-NUMERIC AMOUNT"
                         TO REJECT-REASON
                       MOVE 'Y' TO FX-REJECT-FLAG
                   ELSE
                       PERFORM 341-FIND-EXCHANGE-RATE
                       IF XRT-FOUND-SUB IS EQUAL TO ZERO
                           MOVE "REJECTED - NO EXCHANGE RATE"
                             TO REJECT-REASON
                           MOVE 'Y' TO FX-REJECT-FLAG
                       ELSE
                           PERFORM 342-BOOK-CAD-AMOUNT
                       END-IF
                   END-IF
               END-IF.

      * the latest rate for the currency dated on or before the
      * payment date, provided it is no more than FX-RATE-STALE-DAYS
      * old - the table is in file order, so every entry is looked at
           341-FIND-EXCHANGE-RATE.
               MOVE 0 TO XRT-FOUND-SUB.
               PERFORM 3411-CHECK-ONE-RATE
                   VARYING XRT-SUB FROM 1 BY 1
                   UNTIL XRT-SUB > XRT-COUNT.

               IF XRT-FOUND-SUB > 0
                   COMPUTE FX-RATE-AGE =
                       FUNCTION INTEGER-OF-DATE(PAY-DATE)
                       - FUNCTION INTEGER-OF-DATE
                           (XRT-TBL-RATE-DATE(XRT-FOUND-SUB))
                   IF FX-RATE-AGE > FX-RATE-STALE-DAYS
                       MOVE 0 TO XRT-FOUND-SUB
                   END-IF
               END-IF.

               3411-CHECK-ONE-RATE.
                   IF XRT-TBL-CURRENCY-CODE(XRT-SUB) IS EQUAL TO
                       PAY-CURRENCY-CODE
                       AND XRT-TBL-RATE-DATE(XRT-SUB)
                           IS NOT GREATER THAN PAY-DATE
                       IF XRT-FOUND-SUB IS EQUAL TO ZERO
                           MOVE XRT-SUB TO XRT-FOUND-SUB
                       ELSE IF XRT-TBL-RATE-DATE(XRT-SUB) >
                           XRT-TBL-RATE-DATE(XRT-FOUND-SUB)
                           MOVE XRT-SUB TO XRT-FOUND-SUB
                       END-IF
                       END-IF
                   END-IF.

      * foreign amount times CAD-per-unit, to the cent - a wire too
      * large for a single receipt is refused for the office to
      * split
           342-BOOK-CAD-AMOUNT.
               COMPUTE FX-CAD-AMOUNT ROUNDED =
                   PAY-FOREIGN-AMOUNT-NUMERIC
                   * XRT-TBL-CAD-RATE(XRT-FOUND-SUB).

               IF FX-CAD-AMOUNT > 9999.99
                   MOVE "REJECTED - WIRE OVER CAD LIMIT"
                     TO REJECT-REASON
                   MOVE 'Y' TO FX-REJECT-FLAG
               ELSE
                   MOVE FX-CAD-AMOUNT TO FX-CAD-BOOKED
                   MOVE FX-CAD-BOOKED-DIGITS TO PAY-AMOUNT
                   MOVE PAY-CURRENCY-CODE TO FXH-CURRENCY-CODE
                   MOVE PAY-FOREIGN-AMOUNT-NUMERIC
                     TO FXH-FOREIGN-AMOUNT
                   MOVE XRT-TBL-CAD-RATE(XRT-FOUND-SUB)
                     TO FXH-EXCHANGE-RATE
                   ADD 1 TO HOW-MANY-FX-CONVERTED
               END-IF.

      * update the live indexed master in place by key, and
      * regenerate STUFILE3.txt as its sequential extract for the
      * streaming readers - same record layout both ways
                   DISPLAY HOW-MANY-HOLDS-CLEARED
                     " PAYMENT HOLD(S) CLEARED"
               END-IF.
               IF HOW-MANY-FX-CONVERTED > 0
                   DISPLAY HOW-MANY-FX-CONVERTED
                     " FOREIGN-CURRENCY RECEIPT(S) CONVERTED TO CAD"
               END-IF.
               IF HOW-MANY-REMITTANCES > 0
                   DISPLAY HOW-MANY-REMITTANCES
                     " BANK REMITTANCE(S) READ - "
                     HOW-MANY-REMIT-POSTED " POSTED, "
                     HOW-MANY-SUSPENDED " TO SUSPENSE"
               END-IF.
               IF HOW-MANY-PARKED > 0
                   DISPLAY HOW-MANY-PARKED
                     " SUSPECTED DUPLICATE(S) HELD FOR REVIEW"
               END-IF.
               IF HOW-MANY-CE-POSTED > 0
                   DISPLAY HOW-MANY-CE-POSTED
                     " CONTINUING-EDUCATION RECEIPT(S) POSTED"
               END-IF.
               IF HOW-MANY-RELEASED-POSTED > 0
                   DISPLAY HOW-MANY-RELEASED-POSTED
                     " RELEASED DUPLICATE(S) POSTED"
               END-IF.
               IF HOW-MANY-SUSPENSE-APPLIED > 0
                   DISPLAY HOW-MANY-SUSPENSE-APPLIED
                     " IDENTIFIED SUSPENSE ITEM(S) POSTED"
               END-IF.
               IF HOW-MANY-DEDUCTIONS > 0
                   DISPLAY HOW-MANY-DEDUCTIONS
                     " WORK-STUDY DEDUCTION(S) READ - "
                     HOW-MANY-DEDUCTIONS-POSTED " POSTED, "
                     HOW-MANY-DEDUCTIONS-RETURNED
                     " RETURNED TO PAYROLL"
               END-IF.


      * a missing meal-plan master just means nobody has a plan yet
                             TO MPT-REMAINING(MEAL-PLAN-COUNT)
                   END-READ.

      * a missing learner file just means no continuing-education
      * learner has been added yet
           213-LOAD-CE-LEARNERS.
               OPEN INPUT CE-LEARNER-FILE.
               IF CE-LEARNER-STATUS IS NOT EQUAL TO "00"
                   CONTINUE
               ELSE
                   PERFORM 2131-LOAD-ONE-CE-LEARNER
                       UNTIL CE-EOF-FLG IS EQUAL TO 'Y'
                       OR CE-LEARNER-COUNT IS EQUAL TO 5000
                   CLOSE CE-LEARNER-FILE
               END-IF.

      * a learner written before the balance was kept owes nothing
               2131-LOAD-ONE-CE-LEARNER.
                   READ CE-LEARNER-FILE
                       AT END
                           MOVE 'Y' TO CE-EOF-FLG
                       NOT AT END
                           ADD 1 TO CE-LEARNER-COUNT
                           MOVE CE-LEARNER-RECORD
                             TO CE-LEARNER-ENTRY(CE-LEARNER-COUNT)
                           IF CET-AMOUNT-OWED(CE-LEARNER-COUNT)
                               IS NOT NUMERIC
                               MOVE ZERO
                                 TO CET-AMOUNT-OWED(CE-LEARNER-COUNT)
                           END-IF
                   END-READ.

           312-FIND-CE-LEARNER.
               MOVE 'N' TO CE-FOUND-FLAG.
               MOVE 0 TO CE-FOUND-SUB.

               PERFORM 3121-CHECK-ONE-CE-LEARNER
                   VARYING CE-FIND-SUB FROM 1 BY 1
                   UNTIL CE-FIND-SUB > CE-LEARNER-COUNT
                   OR CE-LEARNER-FOUND.

               3121-CHECK-ONE-CE-LEARNER.
                   IF CET-STUDENT-NUMBER(CE-FIND-SUB) IS EQUAL TO
                       PAY-STUDENT-NUMBER-NUMERIC
                       MOVE 'Y' TO CE-FOUND-FLAG
                       MOVE CE-FIND-SUB TO CE-FOUND-SUB
                   END-IF.

      * the same register, history and allocation lines as
      * 302-APPLY-ONE-PAYMENT, against the CE balance owing - a CE
      * learner has no payment hold to re-derive, and an overpayment
      * leaves a credit the next CEFEE fee uses up
           315-APPLY-CE-PAYMENT.
               COMPUTE PAYMENT-AMOUNT =
                   PAY-AMOUNT-DOLLARS + (PAY-AMOUNT-CENTS / 100).

               MOVE CET-AMOUNT-OWED(CE-FOUND-SUB) TO OLD-BALANCE.
               SUBTRACT PAYMENT-AMOUNT FROM OLD-BALANCE
                   GIVING NEW-BALANCE.
               MOVE NEW-BALANCE TO CET-AMOUNT-OWED(CE-FOUND-SUB).
               MOVE 'Y' TO CE-CHANGED-FLAG.

               MOVE RECEIPT-NUMBER TO REG-RECEIPT-NUMBER-OUT.
               MOVE PAY-STUDENT-NUMBER TO REG-STUDENT-NUMBER-OUT.
               MOVE PAYMENT-AMOUNT TO REG-AMOUNT-OUT.
               MOVE PAY-TENDER-TYPE TO REG-TENDER-OUT.
               MOVE OLD-BALANCE TO REG-OLD-BALANCE-OUT.
               MOVE NEW-BALANCE TO REG-NEW-BALANCE-OUT.
               IF NEW-BALANCE IS LESS THAN ZERO
                   MOVE "POSTED CE - CREDIT BALANCE" TO REG-STATUS-OUT
               ELSE
                   MOVE "POSTED CE" TO REG-STATUS-OUT
               END-IF.
               WRITE POSTING-REGISTER-LINE.

               MOVE RECEIPT-NUMBER TO HIST-RECEIPT-NUMBER.
               MOVE PAY-STUDENT-NUMBER-NUMERIC TO HIST-STUDENT-NUMBER.
               MOVE PAYMENT-AMOUNT TO HIST-AMOUNT.
               MOVE PAY-DATE TO HIST-PAY-DATE.
               MOVE PAY-TENDER-TYPE TO HIST-TENDER-TYPE.
               MOVE RUN-DATE-RAW TO HIST-POSTED-DATE.
               MOVE 'P' TO HIST-STATUS.
               MOVE PAY-CASHIER-ID TO HIST-CASHIER-ID.
               MOVE FX-HISTORY-FIELDS TO HIST-FOREIGN-CURRENCY-FIELDS.
               WRITE PAYMENT-HISTORY-LINE.
               PERFORM 307-REMEMBER-POSTED-RECEIPT.

               PERFORM 330-ALLOCATE-ONE-PAYMENT.

               ADD 1 TO RECEIPT-NUMBER.
               ADD 1 TO HOW-MANY-POSTED.
               ADD 1 TO HOW-MANY-CE-POSTED.

      * the top-up - purchased and remaining both rise, a first
      * top-up opens the plan under the standard code; the receipt
      * goes on the history under tender MP with the cashier, so
                   MOVE RUN-DATE-RAW TO HIST-POSTED-DATE
                   MOVE 'P' TO HIST-STATUS
                   MOVE PAY-CASHIER-ID TO HIST-CASHIER-ID
                   MOVE FX-HISTORY-FIELDS
                     TO HIST-FOREIGN-CURRENCY-FIELDS
                   WRITE PAYMENT-HISTORY-LINE
                   PERFORM 307-REMEMBER-POSTED-RECEIPT

                   MOVE RECEIPT-NUMBER TO REG-RECEIPT-NUMBER-OUT
                   MOVE PAY-STUDENT-NUMBER TO REG-STUDENT-NUMBER-OUT
                     TO MPL-REMAINING.
                   WRITE MEAL-PLAN-RECORD.

      * every learner back out, the name and address as read
           405-REWRITE-CE-LEARNERS.
               OPEN OUTPUT CE-LEARNER-FILE.
               IF CE-LEARNER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CE-LEARNER.txt - STATUS "
                     CE-LEARNER-STATUS
                   STOP RUN
               END-IF.

               PERFORM 4051-WRITE-ONE-CE-LEARNER
                   VARYING CE-FIND-SUB FROM 1 BY 1
                   UNTIL CE-FIND-SUB > CE-LEARNER-COUNT.

               CLOSE CE-LEARNER-FILE.

               4051-WRITE-ONE-CE-LEARNER.
                   MOVE CE-LEARNER-ENTRY(CE-FIND-SUB)
                     TO CE-LEARNER-RECORD.
                   WRITE CE-LEARNER-RECORD.

      * the whole suspense queue back out, applied and cleared items
      * included - PROJECT118 ages what is still open
           403-REWRITE-REMIT-SUSPENSE.
               OPEN OUTPUT REMIT-SUSPENSE-FILE.
               IF REMIT-SUSPENSE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN REMIT-SUSPENSE.txt - "
                     "STATUS " REMIT-SUSPENSE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 4031-WRITE-ONE-SUSPENSE-ITEM
                   VARYING RSP-SUB FROM 1 BY 1
                   UNTIL RSP-SUB > RSP-COUNT.

               CLOSE REMIT-SUSPENSE-FILE.

               4031-WRITE-ONE-SUSPENSE-ITEM.
                   MOVE RSP-ENTRY(RSP-SUB) TO REMIT-SUSPENSE-RECORD.
                   WRITE REMIT-SUSPENSE-RECORD.

           404-REWRITE-DUPLICATE-REVIEW.
               OPEN OUTPUT DUPLICATE-REVIEW-FILE.
               IF DUPLICATE-REVIEW-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN DUPLICATE-REVIEW.txt - "
                     "STATUS " DUPLICATE-REVIEW-STATUS
                   STOP RUN
               END-IF.

               PERFORM 4041-WRITE-ONE-REVIEW-ITEM
                   VARYING DRT-SUB FROM 1 BY 1
                   UNTIL DRT-SUB > DRT-COUNT.

               CLOSE DUPLICATE-REVIEW-FILE.

               4041-WRITE-ONE-REVIEW-ITEM.
                   MOVE DRT-ENTRY(DRT-SUB) TO DUPLICATE-REVIEW-RECORD.
                   WRITE DUPLICATE-REVIEW-RECORD.

      * take the master lock or stop - a held lock names its holder so
      * the operator knows who to wait for, and a stale one left by an
      * abend is cleared through PROJECT25, not by guesswork
               WRITE MASTER-CONTROL-RECORD.
               CLOSE MASTER-CONTROL-FILE.

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
               MOVE "PROJECT09" TO TXR-CREATED-BY.
               MOVE TRANSMIT-DATE-RAW TO TXR-CREATED-DATE.
               MOVE TRANSMIT-TIME-HHMMSS TO TXR-CREATED-TIME.
               MOVE "SENT" TO TXR-STATUS.
               MOVE ZERO TO TXR-ACK-DATE.
               MOVE SPACES TO TXR-ACK-REASON.
               WRITE TRANSMISSION-REGISTER-RECORD.
               CLOSE TRANSMISSION-REGISTER.

       END PROGRAM PROJECT09.
