      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: term commission run for international recruitment
      *          agents. For every student tied to an agent on
      *          STUDENT-AGENT.txt (PROJECT127), the term's tuition -
      *          TUITION less WDRAWADJ withdrawal credits on
      *          CHARGE-DETAIL.txt, over PROJECT120's billing window -
      *          is set against what the student actually paid in the
      *          same window: posted ('P') receipts off every
      *          PAYMENT-HISTORY-YYYY.txt segment, meal-plan top-ups
      *          and still-held deposits left out and deposits applied
      *          to tuition let in, less REFUND cheques net of
      *          CHQVOID voids. Commission is the agent's rate on the
      *          lesser of tuition and net paid. What was already paid
      *          for the student and term stands on
      *          AGENT-COMMISSION-LEDGER.txt, so a rerun pays only the
      *          difference - and when a withdrawal and refund leave
      *          the commission below what was paid, the difference
      *          goes negative and is recovered out of the agent's
      *          other commission. An agent whose recoveries outrun
      *          the commission is paid nothing; the shortfall is
      *          carried on the ledger and taken out of the next
      *          payment. Each agent is paid by direct deposit
      *          (AGENT-DEPOSIT-EXTRACT.txt, the bank's H/C/T format,
      *          references off DIRECT-DEPOSIT-CONTROL.txt) or by
      *          cheque (AGENT-CHEQUE-EXTRACT.txt, numbered off
      *          CHEQUE-CONTROL.txt and registered on
      *          CHEQUE-REGISTER.txt under student 000000 so positive
      *          pay and reconciliation see it); a cheque later voided
      *          through PROJECT75 drops its ledger lines and the
      *          commission is paid again next run. One payment never
      *          goes over 9999.99 - the register and the bank's
      *          credit line carry four dollar digits - so a larger
      *          amount goes out in more than one. Every agent gets a
      *          statement on AGENT-STATEMENTS-<run date>.txt, student
      *          by student; anything that could not be paid is on
      *          AGENT-COMMISSION-EXCEPTIONS.txt. Holds the master
      *          lock so the cheque and credit numbers cannot be
      *          taken twice by a refund run going at the same time
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - register AGENT-CHEQUE-EXTRACT.txt and
      *                   AGENT-DEPOSIT-EXTRACT.txt on the transmission
      *                   register, counted and with their amounts
      *                   hashed
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT128.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the term being paid
           SELECT TERM-CALENDAR-FILE
           ASSIGN TO "..\TERM-CALENDAR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERM-CALENDAR-STATUS.

      * the agents and their students, as PROJECT127 keeps them
           SELECT AGENT-FILE
           ASSIGN TO "..\AGENT-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AGENT-FILE-STATUS.

           SELECT STUDENT-AGENT-FILE
           ASSIGN TO "..\STUDENT-AGENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-AGENT-STATUS.

      * read for the names on the statements only
           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

      * the billings, withdrawal credits, deposits applied, refunds
      * and refund voids
           SELECT CHARGE-LEDGER
           ASSIGN TO "..\CHARGE-DETAIL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHARGE-LEDGER-STATUS.

      * the receipt trail, carried in per-fiscal-year segments -
      * walked through PAYHIST-INDEX.txt the way PROJECT37 walks it
           SELECT PAYMENT-HISTORY
           ASSIGN TO PAYMENT-HISTORY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYMENT-HISTORY-STATUS.

           SELECT PAYHIST-INDEX-FILE
           ASSIGN TO "..\PAYHIST-INDEX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYHIST-INDEX-STATUS.

      * every commission paid, recovered, or carried - read whole for
      * what is already paid, then appended with this run's lines
           SELECT COMMISSION-LEDGER
           ASSIGN TO "..\AGENT-COMMISSION-LEDGER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COMMISSION-LEDGER-STATUS.

      * the cheques - numbered and registered with the refund cheques
           SELECT CHEQUE-REGISTER-FILE
           ASSIGN TO "..\CHEQUE-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHEQUE-REGISTER-STATUS.

           SELECT CHEQUE-CONTROL-FILE
           ASSIGN TO "..\CHEQUE-CONTROL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHEQUE-CONTROL-STATUS.

           SELECT AGENT-CHEQUE-EXTRACT
           ASSIGN TO "..\AGENT-CHEQUE-EXTRACT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHEQUE-EXTRACT-STATUS.

      * the bank file for the direct-deposit agents - its credit
      * references come off the same control as the refund credits
           SELECT AGENT-DEPOSIT-EXTRACT
           ASSIGN TO "..\AGENT-DEPOSIT-EXTRACT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPOSIT-EXTRACT-STATUS.

           SELECT DEPOSIT-CONTROL-FILE
           ASSIGN TO "..\DIRECT-DEPOSIT-CONTROL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPOSIT-CONTROL-STATUS.

      * one statement per agent, all agents in one dated file
           SELECT STATEMENT-FILE
           ASSIGN TO STATEMENT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATEMENT-FILE-STATUS.

           SELECT EXCEPTION-FILE
           ASSIGN TO "..\AGENT-COMMISSION-EXCEPTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPTION-FILE-STATUS.

      * the single-record lock the other programs honour
           SELECT MASTER-LOCK-FILE
           ASSIGN TO "..\STUFILE3-LOCK.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCK-FILE-STATUS.

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

      * kept in step with Project127.cbl's FD AGENT-FILE
       FD AGENT-FILE.
       01 AGENT-RECORD.
         05 AGT-AGENT-CODE PIC X(6).
         05 AGT-AGENT-NAME PIC X(40).
         05 AGT-COMMISSION-RATE PIC 9(2)V99.
         05 AGT-PAYMENT-METHOD PIC X(1).
         05 AGT-TRANSIT-NUMBER PIC X(5).
         05 AGT-INSTITUTION-NUMBER PIC X(3).
         05 AGT-ACCOUNT-NUMBER PIC X(12).
         05 AGT-STREET PIC X(25).
         05 AGT-CITY PIC X(15).
         05 AGT-REGION PIC X(15).
         05 AGT-POSTAL-CODE PIC X(10).
         05 AGT-COUNTRY PIC X(15).
         05 AGT-ACTIVE-FLAG PIC X(1).

      * kept in step with Project127.cbl's FD STUDENT-AGENT-FILE
       FD STUDENT-AGENT-FILE.
       01 STUDENT-AGENT-RECORD.
         05 SAG-STUDENT-NUMBER PIC 9(6).
         05 SAG-AGENT-CODE PIC X(6).
         05 SAG-ASSIGNED-DATE PIC 9(8).
         05 SAG-ASSIGNED-BY PIC X(8).

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

      * same layout Project09.cbl writes
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
         05 HIST-FOREIGN-CURRENCY-FIELDS.
           10 HIST-CURRENCY-CODE PIC X(3).
           10 HIST-FOREIGN-AMOUNT PIC 9(7)V99.
           10 HIST-EXCHANGE-RATE PIC 9(3)V9(6).

      * kept in step across the history readers and writers
       FD PAYHIST-INDEX-FILE.
       01 PAYHIST-INDEX-RECORD.
         05 PHX-YEAR PIC 9(4).

      * one line per student per agent per run with anything moving,
      * plus one per recovery taken out of a payment. Entry type C is
      * commission (negative when it claws back), R is a line settled
      * inside a run whose recoveries outran the commission - the
      * agent owes the net of those back - and T takes such carried
      * recoveries out of a payment (student 000000). Paid by C
      * cheque or D direct deposit with the cheque number or credit
      * reference, N netted to nothing, blank on R
       FD COMMISSION-LEDGER.
       01 COMMISSION-LEDGER-RECORD.
         05 ACL-AGENT-CODE PIC X(6).
         05 ACL-STUDENT-NUMBER PIC 9(6).
         05 ACL-TERM-START PIC 9(8).
         05 ACL-RUN-DATE PIC 9(8).
         05 ACL-ENTRY-TYPE PIC X(1).
         05 ACL-AMOUNT PIC S9(6)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 ACL-PAID-BY PIC X(1).
         05 ACL-REFERENCE PIC 9(6).

      * kept in step with Project10.cbl and Project75.cbl - an agent's
      * cheque goes on under student 000000 with the agent as payee
       FD CHEQUE-REGISTER-FILE.
       01 CHEQUE-REGISTER-RECORD.
         05 CRG-CHEQUE-NUMBER PIC 9(6).
         05 CRG-STUDENT-NUMBER PIC 9(6).
         05 CRG-AMOUNT PIC 9999V99.
         05 CRG-ISSUE-DATE PIC 9(8).
         05 CRG-STATUS PIC X(1).
         05 CRG-PAYEE-NAME PIC X(40).
         05 CRG-STATUS-DATE PIC 9(8).

       FD CHEQUE-CONTROL-FILE.
       01 CHEQUE-CONTROL-RECORD.
         05 NEXT-CHEQUE-NUMBER PIC 9(6).

      * one line per agent cheque - payee, amount, and the full
      * mailing address, country included
       FD AGENT-CHEQUE-EXTRACT.
       01 AGENT-CHEQUE-LINE.
         05 ACQ-AGENT-CODE-OUT PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 ACQ-PAYEE-OUT PIC X(40).
         05 FILLER PIC X(2) VALUE SPACE.
         05 ACQ-AMOUNT-OUT PIC ZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 ACQ-STREET-OUT PIC X(25).
         05 FILLER PIC X(2) VALUE SPACE.
         05 ACQ-CITY-OUT PIC X(15).
         05 FILLER PIC X(2) VALUE SPACE.
         05 ACQ-REGION-OUT PIC X(15).
         05 FILLER PIC X(2) VALUE SPACE.
         05 ACQ-POSTAL-CODE-OUT PIC X(10).
         05 FILLER PIC X(2) VALUE SPACE.
         05 ACQ-COUNTRY-OUT PIC X(15).
         05 FILLER PIC X(2) VALUE SPACE.
         05 ACQ-CHEQUE-NUMBER-OUT PIC 9(6).

      * the bank's fixed format, as Project10.cbl writes it - the
      * payee field carries the agent code where a refund carries the
      * student number
       FD AGENT-DEPOSIT-EXTRACT.
       01 DEPOSIT-EXTRACT-LINE PIC X(60).

       01 DEPOSIT-HEADER-LINE REDEFINES DEPOSIT-EXTRACT-LINE.
         05 DDH-RECORD-TYPE PIC X(1).
         05 DDH-CREATE-DATE PIC 9(8).
         05 DDH-ORIGINATOR-ID PIC X(10).
         05 FILLER PIC X(41).

       01 DEPOSIT-DETAIL-LINE REDEFINES DEPOSIT-EXTRACT-LINE.
         05 DDD-RECORD-TYPE PIC X(1).
         05 DDD-REFERENCE PIC 9(6).
         05 DDD-AGENT-CODE PIC X(6).
         05 DDD-TRANSIT PIC 9(5).
         05 DDD-INSTITUTION PIC 9(3).
         05 DDD-ACCOUNT PIC X(12).
      * four whole-dollar digits then two cents digits, no decimal
      * point - same convention as the PAD extract
         05 DDD-AMOUNT PIC 9(6).
         05 FILLER PIC X(21).

       01 DEPOSIT-TRAILER-LINE REDEFINES DEPOSIT-EXTRACT-LINE.
         05 DDT-RECORD-TYPE PIC X(1).
         05 DDT-CREDIT-COUNT PIC 9(6).
         05 DDT-AMOUNT-TOTAL PIC 9(9).
         05 FILLER PIC X(44).

       FD DEPOSIT-CONTROL-FILE.
       01 DEPOSIT-CONTROL-RECORD.
         05 NEXT-CREDIT-REFERENCE PIC 9(6).

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(100).

       FD EXCEPTION-FILE.
       01 EXCEPTION-LINE.
         05 EXC-AGENT-CODE-OUT PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 EXC-STUDENT-NUMBER-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 EXC-AMOUNT-OUT PIC -ZZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 EXC-REASON-OUT PIC X(50).

      * one record while the master is in use - kept in step with the
      * other programs honouring the lock, and with Project25.cbl's
      * inspect/clear utility
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

       FD MASTER-LOCK-FILE.
       01 MASTER-LOCK-RECORD.
         05 LCK-PROGRAM PIC X(9).
         05 LCK-OPERATOR PIC X(8).
         05 LCK-START-STAMP PIC X(17).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 TERM-CALENDAR-STATUS PIC X(2).
         05 AGENT-FILE-STATUS PIC X(2).
         05 STUDENT-AGENT-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 CHARGE-LEDGER-STATUS PIC X(2).
         05 PAYMENT-HISTORY-STATUS PIC X(2).
         05 PAYHIST-INDEX-STATUS PIC X(2).
         05 COMMISSION-LEDGER-STATUS PIC X(2).
         05 CHEQUE-REGISTER-STATUS PIC X(2).
         05 CHEQUE-CONTROL-STATUS PIC X(2).
         05 CHEQUE-EXTRACT-STATUS PIC X(2).
         05 DEPOSIT-EXTRACT-STATUS PIC X(2).
         05 DEPOSIT-CONTROL-STATUS PIC X(2).
         05 STATEMENT-FILE-STATUS PIC X(2).
         05 EXCEPTION-FILE-STATUS PIC X(2).
         05 LOCK-FILE-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 AGENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 STUDENT-AGENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 MASTER-EOF-FLG PIC X(1) VALUE 'N'.
         05 CHARGE-EOF-FLG PIC X(1) VALUE 'N'.
         05 HISTORY-EOF-FLG PIC X(1) VALUE 'N'.
         05 PAYHIST-INDEX-EOF-FLG PIC X(1) VALUE 'N'.
         05 LEDGER-EOF-FLG PIC X(1) VALUE 'N'.
         05 REGISTER-EOF-FLG PIC X(1) VALUE 'N'.

       01 OPERATOR-ID PIC X(8).
       01 RUN-DATE-RAW PIC 9(8).
       01 PAYMENT-HISTORY-NAME PIC X(40).
       01 STATEMENT-FILENAME PIC X(40).

      * how far ahead of the term start its tuition may be billed -
      * kept in step with PROJECT120's window
       01 COMMISSION-BILLING-LEAD-DAYS PIC 9(3) VALUE 120.

      * the most one cheque or one bank credit can carry
       01 PAYMENT-LIMIT PIC 9(4)V99 VALUE 9999.99.

       01 TERM-FIELDS.
         05 TERM-START-DATE PIC 9(8).
         05 TERM-END-DATE PIC 9(8).
         05 TERM-START-INTEGER PIC 9(8).
         05 WINDOW-START-INTEGER PIC 9(8).
         05 WINDOW-START-DATE PIC 9(8).

      * the agent master held whole, with what this run works out for
      * each agent alongside - the recoveries still carried off the
      * ledger and the total of this run's student lines
       01 AGENT-TABLE.
         05 AGENT-ENTRY OCCURS 1 TO 300 TIMES
             DEPENDING ON AGENT-COUNT.
           10 TBL-AGT-MASTER-DATA.
             15 TBL-AGT-AGENT-CODE PIC X(6).
             15 TBL-AGT-AGENT-NAME PIC X(40).
             15 TBL-AGT-COMMISSION-RATE PIC 9(2)V99.
             15 TBL-AGT-PAYMENT-METHOD PIC X(1).
             15 TBL-AGT-TRANSIT-NUMBER PIC X(5).
             15 TBL-AGT-INSTITUTION-NUMBER PIC X(3).
             15 TBL-AGT-ACCOUNT-NUMBER PIC X(12).
             15 TBL-AGT-STREET PIC X(25).
             15 TBL-AGT-CITY PIC X(15).
             15 TBL-AGT-REGION PIC X(15).
             15 TBL-AGT-POSTAL-CODE PIC X(10).
             15 TBL-AGT-COUNTRY PIC X(15).
             15 TBL-AGT-ACTIVE-FLAG PIC X(1).
           10 TBL-AGT-CARRIED PIC S9(7)V99.
           10 TBL-AGT-DUE-TOTAL PIC S9(7)V99.
           10 TBL-AGT-STUDENT-COUNT PIC 9(5).

       01 AGENT-VARIABLES.
         05 AGENT-COUNT PIC 9(3) VALUE 0.
         05 AGENT-SUB PIC 9(3).
         05 AGENT-FIND-SUB PIC 9(3).
         05 AGENT-FOUND-SUB PIC 9(3) VALUE 0.
         05 AGENT-FIND-CODE PIC X(6).
         05 AGENT-NET PIC S9(7)V99.
         05 AGENT-PAY-METHOD PIC X(1).
           88 AGENT-PAID-BY-DEPOSIT VALUE 'D'.

      * one row per agent-assigned student - the term's figures as
      * they are gathered, then the commission worked from them
       01 COMMISSION-STUDENT-TABLE.
         05 CMS-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON CMS-COUNT.
           10 CMS-STUDENT-NUMBER PIC 9(6).
           10 CMS-AGENT-SUB PIC 9(3).
           10 CMS-STUDENT-NAME PIC X(40).
           10 CMS-TUITION PIC S9(6)V99.
           10 CMS-PAID PIC S9(6)V99.
           10 CMS-REFUNDED PIC S9(6)V99.
           10 CMS-COMMISSIONABLE PIC S9(6)V99.
           10 CMS-EARNED PIC S9(6)V99.
           10 CMS-PRIOR-PAID PIC S9(6)V99.
           10 CMS-DUE PIC S9(6)V99.
           10 CMS-OVER-LIMIT-FLAG PIC X(1).
             88 CMS-OVER-LIMIT VALUE 'Y'.

       01 COMMISSION-STUDENT-VARIABLES.
         05 CMS-COUNT PIC 9(4) VALUE 0.
         05 CMS-SUB PIC 9(4).
         05 CMS-FIND-SUB PIC 9(4).
         05 CMS-FOUND-SUB PIC 9(4) VALUE 0.
         05 CMS-FIND-NUMBER PIC 9(6).

      * agent cheques PROJECT75 has voided - their ledger lines no
      * longer count as paid
       01 VOIDED-CHEQUE-TABLE.
         05 VOIDED-CHEQUE-NUMBER PIC 9(6) OCCURS 1 TO 2000 TIMES
             DEPENDING ON VOIDED-COUNT.

       01 VOIDED-CHEQUE-VARIABLES.
         05 VOIDED-COUNT PIC 9(4) VALUE 0.
         05 VOIDED-SUB PIC 9(4).
         05 VOIDED-FOUND-FLAG PIC X(1).
           88 CHEQUE-WAS-VOIDED VALUE 'Y'.

      * the payment being built - its reference is taken when it is
      * opened so the ledger lines can carry it as they go
       01 PAYMENT-FIELDS.
         05 CHEQUE-NUMBER PIC 9(6).
         05 CREDIT-REFERENCE PIC 9(6).
         05 PAYMENT-REFERENCE PIC 9(6).
         05 PAYMENT-AMOUNT PIC S9(7)V99.
         05 DEPOSIT-TOTAL-DIGITS PIC 9(9) VALUE 0.
         05 CHEQUE-TOTAL PIC 9(7)V99 VALUE 0.

      * the ledger line about to be written
       01 LEDGER-LINE-FIELDS.
         05 LEDGER-STUDENT-NUMBER PIC 9(6).
         05 LEDGER-ENTRY-TYPE PIC X(1).
         05 LEDGER-AMOUNT PIC S9(6)V99.
         05 LEDGER-PAID-BY PIC X(1).
         05 LEDGER-REFERENCE PIC 9(6).

       01 EXCEPTION-REASON PIC X(50).
       01 EXCEPTION-AMOUNT PIC S9(6)V99.

       01 COUNTERS.
         05 HOW-MANY-STUDENTS PIC 9(5) VALUE 0.
         05 HOW-MANY-AGENTS-PAID PIC 9(4) VALUE 0.
         05 HOW-MANY-AGENTS-CARRIED PIC 9(4) VALUE 0.
         05 HOW-MANY-BY-CHEQUE PIC 9(5) VALUE 0.
         05 HOW-MANY-BY-DEPOSIT PIC 9(6) VALUE 0.
         05 HOW-MANY-LEDGER-LINES PIC 9(6) VALUE 0.
         05 HOW-MANY-VOIDED-LINES PIC 9(6) VALUE 0.
         05 HOW-MANY-EXCEPTIONS PIC 9(5) VALUE 0.
         05 TOTAL-PAID PIC S9(9)V99 VALUE 0.
         05 TOTAL-CARRIED PIC S9(9)V99 VALUE 0.
         05 TOTAL-PAID-OUT PIC -ZZZ,ZZZ,ZZ9.99.
         05 TOTAL-CARRIED-OUT PIC -ZZZ,ZZZ,ZZ9.99.

       01 STATEMENT-HEADING-LINE.
         05 FILLER PIC X(36)
             VALUE "AGENT COMMISSION STATEMENTS - TERM ".
         05 STH-TERM-START PIC 9(8).
         05 FILLER PIC X(4) VALUE " TO ".
         05 STH-TERM-END PIC X(8).
         05 FILLER PIC X(6) VALUE "  RUN ".
         05 STH-RUN-DATE PIC 9(8).
         05 FILLER PIC X(30) VALUE SPACE.

       01 STATEMENT-AGENT-LINE.
         05 FILLER PIC X(6) VALUE "AGENT ".
         05 STA-AGENT-CODE PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 STA-AGENT-NAME PIC X(40).
         05 FILLER PIC X(7) VALUE "  RATE ".
         05 STA-RATE PIC Z9.99.
         05 FILLER PIC X(1) VALUE "%".
         05 FILLER PIC X(33) VALUE SPACE.

       01 STATEMENT-ADDRESS-LINE.
         05 FILLER PIC X(14) VALUE SPACE.
         05 STD-STREET PIC X(25).
         05 FILLER PIC X(1) VALUE SPACE.
         05 STD-CITY PIC X(15).
         05 FILLER PIC X(1) VALUE SPACE.
         05 STD-REGION PIC X(15).
         05 FILLER PIC X(1) VALUE SPACE.
         05 STD-POSTAL-CODE PIC X(10).
         05 FILLER PIC X(1) VALUE SPACE.
         05 STD-COUNTRY PIC X(15).
         05 FILLER PIC X(2) VALUE SPACE.

       01 STATEMENT-COLUMN-LINE.
         05 FILLER PIC X(34) VALUE "STUDENT NAME".
         05 FILLER PIC X(10) VALUE "   TUITION".
         05 FILLER PIC X(10) VALUE "  NET PAID".
         05 FILLER PIC X(10) VALUE "  COMM ON ".
         05 FILLER PIC X(10) VALUE "    EARNED".
         05 FILLER PIC X(10) VALUE " PREV PAID".
         05 FILLER PIC X(10) VALUE "  THIS RUN".
         05 FILLER PIC X(6) VALUE SPACE.

       01 STATEMENT-DETAIL-LINE.
         05 STL-STUDENT-NUMBER PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 STL-STUDENT-NAME PIC X(24).
         05 FILLER PIC X(3) VALUE SPACE.
         05 STL-TUITION PIC -ZZZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 STL-PAID PIC -ZZZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 STL-COMMISSIONABLE PIC -ZZZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 STL-EARNED PIC -ZZZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 STL-PRIOR-PAID PIC -ZZZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 STL-DUE PIC -ZZZZ9.99.
         05 FILLER PIC X(5) VALUE SPACE.

       01 STATEMENT-AMOUNT-LINE.
         05 FILLER PIC X(8) VALUE SPACE.
         05 SAL-LABEL PIC X(42).
         05 SAL-AMOUNT PIC -ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 SAL-NOTE PIC X(37).

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
      * main procedure - gather each agent student's term, work the
      * commission against what is already paid, then settle agent by
      * agent
       100-RUN-AGENT-COMMISSIONS.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           DISPLAY "ENTER OPERATOR ID:".
           ACCEPT OPERATOR-ID.
           PERFORM 260-ACQUIRE-MASTER-LOCK.

           PERFORM 210-LOAD-TERM-CALENDAR.
           PERFORM 205-OPEN-REPORT-FILES.
           PERFORM 220-LOAD-AGENT-TABLE.
           PERFORM 230-LOAD-STUDENT-AGENTS.
           PERFORM 235-LOAD-STUDENT-NAMES.
           PERFORM 240-LOAD-VOIDED-CHEQUES.
           PERFORM 245-LOAD-COMMISSION-LEDGER.
           PERFORM 250-TAKE-TERM-CHARGES.
           PERFORM 255-TAKE-TERM-PAYMENTS.

           PERFORM 300-FIGURE-ONE-STUDENT
               VARYING CMS-SUB FROM 1 BY 1
               UNTIL CMS-SUB > CMS-COUNT.

           PERFORM 202-OPEN-PAYMENT-FILES.
           PERFORM 400-SETTLE-ONE-AGENT
               VARYING AGENT-SUB FROM 1 BY 1
               UNTIL AGENT-SUB > AGENT-COUNT.
           PERFORM 203-CLOSE-PAYMENT-FILES.
           PERFORM 206-CLOSE-REPORT-FILES.

           PERFORM 261-RELEASE-MASTER-LOCK.

           MOVE TOTAL-PAID TO TOTAL-PAID-OUT.
           MOVE TOTAL-CARRIED TO TOTAL-CARRIED-OUT.
           DISPLAY "TERM " TERM-START-DATE " COMMISSION RUN - "
             HOW-MANY-STUDENTS " AGENT STUDENT(S)".
           DISPLAY "AGENTS PAID:           " HOW-MANY-AGENTS-PAID.
           DISPLAY "CHEQUES ISSUED:        " HOW-MANY-BY-CHEQUE.
           DISPLAY "DIRECT DEPOSITS:       " HOW-MANY-BY-DEPOSIT.
           DISPLAY "TOTAL PAID:            " TOTAL-PAID-OUT.
           DISPLAY "AGENTS CARRYING A RECOVERY: "
             HOW-MANY-AGENTS-CARRIED " OWING " TOTAL-CARRIED-OUT.
           DISPLAY "VOIDED CHEQUE LINES REPAYABLE: "
             HOW-MANY-VOIDED-LINES.
           IF HOW-MANY-EXCEPTIONS IS GREATER THAN ZERO
               DISPLAY HOW-MANY-EXCEPTIONS " EXCEPTION(S) - SEE "
                 "AGENT-COMMISSION-EXCEPTIONS.txt"
           END-IF.
           DISPLAY "STATEMENTS ON " STATEMENT-FILENAME.
           STOP RUN.

      * the cheque and credit numbers off their controls - a missing
      * control starts at 1 - and this run's extracts; the ledger and
      * the register are appended
           202-OPEN-PAYMENT-FILES.
               OPEN INPUT CHEQUE-CONTROL-FILE.
               IF CHEQUE-CONTROL-STATUS IS EQUAL TO "00"
                   READ CHEQUE-CONTROL-FILE
                       AT END
                           MOVE 1 TO NEXT-CHEQUE-NUMBER
                       NOT AT END
                           CONTINUE
                   END-READ
                   MOVE NEXT-CHEQUE-NUMBER TO CHEQUE-NUMBER
                   CLOSE CHEQUE-CONTROL-FILE
               ELSE
                   MOVE 1 TO CHEQUE-NUMBER
               END-IF.

               OPEN INPUT DEPOSIT-CONTROL-FILE.
               IF DEPOSIT-CONTROL-STATUS IS EQUAL TO "00"
                   READ DEPOSIT-CONTROL-FILE
                       AT END
                           MOVE 1 TO NEXT-CREDIT-REFERENCE
                       NOT AT END
                           CONTINUE
                   END-READ
                   MOVE NEXT-CREDIT-REFERENCE TO CREDIT-REFERENCE
                   CLOSE DEPOSIT-CONTROL-FILE
               ELSE
                   MOVE 1 TO CREDIT-REFERENCE
               END-IF.

               OPEN OUTPUT AGENT-DEPOSIT-EXTRACT.
               IF DEPOSIT-EXTRACT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN "
                     "AGENT-DEPOSIT-EXTRACT.txt - STATUS "
                     DEPOSIT-EXTRACT-STATUS
                   STOP RUN
               END-IF.
               MOVE SPACES TO DEPOSIT-EXTRACT-LINE.
               MOVE 'H' TO DDH-RECORD-TYPE.
               MOVE RUN-DATE-RAW TO DDH-CREATE-DATE.
               MOVE "COLLEGEAR " TO DDH-ORIGINATOR-ID.
               WRITE DEPOSIT-EXTRACT-LINE.

               OPEN OUTPUT AGENT-CHEQUE-EXTRACT.
               IF CHEQUE-EXTRACT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN AGENT-CHEQUE-EXTRACT.txt - "
                     "STATUS " CHEQUE-EXTRACT-STATUS
                   STOP RUN
               END-IF.
               MOVE SPACES TO AGENT-CHEQUE-LINE.

               OPEN EXTEND CHEQUE-REGISTER-FILE.
               IF CHEQUE-REGISTER-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT CHEQUE-REGISTER-FILE
               END-IF.
               IF CHEQUE-REGISTER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CHEQUE-REGISTER.txt - "
                     "STATUS " CHEQUE-REGISTER-STATUS
                   STOP RUN
               END-IF.

               OPEN EXTEND COMMISSION-LEDGER.
               IF COMMISSION-LEDGER-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT COMMISSION-LEDGER
               END-IF.
               IF COMMISSION-LEDGER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN "
                     "AGENT-COMMISSION-LEDGER.txt - STATUS "
                     COMMISSION-LEDGER-STATUS
                   STOP RUN
               END-IF.

           203-CLOSE-PAYMENT-FILES.
               CLOSE COMMISSION-LEDGER.
               CLOSE CHEQUE-REGISTER-FILE.
               CLOSE AGENT-CHEQUE-EXTRACT.

               MOVE "AGENT-CHEQUE-EXTRACT.txt" TO TRANSMIT-FILE-NAME.
               MOVE "CHEQUE-PRINT" TO TRANSMIT-DESTINATION.
               MOVE RUN-DATE-RAW TO TRANSMIT-PERIOD.
               MOVE HOW-MANY-BY-CHEQUE TO TRANSMIT-RECORD-COUNT.
               MOVE CHEQUE-TOTAL TO TRANSMIT-HASH-TOTAL.
               PERFORM 880-REGISTER-TRANSMISSION.

               OPEN OUTPUT CHEQUE-CONTROL-FILE.
               IF CHEQUE-CONTROL-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CHEQUE-CONTROL.txt - "
                     "STATUS " CHEQUE-CONTROL-STATUS
                   STOP RUN
               END-IF.
               MOVE CHEQUE-NUMBER TO NEXT-CHEQUE-NUMBER.
               WRITE CHEQUE-CONTROL-RECORD.
               CLOSE CHEQUE-CONTROL-FILE.

               MOVE SPACES TO DEPOSIT-EXTRACT-LINE.
               MOVE 'T' TO DDT-RECORD-TYPE.
               MOVE HOW-MANY-BY-DEPOSIT TO DDT-CREDIT-COUNT.
               MOVE DEPOSIT-TOTAL-DIGITS TO DDT-AMOUNT-TOTAL.
               WRITE DEPOSIT-EXTRACT-LINE.
               CLOSE AGENT-DEPOSIT-EXTRACT.

               MOVE "AGENT-DEPOSIT-EXTRACT.txt" TO TRANSMIT-FILE-NAME.
               MOVE "BANK-EFT" TO TRANSMIT-DESTINATION.
               MOVE RUN-DATE-RAW TO TRANSMIT-PERIOD.
               MOVE HOW-MANY-BY-DEPOSIT TO TRANSMIT-RECORD-COUNT.
               COMPUTE TRANSMIT-HASH-TOTAL =
                   DEPOSIT-TOTAL-DIGITS / 100.
               PERFORM 880-REGISTER-TRANSMISSION.

               OPEN OUTPUT DEPOSIT-CONTROL-FILE.
               IF DEPOSIT-CONTROL-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN "
                     "DIRECT-DEPOSIT-CONTROL.txt - STATUS "
                     DEPOSIT-CONTROL-STATUS
                   STOP RUN
               END-IF.
               MOVE CREDIT-REFERENCE TO NEXT-CREDIT-REFERENCE.
               WRITE DEPOSIT-CONTROL-RECORD.
               CLOSE DEPOSIT-CONTROL-FILE.

           205-OPEN-REPORT-FILES.
               OPEN OUTPUT STATEMENT-FILE.
               IF STATEMENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN " STATEMENT-FILENAME
                     " - STATUS " STATEMENT-FILE-STATUS
                   STOP RUN
               END-IF.
               MOVE TERM-START-DATE TO STH-TERM-START.
               IF TERM-END-DATE IS EQUAL TO 99999999
                   MOVE "OPEN" TO STH-TERM-END
               ELSE
                   MOVE TERM-END-DATE TO STH-TERM-END
               END-IF.
               MOVE RUN-DATE-RAW TO STH-RUN-DATE.
               WRITE STATEMENT-LINE FROM STATEMENT-HEADING-LINE.

               OPEN OUTPUT EXCEPTION-FILE.
               IF EXCEPTION-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN "
                     "AGENT-COMMISSION-EXCEPTIONS.txt - STATUS "
                     EXCEPTION-FILE-STATUS
                   STOP RUN
               END-IF.
               MOVE SPACES TO EXCEPTION-LINE.

           206-CLOSE-REPORT-FILES.
               CLOSE STATEMENT-FILE.
               CLOSE EXCEPTION-FILE.

      * the term runs from its start to the last exam day; a calendar
      * with no exam end yet takes everything from the window on
           210-LOAD-TERM-CALENDAR.
               OPEN INPUT TERM-CALENDAR-FILE.
               IF TERM-CALENDAR-STATUS IS EQUAL TO "35"
                   DISPLAY "NO TERM-CALENDAR.txt - SET THE TERM UP "
                     "THROUGH PROJECT86 FIRST"
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.
               IF TERM-CALENDAR-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TERM-CALENDAR.txt - STATUS "
                     TERM-CALENDAR-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.
               READ TERM-CALENDAR-FILE
                   AT END
                       DISPLAY "TERM-CALENDAR.txt IS EMPTY - SET THE "
                         "TERM UP THROUGH PROJECT86 FIRST"
                       CLOSE TERM-CALENDAR-FILE
                       PERFORM 261-RELEASE-MASTER-LOCK
                       STOP RUN
               END-READ.
               CLOSE TERM-CALENDAR-FILE.

               MOVE CAL-TERM-START-DATE TO TERM-START-DATE.
               IF CAL-EXAM-END-DATE IS NUMERIC
                   AND CAL-EXAM-END-NUMERIC IS GREATER THAN
                       CAL-TERM-START-DATE
                   MOVE CAL-EXAM-END-NUMERIC TO TERM-END-DATE
               ELSE
                   MOVE 99999999 TO TERM-END-DATE
               END-IF.
               COMPUTE TERM-START-INTEGER =
                   FUNCTION INTEGER-OF-DATE(TERM-START-DATE).
               COMPUTE WINDOW-START-INTEGER =
                   TERM-START-INTEGER - COMMISSION-BILLING-LEAD-DAYS.
               COMPUTE WINDOW-START-DATE =
                   FUNCTION DATE-OF-INTEGER(WINDOW-START-INTEGER).

               MOVE SPACES TO STATEMENT-FILENAME.
               STRING "..\AGENT-STATEMENTS-" DELIMITED BY SIZE
                   RUN-DATE-RAW DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO STATEMENT-FILENAME
               END-STRING.

      * no agent master means nobody to pay
           220-LOAD-AGENT-TABLE.
               OPEN INPUT AGENT-FILE.
               IF AGENT-FILE-STATUS IS EQUAL TO "35"
                   DISPLAY "NO AGENT-MASTER.txt - SET AGENTS UP "
                     "THROUGH PROJECT127 FIRST"
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.
               IF AGENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN AGENT-MASTER.txt - STATUS "
                     AGENT-FILE-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.
               PERFORM 221-LOAD-ONE-AGENT
                   UNTIL AGENT-EOF-FLG IS EQUAL TO 'Y'
                   OR AGENT-COUNT IS EQUAL TO 300.
               CLOSE AGENT-FILE.

               221-LOAD-ONE-AGENT.
                   READ AGENT-FILE
                       AT END
                           MOVE 'Y' TO AGENT-EOF-FLG
                       NOT AT END
                           ADD 1 TO AGENT-COUNT
                           MOVE AGENT-RECORD
                             TO TBL-AGT-MASTER-DATA(AGENT-COUNT)
                           MOVE ZERO TO TBL-AGT-CARRIED(AGENT-COUNT)
                           MOVE ZERO TO TBL-AGT-DUE-TOTAL(AGENT-COUNT)
                           MOVE ZERO
                             TO TBL-AGT-STUDENT-COUNT(AGENT-COUNT)
                   END-READ.

      * each assigned student opens a row under the agent; a code no
      * longer on the agent master is an exception and earns nothing
           230-LOAD-STUDENT-AGENTS.
               OPEN INPUT STUDENT-AGENT-FILE.
               IF STUDENT-AGENT-STATUS IS EQUAL TO "35"
                   DISPLAY "NO STUDENT-AGENT.txt - NO STUDENT IS "
                     "ASSIGNED TO AN AGENT"
               ELSE IF STUDENT-AGENT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUDENT-AGENT.txt - "
                     "STATUS " STUDENT-AGENT-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               ELSE
                   PERFORM 231-LOAD-ONE-STUDENT-AGENT
                       UNTIL STUDENT-AGENT-EOF-FLG IS EQUAL TO 'Y'
                       OR CMS-COUNT IS EQUAL TO 5000
                   CLOSE STUDENT-AGENT-FILE
               END-IF
               END-IF.

               231-LOAD-ONE-STUDENT-AGENT.
                   READ STUDENT-AGENT-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-AGENT-EOF-FLG
                       NOT AT END
                           MOVE SAG-AGENT-CODE TO AGENT-FIND-CODE
                           PERFORM 285-FIND-AGENT-ROW
                           IF AGENT-FOUND-SUB IS EQUAL TO ZERO
                               MOVE SAG-AGENT-CODE
                                 TO EXC-AGENT-CODE-OUT
                               MOVE SAG-STUDENT-NUMBER
                                 TO EXC-STUDENT-NUMBER-OUT
                               MOVE ZERO TO EXCEPTION-AMOUNT
                               MOVE "AGENT NOT ON MASTER - NOT PAID"
                                 TO EXCEPTION-REASON
                               PERFORM 290-WRITE-EXCEPTION
                           ELSE
                               PERFORM 232-ADD-ONE-STUDENT
                           END-IF
                   END-READ.

               232-ADD-ONE-STUDENT.
                   ADD 1 TO CMS-COUNT.
                   ADD 1 TO HOW-MANY-STUDENTS.
                   ADD 1 TO TBL-AGT-STUDENT-COUNT(AGENT-FOUND-SUB).
                   MOVE SAG-STUDENT-NUMBER
                     TO CMS-STUDENT-NUMBER(CMS-COUNT).
                   MOVE AGENT-FOUND-SUB TO CMS-AGENT-SUB(CMS-COUNT).
                   MOVE "** NOT ON STUDENT MASTER **"
                     TO CMS-STUDENT-NAME(CMS-COUNT).
                   MOVE ZERO TO CMS-TUITION(CMS-COUNT).
                   MOVE ZERO TO CMS-PAID(CMS-COUNT).
                   MOVE ZERO TO CMS-REFUNDED(CMS-COUNT).
                   MOVE ZERO TO CMS-COMMISSIONABLE(CMS-COUNT).
                   MOVE ZERO TO CMS-EARNED(CMS-COUNT).
                   MOVE ZERO TO CMS-PRIOR-PAID(CMS-COUNT).
                   MOVE ZERO TO CMS-DUE(CMS-COUNT).
                   MOVE 'N' TO CMS-OVER-LIMIT-FLAG(CMS-COUNT).

      * the names for the statements - nothing else is taken off the
      * master
           235-LOAD-STUDENT-NAMES.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - NAMES LEFT "
                     "OFF THE STATEMENTS - STATUS "
                     STUDENT-FILE-STATUS
               ELSE
                   PERFORM 236-NAME-ONE-STUDENT
                       UNTIL MASTER-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE STUDENT-FILE
               END-IF.

               236-NAME-ONE-STUDENT.
                   READ STUDENT-FILE
                       AT END
                           MOVE 'Y' TO MASTER-EOF-FLG
                       NOT AT END
                           MOVE STUDENT-NUMBER TO CMS-FIND-NUMBER
                           PERFORM 280-FIND-STUDENT-ROW
                           IF CMS-FOUND-SUB IS GREATER THAN ZERO
                               MOVE STUDENT-NAME
                                 TO CMS-STUDENT-NAME(CMS-FOUND-SUB)
                           END-IF
                   END-READ.

      * an agent cheque - student 000000 on the register - that has
      * gone to void status was never cashed
           240-LOAD-VOIDED-CHEQUES.
               OPEN INPUT CHEQUE-REGISTER-FILE.
               IF CHEQUE-REGISTER-STATUS IS EQUAL TO "00"
                   PERFORM 241-CHECK-ONE-CHEQUE
                       UNTIL REGISTER-EOF-FLG IS EQUAL TO 'Y'
                       OR VOIDED-COUNT IS EQUAL TO 2000
                   CLOSE CHEQUE-REGISTER-FILE
               END-IF.

               241-CHECK-ONE-CHEQUE.
                   READ CHEQUE-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO REGISTER-EOF-FLG
                       NOT AT END
                           IF CRG-STUDENT-NUMBER IS EQUAL TO ZERO
                               AND CRG-STATUS IS EQUAL TO 'V'
                               ADD 1 TO VOIDED-COUNT
                               MOVE CRG-CHEQUE-NUMBER
                                 TO VOIDED-CHEQUE-NUMBER(VOIDED-COUNT)
                           END-IF
                   END-READ.

      * what is already settled - C and R lines count against the
      * student's commission for their term, R and T lines make up
      * the recovery the agent still carries; a line paid on a voided
      * cheque counts for nothing
           245-LOAD-COMMISSION-LEDGER.
               OPEN INPUT COMMISSION-LEDGER.
               IF COMMISSION-LEDGER-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF COMMISSION-LEDGER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN "
                     "AGENT-COMMISSION-LEDGER.txt - STATUS "
                     COMMISSION-LEDGER-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               ELSE
                   PERFORM 246-TAKE-ONE-LEDGER-LINE
                       UNTIL LEDGER-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE COMMISSION-LEDGER
               END-IF
               END-IF.

               246-TAKE-ONE-LEDGER-LINE.
                   READ COMMISSION-LEDGER
                       AT END
                           MOVE 'Y' TO LEDGER-EOF-FLG
                       NOT AT END
                           MOVE 'N' TO VOIDED-FOUND-FLAG
                           IF ACL-PAID-BY IS EQUAL TO 'C'
                               PERFORM 247-CHECK-ONE-VOID
                                   VARYING VOIDED-SUB FROM 1 BY 1
                                   UNTIL VOIDED-SUB > VOIDED-COUNT
                                   OR CHEQUE-WAS-VOIDED
                           END-IF
                           IF CHEQUE-WAS-VOIDED
                               ADD 1 TO HOW-MANY-VOIDED-LINES
                           ELSE
                               PERFORM 248-APPLY-ONE-LEDGER-LINE
                           END-IF
                   END-READ.

               247-CHECK-ONE-VOID.
                   IF VOIDED-CHEQUE-NUMBER(VOIDED-SUB)
                       IS EQUAL TO ACL-REFERENCE
                       MOVE 'Y' TO VOIDED-FOUND-FLAG
                   END-IF.

      * the prior paid is the student's for the term whichever agent
      * had it - a student moved between agents is never commissioned
      * twice on the same tuition
               248-APPLY-ONE-LEDGER-LINE.
                   IF ACL-ENTRY-TYPE IS EQUAL TO 'R'
                       OR ACL-ENTRY-TYPE IS EQUAL TO 'T'
                       MOVE ACL-AGENT-CODE TO AGENT-FIND-CODE
                       PERFORM 285-FIND-AGENT-ROW
                       IF AGENT-FOUND-SUB IS GREATER THAN ZERO
                           ADD ACL-AMOUNT
                             TO TBL-AGT-CARRIED(AGENT-FOUND-SUB)
                       END-IF
                   END-IF.
                   IF (ACL-ENTRY-TYPE IS EQUAL TO 'C'
                       OR ACL-ENTRY-TYPE IS EQUAL TO 'R')
                       AND ACL-TERM-START IS EQUAL TO TERM-START-DATE
                       MOVE ACL-STUDENT-NUMBER TO CMS-FIND-NUMBER
                       PERFORM 280-FIND-STUDENT-ROW
                       IF CMS-FOUND-SUB IS GREATER THAN ZERO
                           ADD ACL-AMOUNT
                             TO CMS-PRIOR-PAID(CMS-FOUND-SUB)
                       END-IF
                   END-IF.

      * the term's billings less withdrawal credits; refunds cut
      * back what was paid, and a refund cheque voided puts it back;
      * a deposit applied to tuition is tuition paid
           250-TAKE-TERM-CHARGES.
               OPEN INPUT CHARGE-LEDGER.
               IF CHARGE-LEDGER-STATUS IS EQUAL TO "35"
                   DISPLAY "NO CHARGE-DETAIL.txt - NOTHING BILLED"
               ELSE IF CHARGE-LEDGER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CHARGE-DETAIL.txt - "
                     "STATUS " CHARGE-LEDGER-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               ELSE
                   PERFORM 251-TAKE-ONE-CHARGE
                       UNTIL CHARGE-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE CHARGE-LEDGER
               END-IF
               END-IF.

               251-TAKE-ONE-CHARGE.
                   READ CHARGE-LEDGER
                       AT END
                           MOVE 'Y' TO CHARGE-EOF-FLG
                       NOT AT END
                           IF CHG-DATE IS NOT LESS THAN
                               WINDOW-START-DATE
                               AND CHG-DATE IS NOT GREATER THAN
                                   TERM-END-DATE
                               MOVE CHG-STUDENT-NUMBER
                                 TO CMS-FIND-NUMBER
                               PERFORM 280-FIND-STUDENT-ROW
                               IF CMS-FOUND-SUB IS GREATER THAN ZERO
                                   PERFORM 252-ADD-ONE-CHARGE
                               END-IF
                           END-IF
                   END-READ.

               252-ADD-ONE-CHARGE.
                   IF CHG-CHARGE-TYPE IS EQUAL TO "TUITION"
                       OR CHG-CHARGE-TYPE IS EQUAL TO "WDRAWADJ"
                       ADD CHG-AMOUNT TO CMS-TUITION(CMS-FOUND-SUB)
                   ELSE IF CHG-CHARGE-TYPE IS EQUAL TO "REFUND"
                       OR CHG-CHARGE-TYPE IS EQUAL TO "CHQVOID"
                       ADD CHG-AMOUNT TO CMS-REFUNDED(CMS-FOUND-SUB)
                   ELSE IF CHG-CHARGE-TYPE IS EQUAL TO "DEPOSIT"
                       SUBTRACT CHG-AMOUNT
                         FROM CMS-PAID(CMS-FOUND-SUB)
                   END-IF
                   END-IF
                   END-IF.

      * every posted receipt in the window off every segment; a
      * meal-plan top-up never reaches tuition, and a deposit counts
      * only once applied, through its DEPOSIT charge line above
           255-TAKE-TERM-PAYMENTS.
               OPEN INPUT PAYHIST-INDEX-FILE.
               IF PAYHIST-INDEX-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "NO PAYHIST-INDEX.txt - NO RECEIPTS TO "
                     "COMMISSION"
               ELSE
                   PERFORM 256-TAKE-ONE-SEGMENT
                       UNTIL PAYHIST-INDEX-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE PAYHIST-INDEX-FILE
               END-IF.

               256-TAKE-ONE-SEGMENT.
                   READ PAYHIST-INDEX-FILE
                       AT END
                           MOVE 'Y' TO PAYHIST-INDEX-EOF-FLG
                       NOT AT END
                           PERFORM 257-READ-ONE-SEGMENT
                   END-READ.

               257-READ-ONE-SEGMENT.
                   MOVE SPACES TO PAYMENT-HISTORY-NAME.
                   STRING "..\PAYMENT-HISTORY-" DELIMITED BY SIZE
                       PHX-YEAR DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO PAYMENT-HISTORY-NAME
                   END-STRING.

                   MOVE 'N' TO HISTORY-EOF-FLG.
                   OPEN INPUT PAYMENT-HISTORY.
                   IF PAYMENT-HISTORY-STATUS IS EQUAL TO "00"
                       PERFORM 258-TAKE-ONE-RECEIPT
                           UNTIL HISTORY-EOF-FLG IS EQUAL TO 'Y'
                       CLOSE PAYMENT-HISTORY
                   END-IF.

               258-TAKE-ONE-RECEIPT.
                   READ PAYMENT-HISTORY
                       AT END
                           MOVE 'Y' TO HISTORY-EOF-FLG
                       NOT AT END
                           IF HIST-STATUS IS EQUAL TO 'P'
                               AND HIST-TENDER-TYPE IS NOT EQUAL TO
                                   "MP"
                               AND HIST-TENDER-TYPE IS NOT EQUAL TO
                                   "DP"
                               AND HIST-PAY-DATE IS NOT LESS THAN
                                   WINDOW-START-DATE
                               AND HIST-PAY-DATE IS NOT GREATER THAN
                                   TERM-END-DATE
                               MOVE HIST-STUDENT-NUMBER
                                 TO CMS-FIND-NUMBER
                               PERFORM 280-FIND-STUDENT-ROW
                               IF CMS-FOUND-SUB IS GREATER THAN ZERO
                                   ADD HIST-AMOUNT
                                     TO CMS-PAID(CMS-FOUND-SUB)
                               END-IF
                           END-IF
                   END-READ.

      * commission on the lesser of the tuition and the net paid,
      * never below nothing; what is due is the commission less what
      * is already paid on it, negative when it has to come back
           300-FIGURE-ONE-STUDENT.
               MOVE CMS-AGENT-SUB(CMS-SUB) TO AGENT-FOUND-SUB.
               COMPUTE CMS-COMMISSIONABLE(CMS-SUB) =
                   CMS-PAID(CMS-SUB) - CMS-REFUNDED(CMS-SUB).
               IF CMS-COMMISSIONABLE(CMS-SUB) IS GREATER THAN
                   CMS-TUITION(CMS-SUB)
                   MOVE CMS-TUITION(CMS-SUB)
                     TO CMS-COMMISSIONABLE(CMS-SUB)
               END-IF.
               IF CMS-COMMISSIONABLE(CMS-SUB) IS LESS THAN ZERO
                   MOVE ZERO TO CMS-COMMISSIONABLE(CMS-SUB)
               END-IF.

               COMPUTE CMS-EARNED(CMS-SUB) ROUNDED =
                   CMS-COMMISSIONABLE(CMS-SUB)
                   * TBL-AGT-COMMISSION-RATE(AGENT-FOUND-SUB) / 100.
               COMPUTE CMS-DUE(CMS-SUB) =
                   CMS-EARNED(CMS-SUB) - CMS-PRIOR-PAID(CMS-SUB).

               IF CMS-DUE(CMS-SUB) IS GREATER THAN PAYMENT-LIMIT
                   MOVE 'Y' TO CMS-OVER-LIMIT-FLAG(CMS-SUB)
                   MOVE TBL-AGT-AGENT-CODE(AGENT-FOUND-SUB)
                     TO EXC-AGENT-CODE-OUT
                   MOVE CMS-STUDENT-NUMBER(CMS-SUB)
                     TO EXC-STUDENT-NUMBER-OUT
                   MOVE CMS-DUE(CMS-SUB) TO EXCEPTION-AMOUNT
                   MOVE "OVER ONE PAYMENT'S LIMIT - PAY BY HAND"
                     TO EXCEPTION-REASON
                   PERFORM 290-WRITE-EXCEPTION
               ELSE
                   ADD CMS-DUE(CMS-SUB)
                     TO TBL-AGT-DUE-TOTAL(AGENT-FOUND-SUB)
               END-IF.

      * one agent's statement and settlement - paid when the
      * commission outruns the recoveries, netted off when they
      * cancel, carried when the recoveries are bigger
           400-SETTLE-ONE-AGENT.
               IF TBL-AGT-STUDENT-COUNT(AGENT-SUB) IS GREATER THAN ZERO
                   OR TBL-AGT-CARRIED(AGENT-SUB) IS NOT EQUAL TO ZERO
                   COMPUTE AGENT-NET =
                       TBL-AGT-CARRIED(AGENT-SUB)
                       + TBL-AGT-DUE-TOTAL(AGENT-SUB)
                   PERFORM 500-WRITE-STATEMENT-HEAD
                   IF AGENT-NET IS GREATER THAN ZERO
                       PERFORM 410-PAY-AGENT
                   ELSE IF AGENT-NET IS EQUAL TO ZERO
                       PERFORM 420-NET-AGENT-TO-NOTHING
                   ELSE
                       PERFORM 430-CARRY-AGENT-RECOVERY
                   END-IF
                   END-IF
               END-IF.

      * direct deposit only when the banking details will stand up
      * at the bank; otherwise a cheque to the mailing address
           410-PAY-AGENT.
               ADD 1 TO HOW-MANY-AGENTS-PAID.
               MOVE 'C' TO AGENT-PAY-METHOD.
               IF TBL-AGT-PAYMENT-METHOD(AGENT-SUB) IS EQUAL TO 'D'
                   IF TBL-AGT-TRANSIT-NUMBER(AGENT-SUB) IS NUMERIC
                       AND TBL-AGT-INSTITUTION-NUMBER(AGENT-SUB)
                           IS NUMERIC
                       AND TBL-AGT-ACCOUNT-NUMBER(AGENT-SUB)
                           IS NOT EQUAL TO SPACES
                       MOVE 'D' TO AGENT-PAY-METHOD
                   ELSE
                       MOVE TBL-AGT-AGENT-CODE(AGENT-SUB)
                         TO EXC-AGENT-CODE-OUT
                       MOVE ZERO TO EXC-STUDENT-NUMBER-OUT
                       MOVE AGENT-NET TO EXCEPTION-AMOUNT
                       MOVE "BANKING INCOMPLETE - PAID BY CHEQUE"
                         TO EXCEPTION-REASON
                       PERFORM 290-WRITE-EXCEPTION
                   END-IF
               END-IF.

      * the carried recovery and this run's claw-backs go in the
      * first payment, then the commission - a new payment opens
      * whenever the next line would take this one over the limit
               PERFORM 440-OPEN-ONE-PAYMENT.
               IF TBL-AGT-CARRIED(AGENT-SUB) IS NOT EQUAL TO ZERO
                   MOVE ZERO TO LEDGER-STUDENT-NUMBER
                   MOVE 'T' TO LEDGER-ENTRY-TYPE
                   COMPUTE LEDGER-AMOUNT =
                       TBL-AGT-CARRIED(AGENT-SUB) * -1
                   PERFORM 460-WRITE-LEDGER-LINE
                   ADD TBL-AGT-CARRIED(AGENT-SUB) TO PAYMENT-AMOUNT
                   MOVE "RECOVERY CARRIED IN, TAKEN OUT OF PAYMENT"
                     TO SAL-LABEL
                   MOVE TBL-AGT-CARRIED(AGENT-SUB) TO SAL-AMOUNT
                   MOVE SPACES TO SAL-NOTE
                   WRITE STATEMENT-LINE FROM STATEMENT-AMOUNT-LINE
               END-IF.
               PERFORM 411-PAY-ONE-RECOVERY
                   VARYING CMS-SUB FROM 1 BY 1
                   UNTIL CMS-SUB > CMS-COUNT.
               PERFORM 412-PAY-ONE-COMMISSION
                   VARYING CMS-SUB FROM 1 BY 1
                   UNTIL CMS-SUB > CMS-COUNT.
               PERFORM 450-ISSUE-ONE-PAYMENT.

               411-PAY-ONE-RECOVERY.
                   IF CMS-AGENT-SUB(CMS-SUB) IS EQUAL TO AGENT-SUB
                       AND CMS-DUE(CMS-SUB) IS LESS THAN ZERO
                       MOVE 'C' TO LEDGER-ENTRY-TYPE
                       PERFORM 465-WRITE-STUDENT-LEDGER-LINE
                       ADD CMS-DUE(CMS-SUB) TO PAYMENT-AMOUNT
                   END-IF.

               412-PAY-ONE-COMMISSION.
                   IF CMS-AGENT-SUB(CMS-SUB) IS EQUAL TO AGENT-SUB
                       AND CMS-DUE(CMS-SUB) IS GREATER THAN ZERO
                       AND NOT CMS-OVER-LIMIT(CMS-SUB)
                       IF PAYMENT-AMOUNT + CMS-DUE(CMS-SUB)
                           IS GREATER THAN PAYMENT-LIMIT
                           PERFORM 450-ISSUE-ONE-PAYMENT
                           PERFORM 440-OPEN-ONE-PAYMENT
                       END-IF
                       MOVE 'C' TO LEDGER-ENTRY-TYPE
                       PERFORM 465-WRITE-STUDENT-LEDGER-LINE
                       ADD CMS-DUE(CMS-SUB) TO PAYMENT-AMOUNT
                   END-IF.

      * recoveries and commission cancel exactly - the lines are
      * settled with nothing paid, so the next run does not see them
      * as due
           420-NET-AGENT-TO-NOTHING.
               MOVE 'N' TO AGENT-PAY-METHOD.
               MOVE ZERO TO PAYMENT-REFERENCE.
               IF TBL-AGT-CARRIED(AGENT-SUB) IS NOT EQUAL TO ZERO
                   MOVE ZERO TO LEDGER-STUDENT-NUMBER
                   MOVE 'T' TO LEDGER-ENTRY-TYPE
                   COMPUTE LEDGER-AMOUNT =
                       TBL-AGT-CARRIED(AGENT-SUB) * -1
                   PERFORM 460-WRITE-LEDGER-LINE
               END-IF.
               PERFORM 421-NET-ONE-STUDENT
                   VARYING CMS-SUB FROM 1 BY 1
                   UNTIL CMS-SUB > CMS-COUNT.
               MOVE "NOTHING PAYABLE THIS RUN" TO SAL-LABEL.
               MOVE ZERO TO SAL-AMOUNT.
               MOVE SPACES TO SAL-NOTE.
               WRITE STATEMENT-LINE FROM STATEMENT-AMOUNT-LINE.

               421-NET-ONE-STUDENT.
                   IF CMS-AGENT-SUB(CMS-SUB) IS EQUAL TO AGENT-SUB
                       AND CMS-DUE(CMS-SUB) IS NOT EQUAL TO ZERO
                       AND NOT CMS-OVER-LIMIT(CMS-SUB)
                       MOVE 'C' TO LEDGER-ENTRY-TYPE
                       PERFORM 465-WRITE-STUDENT-LEDGER-LINE
                   END-IF.

      * the recoveries outrun the commission - nothing is paid, the
      * run's lines settle as R and what the agent owes rides on the
      * ledger into the next payment
           430-CARRY-AGENT-RECOVERY.
               ADD 1 TO HOW-MANY-AGENTS-CARRIED.
               SUBTRACT AGENT-NET FROM TOTAL-CARRIED.
               MOVE SPACE TO AGENT-PAY-METHOD.
               MOVE ZERO TO PAYMENT-REFERENCE.
               PERFORM 431-CARRY-ONE-STUDENT
                   VARYING CMS-SUB FROM 1 BY 1
                   UNTIL CMS-SUB > CMS-COUNT.
               MOVE "RECOVERY OWED, CARRIED TO NEXT PAYMENT"
                 TO SAL-LABEL.
               COMPUTE SAL-AMOUNT = AGENT-NET * -1.
               MOVE "NOTHING PAID THIS RUN" TO SAL-NOTE.
               WRITE STATEMENT-LINE FROM STATEMENT-AMOUNT-LINE.

               431-CARRY-ONE-STUDENT.
                   IF CMS-AGENT-SUB(CMS-SUB) IS EQUAL TO AGENT-SUB
                       AND CMS-DUE(CMS-SUB) IS NOT EQUAL TO ZERO
                       AND NOT CMS-OVER-LIMIT(CMS-SUB)
                       MOVE 'R' TO LEDGER-ENTRY-TYPE
                       PERFORM 465-WRITE-STUDENT-LEDGER-LINE
                   END-IF.

      * the reference is taken now so the ledger lines carry it
           440-OPEN-ONE-PAYMENT.
               MOVE ZERO TO PAYMENT-AMOUNT.
               IF AGENT-PAID-BY-DEPOSIT
                   MOVE CREDIT-REFERENCE TO PAYMENT-REFERENCE
               ELSE
                   MOVE CHEQUE-NUMBER TO PAYMENT-REFERENCE
               END-IF.

           450-ISSUE-ONE-PAYMENT.
               ADD PAYMENT-AMOUNT TO TOTAL-PAID.
               MOVE SPACES TO SAL-LABEL.
               IF AGENT-PAID-BY-DEPOSIT
                   PERFORM 451-WRITE-DEPOSIT-CREDIT
                   STRING "PAID BY DIRECT DEPOSIT, CREDIT REF "
                       DELIMITED BY SIZE
                       PAYMENT-REFERENCE DELIMITED BY SIZE
                       INTO SAL-LABEL
                   END-STRING
                   ADD 1 TO CREDIT-REFERENCE
               ELSE
                   PERFORM 452-WRITE-AGENT-CHEQUE
                   STRING "PAID BY CHEQUE NUMBER " DELIMITED BY SIZE
                       PAYMENT-REFERENCE DELIMITED BY SIZE
                       INTO SAL-LABEL
                   END-STRING
                   ADD 1 TO CHEQUE-NUMBER
               END-IF.
               MOVE PAYMENT-AMOUNT TO SAL-AMOUNT.
               MOVE SPACES TO SAL-NOTE.
               WRITE STATEMENT-LINE FROM STATEMENT-AMOUNT-LINE.

               451-WRITE-DEPOSIT-CREDIT.
                   MOVE SPACES TO DEPOSIT-EXTRACT-LINE.
                   MOVE 'C' TO DDD-RECORD-TYPE.
                   MOVE PAYMENT-REFERENCE TO DDD-REFERENCE.
                   MOVE TBL-AGT-AGENT-CODE(AGENT-SUB)
                     TO DDD-AGENT-CODE.
                   MOVE TBL-AGT-TRANSIT-NUMBER(AGENT-SUB)
                     TO DDD-TRANSIT.
                   MOVE TBL-AGT-INSTITUTION-NUMBER(AGENT-SUB)
                     TO DDD-INSTITUTION.
                   MOVE TBL-AGT-ACCOUNT-NUMBER(AGENT-SUB)
                     TO DDD-ACCOUNT.
                   COMPUTE DDD-AMOUNT = PAYMENT-AMOUNT * 100.
                   ADD DDD-AMOUNT TO DEPOSIT-TOTAL-DIGITS.
                   WRITE DEPOSIT-EXTRACT-LINE.
                   ADD 1 TO HOW-MANY-BY-DEPOSIT.

               452-WRITE-AGENT-CHEQUE.
                   MOVE TBL-AGT-AGENT-CODE(AGENT-SUB)
                     TO ACQ-AGENT-CODE-OUT.
                   MOVE TBL-AGT-AGENT-NAME(AGENT-SUB) TO ACQ-PAYEE-OUT.
                   MOVE PAYMENT-AMOUNT TO ACQ-AMOUNT-OUT.
                   MOVE TBL-AGT-STREET(AGENT-SUB) TO ACQ-STREET-OUT.
                   MOVE TBL-AGT-CITY(AGENT-SUB) TO ACQ-CITY-OUT.
                   MOVE TBL-AGT-REGION(AGENT-SUB) TO ACQ-REGION-OUT.
                   MOVE TBL-AGT-POSTAL-CODE(AGENT-SUB)
                     TO ACQ-POSTAL-CODE-OUT.
                   MOVE TBL-AGT-COUNTRY(AGENT-SUB) TO ACQ-COUNTRY-OUT.
                   MOVE PAYMENT-REFERENCE TO ACQ-CHEQUE-NUMBER-OUT.
                   WRITE AGENT-CHEQUE-LINE.

                   MOVE PAYMENT-REFERENCE TO CRG-CHEQUE-NUMBER.
                   MOVE ZERO TO CRG-STUDENT-NUMBER.
                   MOVE PAYMENT-AMOUNT TO CRG-AMOUNT.
                   MOVE RUN-DATE-RAW TO CRG-ISSUE-DATE.
                   MOVE 'O' TO CRG-STATUS.
                   MOVE TBL-AGT-AGENT-NAME(AGENT-SUB)
                     TO CRG-PAYEE-NAME.
                   MOVE RUN-DATE-RAW TO CRG-STATUS-DATE.
                   WRITE CHEQUE-REGISTER-RECORD.
                   ADD 1 TO HOW-MANY-BY-CHEQUE.
                   ADD PAYMENT-AMOUNT TO CHEQUE-TOTAL.

           460-WRITE-LEDGER-LINE.
               MOVE TBL-AGT-AGENT-CODE(AGENT-SUB) TO ACL-AGENT-CODE.
               MOVE LEDGER-STUDENT-NUMBER TO ACL-STUDENT-NUMBER.
               MOVE TERM-START-DATE TO ACL-TERM-START.
               MOVE RUN-DATE-RAW TO ACL-RUN-DATE.
               MOVE LEDGER-ENTRY-TYPE TO ACL-ENTRY-TYPE.
               MOVE LEDGER-AMOUNT TO ACL-AMOUNT.
               MOVE AGENT-PAY-METHOD TO ACL-PAID-BY.
               MOVE PAYMENT-REFERENCE TO ACL-REFERENCE.
               WRITE COMMISSION-LEDGER-RECORD.
               ADD 1 TO HOW-MANY-LEDGER-LINES.

           465-WRITE-STUDENT-LEDGER-LINE.
               MOVE CMS-STUDENT-NUMBER(CMS-SUB)
                 TO LEDGER-STUDENT-NUMBER.
               MOVE CMS-DUE(CMS-SUB) TO LEDGER-AMOUNT.
               PERFORM 460-WRITE-LEDGER-LINE.

      * the agent's block - name and address, then every student
      * with the term's figures and what this run does about them
           500-WRITE-STATEMENT-HEAD.
               MOVE SPACES TO STATEMENT-LINE.
               WRITE STATEMENT-LINE.
               MOVE TBL-AGT-AGENT-CODE(AGENT-SUB) TO STA-AGENT-CODE.
               MOVE TBL-AGT-AGENT-NAME(AGENT-SUB) TO STA-AGENT-NAME.
               MOVE TBL-AGT-COMMISSION-RATE(AGENT-SUB) TO STA-RATE.
               WRITE STATEMENT-LINE FROM STATEMENT-AGENT-LINE.
               MOVE TBL-AGT-STREET(AGENT-SUB) TO STD-STREET.
               MOVE TBL-AGT-CITY(AGENT-SUB) TO STD-CITY.
               MOVE TBL-AGT-REGION(AGENT-SUB) TO STD-REGION.
               MOVE TBL-AGT-POSTAL-CODE(AGENT-SUB) TO STD-POSTAL-CODE.
               MOVE TBL-AGT-COUNTRY(AGENT-SUB) TO STD-COUNTRY.
               WRITE STATEMENT-LINE FROM STATEMENT-ADDRESS-LINE.
               WRITE STATEMENT-LINE FROM STATEMENT-COLUMN-LINE.

               PERFORM 501-WRITE-ONE-STUDENT
                   VARYING CMS-SUB FROM 1 BY 1
                   UNTIL CMS-SUB > CMS-COUNT.

               501-WRITE-ONE-STUDENT.
                   IF CMS-AGENT-SUB(CMS-SUB) IS EQUAL TO AGENT-SUB
                       MOVE CMS-STUDENT-NUMBER(CMS-SUB)
                         TO STL-STUDENT-NUMBER
                       MOVE CMS-STUDENT-NAME(CMS-SUB)
                         TO STL-STUDENT-NAME
                       MOVE CMS-TUITION(CMS-SUB) TO STL-TUITION
                       COMPUTE STL-PAID =
                           CMS-PAID(CMS-SUB) - CMS-REFUNDED(CMS-SUB)
                       MOVE CMS-COMMISSIONABLE(CMS-SUB)
                         TO STL-COMMISSIONABLE
                       MOVE CMS-EARNED(CMS-SUB) TO STL-EARNED
                       MOVE CMS-PRIOR-PAID(CMS-SUB) TO STL-PRIOR-PAID
                       IF CMS-OVER-LIMIT(CMS-SUB)
                           MOVE ZERO TO STL-DUE
                       ELSE
                           MOVE CMS-DUE(CMS-SUB) TO STL-DUE
                       END-IF
                       WRITE STATEMENT-LINE FROM STATEMENT-DETAIL-LINE
                   END-IF.

      * one line on the exceptions file - the caller fills the agent,
      * student, amount and reason
           290-WRITE-EXCEPTION.
               MOVE EXCEPTION-AMOUNT TO EXC-AMOUNT-OUT.
               MOVE EXCEPTION-REASON TO EXC-REASON-OUT.
               WRITE EXCEPTION-LINE.
               ADD 1 TO HOW-MANY-EXCEPTIONS.

      * linear scan for the student's row
           280-FIND-STUDENT-ROW.
               MOVE 0 TO CMS-FOUND-SUB.
               PERFORM 281-CHECK-ONE-STUDENT
                   VARYING CMS-FIND-SUB FROM 1 BY 1
                   UNTIL CMS-FIND-SUB > CMS-COUNT
                   OR CMS-FOUND-SUB IS GREATER THAN ZERO.

               281-CHECK-ONE-STUDENT.
                   IF CMS-STUDENT-NUMBER(CMS-FIND-SUB)
                       IS EQUAL TO CMS-FIND-NUMBER
                       MOVE CMS-FIND-SUB TO CMS-FOUND-SUB
                   END-IF.

      * linear scan for the agent's row
           285-FIND-AGENT-ROW.
               MOVE 0 TO AGENT-FOUND-SUB.
               PERFORM 286-CHECK-ONE-AGENT
                   VARYING AGENT-FIND-SUB FROM 1 BY 1
                   UNTIL AGENT-FIND-SUB > AGENT-COUNT
                   OR AGENT-FOUND-SUB IS GREATER THAN ZERO.

               286-CHECK-ONE-AGENT.
                   IF TBL-AGT-AGENT-CODE(AGENT-FIND-SUB)
                       IS EQUAL TO AGENT-FIND-CODE
                       MOVE AGENT-FIND-SUB TO AGENT-FOUND-SUB
                   END-IF.

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
               MOVE "PROJ128" TO LCK-PROGRAM.
               MOVE OPERATOR-ID TO LCK-OPERATOR.
               MOVE LCK-STAMP TO LCK-START-STAMP.
               WRITE MASTER-LOCK-RECORD.
               CLOSE MASTER-LOCK-FILE.

      * a clean exit empties the lock file - an empty file reads as
      * unlocked
           261-RELEASE-MASTER-LOCK.
               OPEN OUTPUT MASTER-LOCK-FILE.
               CLOSE MASTER-LOCK-FILE.

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
               MOVE "PROJ128" TO TXR-CREATED-BY.
               MOVE TRANSMIT-DATE-RAW TO TXR-CREATED-DATE.
               MOVE TRANSMIT-TIME-HHMMSS TO TXR-CREATED-TIME.
               MOVE "SENT" TO TXR-STATUS.
               MOVE ZERO TO TXR-ACK-DATE.
               MOVE SPACES TO TXR-ACK-REASON.
               WRITE TRANSMISSION-REGISTER-RECORD.
               CLOSE TRANSMISSION-REGISTER.

       END PROGRAM PROJECT128.
