      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: privacy access-request disclosure - under the
      *          provincial privacy act a student may ask for every
      *          record the college holds on them, and pulling that
      *          together by hand across a dozen masters, the yearly
      *          payment segments and the archives took the registrar
      *          days. A supervisor (OPERATOR.txt role 'S') signs on,
      *          keys the student number and who is asking, and this
      *          program writes one sectioned report,
      *          DISCLOSURE-nnnnnn-YYYYMMDD.txt, with every row found
      *          for that student: the tuition master, LAB2's address
      *          record, contacts, name changes, term history,
      *          charges, every PAYMENT-HISTORY-YYYY.txt segment on
      *          PAYHIST-INDEX.txt, banking, service holds, parking
      *          permits and carpools, violations, notices sent, the
      *          audit trail live and archived (AUDIT-ARCHIVE-
      *          INDEX.txt), the term-end snapshots (STUFILE3-ARCHIVE-
      *          INDEX.txt) and PROJECT42's purged-student archive. A
      *          section with nothing in it says so, so the report
      *          shows every place that was looked. Each request is
      *          logged to PRIVACY-REQUEST-LOG.txt with its date, the
      *          requester, the operator and the rows disclosed
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT143.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

      * LAB2's student master - name and mailing address
           SELECT ADDRESS-FILE
           ASSIGN TO "..\Student.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADDRESS-FILE-STATUS.

           SELECT CONTACT-FILE
           ASSIGN TO "..\CONTACT-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTACT-FILE-STATUS.

           SELECT NAME-HISTORY-FILE
           ASSIGN TO "..\NAME-HISTORY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NAME-HISTORY-STATUS.

           SELECT TERM-HISTORY-FILE
           ASSIGN TO "..\TERMHIST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERM-HISTORY-STATUS.

           SELECT CHARGE-LEDGER
           ASSIGN TO "..\CHARGE-DETAIL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHARGE-LEDGER-STATUS.

      * the receipt trail, one segment per year named at run time off
      * the year index
           SELECT PAYMENT-HISTORY
           ASSIGN TO PAYMENT-HISTORY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYMENT-HISTORY-STATUS.

           SELECT PAYHIST-INDEX-FILE
           ASSIGN TO "..\PAYHIST-INDEX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYHIST-INDEX-STATUS.

           SELECT BANKING-FILE
           ASSIGN TO "..\STUDENT-BANKING.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BANKING-FILE-STATUS.

           SELECT STUDENT-HOLD-FILE
           ASSIGN TO "..\STUDENT-HOLDS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-HOLD-STATUS.

           SELECT CAR-FILE
           ASSIGN TO "..\CARFILE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAR-FILE-STATUS.

           SELECT CARPOOL-FILE
           ASSIGN TO "..\CARPOOL-MEMBERS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARPOOL-FILE-STATUS.

           SELECT VIOLATION-FILE
           ASSIGN TO "..\VIOLATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VIOLATION-FILE-STATUS.

           SELECT NOTIFICATION-HISTORY
           ASSIGN TO "..\NOTIFICATION-HISTORY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTICE-HISTORY-STATUS.

      * the live audit trail and each closed period's archive, named
      * off the period index PROJECT27 keeps
           SELECT AUDIT-TRAIL-FILE
           ASSIGN TO "..\PROJECT02-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-TRAIL-STATUS.

           SELECT AUDIT-ARCHIVE-FILE
           ASSIGN TO AUDIT-ARCHIVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-ARCHIVE-STATUS.

           SELECT AUDIT-ARCHIVE-INDEX
           ASSIGN TO "..\AUDIT-ARCHIVE-INDEX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-INDEX-STATUS.

      * PROJECT19's term-end snapshots of the master, named off the
      * term index it keeps
           SELECT TERM-ARCHIVE-FILE
           ASSIGN TO TERM-ARCHIVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERM-ARCHIVE-STATUS.

           SELECT TERM-ARCHIVE-INDEX
           ASSIGN TO "..\STUFILE3-ARCHIVE-INDEX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERM-INDEX-STATUS.

      * PROJECT42's offline set for purged students
           SELECT PURGE-INDEX-FILE
           ASSIGN TO "..\ARCHIVE-INDEX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PURGE-INDEX-STATUS.

           SELECT PURGE-TUITION-FILE
           ASSIGN TO "..\ARCHIVE-TUITION.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PURGE-TUITION-STATUS.

           SELECT PURGE-ADDRESS-FILE
           ASSIGN TO "..\ARCHIVE-ADDRESS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PURGE-ADDRESS-STATUS.

           SELECT PURGE-AUDIT-FILE
           ASSIGN TO "..\ARCHIVE-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PURGE-AUDIT-STATUS.

      * one report per request - the filename carries the student and
      * the date, built in 210-OPEN-DISCLOSURE-REPORT
           SELECT DISCLOSURE-REPORT
           ASSIGN TO DISCLOSURE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISCLOSURE-STATUS.

      * one line per access request ever answered
           SELECT REQUEST-LOG
           ASSIGN TO "..\PRIVACY-REQUEST-LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REQUEST-LOG-STATUS.

      * the operator master - the supervisor signs on here
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
      * current STUDENT-FILE-IN layout, as read/written by PROJECT03 -
      * kept in step with Project3.cbl's FD STUDENT-FILE. The term
      * and purge archives carry the same record as an image, moved
      * in here to be shown the same way
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

      * LAB2's student master - same record layout as Lab2.cbl's
      * FD STUDENT, current fields included
       FD ADDRESS-FILE.
       01 ADDRESS-FILE-IN.
         05 ADDR-STUDENT-ID PIC A(10).
         05 ADDR-STUDENT-PROGRAM PIC A(8).
         05 ADDR-STUDENT-YEAR PIC 9(6).
         05 ADDR-STUDENT-NAME.
           10 ADDR-STUDENT-TITLE PIC A(6).
           10 ADDR-FIRST-NAME PIC A(15).
           10 ADDR-NAME-INITIAL PIC A(2).
           10 ADDR-LAST-NAME PIC A(28).
         05 ADDR-STUDENT-ADDRESS.
           10 ADDR-STREET PIC A(25).
           10 ADDR-CITY PIC A(15).
           10 ADDR-PROVINCE PIC A(15).
           10 ADDR-POSTAL-CODE PIC A(7).
         05 ADDR-LANGUAGE-PREF PIC A(1).
         05 ADDR-DELIVERY-PREF PIC A(1).
         05 ADDR-UNDELIVERABLE-FLAG PIC A(1).
         05 ADDR-RETURNED-DATE PIC 9(8).

      * kept in step with Project59.cbl's FD CONTACT-FILE
       FD CONTACT-FILE.
       01 CONTACT-RECORD.
         05 CTC-STUDENT-NUMBER PIC 9(6).
         05 CTC-CONTACT-TYPE PIC X(1).
         05 CTC-CONTACT-VALUE PIC X(40).
         05 CTC-VERIFIED-FLAG PIC X(1).

      * kept in step with Project58.cbl's FD NAME-HISTORY-FILE
       FD NAME-HISTORY-FILE.
       01 NAME-HISTORY-RECORD.
         05 NMH-STUDENT-NUMBER PIC 9(6).
         05 NMH-FORMER-NAME PIC X(40).
         05 NMH-NEW-NAME PIC X(40).
         05 NMH-CHANGE-DATE PIC 9(8).
         05 NMH-OPERATOR-ID PIC X(8).

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

      * same layout the charge ledger writers carry
       FD CHARGE-LEDGER.
       01 CHARGE-LEDGER-LINE.
         05 CHG-STUDENT-NUMBER PIC 9(6).
         05 CHG-CHARGE-TYPE PIC X(8).
         05 CHG-DESCRIPTION PIC X(20).
         05 CHG-AMOUNT PIC S9999V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 CHG-DATE PIC 9(8).

      * kept in step with Project119.cbl's FD PAYMENT-HISTORY
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

      * kept in step with Project43.cbl's FD BANKING-FILE
       FD BANKING-FILE.
       01 BANKING-RECORD.
         05 BNK-STUDENT-NUMBER PIC 9(6).
         05 BNK-TRANSIT-NUMBER PIC 9(5).
         05 BNK-INSTITUTION-NUMBER PIC 9(3).
         05 BNK-ACCOUNT-NUMBER PIC X(12).
         05 BNK-VERIFIED-FLAG PIC X(1).

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

      * kept in step with Project141.cbl's FD NOTIFICATION-HISTORY
       FD NOTIFICATION-HISTORY.
       01 NOTIFICATION-HISTORY-RECORD.
         05 NTH-STUDENT-NUMBER PIC 9(6).
         05 NTH-MESSAGE-TYPE PIC X(4).
         05 NTH-REQUESTED-CHANNEL PIC X(1).
         05 NTH-CHANNEL-USED PIC X(1).
         05 NTH-RESULT PIC X(1).
         05 NTH-QUEUED-DATE PIC 9(8).
         05 NTH-DISPATCH-DATE PIC 9(8).
         05 NTH-SOURCE PIC X(8).
         05 NTH-DESTINATION PIC X(40).
         05 NTH-FAIL-REASON PIC X(30).
         05 NTH-MESSAGE-TEXT PIC X(80).

      * the student number sits at the same offset on every audit
      * line PROJECT02 and its siblings write - the line is disclosed
      * as written
       FD AUDIT-TRAIL-FILE.
       01 AUDIT-TRAIL-LINE.
         05 AUA-PREFIX PIC X(37).
         05 AUA-STUDENT PIC X(6).
         05 AUA-REST PIC X(104).

       FD AUDIT-ARCHIVE-FILE.
       01 AUDIT-ARCHIVE-LINE.
         05 AUR-PREFIX PIC X(37).
         05 AUR-STUDENT PIC X(6).
         05 AUR-REST PIC X(104).

      * kept in step with Project27.cbl's FD AUDIT-ARCHIVE-INDEX
       FD AUDIT-ARCHIVE-INDEX.
       01 AUDIT-INDEX-RECORD.
         05 AIN-PERIOD-END-DATE PIC 9(8).

      * byte-for-byte copy of the master record - kept in step with
      * Project19.cbl's FD ARCHIVE-FILE
       FD TERM-ARCHIVE-FILE.
       01 TERM-ARCHIVE-RECORD PIC X(135).

      * kept in step with Project19.cbl's FD ARCHIVE-INDEX-FILE
       FD TERM-ARCHIVE-INDEX.
       01 TERM-INDEX-RECORD.
         05 ARX-TERM-CODE PIC 9(6).
         05 ARX-ARCHIVE-DATE PIC 9(8).

      * PROJECT42's offline set - kept in step with Project42.cbl
       FD PURGE-INDEX-FILE.
       01 PURGE-INDEX-RECORD.
         05 PGX-STUDENT-NUMBER PIC 9(6).
         05 PGX-STUDENT-NAME PIC X(40).
         05 PGX-ARCHIVE-DATE PIC 9(8).

       FD PURGE-TUITION-FILE.
       01 PURGE-TUITION-RECORD.
         05 PGT-STUDENT-NUMBER PIC 9(6).
         05 PGT-IMAGE-REST PIC X(129).

       FD PURGE-ADDRESS-FILE.
       01 PURGE-ADDRESS-RECORD.
         05 PGA-STUDENT-ID PIC X(10).
         05 PGA-IMAGE-REST PIC X(138).

       FD PURGE-AUDIT-FILE.
       01 PURGE-AUDIT-LINE.
         05 PGU-PREFIX PIC X(37).
         05 PGU-STUDENT PIC X(6).
         05 PGU-REST PIC X(104).

       FD DISCLOSURE-REPORT.
       01 DISCLOSURE-LINE PIC X(152).

       FD REQUEST-LOG.
       01 REQUEST-LOG-RECORD.
         05 PRQ-REQUEST-DATE PIC 9(8).
         05 PRQ-STUDENT-NUMBER PIC 9(6).
         05 PRQ-REQUESTER PIC X(30).
         05 PRQ-OPERATOR-ID PIC X(8).
         05 PRQ-ROWS-DISCLOSED PIC 9(6).
         05 PRQ-REPORT-NAME PIC X(40).

      * kept in step with Project23.cbl's and Project86.cbl's
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
         05 STUDENT-FILE-STATUS PIC X(2).
         05 ADDRESS-FILE-STATUS PIC X(2).
         05 CONTACT-FILE-STATUS PIC X(2).
         05 NAME-HISTORY-STATUS PIC X(2).
         05 TERM-HISTORY-STATUS PIC X(2).
         05 CHARGE-LEDGER-STATUS PIC X(2).
         05 PAYMENT-HISTORY-STATUS PIC X(2).
         05 PAYHIST-INDEX-STATUS PIC X(2).
         05 BANKING-FILE-STATUS PIC X(2).
         05 STUDENT-HOLD-STATUS PIC X(2).
         05 CAR-FILE-STATUS PIC X(2).
         05 CARPOOL-FILE-STATUS PIC X(2).
         05 VIOLATION-FILE-STATUS PIC X(2).
         05 NOTICE-HISTORY-STATUS PIC X(2).
         05 AUDIT-TRAIL-STATUS PIC X(2).
         05 AUDIT-ARCHIVE-STATUS PIC X(2).
         05 AUDIT-INDEX-STATUS PIC X(2).
         05 TERM-ARCHIVE-STATUS PIC X(2).
         05 TERM-INDEX-STATUS PIC X(2).
         05 PURGE-INDEX-STATUS PIC X(2).
         05 PURGE-TUITION-STATUS PIC X(2).
         05 PURGE-ADDRESS-STATUS PIC X(2).
         05 PURGE-AUDIT-STATUS PIC X(2).
         05 DISCLOSURE-STATUS PIC X(2).
         05 REQUEST-LOG-STATUS PIC X(2).

      * one flag serves every scan - each section opens, reads to the
      * end and closes its own file before the next one starts
       01 SCAN-EOF-FLG PIC X(1).
       01 INDEX-EOF-FLG PIC X(1).

       01 OPERATOR-ID PIC X(8).
       01 RUN-DATE-RAW PIC 9(8).

       01 REQUEST-FIELDS.
         05 REQUEST-STUDENT-ENTRY PIC X(6).
         05 REQUEST-STUDENT-NUMBER PIC 9(6).
         05 REQUESTER-NAME PIC X(30).
      * the student number the way each file keys it - zero-filled
      * into Student.txt's 10-char ID, as text for the audit lines
         05 STUDENT-NUMBER-EDIT PIC 9(10).
         05 STUDENT-NUMBER-AS-ID PIC X(10).
         05 STUDENT-NUMBER-AS-TEXT PIC X(6).

       01 DISCLOSURE-FILENAME PIC X(40).
       01 PAYMENT-HISTORY-NAME PIC X(40).
       01 AUDIT-ARCHIVE-FILENAME PIC X(40).
       01 TERM-ARCHIVE-FILENAME PIC X(40).

      * archive years, periods and terms off the three indexes - a
      * name listed twice is only read once
       01 ARCHIVE-NAME-TABLE.
         05 ARCHIVE-NAME-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON ARCHIVE-NAME-COUNT.
           10 ANT-NAME-PART PIC X(8).

       01 ARCHIVE-NAME-VARIABLES.
         05 ARCHIVE-NAME-COUNT PIC 9(3) VALUE 0.
         05 ARCHIVE-NAME-SUB PIC 9(3).
         05 ARCHIVE-NAME-FIND-SUB PIC 9(3).
         05 ARCHIVE-NAME-WORK PIC X(8).
         05 ARCHIVE-NAME-FOUND-FLAG PIC X(1).
           88 ARCHIVE-NAME-LISTED VALUE 'Y'.

       01 REPORT-WORK-FIELDS.
         05 SECTION-TITLE PIC X(40).
         05 SECTION-SOURCE PIC X(60).
         05 SECTION-ROWS PIC 9(6).
         05 TOTAL-ROWS PIC 9(6) VALUE 0.
         05 LIST-SUB PIC 9(1).
         05 AMOUNT-EDIT PIC -ZZZZ9.99.
         05 FINE-EDIT PIC ZZ9.99.
         05 MARK-EDIT PIC ZZ9.
         05 ROW-SOURCE-NOTE PIC X(40).

      * a heading per section, then indented detail lines
       01 SECTION-HEADING-LINE.
         05 FILLER PIC X(3) VALUE "== ".
         05 SHL-TITLE PIC X(40).
         05 FILLER PIC X(8) VALUE " SOURCE ".
         05 SHL-SOURCE PIC X(60).

       01 DETAIL-LINE.
         05 FILLER PIC X(4) VALUE SPACES.
         05 DTL-TEXT PIC X(148).

       01 REPORT-TITLE-LINE.
         05 FILLER PIC X(31)
             VALUE "PRIVACY ACCESS DISCLOSURE FOR: ".
         05 RTL-STUDENT-NUMBER PIC 9(6).
         05 FILLER PIC X(14) VALUE "  REQUESTED BY".
         05 FILLER PIC X(1) VALUE SPACE.
         05 RTL-REQUESTER PIC X(30).
         05 FILLER PIC X(6) VALUE "  RUN ".
         05 RTL-RUN-DATE PIC 9(8).
         05 FILLER PIC X(11) VALUE "  OPERATOR ".
         05 RTL-OPERATOR PIC X(8).

       01 REPORT-END-LINE.
         05 FILLER PIC X(25) VALUE "END OF DISCLOSURE - ROWS ".
         05 REL-TOTAL-ROWS PIC ZZZZZ9.

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

       PROCEDURE DIVISION.
      * main procedure - sign the supervisor on, take the request,
      * walk every master, history and archive file for the student,
      * then log the request
       100-PRODUCE-DISCLOSURE.
           PERFORM 250-SIGN-ON.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 200-TAKE-REQUEST.
           PERFORM 210-OPEN-DISCLOSURE-REPORT.

           PERFORM 300-SHOW-TUITION-MASTER.
           PERFORM 310-SHOW-ADDRESS.
           PERFORM 320-SHOW-CONTACTS.
           PERFORM 330-SHOW-NAME-HISTORY.
           PERFORM 340-SHOW-TERM-HISTORY.
           PERFORM 350-SHOW-CHARGES.
           PERFORM 360-SHOW-PAYMENTS.
           PERFORM 370-SHOW-BANKING.
           PERFORM 380-SHOW-HOLDS.
           PERFORM 390-SHOW-PERMITS.
           PERFORM 400-SHOW-VIOLATIONS.
           PERFORM 410-SHOW-NOTICES.
           PERFORM 420-SHOW-AUDIT-TRAIL.
           PERFORM 430-SHOW-TERM-ARCHIVES.
           PERFORM 440-SHOW-PURGE-ARCHIVE.

           PERFORM 500-CLOSE-DISCLOSURE-REPORT.
           PERFORM 510-LOG-THE-REQUEST.
           DISPLAY "DISCLOSURE WRITTEN TO " DISCLOSURE-FILENAME.
           DISPLAY "ROWS DISCLOSED: " TOTAL-ROWS.
           STOP RUN.

      * the student need not be on the live master - a purged or
      * graduated student has the same right to their records
           200-TAKE-REQUEST.
               DISPLAY "ENTER STUDENT NUMBER:".
               ACCEPT REQUEST-STUDENT-ENTRY.
               IF REQUEST-STUDENT-ENTRY IS NOT NUMERIC
                   DISPLAY "STUDENT NUMBER MUST BE NUMERIC"
                   STOP RUN
               END-IF.
               MOVE REQUEST-STUDENT-ENTRY TO REQUEST-STUDENT-NUMBER.

               DISPLAY "ENTER REQUESTER (NAME OR AGENT):".
               ACCEPT REQUESTER-NAME.
               IF REQUESTER-NAME IS EQUAL TO SPACES
                   DISPLAY "THE REQUESTER MUST BE RECORDED"
                   STOP RUN
               END-IF.

               MOVE REQUEST-STUDENT-NUMBER TO STUDENT-NUMBER-EDIT.
               MOVE STUDENT-NUMBER-EDIT TO STUDENT-NUMBER-AS-ID.
               MOVE REQUEST-STUDENT-NUMBER TO STUDENT-NUMBER-AS-TEXT.

      * "..\DISCLOSURE-nnnnnn-YYYYMMDD.txt", same STRING convention as
      * PROJECT03's 318-BUILD-ARCHIVE-REPORT-NAME
           210-OPEN-DISCLOSURE-REPORT.
               MOVE SPACES TO DISCLOSURE-FILENAME.
               STRING
                   "..\DISCLOSURE-" DELIMITED BY SIZE
                   REQUEST-STUDENT-NUMBER DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   RUN-DATE-RAW DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO DISCLOSURE-FILENAME
               END-STRING.

               OPEN OUTPUT DISCLOSURE-REPORT.
               IF DISCLOSURE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN " DISCLOSURE-FILENAME
                     " - STATUS " DISCLOSURE-STATUS
                   STOP RUN
               END-IF.

               MOVE REQUEST-STUDENT-NUMBER TO RTL-STUDENT-NUMBER.
               MOVE REQUESTER-NAME TO RTL-REQUESTER.
               MOVE RUN-DATE-RAW TO RTL-RUN-DATE.
               MOVE OPERATOR-ID TO RTL-OPERATOR.
               WRITE DISCLOSURE-LINE FROM REPORT-TITLE-LINE.
               MOVE SPACES TO DISCLOSURE-LINE.
               WRITE DISCLOSURE-LINE.

           300-SHOW-TUITION-MASTER.
               MOVE "TUITION MASTER" TO SECTION-TITLE.
               MOVE "STUFILE3.txt" TO SECTION-SOURCE.
               PERFORM 600-WRITE-SECTION-HEADING.

               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS EQUAL TO "00"
                   MOVE 'N' TO SCAN-EOF-FLG
                   PERFORM 301-CHECK-ONE-STUDENT
                       UNTIL SCAN-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE STUDENT-FILE
               ELSE IF STUDENT-FILE-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - STATUS "
                     STUDENT-FILE-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 620-CLOSE-SECTION.

               301-CHECK-ONE-STUDENT.
                   READ STUDENT-FILE
                       AT END
                           MOVE 'Y' TO SCAN-EOF-FLG
                       NOT AT END
                           IF STUDENT-NUMBER IS EQUAL TO
                               REQUEST-STUDENT-NUMBER
                               MOVE SPACES TO ROW-SOURCE-NOTE
                               PERFORM 630-SHOW-TUITION-RECORD
                           END-IF
                   END-READ.

           310-SHOW-ADDRESS.
               MOVE "NAME AND MAILING ADDRESS" TO SECTION-TITLE.
               MOVE "Student.txt" TO SECTION-SOURCE.
               PERFORM 600-WRITE-SECTION-HEADING.

               OPEN INPUT ADDRESS-FILE.
               IF ADDRESS-FILE-STATUS IS EQUAL TO "00"
                   MOVE 'N' TO SCAN-EOF-FLG
                   PERFORM 311-CHECK-ONE-ADDRESS
                       UNTIL SCAN-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE ADDRESS-FILE
               ELSE IF ADDRESS-FILE-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "UNABLE TO OPEN Student.txt - STATUS "
                     ADDRESS-FILE-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 620-CLOSE-SECTION.

               311-CHECK-ONE-ADDRESS.
                   READ ADDRESS-FILE
                       AT END
                           MOVE 'Y' TO SCAN-EOF-FLG
                       NOT AT END
                           IF ADDR-STUDENT-ID IS EQUAL TO
                               STUDENT-NUMBER-AS-ID
                               PERFORM 640-SHOW-ADDRESS-RECORD
                           END-IF
                   END-READ.

           320-SHOW-CONTACTS.
               MOVE "EMAIL AND PHONE CONTACTS" TO SECTION-TITLE.
               MOVE "CONTACT-MASTER.txt" TO SECTION-SOURCE.
               PERFORM 600-WRITE-SECTION-HEADING.

               OPEN INPUT CONTACT-FILE.
               IF CONTACT-FILE-STATUS IS EQUAL TO "00"
                   MOVE 'N' TO SCAN-EOF-FLG
                   PERFORM 321-CHECK-ONE-CONTACT
                       UNTIL SCAN-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE CONTACT-FILE
               ELSE IF CONTACT-FILE-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "UNABLE TO OPEN CONTACT-MASTER.txt - "
                     "STATUS " CONTACT-FILE-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 620-CLOSE-SECTION.

               321-CHECK-ONE-CONTACT.
                   READ CONTACT-FILE
                       AT END
                           MOVE 'Y' TO SCAN-EOF-FLG
                       NOT AT END
                           IF CTC-STUDENT-NUMBER IS EQUAL TO
                               REQUEST-STUDENT-NUMBER
                               MOVE SPACES TO DTL-TEXT
                               STRING "TYPE " CTC-CONTACT-TYPE
                                   "  " CTC-CONTACT-VALUE
                                   "  VERIFIED " CTC-VERIFIED-FLAG
                                   DELIMITED BY SIZE
                                   INTO DTL-TEXT
                               END-STRING
                               PERFORM 610-WRITE-DETAIL
                           END-IF
                   END-READ.

           330-SHOW-NAME-HISTORY.
               MOVE "NAME CHANGES" TO SECTION-TITLE.
               MOVE "NAME-HISTORY.txt" TO SECTION-SOURCE.
               PERFORM 600-WRITE-SECTION-HEADING.

               OPEN INPUT NAME-HISTORY-FILE.
               IF NAME-HISTORY-STATUS IS EQUAL TO "00"
                   MOVE 'N' TO SCAN-EOF-FLG
                   PERFORM 331-CHECK-ONE-NAME-CHANGE
                       UNTIL SCAN-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE NAME-HISTORY-FILE
               ELSE IF NAME-HISTORY-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "UNABLE TO OPEN NAME-HISTORY.txt - "
                     "STATUS " NAME-HISTORY-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 620-CLOSE-SECTION.

               331-CHECK-ONE-NAME-CHANGE.
                   READ NAME-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO SCAN-EOF-FLG
                       NOT AT END
                           IF NMH-STUDENT-NUMBER IS EQUAL TO
                               REQUEST-STUDENT-NUMBER
                               MOVE SPACES TO DTL-TEXT
                               STRING "CHANGED " NMH-CHANGE-DATE
                                   " BY " NMH-OPERATOR-ID
                                   " FROM " NMH-FORMER-NAME
                                   " TO " NMH-NEW-NAME
                                   DELIMITED BY SIZE
                                   INTO DTL-TEXT
                               END-STRING
                               PERFORM 610-WRITE-DETAIL
                           END-IF
                   END-READ.

           340-SHOW-TERM-HISTORY.
               MOVE "TERM HISTORY AND MARKS" TO SECTION-TITLE.
               MOVE "TERMHIST.txt" TO SECTION-SOURCE.
               PERFORM 600-WRITE-SECTION-HEADING.

               OPEN INPUT TERM-HISTORY-FILE.
               IF TERM-HISTORY-STATUS IS EQUAL TO "00"
                   MOVE 'N' TO SCAN-EOF-FLG
                   PERFORM 341-CHECK-ONE-TERM
                       UNTIL SCAN-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE TERM-HISTORY-FILE
               ELSE IF TERM-HISTORY-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "UNABLE TO OPEN TERMHIST.txt - STATUS "
                     TERM-HISTORY-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 620-CLOSE-SECTION.

               341-CHECK-ONE-TERM.
                   READ TERM-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO SCAN-EOF-FLG
                       NOT AT END
                           IF TH-STUDENT-NUMBER IS EQUAL TO
                               REQUEST-STUDENT-NUMBER
                               MOVE TH-STUDENT-AVERAGE TO MARK-EDIT
                               MOVE SPACES TO DTL-TEXT
                               STRING "TERM " TH-TERM-CODE
                                   "  NAME " TH-STUDENT-NAME
                                   "  TERM AVERAGE " MARK-EDIT
                                   DELIMITED BY SIZE
                                   INTO DTL-TEXT
                               END-STRING
                               PERFORM 610-WRITE-DETAIL
                               PERFORM 342-SHOW-ONE-TERM-COURSE
                                   VARYING LIST-SUB FROM 1 BY 1
                                   UNTIL LIST-SUB > TH-COURSE-COUNT
                           END-IF
                   END-READ.

               342-SHOW-ONE-TERM-COURSE.
                   MOVE TH-COURSE-AVERAGE(LIST-SUB) TO MARK-EDIT.
                   MOVE SPACES TO DTL-TEXT.
                   STRING "  COURSE " TH-COURSE-CODE(LIST-SUB)
                       "  MARK " MARK-EDIT
                       "  CREDITS " TH-COURSE-CREDIT-HOURS(LIST-SUB)
                       DELIMITED BY SIZE
                       INTO DTL-TEXT
                   END-STRING.
                   PERFORM 610-WRITE-DETAIL.

           350-SHOW-CHARGES.
               MOVE "CHARGES BILLED" TO SECTION-TITLE.
               MOVE "CHARGE-DETAIL.txt" TO SECTION-SOURCE.
               PERFORM 600-WRITE-SECTION-HEADING.

               OPEN INPUT CHARGE-LEDGER.
               IF CHARGE-LEDGER-STATUS IS EQUAL TO "00"
                   MOVE 'N' TO SCAN-EOF-FLG
                   PERFORM 351-CHECK-ONE-CHARGE
                       UNTIL SCAN-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE CHARGE-LEDGER
               ELSE IF CHARGE-LEDGER-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "UNABLE TO OPEN CHARGE-DETAIL.txt - STATUS "
                     CHARGE-LEDGER-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 620-CLOSE-SECTION.

               351-CHECK-ONE-CHARGE.
                   READ CHARGE-LEDGER
                       AT END
                           MOVE 'Y' TO SCAN-EOF-FLG
                       NOT AT END
                           IF CHG-STUDENT-NUMBER IS EQUAL TO
                               REQUEST-STUDENT-NUMBER
                               MOVE CHG-AMOUNT TO AMOUNT-EDIT
                               MOVE SPACES TO DTL-TEXT
                               STRING CHG-DATE "  " CHG-CHARGE-TYPE
                                   "  " CHG-DESCRIPTION
                                   "  " AMOUNT-EDIT
                                   DELIMITED BY SIZE
                                   INTO DTL-TEXT
                               END-STRING
                               PERFORM 610-WRITE-DETAIL
                           END-IF
                   END-READ.

      * every year on the index, in index order
           360-SHOW-PAYMENTS.
               MOVE "PAYMENTS RECEIVED" TO SECTION-TITLE.
               MOVE "PAYMENT-HISTORY-YYYY.txt PER PAYHIST-INDEX.txt"
                 TO SECTION-SOURCE.
               PERFORM 600-WRITE-SECTION-HEADING.

               MOVE 0 TO ARCHIVE-NAME-COUNT.
               OPEN INPUT PAYHIST-INDEX-FILE.
               IF PAYHIST-INDEX-STATUS IS EQUAL TO "00"
                   MOVE 'N' TO INDEX-EOF-FLG
                   PERFORM 361-NOTE-ONE-YEAR
                       UNTIL INDEX-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE PAYHIST-INDEX-FILE
               ELSE IF PAYHIST-INDEX-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "UNABLE TO OPEN PAYHIST-INDEX.txt - STATUS "
                     PAYHIST-INDEX-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 362-SCAN-ONE-SEGMENT
                   VARYING ARCHIVE-NAME-SUB FROM 1 BY 1
                   UNTIL ARCHIVE-NAME-SUB > ARCHIVE-NAME-COUNT.

               PERFORM 620-CLOSE-SECTION.

               361-NOTE-ONE-YEAR.
                   READ PAYHIST-INDEX-FILE
                       AT END
                           MOVE 'Y' TO INDEX-EOF-FLG
                       NOT AT END
                           MOVE SPACES TO ARCHIVE-NAME-WORK
                           MOVE PHX-YEAR TO ARCHIVE-NAME-WORK
                           PERFORM 650-NOTE-ARCHIVE-NAME
                   END-READ.

               362-SCAN-ONE-SEGMENT.
                   MOVE SPACES TO PAYMENT-HISTORY-NAME.
                   STRING "..\PAYMENT-HISTORY-" DELIMITED BY SIZE
                       ANT-NAME-PART(ARCHIVE-NAME-SUB)
                         DELIMITED BY SPACE
                       ".txt" DELIMITED BY SIZE
                       INTO PAYMENT-HISTORY-NAME
                   END-STRING.

                   OPEN INPUT PAYMENT-HISTORY.
                   IF PAYMENT-HISTORY-STATUS IS EQUAL TO "00"
                       MOVE 'N' TO SCAN-EOF-FLG
                       PERFORM 363-CHECK-ONE-RECEIPT
                           UNTIL SCAN-EOF-FLG IS EQUAL TO 'Y'
                       CLOSE PAYMENT-HISTORY
                   END-IF.

               363-CHECK-ONE-RECEIPT.
                   READ PAYMENT-HISTORY
                       AT END
                           MOVE 'Y' TO SCAN-EOF-FLG
                       NOT AT END
                           IF HIST-STUDENT-NUMBER IS EQUAL TO
                               REQUEST-STUDENT-NUMBER
                               MOVE HIST-AMOUNT TO AMOUNT-EDIT
                               MOVE SPACES TO DTL-TEXT
                               STRING "RECEIPT " HIST-RECEIPT-NUMBER
                                   "  PAID " HIST-PAY-DATE
                                   "  " AMOUNT-EDIT
                                   "  TENDER " HIST-TENDER-TYPE
                                   "  POSTED " HIST-POSTED-DATE
                                   "  STATUS " HIST-STATUS
                                   "  CASHIER " HIST-CASHIER-ID
                                   DELIMITED BY SIZE
                                   INTO DTL-TEXT
                               END-STRING
                               PERFORM 610-WRITE-DETAIL
                           END-IF
                   END-READ.

           370-SHOW-BANKING.
               MOVE "BANKING FOR PRE-AUTHORIZED DEBIT" TO SECTION-TITLE.
               MOVE "STUDENT-BANKING.txt" TO SECTION-SOURCE.
               PERFORM 600-WRITE-SECTION-HEADING.

               OPEN INPUT BANKING-FILE.
               IF BANKING-FILE-STATUS IS EQUAL TO "00"
                   MOVE 'N' TO SCAN-EOF-FLG
                   PERFORM 371-CHECK-ONE-BANKING-ROW
                       UNTIL SCAN-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE BANKING-FILE
               ELSE IF BANKING-FILE-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "UNABLE TO OPEN STUDENT-BANKING.txt - "
                     "STATUS " BANKING-FILE-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 620-CLOSE-SECTION.

               371-CHECK-ONE-BANKING-ROW.
                   READ BANKING-FILE
                       AT END
                           MOVE 'Y' TO SCAN-EOF-FLG
                       NOT AT END
                           IF BNK-STUDENT-NUMBER IS EQUAL TO
                               REQUEST-STUDENT-NUMBER
                               MOVE SPACES TO DTL-TEXT
                               STRING "TRANSIT " BNK-TRANSIT-NUMBER
                                   "  INSTITUTION "
                                   BNK-INSTITUTION-NUMBER
                                   "  ACCOUNT " BNK-ACCOUNT-NUMBER
                                   "  VERIFIED " BNK-VERIFIED-FLAG
                                   DELIMITED BY SIZE
                                   INTO DTL-TEXT
                               END-STRING
                               PERFORM 610-WRITE-DETAIL
                           END-IF
                   END-READ.

      * released holds too - the release is part of the record
           380-SHOW-HOLDS.
               MOVE "SERVICE HOLDS" TO SECTION-TITLE.
               MOVE "STUDENT-HOLDS.txt" TO SECTION-SOURCE.
               PERFORM 600-WRITE-SECTION-HEADING.

               OPEN INPUT STUDENT-HOLD-FILE.
               IF STUDENT-HOLD-STATUS IS EQUAL TO "00"
                   MOVE 'N' TO SCAN-EOF-FLG
                   PERFORM 381-CHECK-ONE-HOLD
                       UNTIL SCAN-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE STUDENT-HOLD-FILE
               ELSE IF STUDENT-HOLD-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "UNABLE TO OPEN STUDENT-HOLDS.txt - STATUS "
                     STUDENT-HOLD-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 620-CLOSE-SECTION.

               381-CHECK-ONE-HOLD.
                   READ STUDENT-HOLD-FILE
                       AT END
                           MOVE 'Y' TO SCAN-EOF-FLG
                       NOT AT END
                           IF SHD-STUDENT-NUMBER IS EQUAL TO
                               REQUEST-STUDENT-NUMBER
                               MOVE SPACES TO DTL-TEXT
                               STRING "HOLD " SHD-HOLD-NUMBER
                                   "  TYPE " SHD-HOLD-TYPE
                                   "  OFFICE " SHD-OFFICE
                                   "  PLACED " SHD-PLACED-DATE
                                   " BY " SHD-PLACED-BY
                                   "  STATUS " SHD-STATUS
                                   "  " SHD-REASON
                                   DELIMITED BY SIZE
                                   INTO DTL-TEXT
                               END-STRING
                               PERFORM 610-WRITE-DETAIL
                               IF SHD-STATUS IS EQUAL TO 'R'
                                   MOVE SPACES TO DTL-TEXT
                                   STRING "  RELEASED "
                                       SHD-RELEASED-DATE
                                       " BY " SHD-RELEASED-BY
                                       "  " SHD-RELEASE-REASON
                                       DELIMITED BY SIZE
                                       INTO DTL-TEXT
                                   END-STRING
                                   PERFORM 610-WRITE-DETAIL
                               END-IF
                           END-IF
                   END-READ.

      * permits held, then carpools ridden on someone else's permit
           390-SHOW-PERMITS.
               MOVE "PARKING PERMITS AND CARPOOLS" TO SECTION-TITLE.
               MOVE "CARFILE.DAT, CARPOOL-MEMBERS.txt"
                 TO SECTION-SOURCE.
               PERFORM 600-WRITE-SECTION-HEADING.

               OPEN INPUT CAR-FILE.
               IF CAR-FILE-STATUS IS EQUAL TO "00"
                   MOVE 'N' TO SCAN-EOF-FLG
                   PERFORM 391-CHECK-ONE-PERMIT
                       UNTIL SCAN-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE CAR-FILE
               ELSE IF CAR-FILE-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "UNABLE TO OPEN CARFILE.DAT - STATUS "
                     CAR-FILE-STATUS
                   STOP RUN
               END-IF
               END-IF.

               OPEN INPUT CARPOOL-FILE.
               IF CARPOOL-FILE-STATUS IS EQUAL TO "00"
                   MOVE 'N' TO SCAN-EOF-FLG
                   PERFORM 392-CHECK-ONE-CARPOOL-ROW
                       UNTIL SCAN-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE CARPOOL-FILE
               ELSE IF CARPOOL-FILE-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "UNABLE TO OPEN CARPOOL-MEMBERS.txt - "
                     "STATUS " CARPOOL-FILE-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 620-CLOSE-SECTION.

               391-CHECK-ONE-PERMIT.
                   READ CAR-FILE
                       AT END
                           MOVE 'Y' TO SCAN-EOF-FLG
                       NOT AT END
                           IF CAR-OWNER-STUDENT-NUMBER-IN IS EQUAL TO
                               REQUEST-STUDENT-NUMBER
                               MOVE SPACES TO DTL-TEXT
                               STRING "PERMIT " CAR-PERMIT-NUMBER-IN
                                   "  LOT " CAR-LOT-CODE-IN
                                   "  ISSUED " CAR-ISSUE-DATE-IN
                                   "  EXPIRES " CAR-EXPIRY-DATE-IN
                                   "  VEHICLE " CAR-TYPE-IN
                                   " " CAR-YEAR-IN
                                   "  PLATE " CAR-PLATE-IN
                                   " " CAR-PROVINCE-IN
                                   DELIMITED BY SIZE
                                   INTO DTL-TEXT
                               END-STRING
                               PERFORM 610-WRITE-DETAIL
                               IF CAR-PLATE-2-IN IS NOT EQUAL TO SPACES
                                   MOVE SPACES TO DTL-TEXT
                                   STRING "  SECOND VEHICLE "
                                       CAR-TYPE-2-IN
                                       " " CAR-YEAR-2-IN
                                       "  PLATE " CAR-PLATE-2-IN
                                       " " CAR-PROVINCE-2-IN
                                       DELIMITED BY SIZE
                                       INTO DTL-TEXT
                                   END-STRING
                                   PERFORM 610-WRITE-DETAIL
                               END-IF
                           END-IF
                   END-READ.

               392-CHECK-ONE-CARPOOL-ROW.
                   READ CARPOOL-FILE
                       AT END
                           MOVE 'Y' TO SCAN-EOF-FLG
                       NOT AT END
                           IF CPM-STUDENT-NUMBER IS EQUAL TO
                               REQUEST-STUDENT-NUMBER
                               MOVE SPACES TO DTL-TEXT
                               STRING "CARPOOL ON PERMIT "
                                   CPM-PERMIT-NUMBER
                                   "  JOINED " CPM-JOIN-DATE
                                   "  VEHICLE " CPM-CAR-TYPE
                                   " " CPM-CAR-YEAR
                                   "  PLATE " CPM-PLATE
                                   DELIMITED BY SIZE
                                   INTO DTL-TEXT
                               END-STRING
                               PERFORM 610-WRITE-DETAIL
                           END-IF
                   END-READ.

           400-SHOW-VIOLATIONS.
               MOVE "PARKING VIOLATIONS" TO SECTION-TITLE.
               MOVE "VIOLATIONS.txt" TO SECTION-SOURCE.
               PERFORM 600-WRITE-SECTION-HEADING.

               OPEN INPUT VIOLATION-FILE.
               IF VIOLATION-FILE-STATUS IS EQUAL TO "00"
                   MOVE 'N' TO SCAN-EOF-FLG
                   PERFORM 401-CHECK-ONE-VIOLATION
                       UNTIL SCAN-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE VIOLATION-FILE
               ELSE IF VIOLATION-FILE-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "UNABLE TO OPEN VIOLATIONS.txt - STATUS "
                     VIOLATION-FILE-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 620-CLOSE-SECTION.

               401-CHECK-ONE-VIOLATION.
                   READ VIOLATION-FILE
                       AT END
                           MOVE 'Y' TO SCAN-EOF-FLG
                       NOT AT END
                           IF VIO-STUDENT-NUMBER IS EQUAL TO
                               REQUEST-STUDENT-NUMBER
                               MOVE VIO-FINE TO FINE-EDIT
                               MOVE SPACES TO DTL-TEXT
                               STRING "TICKET " VIO-TICKET-NUMBER
                                   "  " VIO-DATE
                                   "  PERMIT " VIO-PERMIT-NUMBER
                                   "  PLATE " VIO-PLATE
                                   "  CODE " VIO-CODE
                                   "  LOT " VIO-LOCATION
                                   "  FINE " FINE-EDIT
                                   "  APPEAL " VIO-APPEAL-STATUS
                                   "  BILLED " VIO-BILLED
                                   DELIMITED BY SIZE
                                   INTO DTL-TEXT
                               END-STRING
                               PERFORM 610-WRITE-DETAIL
                           END-IF
                   END-READ.

           410-SHOW-NOTICES.
               MOVE "NOTICES SENT" TO SECTION-TITLE.
               MOVE "NOTIFICATION-HISTORY.txt" TO SECTION-SOURCE.
               PERFORM 600-WRITE-SECTION-HEADING.

               OPEN INPUT NOTIFICATION-HISTORY.
               IF NOTICE-HISTORY-STATUS IS EQUAL TO "00"
                   MOVE 'N' TO SCAN-EOF-FLG
                   PERFORM 411-CHECK-ONE-NOTICE
                       UNTIL SCAN-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE NOTIFICATION-HISTORY
               ELSE IF NOTICE-HISTORY-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "UNABLE TO OPEN NOTIFICATION-HISTORY.txt - "
                     "STATUS " NOTICE-HISTORY-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 620-CLOSE-SECTION.

               411-CHECK-ONE-NOTICE.
                   READ NOTIFICATION-HISTORY
                       AT END
                           MOVE 'Y' TO SCAN-EOF-FLG
                       NOT AT END
                           IF NTH-STUDENT-NUMBER IS EQUAL TO
                               REQUEST-STUDENT-NUMBER
                               MOVE SPACES TO DTL-TEXT
                               STRING NTH-DISPATCH-DATE
                                   "  " NTH-MESSAGE-TYPE
                                   "  CHANNEL " NTH-CHANNEL-USED
                                   "  RESULT " NTH-RESULT
                                   "  TO " NTH-DESTINATION
                                   "  " NTH-FAIL-REASON
                                   DELIMITED BY SIZE
                                   INTO DTL-TEXT
                               END-STRING
                               PERFORM 610-WRITE-DETAIL
                               MOVE SPACES TO DTL-TEXT
                               STRING "  " NTH-MESSAGE-TEXT
                                   DELIMITED BY SIZE
                                   INTO DTL-TEXT
                               END-STRING
                               PERFORM 610-WRITE-DETAIL
                           END-IF
                   END-READ.

      * the live trail, then each closed period on the index
           420-SHOW-AUDIT-TRAIL.
               MOVE "AUDIT TRAIL" TO SECTION-TITLE.
               MOVE "PROJECT02-AUDIT.txt, AUDIT-ARCHIVE-YYYYMMDD.txt"
                 TO SECTION-SOURCE.
               PERFORM 600-WRITE-SECTION-HEADING.

               OPEN INPUT AUDIT-TRAIL-FILE.
               IF AUDIT-TRAIL-STATUS IS EQUAL TO "00"
                   MOVE 'N' TO SCAN-EOF-FLG
                   PERFORM 421-CHECK-ONE-AUDIT-LINE
                       UNTIL SCAN-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE AUDIT-TRAIL-FILE
               ELSE IF AUDIT-TRAIL-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "UNABLE TO OPEN PROJECT02-AUDIT.txt - "
                     "STATUS " AUDIT-TRAIL-STATUS
                   STOP RUN
               END-IF
               END-IF.

               MOVE 0 TO ARCHIVE-NAME-COUNT.
               OPEN INPUT AUDIT-ARCHIVE-INDEX.
               IF AUDIT-INDEX-STATUS IS EQUAL TO "00"
                   MOVE 'N' TO INDEX-EOF-FLG
                   PERFORM 422-NOTE-ONE-PERIOD
                       UNTIL INDEX-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE AUDIT-ARCHIVE-INDEX
               ELSE IF AUDIT-INDEX-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "UNABLE TO OPEN AUDIT-ARCHIVE-INDEX.txt - "
                     "STATUS " AUDIT-INDEX-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 423-SCAN-ONE-PERIOD
                   VARYING ARCHIVE-NAME-SUB FROM 1 BY 1
                   UNTIL ARCHIVE-NAME-SUB > ARCHIVE-NAME-COUNT.

               PERFORM 620-CLOSE-SECTION.

               421-CHECK-ONE-AUDIT-LINE.
                   READ AUDIT-TRAIL-FILE
                       AT END
                           MOVE 'Y' TO SCAN-EOF-FLG
                       NOT AT END
                           IF AUA-STUDENT IS EQUAL TO
                               STUDENT-NUMBER-AS-TEXT
                               MOVE AUDIT-TRAIL-LINE TO DTL-TEXT
                               PERFORM 610-WRITE-DETAIL
                           END-IF
                   END-READ.

               422-NOTE-ONE-PERIOD.
                   READ AUDIT-ARCHIVE-INDEX
                       AT END
                           MOVE 'Y' TO INDEX-EOF-FLG
                       NOT AT END
                           MOVE AIN-PERIOD-END-DATE
                             TO ARCHIVE-NAME-WORK
                           PERFORM 650-NOTE-ARCHIVE-NAME
                   END-READ.

               423-SCAN-ONE-PERIOD.
                   MOVE SPACES TO AUDIT-ARCHIVE-FILENAME.
                   STRING "..\AUDIT-ARCHIVE-" DELIMITED BY SIZE
                       ANT-NAME-PART(ARCHIVE-NAME-SUB)
                         DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO AUDIT-ARCHIVE-FILENAME
                   END-STRING.

                   OPEN INPUT AUDIT-ARCHIVE-FILE.
                   IF AUDIT-ARCHIVE-STATUS IS EQUAL TO "00"
                       MOVE 'N' TO SCAN-EOF-FLG
                       PERFORM 424-CHECK-ONE-ARCHIVED-LINE
                           UNTIL SCAN-EOF-FLG IS EQUAL TO 'Y'
                       CLOSE AUDIT-ARCHIVE-FILE
                   END-IF.

               424-CHECK-ONE-ARCHIVED-LINE.
                   READ AUDIT-ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO SCAN-EOF-FLG
                       NOT AT END
                           IF AUR-STUDENT IS EQUAL TO
                               STUDENT-NUMBER-AS-TEXT
                               MOVE AUDIT-ARCHIVE-LINE TO DTL-TEXT
                               PERFORM 610-WRITE-DETAIL
                           END-IF
                   END-READ.

      * the master as it stood at each term close
           430-SHOW-TERM-ARCHIVES.
               MOVE "TERM-END SNAPSHOTS" TO SECTION-TITLE.
               MOVE "STUFILE3-ARCHIVE-YYYYTT.txt" TO SECTION-SOURCE.
               PERFORM 600-WRITE-SECTION-HEADING.

               MOVE 0 TO ARCHIVE-NAME-COUNT.
               OPEN INPUT TERM-ARCHIVE-INDEX.
               IF TERM-INDEX-STATUS IS EQUAL TO "00"
                   MOVE 'N' TO INDEX-EOF-FLG
                   PERFORM 431-NOTE-ONE-TERM
                       UNTIL INDEX-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE TERM-ARCHIVE-INDEX
               ELSE IF TERM-INDEX-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "UNABLE TO OPEN STUFILE3-ARCHIVE-INDEX.txt "
                     "- STATUS " TERM-INDEX-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 432-SCAN-ONE-TERM-ARCHIVE
                   VARYING ARCHIVE-NAME-SUB FROM 1 BY 1
                   UNTIL ARCHIVE-NAME-SUB > ARCHIVE-NAME-COUNT.

               PERFORM 620-CLOSE-SECTION.

               431-NOTE-ONE-TERM.
                   READ TERM-ARCHIVE-INDEX
                       AT END
                           MOVE 'Y' TO INDEX-EOF-FLG
                       NOT AT END
                           MOVE SPACES TO ARCHIVE-NAME-WORK
                           MOVE ARX-TERM-CODE TO ARCHIVE-NAME-WORK
                           PERFORM 650-NOTE-ARCHIVE-NAME
                   END-READ.

               432-SCAN-ONE-TERM-ARCHIVE.
                   MOVE SPACES TO TERM-ARCHIVE-FILENAME.
                   STRING "..\STUFILE3-ARCHIVE-" DELIMITED BY SIZE
                       ANT-NAME-PART(ARCHIVE-NAME-SUB)
                         DELIMITED BY SPACE
                       ".txt" DELIMITED BY SIZE
                       INTO TERM-ARCHIVE-FILENAME
                   END-STRING.

                   OPEN INPUT TERM-ARCHIVE-FILE.
                   IF TERM-ARCHIVE-STATUS IS EQUAL TO "00"
                       MOVE 'N' TO SCAN-EOF-FLG
                       PERFORM 433-CHECK-ONE-SNAPSHOT
                           UNTIL SCAN-EOF-FLG IS EQUAL TO 'Y'
                       CLOSE TERM-ARCHIVE-FILE
                   END-IF.

               433-CHECK-ONE-SNAPSHOT.
                   READ TERM-ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO SCAN-EOF-FLG
                       NOT AT END
                           MOVE TERM-ARCHIVE-RECORD TO STUDENT-FILE-IN
                           IF STUDENT-NUMBER IS EQUAL TO
                               REQUEST-STUDENT-NUMBER
                               MOVE SPACES TO ROW-SOURCE-NOTE
                               STRING "AT CLOSE OF TERM "
                                   ANT-NAME-PART(ARCHIVE-NAME-SUB)
                                   DELIMITED BY SIZE
                                   INTO ROW-SOURCE-NOTE
                               END-STRING
                               PERFORM 630-SHOW-TUITION-RECORD
                           END-IF
                   END-READ.

      * PROJECT42's purged set - the index row, then the tuition,
      * address and audit images it took off the live files
           440-SHOW-PURGE-ARCHIVE.
               MOVE "PURGED-STUDENT ARCHIVE" TO SECTION-TITLE.
               MOVE "ARCHIVE-INDEX/-TUITION/-ADDRESS/-AUDIT.txt"
                 TO SECTION-SOURCE.
               PERFORM 600-WRITE-SECTION-HEADING.

               OPEN INPUT PURGE-INDEX-FILE.
               IF PURGE-INDEX-STATUS IS EQUAL TO "00"
                   MOVE 'N' TO SCAN-EOF-FLG
                   PERFORM 441-CHECK-ONE-PURGE-INDEX
                       UNTIL SCAN-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE PURGE-INDEX-FILE
               ELSE IF PURGE-INDEX-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "UNABLE TO OPEN ARCHIVE-INDEX.txt - STATUS "
                     PURGE-INDEX-STATUS
                   STOP RUN
               END-IF
               END-IF.

               OPEN INPUT PURGE-TUITION-FILE.
               IF PURGE-TUITION-STATUS IS EQUAL TO "00"
                   MOVE 'N' TO SCAN-EOF-FLG
                   PERFORM 442-CHECK-ONE-PURGE-TUITION
                       UNTIL SCAN-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE PURGE-TUITION-FILE
               ELSE IF PURGE-TUITION-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "UNABLE TO OPEN ARCHIVE-TUITION.txt - "
                     "STATUS " PURGE-TUITION-STATUS
                   STOP RUN
               END-IF
               END-IF.

               OPEN INPUT PURGE-ADDRESS-FILE.
               IF PURGE-ADDRESS-STATUS IS EQUAL TO "00"
                   MOVE 'N' TO SCAN-EOF-FLG
                   PERFORM 443-CHECK-ONE-PURGE-ADDRESS
                       UNTIL SCAN-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE PURGE-ADDRESS-FILE
               ELSE IF PURGE-ADDRESS-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "UNABLE TO OPEN ARCHIVE-ADDRESS.txt - "
                     "STATUS " PURGE-ADDRESS-STATUS
                   STOP RUN
               END-IF
               END-IF.

               OPEN INPUT PURGE-AUDIT-FILE.
               IF PURGE-AUDIT-STATUS IS EQUAL TO "00"
                   MOVE 'N' TO SCAN-EOF-FLG
                   PERFORM 444-CHECK-ONE-PURGE-AUDIT
                       UNTIL SCAN-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE PURGE-AUDIT-FILE
               ELSE IF PURGE-AUDIT-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "UNABLE TO OPEN ARCHIVE-AUDIT.txt - "
                     "STATUS " PURGE-AUDIT-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 620-CLOSE-SECTION.

               441-CHECK-ONE-PURGE-INDEX.
                   READ PURGE-INDEX-FILE
                       AT END
                           MOVE 'Y' TO SCAN-EOF-FLG
                       NOT AT END
                           IF PGX-STUDENT-NUMBER IS EQUAL TO
                               REQUEST-STUDENT-NUMBER
                               MOVE SPACES TO DTL-TEXT
                               STRING "ARCHIVED " PGX-ARCHIVE-DATE
                                   " AS " PGX-STUDENT-NAME
                                   DELIMITED BY SIZE
                                   INTO DTL-TEXT
                               END-STRING
                               PERFORM 610-WRITE-DETAIL
                           END-IF
                   END-READ.

               442-CHECK-ONE-PURGE-TUITION.
                   READ PURGE-TUITION-FILE
                       AT END
                           MOVE 'Y' TO SCAN-EOF-FLG
                       NOT AT END
                           IF PGT-STUDENT-NUMBER IS EQUAL TO
                               REQUEST-STUDENT-NUMBER
                               MOVE PURGE-TUITION-RECORD
                                 TO STUDENT-FILE-IN
                               MOVE "AS ARCHIVED" TO ROW-SOURCE-NOTE
                               PERFORM 630-SHOW-TUITION-RECORD
                           END-IF
                   END-READ.

               443-CHECK-ONE-PURGE-ADDRESS.
                   READ PURGE-ADDRESS-FILE
                       AT END
                           MOVE 'Y' TO SCAN-EOF-FLG
                       NOT AT END
                           IF PGA-STUDENT-ID IS EQUAL TO
                               STUDENT-NUMBER-AS-ID
                               MOVE PURGE-ADDRESS-RECORD
                                 TO ADDRESS-FILE-IN
                               PERFORM 640-SHOW-ADDRESS-RECORD
                           END-IF
                   END-READ.

               444-CHECK-ONE-PURGE-AUDIT.
                   READ PURGE-AUDIT-FILE
                       AT END
                           MOVE 'Y' TO SCAN-EOF-FLG
                       NOT AT END
                           IF PGU-STUDENT IS EQUAL TO
                               STUDENT-NUMBER-AS-TEXT
                               MOVE PURGE-AUDIT-LINE TO DTL-TEXT
                               PERFORM 610-WRITE-DETAIL
                           END-IF
                   END-READ.

           500-CLOSE-DISCLOSURE-REPORT.
               MOVE TOTAL-ROWS TO REL-TOTAL-ROWS.
               WRITE DISCLOSURE-LINE FROM REPORT-END-LINE.
               CLOSE DISCLOSURE-REPORT.

      * appended - the log is never rewritten
           510-LOG-THE-REQUEST.
               OPEN EXTEND REQUEST-LOG.
               IF REQUEST-LOG-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT REQUEST-LOG
               END-IF.
               IF REQUEST-LOG-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN PRIVACY-REQUEST-LOG.txt - "
                     "STATUS " REQUEST-LOG-STATUS
                   STOP RUN
               END-IF.

               MOVE RUN-DATE-RAW TO PRQ-REQUEST-DATE.
               MOVE REQUEST-STUDENT-NUMBER TO PRQ-STUDENT-NUMBER.
               MOVE REQUESTER-NAME TO PRQ-REQUESTER.
               MOVE OPERATOR-ID TO PRQ-OPERATOR-ID.
               MOVE TOTAL-ROWS TO PRQ-ROWS-DISCLOSED.
               MOVE DISCLOSURE-FILENAME TO PRQ-REPORT-NAME.
               WRITE REQUEST-LOG-RECORD.
               CLOSE REQUEST-LOG.

           600-WRITE-SECTION-HEADING.
               MOVE SECTION-TITLE TO SHL-TITLE.
               MOVE SECTION-SOURCE TO SHL-SOURCE.
               WRITE DISCLOSURE-LINE FROM SECTION-HEADING-LINE.
               MOVE 0 TO SECTION-ROWS.

           610-WRITE-DETAIL.
               WRITE DISCLOSURE-LINE FROM DETAIL-LINE.
               ADD 1 TO SECTION-ROWS.
               ADD 1 TO TOTAL-ROWS.

      * an empty section still prints, so the report shows the file
      * was looked at
           620-CLOSE-SECTION.
               IF SECTION-ROWS IS EQUAL TO ZERO
                   MOVE SPACES TO DTL-TEXT
                   MOVE "NONE ON FILE" TO DTL-TEXT
                   WRITE DISCLOSURE-LINE FROM DETAIL-LINE
               END-IF.
               MOVE SPACES TO DISCLOSURE-LINE.
               WRITE DISCLOSURE-LINE.

      * one tuition record, live or archived - ROW-SOURCE-NOTE says
      * which
           630-SHOW-TUITION-RECORD.
               MOVE TUITION-OWED TO AMOUNT-EDIT.
               MOVE SPACES TO DTL-TEXT.
               STRING "STUDENT " STUDENT-NUMBER
                   "  " STUDENT-NAME
                   "  " ROW-SOURCE-NOTE
                   DELIMITED BY SIZE
                   INTO DTL-TEXT
               END-STRING.
               PERFORM 610-WRITE-DETAIL.

               MOVE SPACES TO DTL-TEXT.
               STRING "  BALANCE " AMOUNT-EDIT
                   "  DUE " DUE-DATE
                   "  INTERNATIONAL " INTERNATIONAL-STUDENT-FLAG
                   "  PAYMENT HOLD " PAYMENT-HOLD-FLAG
                   DELIMITED BY SIZE
                   INTO DTL-TEXT
               END-STRING.
               PERFORM 610-WRITE-DETAIL.

               PERFORM 631-SHOW-ONE-PROGRAM
                   VARYING LIST-SUB FROM 1 BY 1
                   UNTIL LIST-SUB > PROGRAM-COUNT.
               PERFORM 632-SHOW-ONE-COURSE
                   VARYING LIST-SUB FROM 1 BY 1
                   UNTIL LIST-SUB > COURSE-COUNT.

               631-SHOW-ONE-PROGRAM.
                   MOVE SPACES TO DTL-TEXT.
                   STRING "  PROGRAM " PROGRAM-OF-STUDY(LIST-SUB)
                       DELIMITED BY SIZE
                       INTO DTL-TEXT
                   END-STRING.
                   PERFORM 610-WRITE-DETAIL.

               632-SHOW-ONE-COURSE.
                   MOVE COURSE-AVERAGE(LIST-SUB) TO MARK-EDIT.
                   MOVE SPACES TO DTL-TEXT.
                   STRING "  COURSE " COURSE-CODE(LIST-SUB)
                       "  AVERAGE " MARK-EDIT
                       "  CREDITS " COURSE-CREDIT-HOURS(LIST-SUB)
                       DELIMITED BY SIZE
                       INTO DTL-TEXT
                   END-STRING.
                   PERFORM 610-WRITE-DETAIL.

           640-SHOW-ADDRESS-RECORD.
               MOVE SPACES TO DTL-TEXT.
               STRING ADDR-STUDENT-TITLE " " ADDR-FIRST-NAME
                   " " ADDR-NAME-INITIAL " " ADDR-LAST-NAME
                   "  PROGRAM " ADDR-STUDENT-PROGRAM
                   "  YEAR " ADDR-STUDENT-YEAR
                   DELIMITED BY SIZE
                   INTO DTL-TEXT
               END-STRING.
               PERFORM 610-WRITE-DETAIL.

               MOVE SPACES TO DTL-TEXT.
               STRING "  " ADDR-STREET " " ADDR-CITY
                   " " ADDR-PROVINCE " " ADDR-POSTAL-CODE
                   DELIMITED BY SIZE
                   INTO DTL-TEXT
               END-STRING.
               PERFORM 610-WRITE-DETAIL.

               MOVE SPACES TO DTL-TEXT.
               STRING "  LANGUAGE " ADDR-LANGUAGE-PREF
                   "  DELIVERY " ADDR-DELIVERY-PREF
                   "  UNDELIVERABLE " ADDR-UNDELIVERABLE-FLAG
                   "  RETURNED " ADDR-RETURNED-DATE
                   DELIMITED BY SIZE
                   INTO DTL-TEXT
               END-STRING.
               PERFORM 610-WRITE-DETAIL.

      * adds ARCHIVE-NAME-WORK to the name table unless it is there
      * already
           650-NOTE-ARCHIVE-NAME.
               MOVE 'N' TO ARCHIVE-NAME-FOUND-FLAG.
               PERFORM 651-CHECK-ONE-ARCHIVE-NAME
                   VARYING ARCHIVE-NAME-FIND-SUB FROM 1 BY 1
                   UNTIL ARCHIVE-NAME-FIND-SUB > ARCHIVE-NAME-COUNT
                   OR ARCHIVE-NAME-LISTED.
               IF NOT ARCHIVE-NAME-LISTED
                   AND ARCHIVE-NAME-COUNT IS LESS THAN 200
                   ADD 1 TO ARCHIVE-NAME-COUNT
                   MOVE ARCHIVE-NAME-WORK
                     TO ANT-NAME-PART(ARCHIVE-NAME-COUNT)
               END-IF.

               651-CHECK-ONE-ARCHIVE-NAME.
                   IF ANT-NAME-PART(ARCHIVE-NAME-FIND-SUB) IS EQUAL TO
                       ARCHIVE-NAME-WORK
                       MOVE 'Y' TO ARCHIVE-NAME-FOUND-FLAG
                   END-IF.

      * sign the supervisor on against OPERATOR.txt - three tries,
      * each failure logged to SIGNON-FAILURES.txt. With no operator
      * master there is no telling one supervisor from another, so
      * unlike the update programs this one will not run without it
           250-SIGN-ON.
               OPEN INPUT OPERATOR-FILE.
               IF OPERATOR-FILE-STATUS IS NOT EQUAL TO "00"
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
                   MOVE "PROJ143" TO LOG-PROGRAM-OUT.
                   MOVE SIGNON-FAIL-REASON TO LOG-MESSAGE-OUT.
                   WRITE SIGNON-LOG-LINE.

                   CLOSE SIGNON-LOG.

       END PROGRAM PROJECT143.
