      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: admissions batch for one intake term, run against
      *          PROJECT110's APPLICANT-MASTER.txt. In order it
      *          (1) lapses every outstanding offer whose response
      *          deadline has passed, freeing the seat; (2) converts
      *          every accepted applicant into a student - a number
      *          issued off STUNUM-CONTROL.txt on channel ADM and
      *          entered on STUNUM-REGISTER.txt, the new record
      *          written to the live STUIDX3.DAT and appended to
      *          STUFILE3.txt under the master lock with the control
      *          record carried forward, and the name and mailing
      *          address appended to Student.txt (and ADDRIDX.DAT
      *          where it exists) so the first statement has
      *          somewhere to go; (3) makes the term's offers in
      *          merit order - highest admission average first, the
      *          earlier application then the lower application
      *          number breaking a tie - the first choice if its
      *          ADMISSION-QUOTA.txt seats are not yet taken, else
      *          the second, with 30 days to answer, every offer made
      *          listed on ADMISSION-OFFERS.txt. An applicant with no
      *          seat in either choice stays applied and is looked at
      *          again on the next run, once a decline or a lapse has
      *          freed one. Seats taken are the offers outstanding,
      *          accepted and converted in that program for the term.
      *          Last, ADMISSIONS-FUNNEL.txt shows each program's
      *          quota, applications, offers, acceptances,
      *          registrations, declines, lapses, open seats and yield
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT111.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PROJECT110's applicant master - rewritten whole at the end
           SELECT APPLICANT-FILE
           ASSIGN TO "..\APPLICANT-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPLICANT-FILE-STATUS.

      * PROJECT110's seat quotas - read only
           SELECT QUOTA-FILE
           ASSIGN TO "..\ADMISSION-QUOTA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QUOTA-FILE-STATUS.

      * the offers this run made - replaced every run
           SELECT OFFER-FILE
           ASSIGN TO "..\ADMISSION-OFFERS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OFFER-FILE-STATUS.

           SELECT FUNNEL-REPORT
           ASSIGN TO "..\ADMISSIONS-FUNNEL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FUNNEL-REPORT-STATUS.

      * the sequential extract of the master - converted students
      * are appended
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

      * LAB2's name-and-address master - converted students appended
           SELECT STUDENT-ADDRESS-FILE
           ASSIGN TO "..\Student.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADDRESS-FILE-STATUS.

      * the indexed address master, keyed on STUDENT-ID - LAB2
      * rebuilds it after every rewrite, the readers when it is
      * missing
           SELECT ADDRESS-INDEXED-FILE
           ASSIGN TO "..\ADDRIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AIX-STUDENT-ID
           FILE STATUS IS ADDRESS-INDEXED-STATUS.

           SELECT STUNUM-CONTROL-FILE
           ASSIGN TO "..\STUNUM-CONTROL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUNUM-CONTROL-STATUS.

      * permanent register of every number ever issued - checked
      * before each issue so a number can never be issued twice
           SELECT STUNUM-REGISTER
           ASSIGN TO "..\STUNUM-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUNUM-REGISTER-STATUS.

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
      * kept in step with Project110.cbl's FD APPLICANT-FILE
       FD APPLICANT-FILE.
       01 APPLICANT-RECORD.
         05 APL-APPLICATION-NUMBER PIC 9(6).
         05 APL-INTAKE-TERM PIC 9(6).
         05 APL-APPLICATION-DATE PIC 9(8).
         05 APL-TITLE PIC X(6).
         05 APL-FIRST-NAME PIC X(15).
         05 APL-NAME-INITIAL PIC X(2).
         05 APL-LAST-NAME PIC X(28).
         05 APL-STREET PIC X(25).
         05 APL-CITY PIC X(15).
         05 APL-PROVINCE PIC X(15).
         05 APL-POSTAL-CODE PIC X(7).
         05 APL-LANGUAGE-PREF PIC X(1).
         05 APL-INTL-FLAG PIC X(1).
         05 APL-FIRST-CHOICE PIC X(5).
         05 APL-SECOND-CHOICE PIC X(5).
         05 APL-ADMISSION-AVERAGE PIC 9(3).
         05 APL-STATUS PIC X(1).
         05 APL-OFFER-PROGRAM PIC X(5).
         05 APL-OFFER-DATE PIC 9(8).
         05 APL-RESPONSE-DEADLINE PIC 9(8).
         05 APL-DECISION-DATE PIC 9(8).
         05 APL-STUDENT-NUMBER PIC 9(6).
         05 APL-OPERATOR PIC X(8).

      * kept in step with Project110.cbl's FD QUOTA-FILE
       FD QUOTA-FILE.
       01 QUOTA-RECORD.
         05 AQU-PROGRAM-CODE PIC X(5).
         05 AQU-INTAKE-TERM PIC 9(6).
         05 AQU-SEATS PIC 9(4).

      * one line per offer made - choice 1 or 2 says which of the
      * applicant's programs it is
       FD OFFER-FILE.
       01 OFFER-LINE.
         05 OFR-INTAKE-TERM PIC 9(6).
         05 FILLER PIC X(2).
         05 OFR-APPLICATION-NUMBER PIC 9(6).
         05 FILLER PIC X(2).
         05 OFR-FIRST-NAME PIC X(15).
         05 FILLER PIC X(1).
         05 OFR-LAST-NAME PIC X(28).
         05 FILLER PIC X(2).
         05 OFR-PROGRAM PIC X(5).
         05 FILLER PIC X(2).
         05 OFR-CHOICE PIC 9(1).
         05 FILLER PIC X(2).
         05 OFR-AVERAGE PIC 9(3).
         05 FILLER PIC X(2).
         05 OFR-OFFER-DATE PIC 9(8).
         05 FILLER PIC X(2).
         05 OFR-RESPONSE-DEADLINE PIC 9(8).

       FD FUNNEL-REPORT.
       01 FUNNEL-LINE PIC X(100).

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

      * kept in step with Lab2.cbl's FD STUDENT
       FD STUDENT-ADDRESS-FILE.
       01 STUDENT-ADDRESS-RECORD.
           05 STUDENT-ID PIC A(10).
           05 STUDENT-PROGRAM PIC A(8).
           05 STUDENT-YEAR PIC 9(6).
           05 STUDENT-DATA.
               10 STUDENT-NAME-FIELDS.
                   20 STUDENT-TITLE PIC A(6).
                   20 FIRST-NAME PIC A(15).
                   20 NAME-INITIAL PIC A(2).
                   20 LAST-NAME PIC A(28).
               10 STUDENT-ADDRESS.
                   20 STREET PIC A(25).
                   20 CITY PIC A(15).
                   20 PROVINCE PIC A(15).
                   20 POSTAL-CODE PIC A(7).
           05 LANGUAGE-PREF PIC A(1).
           05 DELIVERY-PREF PIC A(1).
           05 UNDELIVERABLE-FLAG PIC A(1).
           05 RETURNED-DATE PIC 9(8).

      * kept in step with Project3.cbl's FD ADDRESS-INDEXED-FILE
       FD ADDRESS-INDEXED-FILE.
       01 ADDRESS-INDEXED-RECORD.
         05 AIX-STUDENT-ID PIC X(10).
         05 AIX-STREET PIC X(25).
         05 AIX-CITY PIC X(15).
         05 AIX-PROVINCE PIC X(15).
         05 AIX-POSTAL-CODE PIC X(7).
         05 AIX-LANGUAGE-PREF PIC X(1).
         05 AIX-DELIVERY-PREF PIC X(1).
         05 AIX-UNDELIVERABLE-FLAG PIC X(1).

      * one record per intake channel - kept in step with
      * Project02.cbl's FD STUNUM-CONTROL-FILE
       FD STUNUM-CONTROL-FILE.
       01 STUNUM-CONTROL-RECORD.
         05 CTL-CHANNEL PIC X(3).
         05 CTL-NEXT-SEQUENCE PIC 9(5).

      * one line per number issued, kept forever - kept in step with
      * Project08.cbl's FD STUNUM-REGISTER
       FD STUNUM-REGISTER.
       01 STUNUM-REGISTER-LINE.
         05 REG-STUDENT-NUMBER PIC 9(6).
         05 REG-CHANNEL PIC X(3).
         05 REG-ISSUE-DATE PIC 9(8).
         05 REG-OPERATOR PIC X(8).

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
         05 APPLICANT-FILE-STATUS PIC X(2).
         05 QUOTA-FILE-STATUS PIC X(2).
         05 OFFER-FILE-STATUS PIC X(2).
         05 FUNNEL-REPORT-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 IDX-FILE-STATUS PIC X(2).
         05 ADDRESS-FILE-STATUS PIC X(2).
         05 ADDRESS-INDEXED-STATUS PIC X(2).

       01 RUN-DATE-RAW PIC 9(8).
       01 OPERATOR-ID PIC X(8).
       01 TERM-ENTRY PIC X(6).
       01 INTAKE-TERM PIC 9(6).

      * days an applicant has to answer an offer
       01 OFFER-RESPONSE-DAYS PIC 9(3) VALUE 30.
       01 OFFER-DATE-INTEGER PIC 9(7).
       01 OFFER-DEADLINE-DATE PIC 9(8).

      * the whole applicant master in memory - kept in step with
      * Project110.cbl's APPLICANT-TABLE
       01 APPLICANT-TABLE.
         05 APPLICANT-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON APPLICANT-COUNT.
           10 TBL-APL-APPLICATION-NUMBER PIC 9(6).
           10 TBL-APL-INTAKE-TERM PIC 9(6).
           10 TBL-APL-APPLICATION-DATE PIC 9(8).
           10 TBL-APL-TITLE PIC X(6).
           10 TBL-APL-FIRST-NAME PIC X(15).
           10 TBL-APL-NAME-INITIAL PIC X(2).
           10 TBL-APL-LAST-NAME PIC X(28).
           10 TBL-APL-STREET PIC X(25).
           10 TBL-APL-CITY PIC X(15).
           10 TBL-APL-PROVINCE PIC X(15).
           10 TBL-APL-POSTAL-CODE PIC X(7).
           10 TBL-APL-LANGUAGE-PREF PIC X(1).
           10 TBL-APL-INTL-FLAG PIC X(1).
           10 TBL-APL-FIRST-CHOICE PIC X(5).
           10 TBL-APL-SECOND-CHOICE PIC X(5).
           10 TBL-APL-ADMISSION-AVERAGE PIC 9(3).
           10 TBL-APL-STATUS PIC X(1).
             88 TBL-APL-APPLIED VALUE 'A'.
             88 TBL-APL-OFFERED VALUE 'O'.
             88 TBL-APL-ACCEPTED VALUE 'C'.
             88 TBL-APL-CONVERTED VALUE 'S'.
             88 TBL-APL-DECLINED VALUE 'D'.
             88 TBL-APL-LAPSED VALUE 'L'.
             88 TBL-APL-HOLDS-SEAT VALUE 'O' 'C' 'S'.
           10 TBL-APL-OFFER-PROGRAM PIC X(5).
           10 TBL-APL-OFFER-DATE PIC 9(8).
           10 TBL-APL-RESPONSE-DEADLINE PIC 9(8).
           10 TBL-APL-DECISION-DATE PIC 9(8).
           10 TBL-APL-STUDENT-NUMBER PIC 9(6).
           10 TBL-APL-OPERATOR PIC X(8).

       01 APPLICANT-VARIABLES.
         05 APPLICANT-COUNT PIC 9(4) VALUE 0.
         05 APPLICANT-SUB PIC 9(4).
         05 APPLICANT-EOF-FLG PIC X(1) VALUE 'N'.

      * the term's quotas only, with the seats already taken
       01 QUOTA-TABLE.
         05 QUOTA-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON QUOTA-COUNT.
           10 TBL-AQU-PROGRAM-CODE PIC X(5).
           10 TBL-AQU-SEATS PIC 9(4).
           10 TBL-AQU-SEATS-TAKEN PIC 9(4).

       01 QUOTA-VARIABLES.
         05 QUOTA-COUNT PIC 9(3) VALUE 0.
         05 QUOTA-SUB PIC 9(3).
         05 QUOTA-FOUND-SUB PIC 9(3).
         05 QUOTA-EOF-FLG PIC X(1) VALUE 'N'.
         05 QUOTA-LOOKUP PIC X(5).

      * the term's applied applicants in merit order - highest
      * average first, then the earlier application, then the lower
      * application number
       01 RANK-TABLE.
         05 RANK-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON RANK-COUNT.
           10 RNK-SORT-KEY.
             15 RNK-AVERAGE-KEY PIC 9(3).
             15 RNK-DATE-KEY PIC 9(8).
             15 RNK-APPLICATION-KEY PIC 9(6).
           10 RNK-APPLICANT-SUB PIC 9(4).

       01 RANK-VARIABLES.
         05 RANK-COUNT PIC 9(4) VALUE 0.
         05 RANK-SUB PIC 9(4).
         05 RANK-SORT-SUB-1 PIC 9(4).
         05 RANK-SORT-SUB-2 PIC 9(4).
         05 RANK-SORT-HOLD.
           10 HOLD-SORT-KEY PIC 9(17).
           10 HOLD-APPLICANT-SUB PIC 9(4).

      * number issuance off STUNUM-CONTROL.txt, channel ADM - same
      * fields and check-digit scheme as Project08.cbl's
      * STUNUM-CONTROL-FIELDS (weighted mod-10, weights 2,1,2,1,2)
       01 STUNUM-CONTROL-FIELDS.
         05 STUNUM-CONTROL-STATUS PIC X(2).
         05 STUNUM-REGISTER-STATUS PIC X(2).
         05 STUNUM-CHANNEL PIC X(3) VALUE "ADM".
         05 NEXT-SEQUENCE PIC 9(5) VALUE 1.
         05 CONTROL-EOF-FLG PIC X(1).
         05 CONTROL-CHANNEL-FOUND PIC X(1).
         05 ISSUE-SEQUENCE PIC 9(5).
         05 ISSUE-SEQUENCE-DIGITS REDEFINES ISSUE-SEQUENCE.
           10 ISSUE-DIGIT PIC 9 OCCURS 5 TIMES.
         05 CHECK-DIGIT-SUM PIC 9(3).
         05 CHECK-DIGIT PIC 9.
         05 ASSIGNED-STUDENT-NUMBER PIC 9(6).
         05 DIGIT-SUB PIC 9(1).
         05 NUMBER-IN-USE-FLAG PIC X(1).
           88 NUMBER-IN-USE VALUE 'Y'.

       01 OTHER-CHANNEL-TABLE.
         05 OTHER-CHANNEL-ENTRY OCCURS 1 TO 10 TIMES
             DEPENDING ON OTHER-CHANNEL-COUNT.
           10 OTH-CHANNEL PIC X(3).
           10 OTH-NEXT-SEQUENCE PIC 9(5).

       01 OTHER-CHANNEL-COUNT PIC 9(2) VALUE 0.
       01 OTHER-CHANNEL-SUB PIC 9(2).

       01 ISSUED-NUMBER-TABLE.
         05 ISSUED-NUMBER-ENTRY OCCURS 1 TO 9000 TIMES
             DEPENDING ON ISSUED-NUMBER-COUNT.
           10 ISSUED-NUMBER PIC 9(6).

       01 ISSUED-NUMBER-FIELDS.
         05 ISSUED-NUMBER-COUNT PIC 9(4) VALUE 0.
         05 ISSUED-FIND-SUB PIC 9(4).
         05 REGISTER-EOF-FLG PIC X(1).

      * conversion work fields - the Student.txt key is the student
      * number zero-filled to ten, the same as Project3.cbl builds
       01 CONVERSION-FIELDS.
         05 STUDENT-NUMBER-EDIT PIC 9(10).
         05 STUDENT-NUMBER-AS-ID PIC X(10).
         05 INDEX-SCAN-EOF-FLG PIC X(1).
         05 ADDRESS-INDEX-FLAG PIC X(1).
           88 ADDRESS-INDEX-OPEN VALUE 'Y'.
         05 INDEX-WRITE-FLAG PIC X(1).
           88 INDEX-WRITE-OK VALUE 'Y'.
         05 ACCEPTED-WAITING PIC 9(4) VALUE 0.

      * master-control work fields - the -WORK pair is what the index
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
         05 HOW-MANY-LAPSED PIC 9(4) VALUE 0.
         05 HOW-MANY-CONVERTED PIC 9(4) VALUE 0.
         05 HOW-MANY-NOT-CONVERTED PIC 9(4) VALUE 0.
         05 HOW-MANY-OFFERED PIC 9(4) VALUE 0.
         05 HOW-MANY-WAITING PIC 9(4) VALUE 0.

      * one funnel row per program, kept in program-code order as
      * rows are added - same technique as Project104.cbl
       01 FUNNEL-TABLE.
         05 FUNNEL-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON FUNNEL-COUNT.
           10 FNL-PROGRAM PIC X(5).
           10 FNL-QUOTA PIC 9(4).
           10 FNL-APPLIED PIC 9(4).
           10 FNL-OFFERED PIC 9(4).
           10 FNL-ACCEPTED PIC 9(4).
           10 FNL-REGISTERED PIC 9(4).
           10 FNL-DECLINED PIC 9(4).
           10 FNL-LAPSED PIC 9(4).
           10 FNL-HOLDING PIC 9(4).

       01 FUNNEL-VARIABLES.
         05 FUNNEL-COUNT PIC 9(3) VALUE 0.
         05 FUNNEL-SUB PIC 9(3).
         05 FUNNEL-FIND-SUB PIC 9(3).
         05 FUNNEL-FOUND-SUB PIC 9(3).
         05 FUNNEL-FOUND-FLAG PIC X(1).
           88 FUNNEL-ROW-FOUND VALUE 'Y'.
         05 FUNNEL-INSERT-SUB PIC 9(3).
         05 FUNNEL-SHIFT-SUB PIC 9(3).
         05 FUNNEL-LOOKUP PIC X(5).
         05 OPEN-SEATS PIC 9(4).

       01 RATE-FIELDS.
         05 RATE-PERCENT PIC 9(3)V9.

       01 FUNNEL-TOTALS.
         05 TOTAL-QUOTA PIC 9(5) VALUE 0.
         05 TOTAL-APPLIED PIC 9(5) VALUE 0.
         05 TOTAL-OFFERED PIC 9(5) VALUE 0.
         05 TOTAL-ACCEPTED PIC 9(5) VALUE 0.
         05 TOTAL-REGISTERED PIC 9(5) VALUE 0.
         05 TOTAL-DECLINED PIC 9(5) VALUE 0.
         05 TOTAL-LAPSED PIC 9(5) VALUE 0.
         05 TOTAL-OPEN-SEATS PIC 9(5) VALUE 0.

       01 REPORT-HEADER-LINE.
         05 FILLER PIC X(27) VALUE "ADMISSIONS FUNNEL  INTAKE  ".
         05 RHD-TERM-OUT PIC 9(6).
         05 FILLER PIC X(11) VALUE "  RUN DATE ".
         05 RHD-RUN-DATE-OUT PIC 9(8).
         05 FILLER PIC X(48) VALUE SPACE.

       01 COLUMN-HEADER-LINE.
         05 FILLER PIC X(40)
             VALUE "PROGRAM  QUOTA  APPLIED  OFFERED  ACCEPT".
         05 FILLER PIC X(40)
             VALUE "ED  REGISTERED  DECLINED  LAPSED  OPEN  ".
         05 FILLER PIC X(20)
             VALUE "YIELD               ".

       01 FUNNEL-DETAIL-LINE.
         05 FND-PROGRAM-OUT PIC X(5).
         05 FILLER PIC X(4) VALUE SPACE.
         05 FND-QUOTA-OUT PIC ZZZZ9.
         05 FILLER PIC X(4) VALUE SPACE.
         05 FND-APPLIED-OUT PIC ZZZZ9.
         05 FILLER PIC X(4) VALUE SPACE.
         05 FND-OFFERED-OUT PIC ZZZZ9.
         05 FILLER PIC X(5) VALUE SPACE.
         05 FND-ACCEPTED-OUT PIC ZZZZ9.
         05 FILLER PIC X(7) VALUE SPACE.
         05 FND-REGISTERED-OUT PIC ZZZZ9.
         05 FILLER PIC X(5) VALUE SPACE.
         05 FND-DECLINED-OUT PIC ZZZZ9.
         05 FILLER PIC X(3) VALUE SPACE.
         05 FND-LAPSED-OUT PIC ZZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 FND-OPEN-OUT PIC ZZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 FND-YIELD-OUT PIC ZZ9.9.
         05 FILLER PIC X(1) VALUE "%".
         05 FILLER PIC X(17) VALUE SPACE.

       PROCEDURE DIVISION.
      * main procedure - lapse, convert, offer, then save and report
       100-RUN-ADMISSIONS.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           DISPLAY "ENTER OPERATOR ID:".
           ACCEPT OPERATOR-ID.
           DISPLAY "ENTER INTAKE TERM (YYYYTT):".
           ACCEPT TERM-ENTRY.
           IF TERM-ENTRY IS NOT NUMERIC
               DISPLAY "INTAKE TERM MUST BE SIX DIGITS - RUN ENDED"
               STOP RUN
           END-IF.
           MOVE TERM-ENTRY TO INTAKE-TERM.

           COMPUTE OFFER-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-RAW)
               + OFFER-RESPONSE-DAYS.
           COMPUTE OFFER-DEADLINE-DATE =
               FUNCTION DATE-OF-INTEGER(OFFER-DATE-INTEGER).

           PERFORM 200-LOAD-APPLICANT-TABLE.
           PERFORM 210-LOAD-QUOTA-TABLE.

           PERFORM 300-LAPSE-ONE-OFFER
               VARYING APPLICANT-SUB FROM 1 BY 1
               UNTIL APPLICANT-SUB > APPLICANT-COUNT.

           PERFORM 400-CONVERT-ACCEPTED.

           PERFORM 500-MAKE-OFFERS.

           PERFORM 600-REWRITE-APPLICANT-FILE.

           PERFORM 700-WRITE-FUNNEL-REPORT.

           DISPLAY "OFFERS LAPSED:       " HOW-MANY-LAPSED.
           DISPLAY "STUDENTS CONVERTED:  " HOW-MANY-CONVERTED.
           IF HOW-MANY-NOT-CONVERTED IS GREATER THAN ZERO
               DISPLAY "LEFT AT ACCEPTED:    " HOW-MANY-NOT-CONVERTED
           END-IF.
           DISPLAY "OFFERS MADE:         " HOW-MANY-OFFERED.
           DISPLAY "NO SEAT THIS RUN:    " HOW-MANY-WAITING.
           STOP RUN.

      * no applicant master means nothing for this run to do
           200-LOAD-APPLICANT-TABLE.
               OPEN INPUT APPLICANT-FILE.
               IF APPLICANT-FILE-STATUS IS EQUAL TO "35"
                   DISPLAY "NO APPLICANT-MASTER.txt - NOTHING TO DO"
                   STOP RUN
               END-IF.
               IF APPLICANT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN APPLICANT-MASTER.txt - "
                     "STATUS " APPLICANT-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 2001-LOAD-ONE-APPLICANT
                   UNTIL APPLICANT-EOF-FLG IS EQUAL TO 'Y'
                   OR APPLICANT-COUNT IS EQUAL TO 5000.

               CLOSE APPLICANT-FILE.

               2001-LOAD-ONE-APPLICANT.
                   READ APPLICANT-FILE
                       AT END
                           MOVE 'Y' TO APPLICANT-EOF-FLG
                       NOT AT END
                           ADD 1 TO APPLICANT-COUNT
                           MOVE APPLICANT-RECORD
                             TO APPLICANT-ENTRY(APPLICANT-COUNT)
                   END-READ.

      * the term's quotas, and the seats each already has taken -
      * a program with no quota for the term has no seats to offer
           210-LOAD-QUOTA-TABLE.
               OPEN INPUT QUOTA-FILE.
               IF QUOTA-FILE-STATUS IS EQUAL TO "35"
                   DISPLAY "NO ADMISSION-QUOTA.txt - NO OFFERS CAN "
                     "BE MADE THIS RUN"
               ELSE IF QUOTA-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ADMISSION-QUOTA.txt - "
                     "STATUS " QUOTA-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2101-LOAD-ONE-QUOTA
                       UNTIL QUOTA-EOF-FLG IS EQUAL TO 'Y'
                       OR QUOTA-COUNT IS EQUAL TO 200
                   CLOSE QUOTA-FILE
               END-IF
               END-IF.

               2101-LOAD-ONE-QUOTA.
                   READ QUOTA-FILE
                       AT END
                           MOVE 'Y' TO QUOTA-EOF-FLG
                       NOT AT END
                           IF AQU-INTAKE-TERM IS EQUAL TO INTAKE-TERM
                               ADD 1 TO QUOTA-COUNT
                               MOVE AQU-PROGRAM-CODE
                                 TO TBL-AQU-PROGRAM-CODE(QUOTA-COUNT)
                               MOVE AQU-SEATS
                                 TO TBL-AQU-SEATS(QUOTA-COUNT)
                               MOVE ZERO
                                 TO TBL-AQU-SEATS-TAKEN(QUOTA-COUNT)
                           END-IF
                   END-READ.

           211-FIND-QUOTA.
               MOVE ZERO TO QUOTA-FOUND-SUB.
               PERFORM 2111-CHECK-ONE-QUOTA
                   VARYING QUOTA-SUB FROM 1 BY 1
                   UNTIL QUOTA-SUB > QUOTA-COUNT
                   OR QUOTA-FOUND-SUB > ZERO.

               2111-CHECK-ONE-QUOTA.
                   IF TBL-AQU-PROGRAM-CODE(QUOTA-SUB) IS EQUAL TO
                       QUOTA-LOOKUP
                       MOVE QUOTA-SUB TO QUOTA-FOUND-SUB
                   END-IF.

      * an offer not answered by its deadline lapses, whatever the
      * term - the seat goes back to the quota
           300-LAPSE-ONE-OFFER.
               IF TBL-APL-OFFERED(APPLICANT-SUB)
                   AND TBL-APL-RESPONSE-DEADLINE(APPLICANT-SUB)
                       IS LESS THAN RUN-DATE-RAW
                   MOVE 'L' TO TBL-APL-STATUS(APPLICANT-SUB)
                   MOVE RUN-DATE-RAW
                     TO TBL-APL-DECISION-DATE(APPLICANT-SUB)
                   MOVE OPERATOR-ID TO TBL-APL-OPERATOR(APPLICANT-SUB)
                   ADD 1 TO HOW-MANY-LAPSED
               END-IF.

      * every accepted applicant, whatever the term, becomes a
      * student - the master is only locked and opened when there is
      * someone to convert
           400-CONVERT-ACCEPTED.
               PERFORM 401-COUNT-ONE-ACCEPTED
                   VARYING APPLICANT-SUB FROM 1 BY 1
                   UNTIL APPLICANT-SUB > APPLICANT-COUNT.
               IF ACCEPTED-WAITING IS EQUAL TO ZERO
                   DISPLAY "NO ACCEPTED APPLICANTS TO CONVERT"
               ELSE
                   PERFORM 260-ACQUIRE-MASTER-LOCK
                   PERFORM 250-SCAN-STUDENT-INDEX
                   PERFORM 270-VERIFY-MASTER-CONTROL
                   PERFORM 280-LOAD-NUMBER-CONTROL
                   PERFORM 281-LOAD-ISSUE-REGISTER
                   PERFORM 402-OPEN-CONVERSION-FILES
                   PERFORM 410-CONVERT-ONE-APPLICANT
                       VARYING APPLICANT-SUB FROM 1 BY 1
                       UNTIL APPLICANT-SUB > APPLICANT-COUNT
                   PERFORM 403-CLOSE-CONVERSION-FILES
                   PERFORM 450-REWRITE-NUMBER-CONTROL
                   MOVE CONTROL-COUNT-WORK TO CONTROL-COUNT-OUT-WORK
                   ADD HOW-MANY-CONVERTED TO CONTROL-COUNT-OUT-WORK
                   MOVE CONTROL-HASH-WORK TO CONTROL-HASH-OUT-WORK
                   PERFORM 271-UPDATE-MASTER-CONTROL
                   PERFORM 261-RELEASE-MASTER-LOCK
               END-IF.

               401-COUNT-ONE-ACCEPTED.
                   IF TBL-APL-ACCEPTED(APPLICANT-SUB)
                       ADD 1 TO ACCEPTED-WAITING
                   END-IF.

      * the index and both sequential masters - an address index
      * that does not exist yet is left for its readers to build
           402-OPEN-CONVERSION-FILES.
               OPEN I-O STUDENT-INDEXED-FILE.
               IF IDX-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUIDX3.DAT - STATUS "
                     IDX-FILE-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.

               OPEN EXTEND STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - STATUS "
                     STUDENT-FILE-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.

               OPEN EXTEND STUDENT-ADDRESS-FILE.
               IF ADDRESS-FILE-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT STUDENT-ADDRESS-FILE
               END-IF.
               IF ADDRESS-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN Student.txt - STATUS "
                     ADDRESS-FILE-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.

               MOVE 'N' TO ADDRESS-INDEX-FLAG.
               OPEN I-O ADDRESS-INDEXED-FILE.
               IF ADDRESS-INDEXED-STATUS IS EQUAL TO "00"
                   MOVE 'Y' TO ADDRESS-INDEX-FLAG
               ELSE IF ADDRESS-INDEXED-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "UNABLE TO OPEN ADDRIDX.DAT - STATUS "
                     ADDRESS-INDEXED-STATUS
                     " - REBUILT FROM Student.txt BY ITS READERS"
               END-IF
               END-IF.

           403-CLOSE-CONVERSION-FILES.
               CLOSE STUDENT-INDEXED-FILE.
               CLOSE STUDENT-FILE.
               CLOSE STUDENT-ADDRESS-FILE.
               IF ADDRESS-INDEX-OPEN
                   CLOSE ADDRESS-INDEXED-FILE
               END-IF.

      * the new student owes nothing until registration assesses
      * tuition, so there is no ledger line; the course row is the
      * same blank placeholder PROJECT08 gives a new student
           410-CONVERT-ONE-APPLICANT.
               IF TBL-APL-ACCEPTED(APPLICANT-SUB)
                   PERFORM 405-ISSUE-ONE-NUMBER
                   MOVE ASSIGNED-STUDENT-NUMBER TO STUDENT-NUMBER
                   MOVE ZERO TO TUITION-OWED
                   MOVE SPACES TO STUDENT-NAME
                   STRING TBL-APL-FIRST-NAME(APPLICANT-SUB)
                       DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     TBL-APL-LAST-NAME(APPLICANT-SUB)
                       DELIMITED BY SIZE
                     INTO STUDENT-NAME
                   END-STRING
                   MOVE 1 TO PROGRAM-COUNT
                   MOVE TBL-APL-OFFER-PROGRAM(APPLICANT-SUB)
                     TO PROGRAM-OF-STUDY(1)
                   MOVE RUN-DATE-RAW TO DUE-DATE
                   MOVE 1 TO COURSE-COUNT
                   MOVE SPACES TO COURSE-CODE(1)
                   MOVE ZERO TO COURSE-AVERAGE(1)
                   MOVE 1 TO COURSE-CREDIT-HOURS(1)
                   MOVE TBL-APL-INTL-FLAG(APPLICANT-SUB)
                     TO INTERNATIONAL-STUDENT-FLAG
                   MOVE 'N' TO PAYMENT-HOLD-FLAG
                   PERFORM 411-WRITE-ONE-INDEXED
                   IF INDEX-WRITE-OK
                       WRITE STUDENT-FILE-IN
                       PERFORM 412-WRITE-ONE-ADDRESS
                       MOVE 'S' TO TBL-APL-STATUS(APPLICANT-SUB)
                       MOVE ASSIGNED-STUDENT-NUMBER
                         TO TBL-APL-STUDENT-NUMBER(APPLICANT-SUB)
                       MOVE OPERATOR-ID
                         TO TBL-APL-OPERATOR(APPLICANT-SUB)
                       ADD 1 TO HOW-MANY-CONVERTED
                       DISPLAY "APPLICATION "
                         TBL-APL-APPLICATION-NUMBER(APPLICANT-SUB)
                         " CONVERTED - STUDENT "
                         ASSIGNED-STUDENT-NUMBER
                   ELSE
                       ADD 1 TO HOW-MANY-NOT-CONVERTED
                   END-IF
               END-IF.

      * a number already keyed on the index would mean the register
      * and the master diverged - the applicant is left accepted and
      * the number stays spent on the register
               411-WRITE-ONE-INDEXED.
                   MOVE 'Y' TO INDEX-WRITE-FLAG.
                   MOVE STUDENT-NUMBER TO IDX-STUDENT-NUMBER.
                   MOVE TUITION-OWED TO IDX-TUITION-OWED.
                   MOVE STUDENT-NAME TO IDX-STUDENT-NAME.
                   MOVE PROGRAM-COUNT TO IDX-PROGRAM-COUNT.
                   MOVE PROGRAM-OF-STUDY(1) TO IDX-PROGRAM-OF-STUDY(1).
                   MOVE DUE-DATE TO IDX-DUE-DATE.
                   MOVE COURSE-COUNT TO IDX-COURSE-COUNT.
                   MOVE COURSE-CODE(1) TO IDX-COURSE-CODE(1).
                   MOVE COURSE-AVERAGE(1) TO IDX-COURSE-AVERAGE(1).
                   MOVE COURSE-CREDIT-HOURS(1)
                     TO IDX-COURSE-CREDIT-HOURS(1).
                   MOVE INTERNATIONAL-STUDENT-FLAG
                     TO IDX-INTERNATIONAL-STUDENT-FLAG.
                   MOVE PAYMENT-HOLD-FLAG TO IDX-PAYMENT-HOLD-FLAG.
                   WRITE STUDENT-INDEXED-RECORD
                       INVALID KEY
                           MOVE 'N' TO INDEX-WRITE-FLAG
                           DISPLAY "STUDENT " STUDENT-NUMBER
                             " ALREADY ON STUIDX3.DAT - APPLICATION "
                             TBL-APL-APPLICATION-NUMBER(APPLICANT-SUB)
                             " LEFT ACCEPTED"
                   END-WRITE.

      * the mailing address the first statement goes to - paper
      * delivery until the student says otherwise
               412-WRITE-ONE-ADDRESS.
                   MOVE SPACES TO STUDENT-ADDRESS-RECORD.
                   MOVE STUDENT-NUMBER TO STUDENT-NUMBER-EDIT.
                   MOVE STUDENT-NUMBER-EDIT TO STUDENT-NUMBER-AS-ID.
                   MOVE STUDENT-NUMBER-AS-ID TO STUDENT-ID.
                   MOVE TBL-APL-OFFER-PROGRAM(APPLICANT-SUB)
                     TO STUDENT-PROGRAM.
                   MOVE TBL-APL-INTAKE-TERM(APPLICANT-SUB)
                     TO STUDENT-YEAR.
                   MOVE TBL-APL-TITLE(APPLICANT-SUB) TO STUDENT-TITLE.
                   MOVE TBL-APL-FIRST-NAME(APPLICANT-SUB)
                     TO FIRST-NAME.
                   MOVE TBL-APL-NAME-INITIAL(APPLICANT-SUB)
                     TO NAME-INITIAL.
                   MOVE TBL-APL-LAST-NAME(APPLICANT-SUB) TO LAST-NAME.
                   MOVE TBL-APL-STREET(APPLICANT-SUB) TO STREET.
                   MOVE TBL-APL-CITY(APPLICANT-SUB) TO CITY.
                   MOVE TBL-APL-PROVINCE(APPLICANT-SUB) TO PROVINCE.
                   MOVE TBL-APL-POSTAL-CODE(APPLICANT-SUB)
                     TO POSTAL-CODE.
                   MOVE TBL-APL-LANGUAGE-PREF(APPLICANT-SUB)
                     TO LANGUAGE-PREF.
                   MOVE 'P' TO DELIVERY-PREF.
                   MOVE 'N' TO UNDELIVERABLE-FLAG.
                   MOVE ZERO TO RETURNED-DATE.
                   WRITE STUDENT-ADDRESS-RECORD.

                   IF ADDRESS-INDEX-OPEN
                       MOVE STUDENT-NUMBER-AS-ID TO AIX-STUDENT-ID
                       MOVE STREET TO AIX-STREET
                       MOVE CITY TO AIX-CITY
                       MOVE PROVINCE TO AIX-PROVINCE
                       MOVE POSTAL-CODE TO AIX-POSTAL-CODE
                       MOVE LANGUAGE-PREF TO AIX-LANGUAGE-PREF
                       MOVE DELIVERY-PREF TO AIX-DELIVERY-PREF
                       MOVE UNDELIVERABLE-FLAG
                         TO AIX-UNDELIVERABLE-FLAG
                       WRITE ADDRESS-INDEXED-RECORD
                           INVALID KEY
                               DISPLAY "STUDENT " STUDENT-NUMBER
                                 " ALREADY ON ADDRIDX.DAT - ENTRY "
                                 "LEFT UNCHANGED"
                       END-WRITE
                   END-IF.

      * count and hash the live index as it stands, for 270 to check
      * against the control record before anything is added
           250-SCAN-STUDENT-INDEX.
               OPEN INPUT STUDENT-INDEXED-FILE.
               IF IDX-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUIDX3.DAT - STATUS "
                     IDX-FILE-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.

               MOVE 'N' TO INDEX-SCAN-EOF-FLG.
               PERFORM 2501-SCAN-ONE-STUDENT
                   UNTIL INDEX-SCAN-EOF-FLG IS EQUAL TO 'Y'.

               CLOSE STUDENT-INDEXED-FILE.

               2501-SCAN-ONE-STUDENT.
                   READ STUDENT-INDEXED-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO INDEX-SCAN-EOF-FLG
                       NOT AT END
                           ADD 1 TO CONTROL-COUNT-WORK
                           ADD IDX-TUITION-OWED TO CONTROL-HASH-WORK
                   END-READ.

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
               MOVE "PROJ111" TO LCK-PROGRAM.
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
      * before adding to it - count and hash both have to match
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

      * leave a fresh control record behind - the index as verified
      * plus this run's new students, who add nothing to the hash
           271-UPDATE-MASTER-CONTROL.
               ACCEPT MCT-DATE-WORK FROM DATE YYYYMMDD.
               OPEN OUTPUT MASTER-CONTROL-FILE.
               IF MASTER-CONTROL-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3-CONTROL.txt - "
                     "STATUS " MASTER-CONTROL-STATUS
                   STOP RUN
               END-IF.
               MOVE MCT-DATE-WORK TO MCT-GEN-DATE.
               MOVE "PROJ111" TO MCT-PROGRAM.
               MOVE CONTROL-COUNT-OUT-WORK TO MCT-RECORD-COUNT.
               MOVE CONTROL-HASH-OUT-WORK TO MCT-HASH-TOTAL.
               WRITE MASTER-CONTROL-RECORD.
               CLOSE MASTER-CONTROL-FILE.

      * a missing file or missing ADM record starts the channel at 1;
      * the other channels' records are carried for the rewrite - same
      * paragraphs as Project08.cbl's 260/2601, kept in step
           280-LOAD-NUMBER-CONTROL.
               MOVE 'N' TO CONTROL-CHANNEL-FOUND.

               OPEN INPUT STUNUM-CONTROL-FILE.
               IF STUNUM-CONTROL-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO CONTROL-EOF-FLG
               ELSE IF STUNUM-CONTROL-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUNUM-CONTROL.txt - "
                     "STATUS " STUNUM-CONTROL-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               ELSE
                   MOVE 'N' TO CONTROL-EOF-FLG
               END-IF
               END-IF.

               PERFORM 2801-LOAD-ONE-CHANNEL
                   UNTIL CONTROL-EOF-FLG IS EQUAL TO 'Y'.

               IF STUNUM-CONTROL-STATUS IS NOT EQUAL TO "35"
                   CLOSE STUNUM-CONTROL-FILE
               END-IF.

               2801-LOAD-ONE-CHANNEL.
                   READ STUNUM-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO CONTROL-EOF-FLG
                       NOT AT END
                           IF CTL-CHANNEL IS EQUAL TO STUNUM-CHANNEL
                               MOVE CTL-NEXT-SEQUENCE TO NEXT-SEQUENCE
                               MOVE 'Y' TO CONTROL-CHANNEL-FOUND
                           ELSE
                               ADD 1 TO OTHER-CHANNEL-COUNT
                               MOVE CTL-CHANNEL
                                 TO OTH-CHANNEL(OTHER-CHANNEL-COUNT)
                               MOVE CTL-NEXT-SEQUENCE
                                 TO OTH-NEXT-SEQUENCE
                                   (OTHER-CHANNEL-COUNT)
                           END-IF
                   END-READ.

           281-LOAD-ISSUE-REGISTER.
               OPEN INPUT STUNUM-REGISTER.
               IF STUNUM-REGISTER-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO REGISTER-EOF-FLG
               ELSE IF STUNUM-REGISTER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUNUM-REGISTER.txt - "
                     "STATUS " STUNUM-REGISTER-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               ELSE
                   MOVE 'N' TO REGISTER-EOF-FLG
               END-IF
               END-IF.

               PERFORM 2811-LOAD-ONE-ISSUED-NUMBER
                   UNTIL REGISTER-EOF-FLG IS EQUAL TO 'Y'
                   OR ISSUED-NUMBER-COUNT IS EQUAL TO 9000.

               IF STUNUM-REGISTER-STATUS IS NOT EQUAL TO "35"
                   CLOSE STUNUM-REGISTER
               END-IF.

               2811-LOAD-ONE-ISSUED-NUMBER.
                   READ STUNUM-REGISTER
                       AT END
                           MOVE 'Y' TO REGISTER-EOF-FLG
                       NOT AT END
                           ADD 1 TO ISSUED-NUMBER-COUNT
                           MOVE REG-STUDENT-NUMBER
                             TO ISSUED-NUMBER(ISSUED-NUMBER-COUNT)
                   END-READ.

      * issue the next number on the ADM channel - sequence plus its
      * weighted mod-10 check digit, skipping forward past anything
      * already on the register, then record the issue permanently
           405-ISSUE-ONE-NUMBER.
               MOVE 'Y' TO NUMBER-IN-USE-FLAG.

               PERFORM 4051-TRY-ONE-CANDIDATE
                   UNTIL NOT NUMBER-IN-USE.

               PERFORM 4054-WRITE-REGISTER-LINE.

               ADD 1 TO ISSUED-NUMBER-COUNT.
               MOVE ASSIGNED-STUDENT-NUMBER
                 TO ISSUED-NUMBER(ISSUED-NUMBER-COUNT).

               4051-TRY-ONE-CANDIDATE.
                   MOVE NEXT-SEQUENCE TO ISSUE-SEQUENCE.
                   PERFORM 4052-COMPUTE-CHECK-DIGIT.
                   COMPUTE ASSIGNED-STUDENT-NUMBER =
                       ISSUE-SEQUENCE * 10 + CHECK-DIGIT.
                   ADD 1 TO NEXT-SEQUENCE.
                   PERFORM 4053-CHECK-NUMBER-IN-USE.

      * weighted mod-10 over the five sequence digits (weights
      * 2,1,2,1,2), complemented - same scheme as Project02.cbl
               4052-COMPUTE-CHECK-DIGIT.
                   MOVE 0 TO CHECK-DIGIT-SUM.
                   PERFORM 4055-ADD-ONE-DIGIT
                       VARYING DIGIT-SUB FROM 1 BY 1
                       UNTIL DIGIT-SUB > 5.
                   COMPUTE CHECK-DIGIT =
                       FUNCTION MOD(10 -
                         FUNCTION MOD(CHECK-DIGIT-SUM, 10), 10).

                   4055-ADD-ONE-DIGIT.
                       IF FUNCTION MOD(DIGIT-SUB, 2) = 1
                           COMPUTE CHECK-DIGIT-SUM =
                               CHECK-DIGIT-SUM
                               + (ISSUE-DIGIT(DIGIT-SUB) * 2)
                       ELSE
                           ADD ISSUE-DIGIT(DIGIT-SUB)
                             TO CHECK-DIGIT-SUM
                       END-IF.

               4053-CHECK-NUMBER-IN-USE.
                   MOVE 'N' TO NUMBER-IN-USE-FLAG.
                   PERFORM 4056-CHECK-ONE-ISSUED-NUMBER
                       VARYING ISSUED-FIND-SUB FROM 1 BY 1
                       UNTIL ISSUED-FIND-SUB > ISSUED-NUMBER-COUNT
                       OR NUMBER-IN-USE.

                   4056-CHECK-ONE-ISSUED-NUMBER.
                       IF ISSUED-NUMBER(ISSUED-FIND-SUB) IS EQUAL TO
                           ASSIGNED-STUDENT-NUMBER
                           MOVE 'Y' TO NUMBER-IN-USE-FLAG
                       END-IF.

               4054-WRITE-REGISTER-LINE.
                   OPEN EXTEND STUNUM-REGISTER.
                   IF STUNUM-REGISTER-STATUS IS EQUAL TO "35"
                       OPEN OUTPUT STUNUM-REGISTER
                   END-IF.
                   IF STUNUM-REGISTER-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN STUNUM-REGISTER.txt - "
                         "STATUS " STUNUM-REGISTER-STATUS
                       STOP RUN
                   END-IF.

                   MOVE ASSIGNED-STUDENT-NUMBER TO REG-STUDENT-NUMBER.
                   MOVE STUNUM-CHANNEL TO REG-CHANNEL.
                   MOVE RUN-DATE-RAW TO REG-ISSUE-DATE.
                   MOVE OPERATOR-ID TO REG-OPERATOR.
                   WRITE STUNUM-REGISTER-LINE.

                   CLOSE STUNUM-REGISTER.

      * save the ADM channel's next sequence, carrying the other
      * channels' records through untouched
           450-REWRITE-NUMBER-CONTROL.
               OPEN OUTPUT STUNUM-CONTROL-FILE.
               IF STUNUM-CONTROL-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUNUM-CONTROL.txt - "
                     "STATUS " STUNUM-CONTROL-STATUS
                   STOP RUN
               END-IF.

               MOVE STUNUM-CHANNEL TO CTL-CHANNEL.
               MOVE NEXT-SEQUENCE TO CTL-NEXT-SEQUENCE.
               WRITE STUNUM-CONTROL-RECORD.

               PERFORM 4501-WRITE-ONE-OTHER-CHANNEL
                   VARYING OTHER-CHANNEL-SUB FROM 1 BY 1
                   UNTIL OTHER-CHANNEL-SUB > OTHER-CHANNEL-COUNT.

               CLOSE STUNUM-CONTROL-FILE.

               4501-WRITE-ONE-OTHER-CHANNEL.
                   MOVE OTH-CHANNEL(OTHER-CHANNEL-SUB) TO CTL-CHANNEL.
                   MOVE OTH-NEXT-SEQUENCE(OTHER-CHANNEL-SUB)
                     TO CTL-NEXT-SEQUENCE.
                   WRITE STUNUM-CONTROL-RECORD.

      * seats already taken first, then the term's applied
      * applicants in merit order
           500-MAKE-OFFERS.
               PERFORM 501-TAKE-ONE-SEAT
                   VARYING APPLICANT-SUB FROM 1 BY 1
                   UNTIL APPLICANT-SUB > APPLICANT-COUNT.

               PERFORM 510-RANK-ONE-APPLICANT
                   VARYING APPLICANT-SUB FROM 1 BY 1
                   UNTIL APPLICANT-SUB > APPLICANT-COUNT.
               PERFORM 520-SORT-RANK-TABLE.

               OPEN OUTPUT OFFER-FILE.
               IF OFFER-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ADMISSION-OFFERS.txt - "
                     "STATUS " OFFER-FILE-STATUS
                   STOP RUN
               END-IF.
               MOVE SPACES TO OFFER-LINE.

               PERFORM 530-OFFER-ONE-APPLICANT
                   VARYING RANK-SUB FROM 1 BY 1
                   UNTIL RANK-SUB > RANK-COUNT.

               CLOSE OFFER-FILE.

               501-TAKE-ONE-SEAT.
                   IF TBL-APL-INTAKE-TERM(APPLICANT-SUB) IS EQUAL TO
                       INTAKE-TERM
                       AND TBL-APL-HOLDS-SEAT(APPLICANT-SUB)
                       MOVE TBL-APL-OFFER-PROGRAM(APPLICANT-SUB)
                         TO QUOTA-LOOKUP
                       PERFORM 211-FIND-QUOTA
                       IF QUOTA-FOUND-SUB > ZERO
                           ADD 1 TO TBL-AQU-SEATS-TAKEN(QUOTA-FOUND-SUB)
                       END-IF
                   END-IF.

      * the average is inverted so the table sorts ascending
               510-RANK-ONE-APPLICANT.
                   IF TBL-APL-INTAKE-TERM(APPLICANT-SUB) IS EQUAL TO
                       INTAKE-TERM
                       AND TBL-APL-APPLIED(APPLICANT-SUB)
                       ADD 1 TO RANK-COUNT
                       COMPUTE RNK-AVERAGE-KEY(RANK-COUNT) = 999
                           - TBL-APL-ADMISSION-AVERAGE(APPLICANT-SUB)
                       MOVE TBL-APL-APPLICATION-DATE(APPLICANT-SUB)
                         TO RNK-DATE-KEY(RANK-COUNT)
                       MOVE TBL-APL-APPLICATION-NUMBER(APPLICANT-SUB)
                         TO RNK-APPLICATION-KEY(RANK-COUNT)
                       MOVE APPLICANT-SUB
                         TO RNK-APPLICANT-SUB(RANK-COUNT)
                   END-IF.

      * simple insertion sort on the rank key, same technique as
      * Project18.cbl's history sort
           520-SORT-RANK-TABLE.
               PERFORM 5201-INSERT-ONE-RANK
                   VARYING RANK-SORT-SUB-1 FROM 2 BY 1
                   UNTIL RANK-SORT-SUB-1 > RANK-COUNT.

               5201-INSERT-ONE-RANK.
                   MOVE RANK-ENTRY(RANK-SORT-SUB-1) TO RANK-SORT-HOLD.
                   MOVE RANK-SORT-SUB-1 TO RANK-SORT-SUB-2.

                   PERFORM 5202-SHIFT-ONE-RANK
                       UNTIL RANK-SORT-SUB-2 = 1
                       OR RNK-SORT-KEY(RANK-SORT-SUB-2 - 1)
                           NOT > HOLD-SORT-KEY.

                   MOVE RANK-SORT-HOLD TO RANK-ENTRY(RANK-SORT-SUB-2).

                   5202-SHIFT-ONE-RANK.
                       MOVE RANK-ENTRY(RANK-SORT-SUB-2 - 1)
                         TO RANK-ENTRY(RANK-SORT-SUB-2)
                       SUBTRACT 1 FROM RANK-SORT-SUB-2.

      * first choice if it has a seat left, else the second; with
      * neither the applicant waits for the next run
           530-OFFER-ONE-APPLICANT.
               MOVE RNK-APPLICANT-SUB(RANK-SUB) TO APPLICANT-SUB.
               MOVE TBL-APL-FIRST-CHOICE(APPLICANT-SUB)
                 TO QUOTA-LOOKUP.
               MOVE 1 TO OFR-CHOICE.
               PERFORM 211-FIND-QUOTA.
               IF QUOTA-FOUND-SUB > ZERO
                   AND TBL-AQU-SEATS-TAKEN(QUOTA-FOUND-SUB) IS LESS
                       THAN TBL-AQU-SEATS(QUOTA-FOUND-SUB)
                   PERFORM 531-MAKE-ONE-OFFER
               ELSE
                   MOVE ZERO TO QUOTA-FOUND-SUB
                   IF TBL-APL-SECOND-CHOICE(APPLICANT-SUB)
                       IS NOT EQUAL TO SPACES
                       MOVE TBL-APL-SECOND-CHOICE(APPLICANT-SUB)
                         TO QUOTA-LOOKUP
                       MOVE 2 TO OFR-CHOICE
                       PERFORM 211-FIND-QUOTA
                   END-IF
                   IF QUOTA-FOUND-SUB > ZERO
                       AND TBL-AQU-SEATS-TAKEN(QUOTA-FOUND-SUB) IS
                           LESS THAN TBL-AQU-SEATS(QUOTA-FOUND-SUB)
                       PERFORM 531-MAKE-ONE-OFFER
                   ELSE
                       ADD 1 TO HOW-MANY-WAITING
                   END-IF
               END-IF.

               531-MAKE-ONE-OFFER.
                   ADD 1 TO TBL-AQU-SEATS-TAKEN(QUOTA-FOUND-SUB).
                   MOVE 'O' TO TBL-APL-STATUS(APPLICANT-SUB).
                   MOVE QUOTA-LOOKUP
                     TO TBL-APL-OFFER-PROGRAM(APPLICANT-SUB).
                   MOVE RUN-DATE-RAW
                     TO TBL-APL-OFFER-DATE(APPLICANT-SUB).
                   MOVE OFFER-DEADLINE-DATE
                     TO TBL-APL-RESPONSE-DEADLINE(APPLICANT-SUB).
                   MOVE OPERATOR-ID TO TBL-APL-OPERATOR(APPLICANT-SUB).
                   ADD 1 TO HOW-MANY-OFFERED.

                   MOVE INTAKE-TERM TO OFR-INTAKE-TERM.
                   MOVE TBL-APL-APPLICATION-NUMBER(APPLICANT-SUB)
                     TO OFR-APPLICATION-NUMBER.
                   MOVE TBL-APL-FIRST-NAME(APPLICANT-SUB)
                     TO OFR-FIRST-NAME.
                   MOVE TBL-APL-LAST-NAME(APPLICANT-SUB)
                     TO OFR-LAST-NAME.
                   MOVE QUOTA-LOOKUP TO OFR-PROGRAM.
                   MOVE TBL-APL-ADMISSION-AVERAGE(APPLICANT-SUB)
                     TO OFR-AVERAGE.
                   MOVE RUN-DATE-RAW TO OFR-OFFER-DATE.
                   MOVE OFFER-DEADLINE-DATE TO OFR-RESPONSE-DEADLINE.
                   WRITE OFFER-LINE.

      * rewrite APPLICANT-MASTER.txt from the table
           600-REWRITE-APPLICANT-FILE.
               OPEN OUTPUT APPLICANT-FILE.
               IF APPLICANT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN APPLICANT-MASTER.txt - "
                     "STATUS " APPLICANT-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 601-WRITE-ONE-APPLICANT
                   VARYING APPLICANT-SUB FROM 1 BY 1
                   UNTIL APPLICANT-SUB > APPLICANT-COUNT.

               CLOSE APPLICANT-FILE.

               601-WRITE-ONE-APPLICANT.
                   MOVE APPLICANT-ENTRY(APPLICANT-SUB)
                     TO APPLICANT-RECORD.
                   WRITE APPLICANT-RECORD.

      * one line per program with a quota, an application or an
      * offer for the term - applied counts first choices, offered
      * every offer ever made in the program (whatever became of it),
      * yield is accepted over offered
           700-WRITE-FUNNEL-REPORT.
               PERFORM 701-TALLY-ONE-QUOTA
                   VARYING QUOTA-SUB FROM 1 BY 1
                   UNTIL QUOTA-SUB > QUOTA-COUNT.
               PERFORM 702-TALLY-ONE-APPLICANT
                   VARYING APPLICANT-SUB FROM 1 BY 1
                   UNTIL APPLICANT-SUB > APPLICANT-COUNT.

               OPEN OUTPUT FUNNEL-REPORT.
               IF FUNNEL-REPORT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ADMISSIONS-FUNNEL.txt - "
                     "STATUS " FUNNEL-REPORT-STATUS
                   STOP RUN
               END-IF.

               MOVE INTAKE-TERM TO RHD-TERM-OUT.
               MOVE RUN-DATE-RAW TO RHD-RUN-DATE-OUT.
               WRITE FUNNEL-LINE FROM REPORT-HEADER-LINE.
               MOVE SPACES TO FUNNEL-LINE.
               WRITE FUNNEL-LINE.
               WRITE FUNNEL-LINE FROM COLUMN-HEADER-LINE.

               PERFORM 720-REPORT-ONE-PROGRAM
                   VARYING FUNNEL-SUB FROM 1 BY 1
                   UNTIL FUNNEL-SUB > FUNNEL-COUNT.
               PERFORM 730-REPORT-TERM-TOTAL.

               CLOSE FUNNEL-REPORT.

               701-TALLY-ONE-QUOTA.
                   MOVE TBL-AQU-PROGRAM-CODE(QUOTA-SUB)
                     TO FUNNEL-LOOKUP.
                   PERFORM 710-FIND-FUNNEL-ROW.
                   IF FUNNEL-FOUND-SUB > ZERO
                       ADD TBL-AQU-SEATS(QUOTA-SUB)
                         TO FNL-QUOTA(FUNNEL-FOUND-SUB)
                   END-IF.

               702-TALLY-ONE-APPLICANT.
                   IF TBL-APL-INTAKE-TERM(APPLICANT-SUB) IS EQUAL TO
                       INTAKE-TERM
                       MOVE TBL-APL-FIRST-CHOICE(APPLICANT-SUB)
                         TO FUNNEL-LOOKUP
                       PERFORM 710-FIND-FUNNEL-ROW
                       IF FUNNEL-FOUND-SUB > ZERO
                           ADD 1 TO FNL-APPLIED(FUNNEL-FOUND-SUB)
                       END-IF
                       IF TBL-APL-OFFER-PROGRAM(APPLICANT-SUB)
                           IS NOT EQUAL TO SPACES
                           MOVE TBL-APL-OFFER-PROGRAM(APPLICANT-SUB)
                             TO FUNNEL-LOOKUP
                           PERFORM 710-FIND-FUNNEL-ROW
                           IF FUNNEL-FOUND-SUB > ZERO
                               PERFORM 703-COUNT-ONE-OFFER
                           END-IF
                       END-IF
                   END-IF.

      * withdrawn and refused applicants who had an offer count as
      * offered only
               703-COUNT-ONE-OFFER.
                   ADD 1 TO FNL-OFFERED(FUNNEL-FOUND-SUB).
                   IF TBL-APL-HOLDS-SEAT(APPLICANT-SUB)
                       ADD 1 TO FNL-HOLDING(FUNNEL-FOUND-SUB)
                   END-IF
                   IF TBL-APL-ACCEPTED(APPLICANT-SUB)
                       ADD 1 TO FNL-ACCEPTED(FUNNEL-FOUND-SUB)
                   ELSE IF TBL-APL-CONVERTED(APPLICANT-SUB)
                       ADD 1 TO FNL-ACCEPTED(FUNNEL-FOUND-SUB)
                       ADD 1 TO FNL-REGISTERED(FUNNEL-FOUND-SUB)
                   ELSE IF TBL-APL-DECLINED(APPLICANT-SUB)
                       ADD 1 TO FNL-DECLINED(FUNNEL-FOUND-SUB)
                   ELSE IF TBL-APL-LAPSED(APPLICANT-SUB)
                       ADD 1 TO FNL-LAPSED(FUNNEL-FOUND-SUB)
                   END-IF
                   END-IF
                   END-IF
                   END-IF.

      * find the program's row, adding it in code order if it is new
           710-FIND-FUNNEL-ROW.
               MOVE 'N' TO FUNNEL-FOUND-FLAG.
               MOVE 0 TO FUNNEL-FOUND-SUB.
               PERFORM 7101-CHECK-ONE-ROW
                   VARYING FUNNEL-FIND-SUB FROM 1 BY 1
                   UNTIL FUNNEL-FIND-SUB > FUNNEL-COUNT
                   OR FUNNEL-ROW-FOUND.
               IF NOT FUNNEL-ROW-FOUND
                   IF FUNNEL-COUNT IS LESS THAN 200
                       PERFORM 711-INSERT-FUNNEL-ROW
                   ELSE
                       DISPLAY "PROGRAM TABLE FULL - " FUNNEL-LOOKUP
                         " LEFT OFF THE REPORT"
                   END-IF
               END-IF.

               7101-CHECK-ONE-ROW.
                   IF FNL-PROGRAM(FUNNEL-FIND-SUB) IS EQUAL TO
                       FUNNEL-LOOKUP
                       MOVE 'Y' TO FUNNEL-FOUND-FLAG
                       MOVE FUNNEL-FIND-SUB TO FUNNEL-FOUND-SUB
                   END-IF.

      * a new program goes in ahead of the first code above it, the
      * rows from there up shifting one place
           711-INSERT-FUNNEL-ROW.
               MOVE 1 TO FUNNEL-INSERT-SUB.
               PERFORM 7111-STEP-PAST-ONE-ROW
                   UNTIL FUNNEL-INSERT-SUB > FUNNEL-COUNT
                   OR FNL-PROGRAM(FUNNEL-INSERT-SUB) IS GREATER
                       THAN FUNNEL-LOOKUP.

               ADD 1 TO FUNNEL-COUNT.
               PERFORM 7112-SHIFT-ONE-ROW
                   VARYING FUNNEL-SHIFT-SUB FROM FUNNEL-COUNT BY -1
                   UNTIL FUNNEL-SHIFT-SUB IS NOT GREATER THAN
                       FUNNEL-INSERT-SUB.

               MOVE FUNNEL-LOOKUP TO FNL-PROGRAM(FUNNEL-INSERT-SUB).
               MOVE ZERO TO FNL-QUOTA(FUNNEL-INSERT-SUB).
               MOVE ZERO TO FNL-APPLIED(FUNNEL-INSERT-SUB).
               MOVE ZERO TO FNL-OFFERED(FUNNEL-INSERT-SUB).
               MOVE ZERO TO FNL-ACCEPTED(FUNNEL-INSERT-SUB).
               MOVE ZERO TO FNL-REGISTERED(FUNNEL-INSERT-SUB).
               MOVE ZERO TO FNL-DECLINED(FUNNEL-INSERT-SUB).
               MOVE ZERO TO FNL-LAPSED(FUNNEL-INSERT-SUB).
               MOVE ZERO TO FNL-HOLDING(FUNNEL-INSERT-SUB).
               MOVE FUNNEL-INSERT-SUB TO FUNNEL-FOUND-SUB.

               7111-STEP-PAST-ONE-ROW.
                   ADD 1 TO FUNNEL-INSERT-SUB.

               7112-SHIFT-ONE-ROW.
                   MOVE FUNNEL-ENTRY(FUNNEL-SHIFT-SUB - 1)
                     TO FUNNEL-ENTRY(FUNNEL-SHIFT-SUB).

      * open seats are the quota less every seat still held - an
      * outstanding offer holds its seat until answered or lapsed
           720-REPORT-ONE-PROGRAM.
               IF FNL-QUOTA(FUNNEL-SUB) IS GREATER THAN
                   FNL-HOLDING(FUNNEL-SUB)
                   COMPUTE OPEN-SEATS = FNL-QUOTA(FUNNEL-SUB)
                       - FNL-HOLDING(FUNNEL-SUB)
               ELSE
                   MOVE ZERO TO OPEN-SEATS
               END-IF.
               IF FNL-OFFERED(FUNNEL-SUB) IS GREATER THAN ZERO
                   COMPUTE RATE-PERCENT ROUNDED =
                       FNL-ACCEPTED(FUNNEL-SUB) * 100
                       / FNL-OFFERED(FUNNEL-SUB)
               ELSE
                   MOVE ZERO TO RATE-PERCENT
               END-IF.

               MOVE FNL-PROGRAM(FUNNEL-SUB) TO FND-PROGRAM-OUT.
               MOVE FNL-QUOTA(FUNNEL-SUB) TO FND-QUOTA-OUT.
               MOVE FNL-APPLIED(FUNNEL-SUB) TO FND-APPLIED-OUT.
               MOVE FNL-OFFERED(FUNNEL-SUB) TO FND-OFFERED-OUT.
               MOVE FNL-ACCEPTED(FUNNEL-SUB) TO FND-ACCEPTED-OUT.
               MOVE FNL-REGISTERED(FUNNEL-SUB) TO FND-REGISTERED-OUT.
               MOVE FNL-DECLINED(FUNNEL-SUB) TO FND-DECLINED-OUT.
               MOVE FNL-LAPSED(FUNNEL-SUB) TO FND-LAPSED-OUT.
               MOVE OPEN-SEATS TO FND-OPEN-OUT.
               MOVE RATE-PERCENT TO FND-YIELD-OUT.
               WRITE FUNNEL-LINE FROM FUNNEL-DETAIL-LINE.

               ADD FNL-QUOTA(FUNNEL-SUB) TO TOTAL-QUOTA.
               ADD FNL-APPLIED(FUNNEL-SUB) TO TOTAL-APPLIED.
               ADD FNL-OFFERED(FUNNEL-SUB) TO TOTAL-OFFERED.
               ADD FNL-ACCEPTED(FUNNEL-SUB) TO TOTAL-ACCEPTED.
               ADD FNL-REGISTERED(FUNNEL-SUB) TO TOTAL-REGISTERED.
               ADD FNL-DECLINED(FUNNEL-SUB) TO TOTAL-DECLINED.
               ADD FNL-LAPSED(FUNNEL-SUB) TO TOTAL-LAPSED.
               ADD OPEN-SEATS TO TOTAL-OPEN-SEATS.

           730-REPORT-TERM-TOTAL.
               IF TOTAL-OFFERED IS GREATER THAN ZERO
                   COMPUTE RATE-PERCENT ROUNDED =
                       TOTAL-ACCEPTED * 100 / TOTAL-OFFERED
               ELSE
                   MOVE ZERO TO RATE-PERCENT
               END-IF.

               MOVE SPACES TO FUNNEL-LINE.
               WRITE FUNNEL-LINE.
               MOVE "TOTAL" TO FND-PROGRAM-OUT.
               MOVE TOTAL-QUOTA TO FND-QUOTA-OUT.
               MOVE TOTAL-APPLIED TO FND-APPLIED-OUT.
               MOVE TOTAL-OFFERED TO FND-OFFERED-OUT.
               MOVE TOTAL-ACCEPTED TO FND-ACCEPTED-OUT.
               MOVE TOTAL-REGISTERED TO FND-REGISTERED-OUT.
               MOVE TOTAL-DECLINED TO FND-DECLINED-OUT.
               MOVE TOTAL-LAPSED TO FND-LAPSED-OUT.
               MOVE TOTAL-OPEN-SEATS TO FND-OPEN-OUT.
               MOVE RATE-PERCENT TO FND-YIELD-OUT.
               WRITE FUNNEL-LINE FROM FUNNEL-DETAIL-LINE.

       END PROGRAM PROJECT111.
