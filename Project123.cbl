      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: fee estimate letter on demand - for a prospective
      *          international student's study-permit application, or
      *          a continuing student asking at the counter what next
      *          term will cost. The operator signs on against
      *          OPERATOR.txt, picks a student on file (STUIDX3.DAT)
      *          or an applicant on PROJECT110's APPLICANT-MASTER.txt,
      *          and keys the proposed program, the term, the date the
      *          term's rates are taken on and up to five catalog
      *          courses. The load is priced through PROJECT20's
      *          assessment rules as of that date - the RATE-TABLE.txt
      *          row in force for the program, flat fee plus rate
      *          times the credit hours, the international multiplier,
      *          the COURSE.txt ancillary fee per course and, for an
      *          international student, the HEALTH-PLAN-FEE.txt
      *          premium unless an active opt-out is on
      *          HEALTH-OPTOUT.txt. Nothing is posted. The letter goes
      *          to FEE-ESTIMATE-LETTER.txt in the student's language
      *          preference (Student.txt / ADDRIDX.DAT, or the
      *          application), every component on its own line, under
      *          a number taken off ESTIMATE-CONTROL.txt and the
      *          signing operator's name. Every letter issued is on
      *          FEE-ESTIMATE-LOG.txt, which is how a consulate's copy
      *          gets authenticated
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - campus rates: the proposal names the campus
      *                   the load is priced at - a student's home
      *                   campus off STUDENT-CAMPUS.txt, MAIN for an
      *                   applicant, unless keyed - and that campus's
      *                   rate row wins over the blank all-campus row;
      *                   the program index record carries PROJECT03's
      *                   per-campus subtotal slots
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT123.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * indexed copy of STUFILE3.txt, keyed on student number - same
      * file PROJECT30's letters read
           SELECT STUDENT-INDEXED-FILE
           ASSIGN TO "..\STUIDX3.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-STUDENT-NUMBER
           FILE STATUS IS IDX-FILE-STATUS.

      * indexed copy of PROGRAM.txt, for the program name
           SELECT PROGRAM-INDEXED-FILE
           ASSIGN TO "..\PROGIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-PROGRAM-CODE
           FILE STATUS IS PROGRAM-INDEXED-STATUS.

      * the indexed address master, with Student.txt behind it when
      * no index is on file - same lookup as PROJECT30
           SELECT ADDRESS-INDEXED-FILE
           ASSIGN TO "..\ADDRIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AIX-STUDENT-ID
           FILE STATUS IS ADDRESS-INDEXED-STATUS.

           SELECT ADDRESS-FILE
           ASSIGN TO "..\Student.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADDRESS-FILE-STATUS.

      * PROJECT110's applicants - read only
           SELECT APPLICANT-FILE
           ASSIGN TO "..\APPLICANT-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPLICANT-FILE-STATUS.

           SELECT RATE-TABLE-FILE
           ASSIGN TO "..\RATE-TABLE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATE-TABLE-STATUS.

      * the course catalog - credit hours and ancillary fee
           SELECT COURSE-FILE
           ASSIGN TO "..\COURSE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COURSE-FILE-STATUS.

      * the one-record health plan premium
           SELECT HEALTH-FEE-CONTROL
           ASSIGN TO "..\HEALTH-PLAN-FEE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HEALTH-FEE-STATUS.

      * documented opt-outs recorded by PROJECT87
           SELECT HEALTH-OPTOUT-FILE
           ASSIGN TO "..\HEALTH-OPTOUT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HEALTH-OPTOUT-STATUS.

      * each student's home campus, kept by PROJECT150 - a student
      * with no row is at MAIN
           SELECT STUDENT-CAMPUS-FILE
           ASSIGN TO "..\STUDENT-CAMPUS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-CAMPUS-STATUS.

      * the next estimate number to issue
           SELECT ESTIMATE-CONTROL-FILE
           ASSIGN TO "..\ESTIMATE-CONTROL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTIMATE-CONTROL-STATUS.

      * the letter itself - one estimate, one file, straight to the
      * letterhead printer
           SELECT LETTER-FILE
           ASSIGN TO "..\FEE-ESTIMATE-LETTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LETTER-FILE-STATUS.

      * one line per estimate ever issued - the authenticity record
           SELECT ESTIMATE-LOG
           ASSIGN TO "..\FEE-ESTIMATE-LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTIMATE-LOG-STATUS.

      * the operator master - the letter goes out over the signed-on
      * operator's name
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
      * indexed image of STUFILE3.txt - kept in step with
      * Project3.cbl's FD STUDENT-INDEXED-FILE
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

      * same layout Project3.cbl builds PROGIDX.DAT with
       FD PROGRAM-INDEXED-FILE.
       01 PROGRAM-INDEXED-RECORD.
         05 IDX-PROGRAM-CODE PIC X(5).
         05 IDX-PROGRAM-NAME PIC X(20).
         05 IDX-SUB-STUDENT-COUNT PIC 9(4).
         05 IDX-SUB-TUITION-TOTAL PIC S9(9)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 IDX-CAMPUS-SUBTOTAL OCCURS 10 TIMES.
           10 IDX-CAMPUS-CODE PIC X(4).
           10 IDX-CAMPUS-STUDENT-COUNT PIC 9(4).
           10 IDX-CAMPUS-TUITION-TOTAL PIC S9(9)V99
               SIGN IS TRAILING SEPARATE CHARACTER.

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

      * kept in step with Project20.cbl's FD RATE-TABLE-FILE
       FD RATE-TABLE-FILE.
       01 RATE-TABLE-IN.
         05 RT-PROGRAM-CODE PIC X(5).
         05 RT-PER-CREDIT-RATE PIC 9999V99.
         05 RT-FLAT-FEE PIC 9999V99.
         05 RT-INTL-MULTIPLIER PIC 9V99.
         05 RT-EFFECTIVE-FROM PIC X(8).
         05 RT-EFFECTIVE-TO PIC X(8).
         05 RT-CAMPUS-CODE PIC X(4).

      * kept in step with Project02.cbl's FD COURSE-FILE
       FD COURSE-FILE.
       01 COURSE-FILE-IN.
         05 CRS-COURSE-CODE PIC X(7).
         05 CRS-COURSE-TITLE PIC X(25).
         05 CRS-CREDIT-HOURS PIC 9(1).
         05 CRS-COURSE-FEE PIC 9999V99.
         05 CRS-PREREQ-COUNT PIC X(1).
         05 CRS-PREREQ-CODE PIC X(7) OCCURS 3 TIMES.

      * kept in step with Project20.cbl's FD HEALTH-FEE-CONTROL
       FD HEALTH-FEE-CONTROL.
       01 HEALTH-FEE-RECORD.
         05 HPF-FEE-AMOUNT PIC 9999V99.

      * one opt-out per line - kept in step with Project87.cbl's
      * FD HEALTH-OPTOUT-FILE; status 'A' active, 'C' cancelled
       FD HEALTH-OPTOUT-FILE.
       01 HEALTH-OPTOUT-IN.
         05 HOP-STUDENT-NUMBER PIC 9(6).
         05 HOP-PROOF-REFERENCE PIC X(20).
         05 HOP-APPROVER-ID PIC X(8).
         05 HOP-OPTOUT-DATE PIC 9(8).
         05 HOP-STATUS PIC X(1).

      * kept in step with Project150.cbl's FD STUDENT-CAMPUS-FILE
       FD STUDENT-CAMPUS-FILE.
       01 STUDENT-CAMPUS-RECORD.
         05 SCM-STUDENT-NUMBER PIC 9(6).
         05 SCM-CAMPUS-CODE PIC X(4).
         05 SCM-SOURCE PIC X(1).
         05 SCM-SET-DATE PIC 9(8).

       FD ESTIMATE-CONTROL-FILE.
       01 ESTIMATE-CONTROL-RECORD.
         05 NEXT-ESTIMATE-NUMBER PIC 9(6).

       FD LETTER-FILE.
       01 LETTER-LINE PIC X(72).

      * subject type S student on file, A applicant
       FD ESTIMATE-LOG.
       01 ESTIMATE-LOG-LINE.
         05 ELG-ESTIMATE-NUMBER PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 ELG-TIMESTAMP PIC X(17).
         05 FILLER PIC X(2) VALUE SPACE.
         05 ELG-OPERATOR PIC X(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 ELG-SUBJECT-TYPE PIC X(1).
         05 ELG-SUBJECT-NUMBER PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 ELG-TERM-CODE PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 ELG-PROGRAM-CODE PIC X(5).
         05 FILLER PIC X(2) VALUE SPACE.
         05 ELG-INTL-FLAG PIC X(1).
         05 ELG-LANGUAGE PIC X(1).
         05 FILLER PIC X(2) VALUE SPACE.
         05 ELG-TOTAL PIC ZZZZZ9.99.

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
         05 IDX-FILE-STATUS PIC X(2).
         05 PROGRAM-INDEXED-STATUS PIC X(2).
         05 ADDRESS-INDEXED-STATUS PIC X(2).
         05 ADDRESS-FILE-STATUS PIC X(2).
         05 APPLICANT-FILE-STATUS PIC X(2).
         05 RATE-TABLE-STATUS PIC X(2).
         05 COURSE-FILE-STATUS PIC X(2).
         05 HEALTH-FEE-STATUS PIC X(2).
         05 HEALTH-OPTOUT-STATUS PIC X(2).
         05 STUDENT-CAMPUS-STATUS PIC X(2).
         05 ESTIMATE-CONTROL-STATUS PIC X(2).
         05 LETTER-FILE-STATUS PIC X(2).
         05 ESTIMATE-LOG-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 RATE-EOF-FLG PIC X(1) VALUE 'N'.
         05 CFE-EOF-FLG PIC X(1) VALUE 'N'.
         05 HOP-EOF-FLG PIC X(1) VALUE 'N'.
         05 ADDRESS-EOF-FLG PIC X(1).
         05 APPLICANT-EOF-FLG PIC X(1).

       01 OPERATOR-ID PIC X(8).
       01 OPERATOR-NAME PIC X(20) VALUE SPACES.
       01 RUN-DATE-RAW PIC 9(8).
       01 ESTIMATE-NUMBER PIC 9(6).
       01 ANSWER PIC X(1) VALUE SPACE.
       01 CONFIRM-ANSWER PIC X(1).
       01 PROGRAM-NAMES-FLAG PIC X(1) VALUE 'N'.
         88 PROGRAM-NAMES-ON-FILE VALUE 'Y'.

      * who the estimate is for - a student on file or an applicant,
      * with the defaults the record offers
       01 SUBJECT-FIELDS.
         05 SUBJECT-TYPE PIC X(1).
           88 SUBJECT-IS-STUDENT VALUE 'S'.
           88 SUBJECT-IS-APPLICANT VALUE 'A'.
         05 SUBJECT-ENTRY PIC X(6).
         05 SUBJECT-NUMBER PIC 9(6).
         05 SUBJECT-FOUND-FLAG PIC X(1).
           88 SUBJECT-FOUND VALUE 'Y'.
         05 SUBJECT-NAME PIC X(40).
         05 SUBJECT-STREET PIC X(25).
         05 SUBJECT-CITY PIC X(15).
         05 SUBJECT-PROVINCE PIC X(15).
         05 SUBJECT-POSTAL-CODE PIC X(7).
         05 SUBJECT-ADDRESS-FLAG PIC X(1).
           88 SUBJECT-ADDRESS-FOUND VALUE 'Y'.
         05 SUBJECT-LANGUAGE PIC X(1).
           88 LETTER-IN-FRENCH VALUE 'F'.
         05 SUBJECT-INTL-FLAG PIC X(1).
           88 SUBJECT-INTERNATIONAL VALUE 'Y'.
         05 DEFAULT-PROGRAM-CODE PIC X(5).
         05 DEFAULT-TERM-CODE PIC 9(6).
         05 STUDENT-NUMBER-EDIT PIC 9(10).
         05 STUDENT-NUMBER-AS-ID PIC X(10).

      * the proposal keyed for this estimate
       01 PROPOSAL-FIELDS.
         05 PROGRAM-ENTRY PIC X(5).
         05 PROPOSED-PROGRAM-CODE PIC X(5).
         05 CAMPUS-ENTRY-CODE PIC X(4).
         05 PROPOSED-CAMPUS-CODE PIC X(4).
         05 PROGRAM-NAME-FOUND PIC X(20).
         05 TERM-CODE-ENTRY PIC X(6).
         05 TERM-CODE-NUMERIC REDEFINES TERM-CODE-ENTRY PIC 9(6).
         05 PROPOSED-TERM-CODE PIC 9(6).
         05 RATE-DATE-ENTRY PIC X(8).
         05 RATE-DATE-NUMERIC REDEFINES RATE-DATE-ENTRY PIC 9(8).
         05 RATE-SELECT-DATE PIC 9(8).
         05 COURSE-ENTRY-CODE PIC X(7).
         05 PROPOSAL-OK-FLAG PIC X(1).
           88 PROPOSAL-OK VALUE 'Y'.
         05 COURSES-DONE-FLAG PIC X(1).
           88 COURSES-DONE VALUE 'Y'.

      * the proposed course load, up to the five a term carries
       01 PROPOSED-COURSE-TABLE.
         05 PCS-ENTRY OCCURS 5 TIMES.
           10 PCS-COURSE-CODE PIC X(7).
           10 PCS-CREDIT-HOURS PIC 9(1).
           10 PCS-COURSE-FEE PIC 9999V99.

       01 PROPOSED-COURSE-VARIABLES.
         05 PCS-COUNT PIC 9(1) VALUE 0.
         05 PCS-SUB PIC 9(1).
         05 PCS-DUPLICATE-FLAG PIC X(1).
           88 PCS-DUPLICATE VALUE 'Y'.

      * RATE-TABLE.txt, loaded the way PROJECT20 loads it
       01 RATE-TABLE-CONTAINER.
         05 RATE-ENTRY OCCURS 1 TO 100 TIMES
             DEPENDING ON RATE-TABLE-COUNT.
           10 RTE-PROGRAM-CODE PIC X(5).
           10 RTE-PER-CREDIT-RATE PIC 9999V99.
           10 RTE-FLAT-FEE PIC 9999V99.
           10 RTE-INTL-MULTIPLIER PIC 9V99.
           10 RTE-EFFECTIVE-FROM PIC 9(8).
           10 RTE-EFFECTIVE-TO PIC 9(8).
           10 RTE-CAMPUS-CODE PIC X(4).

       01 RATE-VARIABLES.
         05 RATE-TABLE-COUNT PIC 9(3) VALUE 0.
         05 RATE-FIND-SUB PIC 9(3).
         05 RATE-FOUND-SUB PIC 9(3).
         05 RATE-FOUND-FLAG PIC X(1).
           88 RATE-FOUND VALUE 'Y'.
      * the all-campus row 410 falls back on when the proposed
      * campus has no row of its own
         05 RATE-FALLBACK-SUB PIC 9(3).

      * the home campuses on file
       01 STUDENT-CAMPUS-CONTAINER.
         05 STUDENT-CAMPUS-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON STUDENT-CAMPUS-COUNT.
           10 SCM-STUDENT-CONTAINER PIC 9(6).
           10 SCM-CAMPUS-CONTAINER PIC X(4).

       01 STUDENT-CAMPUS-VARIABLES.
         05 STUDENT-CAMPUS-COUNT PIC 9(4) VALUE 0.
         05 STUDENT-CAMPUS-SUB PIC 9(4).
         05 STUDENT-CAMPUS-EOF-FLG PIC X(1) VALUE 'N'.
         05 DEFAULT-CAMPUS-CODE PIC X(4) VALUE "MAIN".
         05 SUBJECT-CAMPUS-CODE PIC X(4).

      * the catalog's hours and ancillary fee per course
       01 COURSE-FEE-TABLE.
         05 CFE-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON CFE-COUNT.
           10 CFE-COURSE-CODE PIC X(7).
           10 CFE-CREDIT-HOURS PIC 9(1).
           10 CFE-COURSE-FEE PIC 9999V99.

       01 COURSE-FEE-VARIABLES.
         05 CFE-COUNT PIC 9(3) VALUE 0.
         05 CFE-FIND-SUB PIC 9(3).
         05 CFE-FOUND-FLAG PIC X(1).
           88 COURSE-FEE-FOUND VALUE 'Y'.

      * the plan premium and the active opt-outs
       01 HEALTH-PLAN-FIELDS.
         05 HEALTH-PLAN-FEE PIC 9999V99 VALUE 0.
         05 HEALTH-FEE-ON-FILE-FLAG PIC X(1) VALUE 'N'.
           88 HEALTH-FEE-ON-FILE VALUE 'Y'.
         05 HOP-COUNT PIC 9(3) VALUE 0.
         05 HOP-FIND-SUB PIC 9(3).
         05 HOP-FOUND-FLAG PIC X(1).
           88 HEALTH-OPTED-OUT VALUE 'Y'.

       01 HEALTH-OPTOUT-TABLE.
         05 HOP-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON HOP-COUNT.
           10 HOP-STUDENT-CONTAINER PIC 9(6).

      * the estimate, component by component
       01 ESTIMATE-AMOUNTS.
         05 BILLABLE-CREDIT-HOURS PIC 9(3).
         05 HOURS-TUITION PIC 9(5)V99.
         05 BASE-TUITION PIC 9(5)V99.
         05 ASSESSED-TUITION PIC 9(5)V99.
         05 INTL-SURCHARGE PIC S9(5)V99.
         05 ANCILLARY-FEE-TOTAL PIC 9(5)V99.
         05 ESTIMATE-HEALTH-PLAN PIC 9999V99.
         05 ESTIMATE-TOTAL PIC 9(6)V99.

      * the letter's wording in the student's language - set once
      * per letter by 510-SET-LETTER-LANGUAGE
       01 LETTER-LABELS.
         05 LBL-COLLEGE PIC X(60).
         05 LBL-OFFICE PIC X(40).
         05 LBL-TITLE PIC X(30).
         05 LBL-NUMBER PIC X(6).
         05 LBL-ISSUED PIC X(12).
         05 LBL-STUDENT-NUMBER PIC X(24).
         05 LBL-APPLICATION-NUMBER PIC X(24).
         05 LBL-PROGRAM PIC X(24).
         05 LBL-TERM PIC X(24).
         05 LBL-RATES-ON PIC X(24).
         05 LBL-STATUS PIC X(24).
         05 LBL-INTERNATIONAL PIC X(30).
         05 LBL-DOMESTIC PIC X(30).
         05 LBL-FLAT-FEE PIC X(30).
         05 LBL-CREDIT-HOURS PIC X(18).
         05 LBL-AT PIC X(4).
         05 LBL-MULTIPLIER PIC X(30).
         05 LBL-ANCILLARY PIC X(20).
         05 LBL-HEALTH-PLAN PIC X(30).
         05 LBL-HEALTH-OPTOUT PIC X(40).
         05 LBL-TOTAL PIC X(30).
         05 LBL-DISCLAIMER-1 PIC X(72).
         05 LBL-DISCLAIMER-2 PIC X(72).
         05 LBL-DISCLAIMER-3 PIC X(72).
         05 LBL-DISCLAIMER-4 PIC X(72).
         05 LBL-DISCLAIMER-5 PIC X(72).
         05 LBL-VALID-1 PIC X(72).
         05 LBL-VALID-2 PIC X(72).
         05 LBL-VALID-3 PIC X(72).
         05 LBL-FOR-REGISTRAR PIC X(30).

       01 LETTER-WORK-FIELDS.
         05 LETTER-BUILD PIC X(72).
         05 HOURS-EDIT PIC Z9.
         05 RATE-EDIT PIC ZZZ9.99.
         05 MULTIPLIER-EDIT PIC 9.99.

      * one component line - the label, then the amount
       01 LETTER-ITEM-LINE.
         05 LIT-LABEL-OUT PIC X(50).
         05 LIT-AMOUNT-OUT PIC -ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(8) VALUE SPACE.

       01 LETTER-RULE-LINE.
         05 FILLER PIC X(50) VALUE SPACE.
         05 FILLER PIC X(14) VALUE "  ------------".
         05 FILLER PIC X(8) VALUE SPACE.

       01 LOG-TIME-FIELDS.
         05 LOG-DATE-RAW.
           10 LOG-YY PIC 99.
           10 LOG-MM PIC 99.
           10 LOG-DD PIC 99.
         05 LOG-TIME-RAW.
           10 LOG-HH PIC 99.
           10 LOG-MIN PIC 99.
           10 LOG-SS PIC 99.
           10 FILLER PIC 9(2).
         05 LOG-STAMP.
           10 LOG-STAMP-MM PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 LOG-STAMP-DD PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 LOG-STAMP-YY PIC 99.
           10 FILLER PIC X VALUE SPACE.
           10 LOG-STAMP-HH PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 LOG-STAMP-MIN PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 LOG-STAMP-SS PIC 99.

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
      * one estimate per request, repeating until the operator quits
       100-ISSUE-ESTIMATES.
           PERFORM 250-SIGN-ON.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.

           PERFORM 200-OPEN-MASTERS.
           PERFORM 210-LOAD-RATE-TABLE.
           PERFORM 215-LOAD-COURSE-CATALOG.
           PERFORM 220-READ-HEALTH-FEE.
           PERFORM 225-LOAD-HEALTH-OPTOUTS.
           PERFORM 227-LOAD-STUDENT-CAMPUSES.
           PERFORM 230-READ-ESTIMATE-CONTROL.

           PERFORM 300-ISSUE-ONE-ESTIMATE
               UNTIL ANSWER IS EQUAL TO 'Q'.

           CLOSE STUDENT-INDEXED-FILE.
           IF PROGRAM-NAMES-ON-FILE
               CLOSE PROGRAM-INDEXED-FILE
           END-IF.
           STOP RUN.

      * the student index is needed for any continuing student; the
      * program names only dress the letter, so without them the
      * code prints alone
           200-OPEN-MASTERS.
               OPEN INPUT STUDENT-INDEXED-FILE.
               IF IDX-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUIDX3.DAT - STATUS "
                     IDX-FILE-STATUS
                   STOP RUN
               END-IF.

               OPEN INPUT PROGRAM-INDEXED-FILE.
               IF PROGRAM-INDEXED-STATUS IS EQUAL TO "00"
                   MOVE 'Y' TO PROGRAM-NAMES-FLAG
               ELSE
                   DISPLAY "UNABLE TO OPEN PROGIDX.DAT - LETTERS "
                     "SHOW THE PROGRAM CODE ONLY"
               END-IF.

      * without the rate table there is nothing to estimate from
           210-LOAD-RATE-TABLE.
               OPEN INPUT RATE-TABLE-FILE.
               IF RATE-TABLE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN RATE-TABLE.txt - STATUS "
                     RATE-TABLE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 211-LOAD-ONE-RATE
                   UNTIL RATE-EOF-FLG IS EQUAL TO 'Y'
                   OR RATE-TABLE-COUNT IS EQUAL TO 100.

               CLOSE RATE-TABLE-FILE.

               211-LOAD-ONE-RATE.
                   READ RATE-TABLE-FILE
                       AT END
                           MOVE 'Y' TO RATE-EOF-FLG
                       NOT AT END
                           ADD 1 TO RATE-TABLE-COUNT
                           MOVE RT-PROGRAM-CODE
                             TO RTE-PROGRAM-CODE(RATE-TABLE-COUNT)
                           MOVE RT-PER-CREDIT-RATE
                             TO RTE-PER-CREDIT-RATE(RATE-TABLE-COUNT)
                           MOVE RT-FLAT-FEE
                             TO RTE-FLAT-FEE(RATE-TABLE-COUNT)
                           MOVE RT-INTL-MULTIPLIER
                             TO RTE-INTL-MULTIPLIER(RATE-TABLE-COUNT)
                           MOVE RT-CAMPUS-CODE
                             TO RTE-CAMPUS-CODE(RATE-TABLE-COUNT)
                           PERFORM 212-DEFAULT-EFFECTIVE-DATES
                   END-READ.

      * a blank or zero date on either end leaves that end open, as
      * PROJECT20 reads it
               212-DEFAULT-EFFECTIVE-DATES.
                   IF RT-EFFECTIVE-FROM IS NUMERIC
                       MOVE RT-EFFECTIVE-FROM
                         TO RTE-EFFECTIVE-FROM(RATE-TABLE-COUNT)
                   ELSE
                       MOVE ZERO
                         TO RTE-EFFECTIVE-FROM(RATE-TABLE-COUNT)
                   END-IF.
                   IF RT-EFFECTIVE-TO IS NUMERIC
                       AND RT-EFFECTIVE-TO IS NOT EQUAL TO "00000000"
                       MOVE RT-EFFECTIVE-TO
                         TO RTE-EFFECTIVE-TO(RATE-TABLE-COUNT)
                   ELSE
                       MOVE 99999999
                         TO RTE-EFFECTIVE-TO(RATE-TABLE-COUNT)
                   END-IF.

      * the catalog gives each course its hours and fee - a course
      * not on it cannot be estimated, so a missing catalog stops
           215-LOAD-COURSE-CATALOG.
               OPEN INPUT COURSE-FILE.
               IF COURSE-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN COURSE.txt - STATUS "
                     COURSE-FILE-STATUS
                   STOP RUN
               END-IF.
               PERFORM 216-LOAD-ONE-COURSE
                   UNTIL CFE-EOF-FLG IS EQUAL TO 'Y'
                   OR CFE-COUNT IS EQUAL TO 200.
               CLOSE COURSE-FILE.

               216-LOAD-ONE-COURSE.
                   READ COURSE-FILE
                       AT END
                           MOVE 'Y' TO CFE-EOF-FLG
                       NOT AT END
                           ADD 1 TO CFE-COUNT
                           MOVE CRS-COURSE-CODE
                             TO CFE-COURSE-CODE(CFE-COUNT)
                           MOVE CRS-CREDIT-HOURS
                             TO CFE-CREDIT-HOURS(CFE-COUNT)
                           MOVE CRS-COURSE-FEE
                             TO CFE-COURSE-FEE(CFE-COUNT)
                   END-READ.

      * a missing or empty premium file leaves the plan off the
      * estimates, loudly
           220-READ-HEALTH-FEE.
               OPEN INPUT HEALTH-FEE-CONTROL.
               IF HEALTH-FEE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "NO HEALTH-PLAN-FEE.txt - HEALTH PLAN "
                     "LEFT OFF THE ESTIMATES"
               ELSE
                   READ HEALTH-FEE-CONTROL
                       AT END
                           DISPLAY "HEALTH-PLAN-FEE.txt IS EMPTY - "
                             "HEALTH PLAN LEFT OFF THE ESTIMATES"
                       NOT AT END
                           MOVE HPF-FEE-AMOUNT TO HEALTH-PLAN-FEE
                           MOVE 'Y' TO HEALTH-FEE-ON-FILE-FLAG
                   END-READ
                   CLOSE HEALTH-FEE-CONTROL
               END-IF.

           225-LOAD-HEALTH-OPTOUTS.
               OPEN INPUT HEALTH-OPTOUT-FILE.
               IF HEALTH-OPTOUT-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF HEALTH-OPTOUT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN HEALTH-OPTOUT.txt - "
                     "STATUS " HEALTH-OPTOUT-STATUS
                   STOP RUN
               ELSE
                   PERFORM 226-LOAD-ONE-OPTOUT
                       UNTIL HOP-EOF-FLG IS EQUAL TO 'Y'
                       OR HOP-COUNT IS EQUAL TO 500
                   CLOSE HEALTH-OPTOUT-FILE
               END-IF
               END-IF.

               226-LOAD-ONE-OPTOUT.
                   READ HEALTH-OPTOUT-FILE
                       AT END
                           MOVE 'Y' TO HOP-EOF-FLG
                       NOT AT END
                           IF HOP-STATUS IS EQUAL TO 'A'
                               ADD 1 TO HOP-COUNT
                               MOVE HOP-STUDENT-NUMBER
                                 TO HOP-STUDENT-CONTAINER(HOP-COUNT)
                           END-IF
                   END-READ.

           227-LOAD-STUDENT-CAMPUSES.
               OPEN INPUT STUDENT-CAMPUS-FILE.
               IF STUDENT-CAMPUS-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF STUDENT-CAMPUS-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUDENT-CAMPUS.txt - "
                     "STATUS " STUDENT-CAMPUS-STATUS
                   STOP RUN
               ELSE
                   PERFORM 228-LOAD-ONE-STUDENT-CAMPUS
                       UNTIL STUDENT-CAMPUS-EOF-FLG IS EQUAL TO 'Y'
                       OR STUDENT-CAMPUS-COUNT IS EQUAL TO 5000
                   CLOSE STUDENT-CAMPUS-FILE
               END-IF
               END-IF.

               228-LOAD-ONE-STUDENT-CAMPUS.
                   READ STUDENT-CAMPUS-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-CAMPUS-EOF-FLG
                       NOT AT END
                           ADD 1 TO STUDENT-CAMPUS-COUNT
                           MOVE SCM-STUDENT-NUMBER TO
                             SCM-STUDENT-CONTAINER(STUDENT-CAMPUS-COUNT)
                           MOVE SCM-CAMPUS-CODE TO
                             SCM-CAMPUS-CONTAINER(STUDENT-CAMPUS-COUNT)
                   END-READ.

      * pick up the next estimate number to issue - a missing control
      * file starts the sequence at 1 on a new install
           230-READ-ESTIMATE-CONTROL.
               OPEN INPUT ESTIMATE-CONTROL-FILE.

               IF ESTIMATE-CONTROL-STATUS IS EQUAL TO "00"
                   READ ESTIMATE-CONTROL-FILE
                       AT END
                           MOVE 1 TO NEXT-ESTIMATE-NUMBER
                       NOT AT END
                           CONTINUE
                   END-READ
                   MOVE NEXT-ESTIMATE-NUMBER TO ESTIMATE-NUMBER
                   CLOSE ESTIMATE-CONTROL-FILE
               ELSE
                   MOVE 1 TO ESTIMATE-NUMBER
               END-IF.

      * sign the operator on against OPERATOR.txt - three tries,
      * each failure logged to SIGNON-FAILURES.txt; a missing
      * operator master (not yet set up through PROJECT23) skips the
      * check loudly rather than locking the shop out, and the
      * letter then goes out over the operator ID alone
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
                       MOVE OPS-NAME(OPS-MATCH-SUB) TO OPERATOR-NAME
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
                   MOVE "PROJ123" TO LOG-PROGRAM-OUT.
                   MOVE SIGNON-FAIL-REASON TO LOG-MESSAGE-OUT.
                   WRITE SIGNON-LOG-LINE.

                   CLOSE SIGNON-LOG.

      * who the estimate is for, what they propose to take, then the
      * pricing - the letter only goes out once the operator has
      * seen the total and confirmed it
           300-ISSUE-ONE-ESTIMATE.
               DISPLAY "ESTIMATE FOR (S)TUDENT ON FILE, (A)PPLICANT, "
                 "OR (Q)UIT:".
               ACCEPT ANSWER.

               IF ANSWER IS EQUAL TO 'S' OR ANSWER IS EQUAL TO 'A'
                   MOVE ANSWER TO SUBJECT-TYPE
                   MOVE 'N' TO SUBJECT-FOUND-FLAG
                   IF SUBJECT-IS-STUDENT
                       PERFORM 310-FIND-STUDENT
                   ELSE
                       PERFORM 320-FIND-APPLICANT
                   END-IF
                   IF SUBJECT-FOUND
                       PERFORM 330-ACCEPT-PROPOSAL
                       IF PROPOSAL-OK
                           PERFORM 400-PRICE-PROPOSAL
                       END-IF
                       IF PROPOSAL-OK
                           PERFORM 350-CONFIRM-AND-ISSUE
                       END-IF
                   END-IF
               ELSE IF ANSWER IS NOT EQUAL TO 'Q'
                   DISPLAY "ENTER S, A OR Q"
               END-IF
               END-IF.

      * the continuing student - identity, program and international
      * flag off the index, address and language as PROJECT30 finds
      * them
           310-FIND-STUDENT.
               DISPLAY "ENTER STUDENT NUMBER:".
               ACCEPT SUBJECT-ENTRY.
               IF SUBJECT-ENTRY IS NOT NUMERIC
                   DISPLAY "STUDENT NUMBER MUST BE NUMERIC"
               ELSE
                   MOVE SUBJECT-ENTRY TO SUBJECT-NUMBER
                   MOVE SUBJECT-NUMBER TO IDX-STUDENT-NUMBER
                   READ STUDENT-INDEXED-FILE
                       INVALID KEY
                           DISPLAY "STUDENT NUMBER NOT ON FILE: "
                             SUBJECT-NUMBER
                       NOT INVALID KEY
                           MOVE 'Y' TO SUBJECT-FOUND-FLAG
                           MOVE IDX-STUDENT-NAME TO SUBJECT-NAME
                           MOVE IDX-PROGRAM-OF-STUDY(1)
                             TO DEFAULT-PROGRAM-CODE
                           MOVE ZERO TO DEFAULT-TERM-CODE
                           MOVE IDX-INTERNATIONAL-STUDENT-FLAG
                             TO SUBJECT-INTL-FLAG
                           PERFORM 311-LOOKUP-ADDRESS
                   END-READ
               END-IF.

      * one keyed read off the index; when the index is not on file
      * yet the whole-file scan of Student.txt still answers. No
      * address on file means an English letter with no address block
               311-LOOKUP-ADDRESS.
                   MOVE 'N' TO SUBJECT-ADDRESS-FLAG.
                   MOVE 'E' TO SUBJECT-LANGUAGE.
                   MOVE SUBJECT-NUMBER TO STUDENT-NUMBER-EDIT.
                   MOVE STUDENT-NUMBER-EDIT TO STUDENT-NUMBER-AS-ID.

                   OPEN INPUT ADDRESS-INDEXED-FILE.
                   IF ADDRESS-INDEXED-STATUS IS EQUAL TO "00"
                       MOVE STUDENT-NUMBER-AS-ID TO AIX-STUDENT-ID
                       READ ADDRESS-INDEXED-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO SUBJECT-ADDRESS-FLAG
                               MOVE AIX-STREET TO SUBJECT-STREET
                               MOVE AIX-CITY TO SUBJECT-CITY
                               MOVE AIX-PROVINCE TO SUBJECT-PROVINCE
                               MOVE AIX-POSTAL-CODE
                                 TO SUBJECT-POSTAL-CODE
                               MOVE AIX-LANGUAGE-PREF
                                 TO SUBJECT-LANGUAGE
                       END-READ
                       CLOSE ADDRESS-INDEXED-FILE
                   ELSE
                       OPEN INPUT ADDRESS-FILE
                       IF ADDRESS-FILE-STATUS IS EQUAL TO "00"
                           MOVE 'N' TO ADDRESS-EOF-FLG
                           PERFORM 312-CHECK-ONE-ADDRESS
                               UNTIL ADDRESS-EOF-FLG IS EQUAL TO 'Y'
                               OR SUBJECT-ADDRESS-FOUND
                           CLOSE ADDRESS-FILE
                       END-IF
                   END-IF.

               312-CHECK-ONE-ADDRESS.
                   READ ADDRESS-FILE
                       AT END
                           MOVE 'Y' TO ADDRESS-EOF-FLG
                       NOT AT END
                           IF ADDR-STUDENT-ID IS EQUAL TO
                               STUDENT-NUMBER-AS-ID
                               MOVE 'Y' TO SUBJECT-ADDRESS-FLAG
                               MOVE ADDR-STREET TO SUBJECT-STREET
                               MOVE ADDR-CITY TO SUBJECT-CITY
                               MOVE ADDR-PROVINCE TO SUBJECT-PROVINCE
                               MOVE ADDR-POSTAL-CODE
                                 TO SUBJECT-POSTAL-CODE
                               MOVE ADDR-LANGUAGE-PREF
                                 TO SUBJECT-LANGUAGE
                           END-IF
                   END-READ.

      * the applicant - everything the letter needs is on the
      * application; the program offered, or else the first choice,
      * and the intake term are the defaults
           320-FIND-APPLICANT.
               DISPLAY "ENTER APPLICATION NUMBER:".
               ACCEPT SUBJECT-ENTRY.
               IF SUBJECT-ENTRY IS NOT NUMERIC
                   DISPLAY "APPLICATION NUMBER MUST BE NUMERIC"
               ELSE
                   MOVE SUBJECT-ENTRY TO SUBJECT-NUMBER
                   OPEN INPUT APPLICANT-FILE
                   IF APPLICANT-FILE-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN APPLICANT-MASTER.txt - "
                         "STATUS " APPLICANT-FILE-STATUS
                   ELSE
                       MOVE 'N' TO APPLICANT-EOF-FLG
                       PERFORM 321-CHECK-ONE-APPLICANT
                           UNTIL APPLICANT-EOF-FLG IS EQUAL TO 'Y'
                           OR SUBJECT-FOUND
                       CLOSE APPLICANT-FILE
                       IF NOT SUBJECT-FOUND
                           DISPLAY "APPLICATION NUMBER NOT ON FILE: "
                             SUBJECT-NUMBER
                       END-IF
                   END-IF
               END-IF.

               321-CHECK-ONE-APPLICANT.
                   READ APPLICANT-FILE
                       AT END
                           MOVE 'Y' TO APPLICANT-EOF-FLG
                       NOT AT END
                           IF APL-APPLICATION-NUMBER IS EQUAL TO
                               SUBJECT-NUMBER
                               PERFORM 322-TAKE-APPLICANT
                           END-IF
                   END-READ.

               322-TAKE-APPLICANT.
                   MOVE 'Y' TO SUBJECT-FOUND-FLAG.
                   MOVE SPACES TO SUBJECT-NAME.
                   STRING APL-FIRST-NAME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       APL-LAST-NAME DELIMITED BY "  "
                       INTO SUBJECT-NAME
                   END-STRING.
                   MOVE 'Y' TO SUBJECT-ADDRESS-FLAG.
                   MOVE APL-STREET TO SUBJECT-STREET.
                   MOVE APL-CITY TO SUBJECT-CITY.
                   MOVE APL-PROVINCE TO SUBJECT-PROVINCE.
                   MOVE APL-POSTAL-CODE TO SUBJECT-POSTAL-CODE.
                   MOVE APL-LANGUAGE-PREF TO SUBJECT-LANGUAGE.
                   MOVE APL-INTL-FLAG TO SUBJECT-INTL-FLAG.
                   IF APL-OFFER-PROGRAM IS NOT EQUAL TO SPACES
                       MOVE APL-OFFER-PROGRAM TO DEFAULT-PROGRAM-CODE
                   ELSE
                       MOVE APL-FIRST-CHOICE TO DEFAULT-PROGRAM-CODE
                   END-IF.
                   MOVE APL-INTAKE-TERM TO DEFAULT-TERM-CODE.

      * program, term, rate date and course load - anything refused
      * drops the estimate back to the subject prompt
           330-ACCEPT-PROPOSAL.
               MOVE 'Y' TO PROPOSAL-OK-FLAG.
               IF SUBJECT-LANGUAGE IS NOT EQUAL TO 'F'
                   MOVE 'E' TO SUBJECT-LANGUAGE
               END-IF.

               DISPLAY "PROPOSED PROGRAM (BLANK = "
                 DEFAULT-PROGRAM-CODE "):".
               MOVE SPACES TO PROGRAM-ENTRY.
               ACCEPT PROGRAM-ENTRY.
               IF PROGRAM-ENTRY IS EQUAL TO SPACES
                   MOVE DEFAULT-PROGRAM-CODE TO PROPOSED-PROGRAM-CODE
               ELSE
                   MOVE PROGRAM-ENTRY TO PROPOSED-PROGRAM-CODE
               END-IF.

               PERFORM 331-FIND-SUBJECT-CAMPUS.
               DISPLAY "CAMPUS (BLANK = " SUBJECT-CAMPUS-CODE "):".
               MOVE SPACES TO CAMPUS-ENTRY-CODE.
               ACCEPT CAMPUS-ENTRY-CODE.
               IF CAMPUS-ENTRY-CODE IS EQUAL TO SPACES
                   MOVE SUBJECT-CAMPUS-CODE TO PROPOSED-CAMPUS-CODE
               ELSE
                   MOVE CAMPUS-ENTRY-CODE TO PROPOSED-CAMPUS-CODE
               END-IF.

               IF DEFAULT-TERM-CODE IS EQUAL TO ZERO
                   DISPLAY "TERM CODE (YYYYTT):"
               ELSE
                   DISPLAY "TERM CODE (YYYYTT, BLANK = "
                     DEFAULT-TERM-CODE "):"
               END-IF.
               MOVE SPACES TO TERM-CODE-ENTRY.
               ACCEPT TERM-CODE-ENTRY.
               IF TERM-CODE-ENTRY IS EQUAL TO SPACES
                   AND DEFAULT-TERM-CODE IS GREATER THAN ZERO
                   MOVE DEFAULT-TERM-CODE TO PROPOSED-TERM-CODE
               ELSE IF TERM-CODE-ENTRY IS NOT NUMERIC
                   DISPLAY "TERM CODE MUST BE SIX DIGITS YYYYTT"
                   MOVE 'N' TO PROPOSAL-OK-FLAG
               ELSE
                   MOVE TERM-CODE-NUMERIC TO PROPOSED-TERM-CODE
               END-IF
               END-IF.

               IF PROPOSAL-OK
                   DISPLAY "RATES AS OF (YYYYMMDD, BLANK = TODAY) - "
                     "THE TERM'S START DATE:"
                   MOVE SPACES TO RATE-DATE-ENTRY
                   ACCEPT RATE-DATE-ENTRY
                   IF RATE-DATE-ENTRY IS EQUAL TO SPACES
                       MOVE RUN-DATE-RAW TO RATE-SELECT-DATE
                   ELSE IF RATE-DATE-ENTRY IS NOT NUMERIC
                       DISPLAY "DATE MUST BE EIGHT DIGITS YYYYMMDD"
                       MOVE 'N' TO PROPOSAL-OK-FLAG
                   ELSE
                       MOVE RATE-DATE-NUMERIC TO RATE-SELECT-DATE
                   END-IF
                   END-IF
               END-IF.

               IF PROPOSAL-OK
                   MOVE 0 TO PCS-COUNT
                   MOVE 'N' TO COURSES-DONE-FLAG
                   PERFORM 340-ACCEPT-ONE-COURSE
                       UNTIL COURSES-DONE OR PCS-COUNT IS EQUAL TO 5
                   IF PCS-COUNT IS EQUAL TO ZERO
                       DISPLAY "AT LEAST ONE COURSE IS NEEDED"
                       MOVE 'N' TO PROPOSAL-OK-FLAG
                   END-IF
               END-IF.

      * a continuing student is quoted at their home campus unless
      * told otherwise; an applicant has none yet and starts at MAIN
           331-FIND-SUBJECT-CAMPUS.
               MOVE DEFAULT-CAMPUS-CODE TO SUBJECT-CAMPUS-CODE.
               IF SUBJECT-IS-STUDENT
                   PERFORM 332-CHECK-ONE-STUDENT-CAMPUS
                       VARYING STUDENT-CAMPUS-SUB FROM 1 BY 1
                       UNTIL STUDENT-CAMPUS-SUB > STUDENT-CAMPUS-COUNT
               END-IF.

               332-CHECK-ONE-STUDENT-CAMPUS.
                   IF SCM-STUDENT-CONTAINER(STUDENT-CAMPUS-SUB)
                       IS EQUAL TO SUBJECT-NUMBER
                       AND SCM-CAMPUS-CONTAINER(STUDENT-CAMPUS-SUB)
                           IS NOT EQUAL TO SPACES
                       MOVE SCM-CAMPUS-CONTAINER(STUDENT-CAMPUS-SUB)
                         TO SUBJECT-CAMPUS-CODE
                   END-IF.

      * a catalog course once each - a blank code ends the load
           340-ACCEPT-ONE-COURSE.
               DISPLAY "COURSE CODE (BLANK TO END):".
               MOVE SPACES TO COURSE-ENTRY-CODE.
               ACCEPT COURSE-ENTRY-CODE.
               IF COURSE-ENTRY-CODE IS EQUAL TO SPACES
                   MOVE 'Y' TO COURSES-DONE-FLAG
               ELSE
                   PERFORM 341-FIND-CATALOG-COURSE
                   MOVE 'N' TO PCS-DUPLICATE-FLAG
                   PERFORM 342-CHECK-ONE-DUPLICATE
                       VARYING PCS-SUB FROM 1 BY 1
                       UNTIL PCS-SUB > PCS-COUNT
                   IF NOT COURSE-FEE-FOUND
                       DISPLAY "COURSE " COURSE-ENTRY-CODE
                         " IS NOT IN THE CATALOG"
                   ELSE IF PCS-DUPLICATE
                       DISPLAY "COURSE " COURSE-ENTRY-CODE
                         " IS ALREADY ON THIS ESTIMATE"
                   ELSE
                       ADD 1 TO PCS-COUNT
                       MOVE COURSE-ENTRY-CODE
                         TO PCS-COURSE-CODE(PCS-COUNT)
                       MOVE CFE-CREDIT-HOURS(CFE-FIND-SUB)
                         TO PCS-CREDIT-HOURS(PCS-COUNT)
                       MOVE CFE-COURSE-FEE(CFE-FIND-SUB)
                         TO PCS-COURSE-FEE(PCS-COUNT)
                   END-IF
                   END-IF
               END-IF.

               341-FIND-CATALOG-COURSE.
                   MOVE 'N' TO CFE-FOUND-FLAG.
                   MOVE 1 TO CFE-FIND-SUB.
                   PERFORM 343-CHECK-ONE-CATALOG-COURSE
                       UNTIL CFE-FIND-SUB > CFE-COUNT
                       OR COURSE-FEE-FOUND.

               342-CHECK-ONE-DUPLICATE.
                   IF PCS-COURSE-CODE(PCS-SUB) IS EQUAL TO
                       COURSE-ENTRY-CODE
                       MOVE 'Y' TO PCS-DUPLICATE-FLAG
                   END-IF.

               343-CHECK-ONE-CATALOG-COURSE.
                   IF CFE-COURSE-CODE(CFE-FIND-SUB) IS EQUAL TO
                       COURSE-ENTRY-CODE
                       MOVE 'Y' TO CFE-FOUND-FLAG
                   ELSE
                       ADD 1 TO CFE-FIND-SUB
                   END-IF.

      * the operator sees the figure before a number is spent on it
           350-CONFIRM-AND-ISSUE.
               DISPLAY "ESTIMATED TOTAL FOR TERM " PROPOSED-TERM-CODE
                 ": " ESTIMATE-TOTAL.
               DISPLAY "ISSUE THE LETTER? (Y/N)".
               ACCEPT CONFIRM-ANSWER.
               IF CONFIRM-ANSWER IS EQUAL TO 'Y'
                   PERFORM 500-WRITE-ESTIMATE-LETTER
                   PERFORM 600-LOG-ONE-ESTIMATE
                   ADD 1 TO ESTIMATE-NUMBER
                   PERFORM 610-REWRITE-ESTIMATE-CONTROL
                   DISPLAY "LETTER WRITTEN TO FEE-ESTIMATE-LETTER.txt"
               ELSE
                   DISPLAY "NO LETTER ISSUED"
               END-IF.

      * PROJECT20's rules as of the rate date: the program's row in
      * force that day, flat fee plus rate times the hours, the
      * international multiplier on that, the course fees, and the
      * premium for an international student not opted out
           400-PRICE-PROPOSAL.
               PERFORM 410-FIND-RATE-ENTRY.
               IF NOT RATE-FOUND
                   DISPLAY "NO RATE-TABLE.txt ROW FOR "
                     PROPOSED-PROGRAM-CODE " AT "
                     PROPOSED-CAMPUS-CODE " IN FORCE ON "
                     RATE-SELECT-DATE " - NO ESTIMATE"
                   MOVE 'N' TO PROPOSAL-OK-FLAG
               ELSE
                   MOVE ZERO TO BILLABLE-CREDIT-HOURS
                   MOVE ZERO TO ANCILLARY-FEE-TOTAL
                   PERFORM 420-ADD-ONE-COURSE
                       VARYING PCS-SUB FROM 1 BY 1
                       UNTIL PCS-SUB > PCS-COUNT

                   COMPUTE HOURS-TUITION =
                       RTE-PER-CREDIT-RATE(RATE-FOUND-SUB)
                       * BILLABLE-CREDIT-HOURS
                   COMPUTE BASE-TUITION ROUNDED =
                       RTE-FLAT-FEE(RATE-FOUND-SUB)
                       + (RTE-PER-CREDIT-RATE(RATE-FOUND-SUB)
                         * BILLABLE-CREDIT-HOURS)
                   MOVE BASE-TUITION TO ASSESSED-TUITION
                   IF SUBJECT-INTERNATIONAL
                       COMPUTE ASSESSED-TUITION ROUNDED =
                           BASE-TUITION
                           * RTE-INTL-MULTIPLIER(RATE-FOUND-SUB)
                   END-IF
                   COMPUTE INTL-SURCHARGE =
                       ASSESSED-TUITION - BASE-TUITION

                   PERFORM 430-PRICE-HEALTH-PLAN
                   COMPUTE ESTIMATE-TOTAL = ASSESSED-TUITION
                       + ANCILLARY-FEE-TOTAL + ESTIMATE-HEALTH-PLAN
               END-IF.

      * the proposed campus's own row beats the blank all-campus row
           410-FIND-RATE-ENTRY.
               MOVE 'N' TO RATE-FOUND-FLAG.
               MOVE 0 TO RATE-FOUND-SUB.
               MOVE 0 TO RATE-FALLBACK-SUB.

               PERFORM 411-CHECK-ONE-RATE
                   VARYING RATE-FIND-SUB FROM 1 BY 1
                   UNTIL RATE-FIND-SUB > RATE-TABLE-COUNT
                   OR RATE-FOUND.

               IF NOT RATE-FOUND
                   AND RATE-FALLBACK-SUB IS GREATER THAN ZERO
                   MOVE 'Y' TO RATE-FOUND-FLAG
                   MOVE RATE-FALLBACK-SUB TO RATE-FOUND-SUB
               END-IF.

               411-CHECK-ONE-RATE.
                   IF RTE-PROGRAM-CODE(RATE-FIND-SUB) IS EQUAL TO
                       PROPOSED-PROGRAM-CODE
                       AND RTE-EFFECTIVE-FROM(RATE-FIND-SUB)
                           IS NOT GREATER THAN RATE-SELECT-DATE
                       AND RTE-EFFECTIVE-TO(RATE-FIND-SUB)
                           IS NOT LESS THAN RATE-SELECT-DATE
                       IF RTE-CAMPUS-CODE(RATE-FIND-SUB) IS EQUAL TO
                           PROPOSED-CAMPUS-CODE
                           MOVE 'Y' TO RATE-FOUND-FLAG
                           MOVE RATE-FIND-SUB TO RATE-FOUND-SUB
                       ELSE IF RTE-CAMPUS-CODE(RATE-FIND-SUB)
                           IS EQUAL TO SPACES
                           AND RATE-FALLBACK-SUB IS EQUAL TO ZERO
                           MOVE RATE-FIND-SUB TO RATE-FALLBACK-SUB
                       END-IF
                       END-IF
                   END-IF.

           420-ADD-ONE-COURSE.
               ADD PCS-CREDIT-HOURS(PCS-SUB) TO BILLABLE-CREDIT-HOURS.
               ADD PCS-COURSE-FEE(PCS-SUB) TO ANCILLARY-FEE-TOTAL.

      * an applicant has no opt-out on file yet, so is quoted the
      * premium when international
           430-PRICE-HEALTH-PLAN.
               MOVE ZERO TO ESTIMATE-HEALTH-PLAN.
               MOVE 'N' TO HOP-FOUND-FLAG.
               IF SUBJECT-INTERNATIONAL
                   IF SUBJECT-IS-STUDENT
                       PERFORM 431-CHECK-ONE-OPTOUT
                           VARYING HOP-FIND-SUB FROM 1 BY 1
                           UNTIL HOP-FIND-SUB > HOP-COUNT
                           OR HEALTH-OPTED-OUT
                   END-IF
                   IF NOT HEALTH-OPTED-OUT AND HEALTH-FEE-ON-FILE
                       MOVE HEALTH-PLAN-FEE TO ESTIMATE-HEALTH-PLAN
                   END-IF
               END-IF.

               431-CHECK-ONE-OPTOUT.
                   IF HOP-STUDENT-CONTAINER(HOP-FIND-SUB)
                       IS EQUAL TO SUBJECT-NUMBER
                       MOVE 'Y' TO HOP-FOUND-FLAG
                   END-IF.

      * the letter - letterhead, number and date, who it is for,
      * the proposal, every component on its own line, the total,
      * the caveat, and the signature block
           500-WRITE-ESTIMATE-LETTER.
               PERFORM 510-SET-LETTER-LANGUAGE.
               PERFORM 520-LOOKUP-PROGRAM-NAME.

               OPEN OUTPUT LETTER-FILE.
               IF LETTER-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN FEE-ESTIMATE-LETTER.txt - "
                     "STATUS " LETTER-FILE-STATUS
                   STOP RUN
               END-IF.

               MOVE LBL-COLLEGE TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE "1385 WOODROFFE AVENUE, OTTAWA, ONTARIO  K2G 1V8"
                 TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE LBL-OFFICE TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.

               MOVE SPACES TO LETTER-BUILD.
               STRING LBL-TITLE DELIMITED BY "  "
                   " - " DELIMITED BY SIZE
                   LBL-NUMBER DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   ESTIMATE-NUMBER DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   LBL-ISSUED DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   RUN-DATE-RAW DELIMITED BY SIZE
                   INTO LETTER-BUILD
               END-STRING.
               WRITE LETTER-LINE FROM LETTER-BUILD.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.

               MOVE SUBJECT-NAME TO LETTER-LINE.
               WRITE LETTER-LINE.
               IF SUBJECT-ADDRESS-FOUND
                   MOVE SUBJECT-STREET TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE SPACES TO LETTER-BUILD
                   STRING SUBJECT-CITY DELIMITED BY "  "
                       ", " DELIMITED BY SIZE
                       SUBJECT-PROVINCE DELIMITED BY "  "
                       "  " DELIMITED BY SIZE
                       SUBJECT-POSTAL-CODE DELIMITED BY SIZE
                       INTO LETTER-BUILD
                   END-STRING
                   WRITE LETTER-LINE FROM LETTER-BUILD
               END-IF.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.

               MOVE SPACES TO LETTER-BUILD.
               IF SUBJECT-IS-STUDENT
                   STRING LBL-STUDENT-NUMBER DELIMITED BY SIZE
                       SUBJECT-NUMBER DELIMITED BY SIZE
                       INTO LETTER-BUILD
                   END-STRING
               ELSE
                   STRING LBL-APPLICATION-NUMBER DELIMITED BY SIZE
                       SUBJECT-NUMBER DELIMITED BY SIZE
                       INTO LETTER-BUILD
                   END-STRING
               END-IF.
               WRITE LETTER-LINE FROM LETTER-BUILD.

               MOVE SPACES TO LETTER-BUILD.
               STRING LBL-PROGRAM DELIMITED BY SIZE
                   PROPOSED-PROGRAM-CODE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PROGRAM-NAME-FOUND DELIMITED BY "  "
                   INTO LETTER-BUILD
               END-STRING.
               WRITE LETTER-LINE FROM LETTER-BUILD.

               MOVE SPACES TO LETTER-BUILD.
               STRING LBL-TERM DELIMITED BY SIZE
                   PROPOSED-TERM-CODE DELIMITED BY SIZE
                   INTO LETTER-BUILD
               END-STRING.
               WRITE LETTER-LINE FROM LETTER-BUILD.

               MOVE SPACES TO LETTER-BUILD.
               STRING LBL-RATES-ON DELIMITED BY SIZE
                   RATE-SELECT-DATE DELIMITED BY SIZE
                   INTO LETTER-BUILD
               END-STRING.
               WRITE LETTER-LINE FROM LETTER-BUILD.

               MOVE SPACES TO LETTER-BUILD.
               IF SUBJECT-INTERNATIONAL
                   STRING LBL-STATUS DELIMITED BY SIZE
                       LBL-INTERNATIONAL DELIMITED BY "  "
                       INTO LETTER-BUILD
                   END-STRING
               ELSE
                   STRING LBL-STATUS DELIMITED BY SIZE
                       LBL-DOMESTIC DELIMITED BY "  "
                       INTO LETTER-BUILD
                   END-STRING
               END-IF.
               WRITE LETTER-LINE FROM LETTER-BUILD.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.

               PERFORM 530-WRITE-COMPONENTS.

               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE LBL-DISCLAIMER-1 TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE LBL-DISCLAIMER-2 TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE LBL-DISCLAIMER-3 TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE LBL-DISCLAIMER-4 TO LETTER-LINE.
               WRITE LETTER-LINE.
               IF LBL-DISCLAIMER-5 IS NOT EQUAL TO SPACES
                   MOVE LBL-DISCLAIMER-5 TO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE LBL-VALID-1 TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE LBL-VALID-2 TO LETTER-LINE.
               WRITE LETTER-LINE.
               IF LBL-VALID-3 IS NOT EQUAL TO SPACES
                   MOVE LBL-VALID-3 TO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.
               WRITE LETTER-LINE.

               MOVE "______________________________" TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE SPACES TO LETTER-BUILD.
               IF OPERATOR-NAME IS EQUAL TO SPACES
                   MOVE OPERATOR-ID TO LETTER-BUILD
               ELSE
                   STRING OPERATOR-NAME DELIMITED BY "  "
                       " (" DELIMITED BY SIZE
                       OPERATOR-ID DELIMITED BY " "
                       ")" DELIMITED BY SIZE
                       INTO LETTER-BUILD
                   END-STRING
               END-IF.
               WRITE LETTER-LINE FROM LETTER-BUILD.
               MOVE LBL-FOR-REGISTRAR TO LETTER-LINE.
               WRITE LETTER-LINE.

               CLOSE LETTER-FILE.

      * unaccented upper case, as PROJECT03's French statement
           510-SET-LETTER-LANGUAGE.
               IF LETTER-IN-FRENCH
                   MOVE SPACES TO LBL-COLLEGE
                   STRING "COLLEGE ALGONQUIN D'ARTS APPLIQUES "
                       DELIMITED BY SIZE
                       "ET DE TECHNOLOGIE" DELIMITED BY SIZE
                       INTO LBL-COLLEGE
                   END-STRING
                   MOVE "BUREAU DU REGISTRAIRE" TO LBL-OFFICE
                   MOVE "ESTIMATION DES FRAIS" TO LBL-TITLE
                   MOVE "NO" TO LBL-NUMBER
                   MOVE "EMISE LE" TO LBL-ISSUED
                   MOVE "NUMERO D'ETUDIANT:" TO LBL-STUDENT-NUMBER
                   MOVE "NUMERO DE DEMANDE:"
                     TO LBL-APPLICATION-NUMBER
                   MOVE "PROGRAMME:" TO LBL-PROGRAM
                   MOVE "SESSION:" TO LBL-TERM
                   MOVE "TARIFS EN VIGUEUR LE:" TO LBL-RATES-ON
                   MOVE "STATUT:" TO LBL-STATUS
                   MOVE "ETUDIANT INTERNATIONAL" TO LBL-INTERNATIONAL
                   MOVE "ETUDIANT CANADIEN" TO LBL-DOMESTIC
                   MOVE "DROITS DE SCOLARITE - FORFAIT" TO LBL-FLAT-FEE
                   MOVE " HEURES-CREDITS A" TO LBL-CREDIT-HOURS
                   MOVE " $" TO LBL-AT
                   MOVE "MULTIPLICATEUR INTERNATIONAL X"
                     TO LBL-MULTIPLIER
                   MOVE "FRAIS ACCESSOIRES" TO LBL-ANCILLARY
                   MOVE "REGIME D'ASSURANCE MALADIE" TO LBL-HEALTH-PLAN
                   MOVE "ASSURANCE MALADIE - EXEMPTION AU DOSSIER"
                     TO LBL-HEALTH-OPTOUT
                   MOVE "TOTAL ESTIME" TO LBL-TOTAL
                   MOVE "CECI EST UNE ESTIMATION SEULEMENT, AUX"
                     TO LBL-DISCLAIMER-1
                   MOVE "TARIFS AU DOSSIER A LA DATE INDIQUEE. LES"
                     TO LBL-DISCLAIMER-2
                   MOVE "FRAIS SONT CONFIRMES A LA FACTURATION ET"
                     TO LBL-DISCLAIMER-3
                   MOVE "PEUVENT CHANGER. AUCUN MONTANT N'A ETE PORTE"
                     TO LBL-DISCLAIMER-4
                   MOVE "AU COMPTE." TO LBL-DISCLAIMER-5
                   MOVE "CETTE LETTRE N'EST VALIDE QUE SI SON NUMERO"
                     TO LBL-VALID-1
                   MOVE "EST INSCRIT AU REGISTRE DES ESTIMATIONS"
                     TO LBL-VALID-2
                   MOVE "DU REGISTRAIRE." TO LBL-VALID-3
                   MOVE "POUR LE REGISTRAIRE" TO LBL-FOR-REGISTRAR
               ELSE
                   MOVE
                     "ALGONQUIN COLLEGE OF APPLIED ARTS AND TECHNOLOGY"
                     TO LBL-COLLEGE
                   MOVE "OFFICE OF THE REGISTRAR" TO LBL-OFFICE
                   MOVE "FEE ESTIMATE" TO LBL-TITLE
                   MOVE "NO." TO LBL-NUMBER
                   MOVE "ISSUED" TO LBL-ISSUED
                   MOVE "STUDENT NUMBER:" TO LBL-STUDENT-NUMBER
                   MOVE "APPLICATION NUMBER:"
                     TO LBL-APPLICATION-NUMBER
                   MOVE "PROGRAM:" TO LBL-PROGRAM
                   MOVE "TERM:" TO LBL-TERM
                   MOVE "RATES IN FORCE ON:" TO LBL-RATES-ON
                   MOVE "STUDENT STATUS:" TO LBL-STATUS
                   MOVE "INTERNATIONAL" TO LBL-INTERNATIONAL
                   MOVE "DOMESTIC" TO LBL-DOMESTIC
                   MOVE "TUITION - FLAT FEE" TO LBL-FLAT-FEE
                   MOVE " CREDIT HOURS AT" TO LBL-CREDIT-HOURS
                   MOVE " $" TO LBL-AT
                   MOVE "INTERNATIONAL MULTIPLIER X" TO LBL-MULTIPLIER
                   MOVE "ANCILLARY FEE" TO LBL-ANCILLARY
                   MOVE "HEALTH PLAN PREMIUM" TO LBL-HEALTH-PLAN
                   MOVE "HEALTH PLAN - OPT-OUT ON FILE"
                     TO LBL-HEALTH-OPTOUT
                   MOVE "ESTIMATED TOTAL" TO LBL-TOTAL
                   MOVE "THIS IS AN ESTIMATE ONLY, AT THE RATES ON"
                     TO LBL-DISCLAIMER-1
                   MOVE "FILE FOR THE DATE SHOWN. FEES ARE CONFIRMED"
                     TO LBL-DISCLAIMER-2
                   MOVE "WHEN ASSESSED AND MAY CHANGE. NOTHING HAS"
                     TO LBL-DISCLAIMER-3
                   MOVE "BEEN CHARGED TO ANY ACCOUNT."
                     TO LBL-DISCLAIMER-4
                   MOVE SPACES TO LBL-DISCLAIMER-5
                   MOVE "THIS LETTER IS VALID ONLY WHEN ITS NUMBER IS"
                     TO LBL-VALID-1
                   MOVE "RECORDED IN THE REGISTRAR'S FEE ESTIMATE LOG."
                     TO LBL-VALID-2
                   MOVE SPACES TO LBL-VALID-3
                   MOVE "FOR THE REGISTRAR" TO LBL-FOR-REGISTRAR
               END-IF.

           520-LOOKUP-PROGRAM-NAME.
               MOVE SPACES TO PROGRAM-NAME-FOUND.
               IF PROGRAM-NAMES-ON-FILE
                   MOVE PROPOSED-PROGRAM-CODE TO IDX-PROGRAM-CODE
                   READ PROGRAM-INDEXED-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE IDX-PROGRAM-NAME TO PROGRAM-NAME-FOUND
                   END-READ
               END-IF.

      * tuition split into its flat fee, its hours and the
      * international share, each course's fee, the premium or the
      * opt-out, then the total
           530-WRITE-COMPONENTS.
               MOVE SPACES TO LETTER-ITEM-LINE.
               MOVE LBL-FLAT-FEE TO LIT-LABEL-OUT.
               MOVE RTE-FLAT-FEE(RATE-FOUND-SUB) TO LIT-AMOUNT-OUT.
               WRITE LETTER-LINE FROM LETTER-ITEM-LINE.

               MOVE BILLABLE-CREDIT-HOURS TO HOURS-EDIT.
               MOVE RTE-PER-CREDIT-RATE(RATE-FOUND-SUB) TO RATE-EDIT.
               MOVE SPACES TO LIT-LABEL-OUT.
               STRING HOURS-EDIT DELIMITED BY SIZE
                   LBL-CREDIT-HOURS DELIMITED BY "  "
                   LBL-AT DELIMITED BY "  "
                   RATE-EDIT DELIMITED BY SIZE
                   INTO LIT-LABEL-OUT
               END-STRING.
               MOVE HOURS-TUITION TO LIT-AMOUNT-OUT.
               WRITE LETTER-LINE FROM LETTER-ITEM-LINE.

               IF SUBJECT-INTERNATIONAL
                   MOVE RTE-INTL-MULTIPLIER(RATE-FOUND-SUB)
                     TO MULTIPLIER-EDIT
                   MOVE SPACES TO LIT-LABEL-OUT
                   STRING LBL-MULTIPLIER DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       MULTIPLIER-EDIT DELIMITED BY SIZE
                       INTO LIT-LABEL-OUT
                   END-STRING
                   MOVE INTL-SURCHARGE TO LIT-AMOUNT-OUT
                   WRITE LETTER-LINE FROM LETTER-ITEM-LINE
               END-IF.

               PERFORM 531-WRITE-ONE-COURSE-FEE
                   VARYING PCS-SUB FROM 1 BY 1
                   UNTIL PCS-SUB > PCS-COUNT.

               IF SUBJECT-INTERNATIONAL
                   IF HEALTH-OPTED-OUT
                       MOVE LBL-HEALTH-OPTOUT TO LIT-LABEL-OUT
                       MOVE ZERO TO LIT-AMOUNT-OUT
                       WRITE LETTER-LINE FROM LETTER-ITEM-LINE
                   ELSE IF HEALTH-FEE-ON-FILE
                       MOVE LBL-HEALTH-PLAN TO LIT-LABEL-OUT
                       MOVE ESTIMATE-HEALTH-PLAN TO LIT-AMOUNT-OUT
                       WRITE LETTER-LINE FROM LETTER-ITEM-LINE
                   END-IF
                   END-IF
               END-IF.

               WRITE LETTER-LINE FROM LETTER-RULE-LINE.
               MOVE LBL-TOTAL TO LIT-LABEL-OUT.
               MOVE ESTIMATE-TOTAL TO LIT-AMOUNT-OUT.
               WRITE LETTER-LINE FROM LETTER-ITEM-LINE.

               531-WRITE-ONE-COURSE-FEE.
                   MOVE SPACES TO LIT-LABEL-OUT.
                   STRING LBL-ANCILLARY DELIMITED BY "  "
                       " - " DELIMITED BY SIZE
                       PCS-COURSE-CODE(PCS-SUB) DELIMITED BY SIZE
                       INTO LIT-LABEL-OUT
                   END-STRING.
                   MOVE PCS-COURSE-FEE(PCS-SUB) TO LIT-AMOUNT-OUT.
                   WRITE LETTER-LINE FROM LETTER-ITEM-LINE.

      * the authenticity record - which number, who issued it, for
      * whom, and what it quoted
           600-LOG-ONE-ESTIMATE.
               ACCEPT LOG-DATE-RAW FROM DATE.
               ACCEPT LOG-TIME-RAW FROM TIME.
               MOVE LOG-MM TO LOG-STAMP-MM.
               MOVE LOG-DD TO LOG-STAMP-DD.
               MOVE LOG-YY TO LOG-STAMP-YY.
               MOVE LOG-HH TO LOG-STAMP-HH.
               MOVE LOG-MIN TO LOG-STAMP-MIN.
               MOVE LOG-SS TO LOG-STAMP-SS.

               OPEN EXTEND ESTIMATE-LOG.
               IF ESTIMATE-LOG-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT ESTIMATE-LOG
               END-IF.
               IF ESTIMATE-LOG-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN FEE-ESTIMATE-LOG.txt - "
                     "STATUS " ESTIMATE-LOG-STATUS
                   STOP RUN
               END-IF.
               MOVE SPACES TO ESTIMATE-LOG-LINE.

               MOVE ESTIMATE-NUMBER TO ELG-ESTIMATE-NUMBER.
               MOVE LOG-STAMP TO ELG-TIMESTAMP.
               MOVE OPERATOR-ID TO ELG-OPERATOR.
               MOVE SUBJECT-TYPE TO ELG-SUBJECT-TYPE.
               MOVE SUBJECT-NUMBER TO ELG-SUBJECT-NUMBER.
               MOVE PROPOSED-TERM-CODE TO ELG-TERM-CODE.
               MOVE PROPOSED-PROGRAM-CODE TO ELG-PROGRAM-CODE.
               MOVE SUBJECT-INTL-FLAG TO ELG-INTL-FLAG.
               MOVE SUBJECT-LANGUAGE TO ELG-LANGUAGE.
               MOVE ESTIMATE-TOTAL TO ELG-TOTAL.
               WRITE ESTIMATE-LOG-LINE.

               CLOSE ESTIMATE-LOG.

      * the number is spent the moment the letter prints, so the
      * control record moves on right away
           610-REWRITE-ESTIMATE-CONTROL.
               OPEN OUTPUT ESTIMATE-CONTROL-FILE.
               IF ESTIMATE-CONTROL-STATUS IS NOT EQUAL TO "00"
                   DISPLAY
                     "UNABLE TO OPEN ESTIMATE-CONTROL.txt - STATUS "
                     ESTIMATE-CONTROL-STATUS
                   STOP RUN
               END-IF.

               MOVE ESTIMATE-NUMBER TO NEXT-ESTIMATE-NUMBER.
               WRITE ESTIMATE-CONTROL-RECORD.
               CLOSE ESTIMATE-CONTROL-FILE.

       END PROGRAM PROJECT123.
