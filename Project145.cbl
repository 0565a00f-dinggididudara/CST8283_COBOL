      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: third-party information-release authorizations.
      *          Parents, sponsors and agents phone the counter about
      *          a student's balance and grades; nothing may be told
      *          to them unless the student has signed a release. Each
      *          authorization on RELEASE-AUTHORIZATIONS.txt names the
      *          student, the third party and their relationship, what
      *          may be disclosed (F financial, A academic, B both),
      *          the dates it runs from and until, and the reference
      *          of the student's signed consent form, which is
      *          required. A revoked authorization stays on file with
      *          who revoked it, when and why. PROJECT36 reads this
      *          file at the counter, shows only what the caller's
      *          authorization covers, and logs every third-party
      *          disclosure to THIRD-PARTY-DISCLOSURES.txt
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT145.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the authorization master - active and revoked alike
           SELECT RELEASE-AUTH-FILE
           ASSIGN TO "..\RELEASE-AUTHORIZATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RELEASE-AUTH-STATUS.

      * the tuition master, read only to confirm the student exists
           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

      * the operator master - the registrar's operator signs on here
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
      * scope F financial, A academic, B both; status A active,
      * R revoked. An authorization only counts at the counter while
      * it is active and today falls between its effective and expiry
      * dates - kept in step with Project36.cbl's FD RELEASE-AUTH-FILE
       FD RELEASE-AUTH-FILE.
       01 RELEASE-AUTH-RECORD.
         05 RAU-AUTH-NUMBER PIC 9(6).
         05 RAU-STUDENT-NUMBER PIC 9(6).
         05 RAU-THIRD-PARTY-NAME PIC X(30).
         05 RAU-RELATIONSHIP PIC X(10).
         05 RAU-SCOPE PIC X(1).
         05 RAU-EFFECTIVE-DATE PIC 9(8).
         05 RAU-EXPIRY-DATE PIC 9(8).
         05 RAU-CONSENT-REFERENCE PIC X(12).
         05 RAU-STATUS PIC X(1).
         05 RAU-ENTERED-DATE PIC 9(8).
         05 RAU-ENTERED-BY PIC X(8).
         05 RAU-REVOKED-DATE PIC 9(8).
         05 RAU-REVOKED-BY PIC X(8).
         05 RAU-REVOKE-REASON PIC X(30).

      * current STUDENT-FILE-IN layout, as read by PROJECT03 - kept
      * in step with Project3.cbl's FD STUDENT-FILE
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
         05 RELEASE-AUTH-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 RELEASE-AUTH-EOF-FLG PIC X(1) VALUE 'N'.
         05 STUDENT-EOF-FLG PIC X(1) VALUE 'N'.

       01 OPERATOR-ID PIC X(8).
       01 OPERATOR-ROLE PIC X(1).
       01 RUN-DATE-RAW PIC 9(8).
       01 MENU-CHOICE PIC X(1).
       01 CONFIRM-ANSWER PIC X(1).

       01 AUTH-ENTRY-FIELDS.
         05 ENTRY-STUDENT PIC X(6).
         05 ENTRY-STUDENT-NUMERIC REDEFINES ENTRY-STUDENT PIC 9(6).
         05 ENTRY-AUTH-NUMBER PIC X(6).
         05 ENTRY-AUTH-NUMERIC REDEFINES ENTRY-AUTH-NUMBER PIC 9(6).
         05 ENTRY-THIRD-PARTY-NAME PIC X(30).
         05 ENTRY-RELATIONSHIP PIC X(10).
         05 ENTRY-SCOPE PIC X(1).
           88 ENTRY-SCOPE-VALID VALUE 'F' 'A' 'B'.
         05 ENTRY-DATE PIC X(8).
         05 ENTRY-DATE-NUMERIC REDEFINES ENTRY-DATE PIC 9(8).
         05 ENTRY-EFFECTIVE-DATE PIC 9(8).
         05 ENTRY-EXPIRY-DATE PIC 9(8).
         05 ENTRY-CONSENT-REFERENCE PIC X(12).
         05 ENTRY-REASON PIC X(30).
         05 ENTRY-OK-FLAG PIC X(1).
           88 ENTRY-OK VALUE 'Y'.
         05 FOUND-STUDENT-NAME PIC X(40).
         05 STUDENT-FOUND-FLAG PIC X(1).
           88 STUDENT-ON-MASTER VALUE 'Y'.

      * the authorization master held whole - every addition and
      * revocation rewrites it straight away, so an abend cannot lose
      * one
       01 RELEASE-AUTH-TABLE.
         05 RAT-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON RAT-COUNT.
           10 RAT-AUTH-NUMBER PIC 9(6).
           10 RAT-STUDENT-NUMBER PIC 9(6).
           10 RAT-THIRD-PARTY-NAME PIC X(30).
           10 RAT-RELATIONSHIP PIC X(10).
           10 RAT-SCOPE PIC X(1).
           10 RAT-EFFECTIVE-DATE PIC 9(8).
           10 RAT-EXPIRY-DATE PIC 9(8).
           10 RAT-CONSENT-REFERENCE PIC X(12).
           10 RAT-STATUS PIC X(1).
           10 RAT-ENTERED-DATE PIC 9(8).
           10 RAT-ENTERED-BY PIC X(8).
           10 RAT-REVOKED-DATE PIC 9(8).
           10 RAT-REVOKED-BY PIC X(8).
           10 RAT-REVOKE-REASON PIC X(30).

       01 RELEASE-AUTH-VARIABLES.
         05 RAT-COUNT PIC 9(4) VALUE 0.
         05 RAT-SUB PIC 9(4).
         05 RAT-FOUND-SUB PIC 9(4).
         05 RAT-FOUND-FLAG PIC X(1).
           88 AUTHORIZATION-FOUND VALUE 'Y'.
         05 LAST-AUTH-NUMBER PIC 9(6) VALUE 0.
         05 HOW-MANY-LISTED PIC 9(4).
         05 SCOPE-TEXT PIC X(22).

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
      * sign on, load the authorization master, then work the menu
      * until the operator is done
       100-MAINTAIN-AUTHORIZATIONS.
           PERFORM 250-SIGN-ON.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 210-LOAD-RELEASE-AUTHS.

           MOVE SPACE TO MENU-CHOICE.
           PERFORM 110-TAKE-ONE-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '9'.

           STOP RUN.

           110-TAKE-ONE-CHOICE.
               DISPLAY " ".
               DISPLAY "1 - ADD A RELEASE AUTHORIZATION".
               DISPLAY "2 - REVOKE A RELEASE AUTHORIZATION".
               DISPLAY "3 - LIST A STUDENT'S AUTHORIZATIONS".
               DISPLAY "9 - EXIT".
               DISPLAY "ENTER YOUR CHOICE:".
               ACCEPT MENU-CHOICE.

               IF MENU-CHOICE IS EQUAL TO '1'
                   PERFORM 300-ADD-AUTHORIZATION
               ELSE IF MENU-CHOICE IS EQUAL TO '2'
                   PERFORM 310-REVOKE-AUTHORIZATION
               ELSE IF MENU-CHOICE IS EQUAL TO '3'
                   PERFORM 350-LIST-STUDENT-AUTHS
               ELSE IF MENU-CHOICE IS EQUAL TO '9'
                   CONTINUE
               ELSE
                   DISPLAY "INVALID CHOICE"
               END-IF
               END-IF
               END-IF
               END-IF.

      * the highest authorization number on file seeds the next one;
      * nothing on file yet just means none has been signed
           210-LOAD-RELEASE-AUTHS.
               OPEN INPUT RELEASE-AUTH-FILE.
               IF RELEASE-AUTH-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO RELEASE-AUTH-EOF-FLG
               ELSE IF RELEASE-AUTH-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN RELEASE-AUTHORIZATIONS.txt"
                     " - STATUS " RELEASE-AUTH-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 211-LOAD-ONE-RELEASE-AUTH
                   UNTIL RELEASE-AUTH-EOF-FLG IS EQUAL TO 'Y'
                   OR RAT-COUNT IS EQUAL TO 5000.

               IF RELEASE-AUTH-STATUS IS NOT EQUAL TO "35"
                   CLOSE RELEASE-AUTH-FILE
               END-IF.

               211-LOAD-ONE-RELEASE-AUTH.
                   READ RELEASE-AUTH-FILE
                       AT END
                           MOVE 'Y' TO RELEASE-AUTH-EOF-FLG
                       NOT AT END
                           ADD 1 TO RAT-COUNT
                           MOVE RELEASE-AUTH-RECORD
                             TO RAT-ENTRY(RAT-COUNT)
                           IF RAU-AUTH-NUMBER > LAST-AUTH-NUMBER
                               MOVE RAU-AUTH-NUMBER
                                 TO LAST-AUTH-NUMBER
                           END-IF
                   END-READ.

           220-REWRITE-RELEASE-AUTHS.
               OPEN OUTPUT RELEASE-AUTH-FILE.
               IF RELEASE-AUTH-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN RELEASE-AUTHORIZATIONS.txt"
                     " - STATUS " RELEASE-AUTH-STATUS
                   STOP RUN
               END-IF.
               PERFORM 221-WRITE-ONE-RELEASE-AUTH
                   VARYING RAT-SUB FROM 1 BY 1
                   UNTIL RAT-SUB > RAT-COUNT.
               CLOSE RELEASE-AUTH-FILE.

               221-WRITE-ONE-RELEASE-AUTH.
                   MOVE RAT-ENTRY(RAT-SUB) TO RELEASE-AUTH-RECORD.
                   WRITE RELEASE-AUTH-RECORD.

      * an authorization is taken only for a student on the tuition
      * master, only with the signed consent form's reference, and
      * only with an expiry date - nothing is released open-ended
           300-ADD-AUTHORIZATION.
               DISPLAY "ENTER STUDENT NUMBER:".
               MOVE SPACES TO ENTRY-STUDENT.
               ACCEPT ENTRY-STUDENT.
               IF ENTRY-STUDENT IS NOT NUMERIC
                   DISPLAY "STUDENT NUMBER MUST BE SIX DIGITS"
               ELSE
                   PERFORM 340-FIND-STUDENT
                   IF NOT STUDENT-ON-MASTER
                       DISPLAY "STUDENT " ENTRY-STUDENT
                         " NOT ON THE MASTER"
                   ELSE
                       DISPLAY "STUDENT: " FOUND-STUDENT-NAME
                       PERFORM 301-TAKE-AUTHORIZATION
                   END-IF
               END-IF.

               301-TAKE-AUTHORIZATION.
                   MOVE 'Y' TO ENTRY-OK-FLAG.
                   MOVE SPACES TO ENTRY-THIRD-PARTY-NAME.
                   PERFORM 302-ACCEPT-THIRD-PARTY
                       UNTIL ENTRY-THIRD-PARTY-NAME IS NOT EQUAL TO
                       SPACES.
                   MOVE SPACES TO ENTRY-RELATIONSHIP.
                   PERFORM 303-ACCEPT-RELATIONSHIP
                       UNTIL ENTRY-RELATIONSHIP IS NOT EQUAL TO
                       SPACES.
                   MOVE SPACE TO ENTRY-SCOPE.
                   PERFORM 304-ACCEPT-SCOPE
                       UNTIL ENTRY-SCOPE-VALID.

                   DISPLAY "EFFECTIVE FROM (YYYYMMDD, BLANK = TODAY):".
                   MOVE SPACES TO ENTRY-DATE.
                   ACCEPT ENTRY-DATE.
                   IF ENTRY-DATE IS EQUAL TO SPACES
                       MOVE RUN-DATE-RAW TO ENTRY-EFFECTIVE-DATE
                   ELSE IF ENTRY-DATE IS NOT NUMERIC
                       DISPLAY "DATE MUST BE EIGHT DIGITS YYYYMMDD"
                       MOVE 'N' TO ENTRY-OK-FLAG
                   ELSE
                       MOVE ENTRY-DATE-NUMERIC TO ENTRY-EFFECTIVE-DATE
                   END-IF
                   END-IF.

                   IF ENTRY-OK
                       DISPLAY "EXPIRES AFTER (YYYYMMDD, REQUIRED):"
                       MOVE SPACES TO ENTRY-DATE
                       ACCEPT ENTRY-DATE
                       IF ENTRY-DATE IS NOT NUMERIC
                           DISPLAY "DATE MUST BE EIGHT DIGITS YYYYMMDD"
                           MOVE 'N' TO ENTRY-OK-FLAG
                       ELSE IF ENTRY-DATE-NUMERIC IS LESS THAN
                           ENTRY-EFFECTIVE-DATE
                           OR ENTRY-DATE-NUMERIC IS LESS THAN
                           RUN-DATE-RAW
                           DISPLAY "EXPIRY MUST NOT BE BEFORE TODAY OR "
                             "THE EFFECTIVE DATE"
                           MOVE 'N' TO ENTRY-OK-FLAG
                       ELSE
                           MOVE ENTRY-DATE-NUMERIC
                             TO ENTRY-EXPIRY-DATE
                       END-IF
                       END-IF
                   END-IF.

                   IF ENTRY-OK
                       MOVE SPACES TO ENTRY-CONSENT-REFERENCE
                       PERFORM 305-ACCEPT-CONSENT
                           UNTIL ENTRY-CONSENT-REFERENCE IS NOT EQUAL
                           TO SPACES
                       PERFORM 360-SPELL-OUT-SCOPE
                       DISPLAY "RELEASE " SCOPE-TEXT " TO "
                         ENTRY-THIRD-PARTY-NAME
                       DISPLAY "  FROM " ENTRY-EFFECTIVE-DATE
                         " UNTIL " ENTRY-EXPIRY-DATE " - CONSENT "
                         ENTRY-CONSENT-REFERENCE
                       DISPLAY "RECORD THIS AUTHORIZATION (Y/N)?"
                       ACCEPT CONFIRM-ANSWER
                       IF CONFIRM-ANSWER IS EQUAL TO 'Y'
                           PERFORM 306-ADD-ONE-AUTHORIZATION
                       ELSE
                           DISPLAY "AUTHORIZATION NOT RECORDED"
                       END-IF
                   END-IF.

               302-ACCEPT-THIRD-PARTY.
                   DISPLAY "THIRD PARTY'S NAME (REQUIRED):".
                   ACCEPT ENTRY-THIRD-PARTY-NAME.

               303-ACCEPT-RELATIONSHIP.
                   DISPLAY "RELATIONSHIP (PARENT, SPOUSE, SPONSOR, "
                     "AGENT...):".
                   ACCEPT ENTRY-RELATIONSHIP.

               304-ACCEPT-SCOPE.
                   DISPLAY "MAY BE TOLD (F=FINANCIAL, A=ACADEMIC, "
                     "B=BOTH):".
                   ACCEPT ENTRY-SCOPE.
                   IF NOT ENTRY-SCOPE-VALID
                       DISPLAY "SCOPE MUST BE F, A OR B"
                   END-IF.

               305-ACCEPT-CONSENT.
                   DISPLAY "SIGNED CONSENT FORM REFERENCE (REQUIRED):".
                   ACCEPT ENTRY-CONSENT-REFERENCE.

      * the authorization is on disk before the next prompt
               306-ADD-ONE-AUTHORIZATION.
                   IF RAT-COUNT IS EQUAL TO 5000
                       DISPLAY "AUTHORIZATION MASTER FULL - NOT "
                         "RECORDED"
                   ELSE
                       ADD 1 TO LAST-AUTH-NUMBER
                       ADD 1 TO RAT-COUNT
                       MOVE LAST-AUTH-NUMBER
                         TO RAT-AUTH-NUMBER(RAT-COUNT)
                       MOVE ENTRY-STUDENT-NUMERIC
                         TO RAT-STUDENT-NUMBER(RAT-COUNT)
                       MOVE ENTRY-THIRD-PARTY-NAME
                         TO RAT-THIRD-PARTY-NAME(RAT-COUNT)
                       MOVE ENTRY-RELATIONSHIP
                         TO RAT-RELATIONSHIP(RAT-COUNT)
                       MOVE ENTRY-SCOPE TO RAT-SCOPE(RAT-COUNT)
                       MOVE ENTRY-EFFECTIVE-DATE
                         TO RAT-EFFECTIVE-DATE(RAT-COUNT)
                       MOVE ENTRY-EXPIRY-DATE
                         TO RAT-EXPIRY-DATE(RAT-COUNT)
                       MOVE ENTRY-CONSENT-REFERENCE
                         TO RAT-CONSENT-REFERENCE(RAT-COUNT)
                       MOVE 'A' TO RAT-STATUS(RAT-COUNT)
                       MOVE RUN-DATE-RAW
                         TO RAT-ENTERED-DATE(RAT-COUNT)
                       MOVE OPERATOR-ID TO RAT-ENTERED-BY(RAT-COUNT)
                       MOVE ZERO TO RAT-REVOKED-DATE(RAT-COUNT)
                       MOVE SPACES TO RAT-REVOKED-BY(RAT-COUNT)
                       MOVE SPACES TO RAT-REVOKE-REASON(RAT-COUNT)
                       PERFORM 220-REWRITE-RELEASE-AUTHS
                       DISPLAY "AUTHORIZATION " LAST-AUTH-NUMBER
                         " RECORDED"
                   END-IF.

      * a student withdraws consent - the row stays on file, marked
      * R, with who revoked it, when and why, and the counter stops
      * honouring it at once
           310-REVOKE-AUTHORIZATION.
               DISPLAY "ENTER AUTHORIZATION NUMBER:".
               MOVE SPACES TO ENTRY-AUTH-NUMBER.
               ACCEPT ENTRY-AUTH-NUMBER.
               MOVE 'N' TO RAT-FOUND-FLAG.
               IF ENTRY-AUTH-NUMBER IS NUMERIC
                   PERFORM 311-FIND-ONE-AUTH
                       VARYING RAT-SUB FROM 1 BY 1
                       UNTIL RAT-SUB > RAT-COUNT
                       OR AUTHORIZATION-FOUND
               END-IF.

               IF NOT AUTHORIZATION-FOUND
                   DISPLAY "NO SUCH AUTHORIZATION ON FILE"
               ELSE IF RAT-STATUS(RAT-FOUND-SUB) IS NOT EQUAL TO 'A'
                   DISPLAY "AUTHORIZATION ALREADY REVOKED ON "
                     RAT-REVOKED-DATE(RAT-FOUND-SUB) " BY "
                     RAT-REVOKED-BY(RAT-FOUND-SUB)
               ELSE
                   MOVE RAT-FOUND-SUB TO RAT-SUB
                   PERFORM 351-SHOW-ONE-AUTH
                   PERFORM 312-TAKE-REVOCATION
               END-IF
               END-IF.

               311-FIND-ONE-AUTH.
                   IF RAT-AUTH-NUMBER(RAT-SUB) IS EQUAL TO
                       ENTRY-AUTH-NUMERIC
                       MOVE 'Y' TO RAT-FOUND-FLAG
                       MOVE RAT-SUB TO RAT-FOUND-SUB
                   END-IF.

               312-TAKE-REVOCATION.
                   DISPLAY "REVOKE THIS AUTHORIZATION (Y/N)?".
                   ACCEPT CONFIRM-ANSWER.
                   IF CONFIRM-ANSWER IS EQUAL TO 'Y'
                       MOVE SPACES TO ENTRY-REASON
                       PERFORM 313-ACCEPT-REASON
                           UNTIL ENTRY-REASON IS NOT EQUAL TO SPACES
                       MOVE 'R' TO RAT-STATUS(RAT-FOUND-SUB)
                       MOVE RUN-DATE-RAW
                         TO RAT-REVOKED-DATE(RAT-FOUND-SUB)
                       MOVE OPERATOR-ID
                         TO RAT-REVOKED-BY(RAT-FOUND-SUB)
                       MOVE ENTRY-REASON
                         TO RAT-REVOKE-REASON(RAT-FOUND-SUB)
                       PERFORM 220-REWRITE-RELEASE-AUTHS
                       DISPLAY "AUTHORIZATION REVOKED"
                   ELSE
                       DISPLAY "AUTHORIZATION LEFT IN PLACE"
                   END-IF.

               313-ACCEPT-REASON.
                   DISPLAY "ENTER REASON (REQUIRED):".
                   ACCEPT ENTRY-REASON.

      * read-only pass of the tuition master for the keyed student
           340-FIND-STUDENT.
               MOVE 'N' TO STUDENT-FOUND-FLAG.
               MOVE SPACES TO FOUND-STUDENT-NAME.
               MOVE 'N' TO STUDENT-EOF-FLG.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - STATUS "
                     STUDENT-FILE-STATUS
                   STOP RUN
               END-IF.
               PERFORM 341-CHECK-ONE-STUDENT
                   UNTIL STUDENT-EOF-FLG IS EQUAL TO 'Y'
                   OR STUDENT-ON-MASTER.
               CLOSE STUDENT-FILE.

               341-CHECK-ONE-STUDENT.
                   READ STUDENT-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-EOF-FLG
                       NOT AT END
                           IF STUDENT-NUMBER IS EQUAL TO
                               ENTRY-STUDENT-NUMERIC
                               MOVE 'Y' TO STUDENT-FOUND-FLAG
                               MOVE STUDENT-NAME
                                 TO FOUND-STUDENT-NAME
                           END-IF
                   END-READ.

      * every authorization the student has ever signed, active ones
      * first in file order, then the revoked history
           350-LIST-STUDENT-AUTHS.
               DISPLAY "ENTER STUDENT NUMBER:".
               MOVE SPACES TO ENTRY-STUDENT.
               ACCEPT ENTRY-STUDENT.
               IF ENTRY-STUDENT IS NOT NUMERIC
                   DISPLAY "STUDENT NUMBER MUST BE SIX DIGITS"
               ELSE
                   MOVE 0 TO HOW-MANY-LISTED
                   MOVE 'A' TO CONFIRM-ANSWER
                   PERFORM 352-LIST-ONE-AUTH
                       VARYING RAT-SUB FROM 1 BY 1
                       UNTIL RAT-SUB > RAT-COUNT
                   MOVE 'R' TO CONFIRM-ANSWER
                   PERFORM 352-LIST-ONE-AUTH
                       VARYING RAT-SUB FROM 1 BY 1
                       UNTIL RAT-SUB > RAT-COUNT
                   IF HOW-MANY-LISTED IS EQUAL TO ZERO
                       DISPLAY "NO AUTHORIZATIONS ON FILE FOR "
                         ENTRY-STUDENT
                   END-IF
               END-IF.

               351-SHOW-ONE-AUTH.
                   MOVE RAT-SCOPE(RAT-SUB) TO ENTRY-SCOPE.
                   PERFORM 360-SPELL-OUT-SCOPE.
                   DISPLAY "AUTHORIZATION " RAT-AUTH-NUMBER(RAT-SUB)
                     "  STUDENT " RAT-STUDENT-NUMBER(RAT-SUB).
                   DISPLAY "  " RAT-THIRD-PARTY-NAME(RAT-SUB) " ("
                     RAT-RELATIONSHIP(RAT-SUB) ") MAY BE TOLD "
                     SCOPE-TEXT.
                   DISPLAY "  FROM " RAT-EFFECTIVE-DATE(RAT-SUB)
                     " UNTIL " RAT-EXPIRY-DATE(RAT-SUB)
                     "  CONSENT " RAT-CONSENT-REFERENCE(RAT-SUB).
                   DISPLAY "  ENTERED " RAT-ENTERED-DATE(RAT-SUB)
                     " BY " RAT-ENTERED-BY(RAT-SUB).

               352-LIST-ONE-AUTH.
                   IF RAT-STUDENT-NUMBER(RAT-SUB) IS EQUAL TO
                       ENTRY-STUDENT-NUMERIC
                       AND RAT-STATUS(RAT-SUB) IS EQUAL TO
                       CONFIRM-ANSWER
                       ADD 1 TO HOW-MANY-LISTED
                       PERFORM 351-SHOW-ONE-AUTH
                       IF RAT-STATUS(RAT-SUB) IS EQUAL TO 'R'
                           DISPLAY "  REVOKED "
                             RAT-REVOKED-DATE(RAT-SUB) " BY "
                             RAT-REVOKED-BY(RAT-SUB) " - "
                             RAT-REVOKE-REASON(RAT-SUB)
                       ELSE IF RAT-EXPIRY-DATE(RAT-SUB) IS LESS THAN
                           RUN-DATE-RAW
                           DISPLAY "  EXPIRED - NO LONGER HONOURED"
                       ELSE IF RAT-EFFECTIVE-DATE(RAT-SUB) IS
                           GREATER THAN RUN-DATE-RAW
                           DISPLAY "  NOT YET IN EFFECT"
                       ELSE
                           DISPLAY "  IN EFFECT"
                       END-IF
                       END-IF
                       END-IF
                   END-IF.

           360-SPELL-OUT-SCOPE.
               IF ENTRY-SCOPE IS EQUAL TO 'F'
                   MOVE "FINANCIAL ONLY" TO SCOPE-TEXT
               ELSE IF ENTRY-SCOPE IS EQUAL TO 'A'
                   MOVE "ACADEMIC ONLY" TO SCOPE-TEXT
               ELSE
                   MOVE "FINANCIAL AND ACADEMIC" TO SCOPE-TEXT
               END-IF
               END-IF.

      * any active operator signs on - the registrar's counter staff
      * take and revoke releases on the student's signed form
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
                       MOVE OPS-ROLE(OPS-MATCH-SUB) TO OPERATOR-ROLE
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
                   MOVE "PROJ145" TO LOG-PROGRAM-OUT.
                   MOVE SIGNON-FAIL-REASON TO LOG-MESSAGE-OUT.
                   WRITE SIGNON-LOG-LINE.

                   CLOSE SIGNON-LOG.

       END PROGRAM PROJECT145.
