      *          never taken), so it is safe to run while the nightly
      *          batch owns the masters
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - show the student's notices: everything
      *                   PROJECT141 has sent or failed to send off
      *                   NOTIFICATION-HISTORY.txt, and anything still
      *                   waiting on NOTIFICATION-QUEUE.txt
      *  15-OCT-2026 SL - ask who is inquiring: a third party sees only
      *                   what the student's release authorization
      *                   on RELEASE-AUTHORIZATIONS.txt (PROJECT145)
      *                   covers, and every third-party disclosure or
      *                   refusal is logged to
      *                   THIRD-PARTY-DISCLOSURES.txt
      *  15-OCT-2026 SL - program index record carries PROJECT03's
      *                   per-campus subtotal slots
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT36.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALLOCATION-FILE-STATUS.

      * PROJECT141's notice history and tonight's queue - read per
      * inquiry to show what the student has been told
           SELECT NOTIFICATION-HISTORY
           ASSIGN TO "..\NOTIFICATION-HISTORY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT NOTIFICATION-QUEUE
           ASSIGN TO "..\NOTIFICATION-QUEUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QUEUE-FILE-STATUS.

      * PROJECT145's release authorizations - read per inquiry when
      * a third party is asking
           SELECT RELEASE-AUTH-FILE
           ASSIGN TO "..\RELEASE-AUTHORIZATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RELEASE-AUTH-STATUS.

      * one line per third-party inquiry - what was told, to whom,
      * on whose authorization and by which operator
           SELECT DISCLOSURE-LOG
           ASSIGN TO "..\THIRD-PARTY-DISCLOSURES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISCLOSURE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * indexed image of STUFILE3.txt - kept in step with
         05 IDX-SUB-STUDENT-COUNT PIC 9(4).
         05 IDX-SUB-TUITION-TOTAL PIC S9(9)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 IDX-CAMPUS-SUBTOTAL OCCURS 10 TIMES.
           10 IDX-CAMPUS-CODE PIC X(4).
           10 IDX-CAMPUS-STUDENT-COUNT PIC 9(4).
           10 IDX-CAMPUS-TUITION-TOTAL PIC S9(9)V99
               SIGN IS TRAILING SEPARATE CHARACTER.

      * LAB2's student master - same record layout as Lab2.cbl's
      * FD STUDENT, current fields included
         05 PAL-AMOUNT PIC 9999V99.
         05 PAL-DATE PIC 9(8).

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

      * kept in step with Project141.cbl's FD NOTIFICATION-QUEUE
       FD NOTIFICATION-QUEUE.
       01 NOTIFICATION-QUEUE-RECORD.
         05 NTQ-STUDENT-NUMBER PIC 9(6).
         05 NTQ-MESSAGE-TYPE PIC X(4).
         05 NTQ-CHANNEL PIC X(1).
         05 NTQ-QUEUED-DATE PIC 9(8).
         05 NTQ-SOURCE PIC X(8).
         05 NTQ-MESSAGE-TEXT PIC X(80).

      * kept in step with Project145.cbl's FD RELEASE-AUTH-FILE
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

      * scope shown F, A or B as authorized, N when the caller was
      * refused - authorization number zero then
       FD DISCLOSURE-LOG.
       01 DISCLOSURE-LOG-RECORD.
         05 DSC-DATE PIC 9(8).
         05 DSC-TIME PIC 9(6).
         05 DSC-STUDENT-NUMBER PIC 9(6).
         05 DSC-AUTH-NUMBER PIC 9(6).
         05 DSC-CALLER-NAME PIC X(30).
         05 DSC-RELATIONSHIP PIC X(10).
         05 DSC-SCOPE-SHOWN PIC X(1).
         05 DSC-OPERATOR PIC X(8).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 IDX-FILE-STATUS PIC X(2).
         05 CAR-FILE-STATUS PIC X(2).
         05 CHARGE-LEDGER-STATUS PIC X(2).
         05 ALLOCATION-FILE-STATUS PIC X(2).
         05 HISTORY-FILE-STATUS PIC X(2).
         05 QUEUE-FILE-STATUS PIC X(2).
         05 RELEASE-AUTH-STATUS PIC X(2).
         05 DISCLOSURE-LOG-STATUS PIC X(2).

      * the inquiry's per-bucket picture - billings, what payments
      * settled, and what stays open
         05 STUDENT-NUMBER-EDIT PIC 9(10).
         05 STUDENT-NUMBER-AS-ID PIC X(10).

       01 NOTICE-WORK-FIELDS.
         05 HISTORY-EOF-FLG PIC X(1).
         05 QUEUE-EOF-FLG PIC X(1).
         05 HOW-MANY-NOTICES PIC 9(4).

       01 OPERATOR-ID PIC X(8).

      * who is asking, and so which sections may be shown - the
      * student in person sees everything; a third party only what an
      * authorization in effect today covers, and never the address,
      * permit, notices or international flag
       01 INQUIRER-FIELDS.
         05 INQUIRER-TYPE PIC X(1).
           88 INQUIRER-IS-STUDENT VALUE 'S'.
           88 INQUIRER-IS-THIRD-PARTY VALUE 'T'.
           88 INQUIRER-TYPE-VALID VALUE 'S' 'T'.
         05 CALLER-NAME PIC X(30).
         05 CALLER-AUTH-ENTRY PIC X(6).
         05 CALLER-AUTH-NUMERIC REDEFINES CALLER-AUTH-ENTRY
             PIC 9(6).
         05 DISCLOSE-FINANCIAL-FLAG PIC X(1).
           88 DISCLOSE-FINANCIAL VALUE 'Y'.
         05 DISCLOSE-ACADEMIC-FLAG PIC X(1).
           88 DISCLOSE-ACADEMIC VALUE 'Y'.
         05 DISCLOSE-PERSONAL-FLAG PIC X(1).
           88 DISCLOSE-PERSONAL VALUE 'Y'.
         05 DISCLOSED-SCOPE PIC X(1).
         05 DISCLOSED-AUTH-NUMBER PIC 9(6).
         05 DISCLOSED-RELATIONSHIP PIC X(10).
         05 SPELL-SCOPE PIC X(1).
         05 SCOPE-TEXT PIC X(22).
         05 RELEASE-AUTH-EOF-FLG PIC X(1).
         05 INQUIRY-DATE PIC 9(8).
         05 INQUIRY-TIME-RAW.
           10 INQUIRY-TIME-HHMMSS PIC 9(6).
           10 FILLER PIC 9(2).

      * the student's authorizations in effect today
       01 AUTH-IN-EFFECT-TABLE.
         05 AIE-ENTRY OCCURS 20 TIMES.
           10 AIE-AUTH-NUMBER PIC 9(6).
           10 AIE-THIRD-PARTY-NAME PIC X(30).
           10 AIE-RELATIONSHIP PIC X(10).
           10 AIE-SCOPE PIC X(1).

       01 AUTH-IN-EFFECT-VARIABLES.
         05 AIE-USED PIC 9(2).
         05 AIE-SUB PIC 9(2).
         05 AIE-FOUND-SUB PIC 9(2).
         05 AIE-FOUND-FLAG PIC X(1).
           88 CALLER-AUTH-FOUND VALUE 'Y'.

       PROCEDURE DIVISION.
      * one inquiry per trip around the loop, until the operator quits
       100-COUNTER-INQUIRY.
               STOP RUN
           END-IF.

           MOVE SPACES TO OPERATOR-ID.
           PERFORM 110-ACCEPT-OPERATOR
               UNTIL OPERATOR-ID IS NOT EQUAL TO SPACES.

           PERFORM 200-INQUIRE-ONE-STUDENT
               UNTIL ANSWER IS EQUAL TO 'Q'.

           CLOSE PROGRAM-INDEXED-FILE.
           STOP RUN.

      * the operator is named on every third-party disclosure line
           110-ACCEPT-OPERATOR.
               DISPLAY "ENTER OPERATOR ID:".
               ACCEPT OPERATOR-ID.

           200-INQUIRE-ONE-STUDENT.
               DISPLAY "ENTER STUDENT NUMBER:".
               ACCEPT LOOKUP-STUDENT-ENTRY.
                           DISPLAY "STUDENT NUMBER NOT ON FILE: "
                             LOOKUP-STUDENT-NUMBER
                       NOT INVALID KEY
                           PERFORM 210-IDENTIFY-INQUIRER
                           IF DISCLOSE-FINANCIAL
                               OR DISCLOSE-ACADEMIC
                               PERFORM 300-SHOW-ONE-STUDENT
                           ELSE
                               DISPLAY "NOTHING MAY BE DISCLOSED TO "
                                 "THIS CALLER"
                           END-IF
                   END-READ
               END-IF.

               DISPLAY "Continue? (Q for quit, Y for yes)".
               ACCEPT ANSWER.

      * a third party names themselves and the operator picks their
      * authorization from those in effect today - anything else is
      * refused, and either way the call is logged
           210-IDENTIFY-INQUIRER.
               MOVE 'N' TO DISCLOSE-FINANCIAL-FLAG.
               MOVE 'N' TO DISCLOSE-ACADEMIC-FLAG.
               MOVE 'N' TO DISCLOSE-PERSONAL-FLAG.
               MOVE SPACE TO INQUIRER-TYPE.
               PERFORM 211-ACCEPT-INQUIRER-TYPE
                   UNTIL INQUIRER-TYPE-VALID.

               IF INQUIRER-IS-STUDENT
                   MOVE 'Y' TO DISCLOSE-FINANCIAL-FLAG
                   MOVE 'Y' TO DISCLOSE-ACADEMIC-FLAG
                   MOVE 'Y' TO DISCLOSE-PERSONAL-FLAG
               ELSE
                   MOVE SPACES TO CALLER-NAME
                   PERFORM 212-ACCEPT-CALLER-NAME
                       UNTIL CALLER-NAME IS NOT EQUAL TO SPACES
                   ACCEPT INQUIRY-DATE FROM DATE YYYYMMDD
                   PERFORM 213-LOAD-AUTHS-IN-EFFECT
                   PERFORM 215-MATCH-CALLER-AUTH
                   PERFORM 220-LOG-DISCLOSURE
               END-IF.

               211-ACCEPT-INQUIRER-TYPE.
                   DISPLAY "WHO IS INQUIRING? (S=STUDENT IN PERSON, "
                     "T=THIRD PARTY)".
                   ACCEPT INQUIRER-TYPE.

               212-ACCEPT-CALLER-NAME.
                   DISPLAY "CALLER'S NAME:".
                   ACCEPT CALLER-NAME.

               213-LOAD-AUTHS-IN-EFFECT.
                   MOVE 0 TO AIE-USED.
                   OPEN INPUT RELEASE-AUTH-FILE.
                   IF RELEASE-AUTH-STATUS IS EQUAL TO "00"
                       MOVE 'N' TO RELEASE-AUTH-EOF-FLG
                       PERFORM 214-TAKE-ONE-AUTH
                           UNTIL RELEASE-AUTH-EOF-FLG IS EQUAL TO 'Y'
                       CLOSE RELEASE-AUTH-FILE
                   END-IF.

               214-TAKE-ONE-AUTH.
                   READ RELEASE-AUTH-FILE
                       AT END
                           MOVE 'Y' TO RELEASE-AUTH-EOF-FLG
                       NOT AT END
                           IF RAU-STUDENT-NUMBER IS EQUAL TO
                               LOOKUP-STUDENT-NUMBER
                               AND RAU-STATUS IS EQUAL TO 'A'
                               AND RAU-EFFECTIVE-DATE IS NOT GREATER
                               THAN INQUIRY-DATE
                               AND RAU-EXPIRY-DATE IS NOT LESS THAN
                               INQUIRY-DATE
                               AND AIE-USED IS LESS THAN 20
                               ADD 1 TO AIE-USED
                               MOVE RAU-AUTH-NUMBER
                                 TO AIE-AUTH-NUMBER(AIE-USED)
                               MOVE RAU-THIRD-PARTY-NAME
                                 TO AIE-THIRD-PARTY-NAME(AIE-USED)
                               MOVE RAU-RELATIONSHIP
                                 TO AIE-RELATIONSHIP(AIE-USED)
                               MOVE RAU-SCOPE TO AIE-SCOPE(AIE-USED)
                           END-IF
                   END-READ.

               215-MATCH-CALLER-AUTH.
                   MOVE 'N' TO AIE-FOUND-FLAG.
                   MOVE 'N' TO DISCLOSED-SCOPE.
                   MOVE 0 TO DISCLOSED-AUTH-NUMBER.
                   MOVE SPACES TO DISCLOSED-RELATIONSHIP.

                   IF AIE-USED IS EQUAL TO ZERO
                       DISPLAY "NO RELEASE AUTHORIZATION IN EFFECT "
                         "FOR THIS STUDENT"
                   ELSE
                       DISPLAY "AUTHORIZATIONS IN EFFECT:"
                       PERFORM 216-SHOW-ONE-AUTH
                           VARYING AIE-SUB FROM 1 BY 1
                           UNTIL AIE-SUB > AIE-USED
                       DISPLAY "AUTHORIZATION NUMBER FOR THIS CALLER "
                         "(BLANK IF NOT LISTED):"
                       MOVE SPACES TO CALLER-AUTH-ENTRY
                       ACCEPT CALLER-AUTH-ENTRY
                       IF CALLER-AUTH-ENTRY IS NUMERIC
                           PERFORM 217-CHECK-ONE-AUTH
                               VARYING AIE-SUB FROM 1 BY 1
                               UNTIL AIE-SUB > AIE-USED
                               OR CALLER-AUTH-FOUND
                       END-IF
                       IF NOT CALLER-AUTH-FOUND
                           DISPLAY "CALLER IS NOT AUTHORIZED"
                       END-IF
                   END-IF.

                   IF CALLER-AUTH-FOUND
                       MOVE AIE-SCOPE(AIE-FOUND-SUB) TO DISCLOSED-SCOPE
                       MOVE AIE-AUTH-NUMBER(AIE-FOUND-SUB)
                         TO DISCLOSED-AUTH-NUMBER
                       MOVE AIE-RELATIONSHIP(AIE-FOUND-SUB)
                         TO DISCLOSED-RELATIONSHIP
                       IF DISCLOSED-SCOPE IS EQUAL TO 'F'
                           OR DISCLOSED-SCOPE IS EQUAL TO 'B'
                           MOVE 'Y' TO DISCLOSE-FINANCIAL-FLAG
                       END-IF
                       IF DISCLOSED-SCOPE IS EQUAL TO 'A'
                           OR DISCLOSED-SCOPE IS EQUAL TO 'B'
                           MOVE 'Y' TO DISCLOSE-ACADEMIC-FLAG
                       END-IF
                   END-IF.

                   216-SHOW-ONE-AUTH.
                       MOVE AIE-SCOPE(AIE-SUB) TO SPELL-SCOPE.
                       PERFORM 218-SPELL-OUT-SCOPE.
                       DISPLAY "  " AIE-AUTH-NUMBER(AIE-SUB) " "
                         AIE-THIRD-PARTY-NAME(AIE-SUB) " "
                         AIE-RELATIONSHIP(AIE-SUB) " " SCOPE-TEXT.

                   217-CHECK-ONE-AUTH.
                       IF AIE-AUTH-NUMBER(AIE-SUB) IS EQUAL TO
                           CALLER-AUTH-NUMERIC
                           MOVE 'Y' TO AIE-FOUND-FLAG
                           MOVE AIE-SUB TO AIE-FOUND-SUB
                       END-IF.

               218-SPELL-OUT-SCOPE.
                   IF SPELL-SCOPE IS EQUAL TO 'F'
                       MOVE "FINANCIAL ONLY" TO SCOPE-TEXT
                   ELSE IF SPELL-SCOPE IS EQUAL TO 'A'
                       MOVE "ACADEMIC ONLY" TO SCOPE-TEXT
                   ELSE
                       MOVE "FINANCIAL AND ACADEMIC" TO SCOPE-TEXT
                   END-IF
                   END-IF.

      * one line per third-party call, whether anything was told
           220-LOG-DISCLOSURE.
               ACCEPT INQUIRY-TIME-RAW FROM TIME.
               OPEN EXTEND DISCLOSURE-LOG.
               IF DISCLOSURE-LOG-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT DISCLOSURE-LOG
               END-IF.
               IF DISCLOSURE-LOG-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN THIRD-PARTY-DISCLOSURES.txt"
                     " - STATUS " DISCLOSURE-LOG-STATUS
                   STOP RUN
               END-IF.
               MOVE INQUIRY-DATE TO DSC-DATE.
               MOVE INQUIRY-TIME-HHMMSS TO DSC-TIME.
               MOVE LOOKUP-STUDENT-NUMBER TO DSC-STUDENT-NUMBER.
               MOVE DISCLOSED-AUTH-NUMBER TO DSC-AUTH-NUMBER.
               MOVE CALLER-NAME TO DSC-CALLER-NAME.
               MOVE DISCLOSED-RELATIONSHIP TO DSC-RELATIONSHIP.
               MOVE DISCLOSED-SCOPE TO DSC-SCOPE-SHOWN.
               MOVE OPERATOR-ID TO DSC-OPERATOR.
               WRITE DISCLOSURE-LOG-RECORD.
               CLOSE DISCLOSURE-LOG.

           300-SHOW-ONE-STUDENT.
               MOVE IDX-TUITION-OWED TO BALANCE-EDIT.
               DISPLAY "------------------------------------------".
               DISPLAY "STUDENT:   " IDX-STUDENT-NUMBER " "
                 IDX-STUDENT-NAME.
               IF INQUIRER-IS-THIRD-PARTY
                   MOVE DISCLOSED-SCOPE TO SPELL-SCOPE
                   PERFORM 218-SPELL-OUT-SCOPE
                   DISPLAY "CALLER:    " CALLER-NAME
                   DISPLAY "           MAY BE TOLD " SCOPE-TEXT
               END-IF.

               IF DISCLOSE-FINANCIAL
                   DISPLAY "BALANCE:   " BALANCE-EDIT
                     "   DUE: " IDX-DUE-DATE
               END-IF.

               IF DISCLOSE-ACADEMIC
                   PERFORM 301-SHOW-ONE-PROGRAM
                       VARYING PROGRAM-SUB FROM 1 BY 1
                       UNTIL PROGRAM-SUB > IDX-PROGRAM-COUNT
                   DISPLAY "COURSES:"
                   PERFORM 302-SHOW-ONE-COURSE
                       VARYING COURSE-SUB FROM 1 BY 1
                       UNTIL COURSE-SUB > IDX-COURSE-COUNT
               END-IF.

               PERFORM 303-SHOW-FLAGS.
               IF DISCLOSE-FINANCIAL
                   PERFORM 306-SHOW-BUCKETS
               END-IF.
               IF DISCLOSE-PERSONAL
                   PERFORM 304-SHOW-ADDRESS
                   PERFORM 305-SHOW-PERMIT
                   PERFORM 307-SHOW-NOTICES
               END-IF.
               DISPLAY "------------------------------------------".

               301-SHOW-ONE-PROGRAM.

      * the flags ride on the indexed master now that it carries
      * the full record - no sequential scan needed
      * the hold is financial; the international flag is the
      * student's own business
               303-SHOW-FLAGS.
                   IF DISCLOSE-PERSONAL
                       DISPLAY "HOLD:      " IDX-PAYMENT-HOLD-FLAG
                         "   INTERNATIONAL: "
                         IDX-INTERNATIONAL-STUDENT-FLAG
                   ELSE IF DISCLOSE-FINANCIAL
                       DISPLAY "HOLD:      " IDX-PAYMENT-HOLD-FLAG
                   END-IF
                   END-IF.

      * the account bucket by bucket - ledger billings per charge
      * type less what PROJECT09's allocation lines settled, one
                               END-IF
                       END-READ.

      * every notice the student has been sent or could not be sent,
      * oldest first, then anything queued for tonight's dispatch
               307-SHOW-NOTICES.
                   MOVE 0 TO HOW-MANY-NOTICES.
                   DISPLAY "NOTICES:".

                   OPEN INPUT NOTIFICATION-HISTORY.
                   IF HISTORY-FILE-STATUS IS EQUAL TO "00"
                       MOVE 'N' TO HISTORY-EOF-FLG
                       PERFORM 3071-SHOW-ONE-SENT-NOTICE
                           UNTIL HISTORY-EOF-FLG IS EQUAL TO 'Y'
                       CLOSE NOTIFICATION-HISTORY
                   END-IF.

                   OPEN INPUT NOTIFICATION-QUEUE.
                   IF QUEUE-FILE-STATUS IS EQUAL TO "00"
                       MOVE 'N' TO QUEUE-EOF-FLG
                       PERFORM 3072-SHOW-ONE-QUEUED-NOTICE
                           UNTIL QUEUE-EOF-FLG IS EQUAL TO 'Y'
                       CLOSE NOTIFICATION-QUEUE
                   END-IF.

                   IF HOW-MANY-NOTICES IS EQUAL TO ZERO
                       DISPLAY "  NONE ON FILE"
                   END-IF.

                   3071-SHOW-ONE-SENT-NOTICE.
                       READ NOTIFICATION-HISTORY
                           AT END
                               MOVE 'Y' TO HISTORY-EOF-FLG
                           NOT AT END
                               IF NTH-STUDENT-NUMBER IS EQUAL TO
                                   LOOKUP-STUDENT-NUMBER
                                   ADD 1 TO HOW-MANY-NOTICES
                                   IF NTH-RESULT IS EQUAL TO 'S'
                                       DISPLAY "  " NTH-DISPATCH-DATE
                                         " " NTH-MESSAGE-TYPE
                                         " SENT BY " NTH-CHANNEL-USED
                                         " TO " NTH-DESTINATION
                                   ELSE
                                       DISPLAY "  " NTH-DISPATCH-DATE
                                         " " NTH-MESSAGE-TYPE
                                         " FAILED - " NTH-FAIL-REASON
                                   END-IF
                               END-IF
                       END-READ.

                   3072-SHOW-ONE-QUEUED-NOTICE.
                       READ NOTIFICATION-QUEUE
                           AT END
                               MOVE 'Y' TO QUEUE-EOF-FLG
                           NOT AT END
                               IF NTQ-STUDENT-NUMBER IS EQUAL TO
                                   LOOKUP-STUDENT-NUMBER
                                   ADD 1 TO HOW-MANY-NOTICES
                                   DISPLAY "  " NTQ-QUEUED-DATE
                                     " " NTQ-MESSAGE-TYPE
                                     " QUEUED - NOT YET SENT"
                               END-IF
                       END-READ.

       END PROGRAM PROJECT36.
