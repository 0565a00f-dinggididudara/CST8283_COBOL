      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: second-supervisor approval for large financial
      *          adjustments. A tuition change through PROJECT16, a
      *          write-off through PROJECT50, a late-fee waiver
      *          through PROJECT03 or a refund released by PROJECT10
      *          whose amount is over the APPROVAL-THRESHOLD.txt
      *          line is not applied - it waits on APPROVAL-QUEUE.txt
      *          with the requesting operator's ID. Here a supervisor
      *          (OPERATOR.txt, role 'S') approves or rejects each
      *          pending item with a reason; the requester can never
      *          decide their own item, so every large adjustment has
      *          two people on it. An approved item is applied by the
      *          program that raised it on its next run, which marks
      *          it done. The aging report lists every item still
      *          pending or approved but not yet applied, by days
      *          waiting. The queue is only ever rewritten under the
      *          STUFILE3.txt master lock, so a decision here can
      *          never cross an update run applying the same queue
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT124.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * one line per adjustment held for a second supervisor
           SELECT APPROVAL-QUEUE-FILE
           ASSIGN TO "..\APPROVAL-QUEUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPROVAL-QUEUE-STATUS.

           SELECT AGING-REPORT
           ASSIGN TO "..\APPROVAL-AGING-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AGING-REPORT-STATUS.

      * the operator master - the deciding supervisor signs on here
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

      * the master-lock convention - the queue is written only while
      * the lock is held
           SELECT MASTER-LOCK-FILE
           ASSIGN TO "..\STUFILE3-LOCK.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * item types T tuition change (PROJECT16), W write-off
      * (PROJECT50), L late-fee waiver (PROJECT03), R refund
      * (PROJECT10); status P pending, A approved, R rejected, D done
      * (applied by the raising program). The before and after
      * values are the balance either side of a tuition change
       FD APPROVAL-QUEUE-FILE.
       01 APPROVAL-QUEUE-RECORD.
         05 APQ-ITEM-NUMBER PIC 9(6).
         05 APQ-ITEM-TYPE PIC X(1).
         05 APQ-STUDENT-NUMBER PIC 9(6).
         05 APQ-AMOUNT PIC 9(6)V99.
         05 APQ-BEFORE-VALUE PIC S9(6)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 APQ-AFTER-VALUE PIC S9(6)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 APQ-DETAIL PIC X(20).
         05 APQ-REQUESTED-BY PIC X(8).
         05 APQ-REQUEST-DATE PIC 9(8).
         05 APQ-STATUS PIC X(1).
         05 APQ-DECIDED-BY PIC X(8).
         05 APQ-DECISION-DATE PIC 9(8).
         05 APQ-DECISION-REASON PIC X(30).
         05 APQ-APPLIED-DATE PIC 9(8).

       FD AGING-REPORT.
       01 AGING-LINE PIC X(132).

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

       FD MASTER-LOCK-FILE.
       01 MASTER-LOCK-RECORD.
         05 LCK-PROGRAM PIC X(9).
         05 LCK-OPERATOR PIC X(8).
         05 LCK-START-STAMP PIC X(17).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 APPROVAL-QUEUE-STATUS PIC X(2).
         05 AGING-REPORT-STATUS PIC X(2).
         05 LOCK-FILE-STATUS PIC X(2).

       01 OPERATOR-ID PIC X(8).
       01 RUN-DATE-RAW PIC 9(8).
       01 MENU-CHOICE PIC X(1).
       01 DECISION-ANSWER PIC X(1).
       01 DECISION-REASON-ENTRY PIC X(30).
       01 ITEM-ENTRY PIC X(6).
       01 ITEM-ENTRY-NUMERIC REDEFINES ITEM-ENTRY PIC 9(6).

      * the whole queue held in memory - every decision rewrites it
      * straight away, so an abend cannot lose one
       01 APPROVAL-QUEUE-TABLE.
         05 QUE-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON QUE-COUNT.
           10 QUE-ITEM-NUMBER PIC 9(6).
           10 QUE-ITEM-TYPE PIC X(1).
           10 QUE-STUDENT-NUMBER PIC 9(6).
           10 QUE-AMOUNT PIC 9(6)V99.
           10 QUE-BEFORE-VALUE PIC S9(6)V99.
           10 QUE-AFTER-VALUE PIC S9(6)V99.
           10 QUE-DETAIL PIC X(20).
           10 QUE-REQUESTED-BY PIC X(8).
           10 QUE-REQUEST-DATE PIC 9(8).
           10 QUE-STATUS PIC X(1).
           10 QUE-DECIDED-BY PIC X(8).
           10 QUE-DECISION-DATE PIC 9(8).
           10 QUE-DECISION-REASON PIC X(30).
           10 QUE-APPLIED-DATE PIC 9(8).

       01 APPROVAL-QUEUE-VARIABLES.
         05 QUE-COUNT PIC 9(4) VALUE 0.
         05 QUE-SUB PIC 9(4).
         05 QUE-FOUND-SUB PIC 9(4).
         05 QUE-EOF-FLG PIC X(1) VALUE 'N'.
         05 QUE-FOUND-FLAG PIC X(1).
           88 QUEUE-ITEM-FOUND VALUE 'Y'.

      * the type's name for the screens and the report
       01 ITEM-TYPE-NAME PIC X(12).

      * days waiting, banded - each band's count and amount feed the
      * report's summary block
       01 AGING-FIELDS.
         05 ITEM-AGE-DAYS PIC S9(5).
         05 AGE-BAND-SUB PIC 9(1).
         05 AGE-BAND-ENTRY OCCURS 4 TIMES.
           10 AGE-BAND-NAME PIC X(14).
           10 AGE-BAND-COUNT PIC 9(5).
           10 AGE-BAND-AMOUNT PIC 9(8)V99.
         05 HOW-MANY-APPROVED-WAITING PIC 9(5) VALUE 0.
         05 APPROVED-WAITING-AMOUNT PIC 9(8)V99 VALUE 0.
         05 HOW-MANY-LISTED PIC 9(5) VALUE 0.

       01 AGING-HEADING-1.
         05 FILLER PIC X(36)
             VALUE "LARGE ADJUSTMENTS AWAITING A SECOND".
         05 FILLER PIC X(20) VALUE "SUPERVISOR - AS OF ".
         05 AH1-RUN-DATE-OUT PIC 9(8).
         05 FILLER PIC X(68) VALUE SPACE.

       01 AGING-HEADING-2.
         05 FILLER PIC X(8) VALUE "ITEM".
         05 FILLER PIC X(14) VALUE "TYPE".
         05 FILLER PIC X(9) VALUE "STUDENT".
         05 FILLER PIC X(14) VALUE "      AMOUNT".
         05 FILLER PIC X(10) VALUE "REQUESTER".
         05 FILLER PIC X(10) VALUE "REQUESTED".
         05 FILLER PIC X(6) VALUE "DAYS".
         05 FILLER PIC X(22) VALUE "STATUS".
         05 FILLER PIC X(20) VALUE "DETAIL".
         05 FILLER PIC X(19) VALUE SPACE.

       01 AGING-DETAIL-LINE.
         05 AGD-ITEM-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 AGD-TYPE-OUT PIC X(12).
         05 FILLER PIC X(2) VALUE SPACE.
         05 AGD-STUDENT-OUT PIC 9(6).
         05 FILLER PIC X(3) VALUE SPACE.
         05 AGD-AMOUNT-OUT PIC ZZZ,ZZ9.99.
         05 FILLER PIC X(4) VALUE SPACE.
         05 AGD-REQUESTER-OUT PIC X(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 AGD-REQUEST-DATE-OUT PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 AGD-DAYS-OUT PIC ZZZ9.
         05 FILLER PIC X(2) VALUE SPACE.
         05 AGD-STATUS-OUT PIC X(22).
         05 AGD-DETAIL-OUT PIC X(20).
         05 FILLER PIC X(19) VALUE SPACE.

       01 AGING-BAND-LINE.
         05 FILLER PIC X(10) VALUE "PENDING  ".
         05 ABL-BAND-OUT PIC X(14).
         05 ABL-COUNT-OUT PIC ZZZZ9.
         05 FILLER PIC X(4) VALUE SPACE.
         05 ABL-AMOUNT-OUT PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(86) VALUE SPACE.

       01 AGING-APPROVED-LINE.
         05 FILLER PIC X(24) VALUE "APPROVED, NOT APPLIED ".
         05 AAL-COUNT-OUT PIC ZZZZ9.
         05 FILLER PIC X(4) VALUE SPACE.
         05 AAL-AMOUNT-OUT PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(86) VALUE SPACE.

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
      * sign on, take the lock, then decide items or print the aging
      * until the supervisor is done
       100-DECIDE-APPROVALS.
           PERFORM 250-SIGN-ON.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 260-ACQUIRE-MASTER-LOCK.
           PERFORM 200-LOAD-APPROVAL-QUEUE.

           MOVE SPACE TO MENU-CHOICE.
           PERFORM 110-TAKE-ONE-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '9'.

           PERFORM 261-RELEASE-MASTER-LOCK.
           STOP RUN.

           110-TAKE-ONE-CHOICE.
               DISPLAY " ".
               DISPLAY "1 - LIST ITEMS AWAITING A DECISION".
               DISPLAY "2 - APPROVE OR REJECT AN ITEM".
               DISPLAY "3 - PRINT THE AGING REPORT".
               DISPLAY "9 - EXIT".
               DISPLAY "ENTER YOUR CHOICE:".
               ACCEPT MENU-CHOICE.

               IF MENU-CHOICE IS EQUAL TO '1'
                   PERFORM 300-LIST-PENDING
               ELSE IF MENU-CHOICE IS EQUAL TO '2'
                   PERFORM 310-DECIDE-ONE-ITEM
               ELSE IF MENU-CHOICE IS EQUAL TO '3'
                   PERFORM 400-WRITE-AGING-REPORT
               ELSE IF MENU-CHOICE IS EQUAL TO '9'
                   CONTINUE
               ELSE
                   DISPLAY "INVALID CHOICE"
               END-IF
               END-IF
               END-IF
               END-IF.

      * nothing on file yet just means nothing has been held
           200-LOAD-APPROVAL-QUEUE.
               OPEN INPUT APPROVAL-QUEUE-FILE.
               IF APPROVAL-QUEUE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF APPROVAL-QUEUE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN APPROVAL-QUEUE.txt - "
                     "STATUS " APPROVAL-QUEUE-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               ELSE
                   PERFORM 201-LOAD-ONE-ITEM
                       UNTIL QUE-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE APPROVAL-QUEUE-FILE
               END-IF
               END-IF.

      * a queue that outgrows the table would lose items on the
      * rewrite - stop rather than decide against half of it
               201-LOAD-ONE-ITEM.
                   READ APPROVAL-QUEUE-FILE
                       AT END
                           MOVE 'Y' TO QUE-EOF-FLG
                       NOT AT END
                           IF QUE-COUNT IS EQUAL TO 2000
                               DISPLAY "APPROVAL-QUEUE.txt OVER 2000 "
                                 "ITEMS - ARCHIVE DONE ITEMS FIRST"
                               PERFORM 261-RELEASE-MASTER-LOCK
                               STOP RUN
                           END-IF
                           ADD 1 TO QUE-COUNT
                           MOVE APQ-ITEM-NUMBER
                             TO QUE-ITEM-NUMBER(QUE-COUNT)
                           MOVE APQ-ITEM-TYPE
                             TO QUE-ITEM-TYPE(QUE-COUNT)
                           MOVE APQ-STUDENT-NUMBER
                             TO QUE-STUDENT-NUMBER(QUE-COUNT)
                           MOVE APQ-AMOUNT TO QUE-AMOUNT(QUE-COUNT)
                           MOVE APQ-BEFORE-VALUE
                             TO QUE-BEFORE-VALUE(QUE-COUNT)
                           MOVE APQ-AFTER-VALUE
                             TO QUE-AFTER-VALUE(QUE-COUNT)
                           MOVE APQ-DETAIL TO QUE-DETAIL(QUE-COUNT)
                           MOVE APQ-REQUESTED-BY
                             TO QUE-REQUESTED-BY(QUE-COUNT)
                           MOVE APQ-REQUEST-DATE
                             TO QUE-REQUEST-DATE(QUE-COUNT)
                           MOVE APQ-STATUS TO QUE-STATUS(QUE-COUNT)
                           MOVE APQ-DECIDED-BY
                             TO QUE-DECIDED-BY(QUE-COUNT)
                           MOVE APQ-DECISION-DATE
                             TO QUE-DECISION-DATE(QUE-COUNT)
                           MOVE APQ-DECISION-REASON
                             TO QUE-DECISION-REASON(QUE-COUNT)
                           MOVE APQ-APPLIED-DATE
                             TO QUE-APPLIED-DATE(QUE-COUNT)
                   END-READ.

           210-REWRITE-APPROVAL-QUEUE.
               OPEN OUTPUT APPROVAL-QUEUE-FILE.
               IF APPROVAL-QUEUE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN APPROVAL-QUEUE.txt - "
                     "STATUS " APPROVAL-QUEUE-STATUS
                   STOP RUN
               END-IF.
               PERFORM 211-WRITE-ONE-ITEM
                   VARYING QUE-SUB FROM 1 BY 1
                   UNTIL QUE-SUB > QUE-COUNT.
               CLOSE APPROVAL-QUEUE-FILE.

               211-WRITE-ONE-ITEM.
                   MOVE QUE-ITEM-NUMBER(QUE-SUB) TO APQ-ITEM-NUMBER.
                   MOVE QUE-ITEM-TYPE(QUE-SUB) TO APQ-ITEM-TYPE.
                   MOVE QUE-STUDENT-NUMBER(QUE-SUB)
                     TO APQ-STUDENT-NUMBER.
                   MOVE QUE-AMOUNT(QUE-SUB) TO APQ-AMOUNT.
                   MOVE QUE-BEFORE-VALUE(QUE-SUB) TO APQ-BEFORE-VALUE.
                   MOVE QUE-AFTER-VALUE(QUE-SUB) TO APQ-AFTER-VALUE.
                   MOVE QUE-DETAIL(QUE-SUB) TO APQ-DETAIL.
                   MOVE QUE-REQUESTED-BY(QUE-SUB) TO APQ-REQUESTED-BY.
                   MOVE QUE-REQUEST-DATE(QUE-SUB) TO APQ-REQUEST-DATE.
                   MOVE QUE-STATUS(QUE-SUB) TO APQ-STATUS.
                   MOVE QUE-DECIDED-BY(QUE-SUB) TO APQ-DECIDED-BY.
                   MOVE QUE-DECISION-DATE(QUE-SUB)
                     TO APQ-DECISION-DATE.
                   MOVE QUE-DECISION-REASON(QUE-SUB)
                     TO APQ-DECISION-REASON.
                   MOVE QUE-APPLIED-DATE(QUE-SUB) TO APQ-APPLIED-DATE.
                   WRITE APPROVAL-QUEUE-RECORD.

      * every pending item, the supervisor's own ones flagged so
      * they know to leave them for someone else
           300-LIST-PENDING.
               MOVE 0 TO HOW-MANY-LISTED.
               PERFORM 301-LIST-ONE-ITEM
                   VARYING QUE-SUB FROM 1 BY 1
                   UNTIL QUE-SUB > QUE-COUNT.
               IF HOW-MANY-LISTED IS EQUAL TO ZERO
                   DISPLAY "NOTHING AWAITING A DECISION"
               END-IF.

               301-LIST-ONE-ITEM.
                   IF QUE-STATUS(QUE-SUB) IS EQUAL TO 'P'
                       ADD 1 TO HOW-MANY-LISTED
                       MOVE QUE-SUB TO QUE-FOUND-SUB
                       PERFORM 320-NAME-ITEM-TYPE
                       MOVE QUE-AMOUNT(QUE-SUB) TO AGD-AMOUNT-OUT
                       IF QUE-REQUESTED-BY(QUE-SUB) IS EQUAL TO
                           OPERATOR-ID
                           DISPLAY QUE-ITEM-NUMBER(QUE-SUB) "  "
                             ITEM-TYPE-NAME " "
                             QUE-STUDENT-NUMBER(QUE-SUB) " "
                             AGD-AMOUNT-OUT "  BY "
                             QUE-REQUESTED-BY(QUE-SUB)
                             "  (YOURS - NOT YOURS TO DECIDE)"
                       ELSE
                           DISPLAY QUE-ITEM-NUMBER(QUE-SUB) "  "
                             ITEM-TYPE-NAME " "
                             QUE-STUDENT-NUMBER(QUE-SUB) " "
                             AGD-AMOUNT-OUT "  BY "
                             QUE-REQUESTED-BY(QUE-SUB) "  "
                             QUE-DETAIL(QUE-SUB)
                       END-IF
                   END-IF.

      * only a pending item can be decided, never by the operator who
      * raised it, and never without a reason on the record
           310-DECIDE-ONE-ITEM.
               DISPLAY "ENTER ITEM NUMBER:".
               MOVE SPACES TO ITEM-ENTRY.
               ACCEPT ITEM-ENTRY.
               MOVE 'N' TO QUE-FOUND-FLAG.
               IF ITEM-ENTRY IS NUMERIC
                   PERFORM 311-FIND-ONE-ITEM
                       VARYING QUE-SUB FROM 1 BY 1
                       UNTIL QUE-SUB > QUE-COUNT
                       OR QUEUE-ITEM-FOUND
               END-IF.

               IF NOT QUEUE-ITEM-FOUND
                   DISPLAY "NO SUCH ITEM ON THE QUEUE"
               ELSE IF QUE-STATUS(QUE-FOUND-SUB) IS NOT EQUAL TO 'P'
                   DISPLAY "ITEM IS NOT PENDING - STATUS "
                     QUE-STATUS(QUE-FOUND-SUB) " BY "
                     QUE-DECIDED-BY(QUE-FOUND-SUB)
               ELSE IF QUE-REQUESTED-BY(QUE-FOUND-SUB) IS EQUAL TO
                   OPERATOR-ID
                   DISPLAY "YOU RAISED THIS ITEM - A DIFFERENT "
                     "SUPERVISOR MUST DECIDE IT"
               ELSE
                   PERFORM 312-SHOW-ONE-ITEM
                   PERFORM 313-TAKE-DECISION
               END-IF
               END-IF
               END-IF.

               311-FIND-ONE-ITEM.
                   IF QUE-ITEM-NUMBER(QUE-SUB) IS EQUAL TO
                       ITEM-ENTRY-NUMERIC
                       MOVE 'Y' TO QUE-FOUND-FLAG
                       MOVE QUE-SUB TO QUE-FOUND-SUB
                   END-IF.

               312-SHOW-ONE-ITEM.
                   PERFORM 320-NAME-ITEM-TYPE.
                   MOVE QUE-AMOUNT(QUE-FOUND-SUB) TO AGD-AMOUNT-OUT.
                   DISPLAY "ITEM:       " QUE-ITEM-NUMBER(QUE-FOUND-SUB)
                     "  " ITEM-TYPE-NAME.
                   DISPLAY "STUDENT:    "
                     QUE-STUDENT-NUMBER(QUE-FOUND-SUB).
                   DISPLAY "AMOUNT:     " AGD-AMOUNT-OUT.
                   IF QUE-ITEM-TYPE(QUE-FOUND-SUB) IS EQUAL TO 'T'
                       DISPLAY "BALANCE:    "
                         QUE-BEFORE-VALUE(QUE-FOUND-SUB) " TO "
                         QUE-AFTER-VALUE(QUE-FOUND-SUB)
                   END-IF.
                   DISPLAY "DETAIL:     " QUE-DETAIL(QUE-FOUND-SUB).
                   DISPLAY "RAISED BY:  "
                     QUE-REQUESTED-BY(QUE-FOUND-SUB) " ON "
                     QUE-REQUEST-DATE(QUE-FOUND-SUB).

      * the decision is on disk before the next prompt
               313-TAKE-DECISION.
                   DISPLAY "(A)PPROVE, (R)EJECT, OR (L)EAVE PENDING:".
                   ACCEPT DECISION-ANSWER.
                   IF DECISION-ANSWER IS EQUAL TO 'A'
                       OR DECISION-ANSWER IS EQUAL TO 'R'
                       MOVE SPACES TO DECISION-REASON-ENTRY
                       PERFORM 314-ACCEPT-REASON
                           UNTIL DECISION-REASON-ENTRY
                             IS NOT EQUAL TO SPACES
                       MOVE DECISION-ANSWER
                         TO QUE-STATUS(QUE-FOUND-SUB)
                       MOVE OPERATOR-ID
                         TO QUE-DECIDED-BY(QUE-FOUND-SUB)
                       MOVE RUN-DATE-RAW
                         TO QUE-DECISION-DATE(QUE-FOUND-SUB)
                       MOVE DECISION-REASON-ENTRY
                         TO QUE-DECISION-REASON(QUE-FOUND-SUB)
                       PERFORM 210-REWRITE-APPROVAL-QUEUE
                       IF DECISION-ANSWER IS EQUAL TO 'A'
                           DISPLAY "APPROVED - APPLIED ON THE NEXT "
                             "RUN OF THE PROGRAM THAT RAISED IT"
                       ELSE
                           DISPLAY "REJECTED"
                       END-IF
                   ELSE
                       DISPLAY "LEFT PENDING"
                   END-IF.

               314-ACCEPT-REASON.
                   DISPLAY "ENTER REASON (REQUIRED):".
                   ACCEPT DECISION-REASON-ENTRY.

           320-NAME-ITEM-TYPE.
               IF QUE-ITEM-TYPE(QUE-FOUND-SUB) IS EQUAL TO 'T'
                   MOVE "TUITION CHG" TO ITEM-TYPE-NAME
               ELSE IF QUE-ITEM-TYPE(QUE-FOUND-SUB) IS EQUAL TO 'W'
                   MOVE "WRITE-OFF" TO ITEM-TYPE-NAME
               ELSE IF QUE-ITEM-TYPE(QUE-FOUND-SUB) IS EQUAL TO 'L'
                   MOVE "LATE FEE WVR" TO ITEM-TYPE-NAME
               ELSE IF QUE-ITEM-TYPE(QUE-FOUND-SUB) IS EQUAL TO 'R'
                   MOVE "REFUND" TO ITEM-TYPE-NAME
               ELSE
                   MOVE "UNKNOWN" TO ITEM-TYPE-NAME
               END-IF
               END-IF
               END-IF
               END-IF.

      * oldest first (the queue is in request order), pending and
      * approved-not-yet-applied items only, with the pending
      * amounts banded by days waiting
           400-WRITE-AGING-REPORT.
               OPEN OUTPUT AGING-REPORT.
               IF AGING-REPORT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN APPROVAL-AGING-REPORT.txt - "
                     "STATUS " AGING-REPORT-STATUS
                   STOP RUN
               END-IF.

               MOVE "0-2 DAYS" TO AGE-BAND-NAME(1).
               MOVE "3-7 DAYS" TO AGE-BAND-NAME(2).
               MOVE "8-14 DAYS" TO AGE-BAND-NAME(3).
               MOVE "OVER 14 DAYS" TO AGE-BAND-NAME(4).
               PERFORM 403-CLEAR-ONE-BAND
                   VARYING AGE-BAND-SUB FROM 1 BY 1
                   UNTIL AGE-BAND-SUB > 4.
               MOVE 0 TO HOW-MANY-APPROVED-WAITING.
               MOVE 0 TO APPROVED-WAITING-AMOUNT.
               MOVE 0 TO HOW-MANY-LISTED.

               MOVE RUN-DATE-RAW TO AH1-RUN-DATE-OUT.
               WRITE AGING-LINE FROM AGING-HEADING-1.
               MOVE SPACES TO AGING-LINE.
               WRITE AGING-LINE.
               WRITE AGING-LINE FROM AGING-HEADING-2.

               PERFORM 401-AGE-ONE-ITEM
                   VARYING QUE-SUB FROM 1 BY 1
                   UNTIL QUE-SUB > QUE-COUNT.

               MOVE SPACES TO AGING-LINE.
               WRITE AGING-LINE.
               PERFORM 402-WRITE-ONE-BAND
                   VARYING AGE-BAND-SUB FROM 1 BY 1
                   UNTIL AGE-BAND-SUB > 4.
               MOVE HOW-MANY-APPROVED-WAITING TO AAL-COUNT-OUT.
               MOVE APPROVED-WAITING-AMOUNT TO AAL-AMOUNT-OUT.
               WRITE AGING-LINE FROM AGING-APPROVED-LINE.

               CLOSE AGING-REPORT.
               DISPLAY HOW-MANY-LISTED
                 " ITEM(S) ON APPROVAL-AGING-REPORT.txt".

               401-AGE-ONE-ITEM.
                   IF QUE-STATUS(QUE-SUB) IS EQUAL TO 'P'
                       OR QUE-STATUS(QUE-SUB) IS EQUAL TO 'A'
                       MOVE QUE-SUB TO QUE-FOUND-SUB
                       PERFORM 320-NAME-ITEM-TYPE
                       COMPUTE ITEM-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(RUN-DATE-RAW)
                           - FUNCTION INTEGER-OF-DATE
                             (QUE-REQUEST-DATE(QUE-SUB))
                       MOVE QUE-ITEM-NUMBER(QUE-SUB) TO AGD-ITEM-OUT
                       MOVE ITEM-TYPE-NAME TO AGD-TYPE-OUT
                       MOVE QUE-STUDENT-NUMBER(QUE-SUB)
                         TO AGD-STUDENT-OUT
                       MOVE QUE-AMOUNT(QUE-SUB) TO AGD-AMOUNT-OUT
                       MOVE QUE-REQUESTED-BY(QUE-SUB)
                         TO AGD-REQUESTER-OUT
                       MOVE QUE-REQUEST-DATE(QUE-SUB)
                         TO AGD-REQUEST-DATE-OUT
                       MOVE ITEM-AGE-DAYS TO AGD-DAYS-OUT
                       MOVE QUE-DETAIL(QUE-SUB) TO AGD-DETAIL-OUT
                       IF QUE-STATUS(QUE-SUB) IS EQUAL TO 'P'
                           MOVE "PENDING" TO AGD-STATUS-OUT
                           PERFORM 404-BAND-ONE-ITEM
                       ELSE
                           MOVE SPACES TO AGD-STATUS-OUT
                           STRING "APPROVED BY " DELIMITED BY SIZE
                               QUE-DECIDED-BY(QUE-SUB)
                                 DELIMITED BY SPACE
                               INTO AGD-STATUS-OUT
                           END-STRING
                           ADD 1 TO HOW-MANY-APPROVED-WAITING
                           ADD QUE-AMOUNT(QUE-SUB)
                             TO APPROVED-WAITING-AMOUNT
                       END-IF
                       WRITE AGING-LINE FROM AGING-DETAIL-LINE
                       ADD 1 TO HOW-MANY-LISTED
                   END-IF.

               402-WRITE-ONE-BAND.
                   MOVE AGE-BAND-NAME(AGE-BAND-SUB) TO ABL-BAND-OUT.
                   MOVE AGE-BAND-COUNT(AGE-BAND-SUB) TO ABL-COUNT-OUT.
                   MOVE AGE-BAND-AMOUNT(AGE-BAND-SUB)
                     TO ABL-AMOUNT-OUT.
                   WRITE AGING-LINE FROM AGING-BAND-LINE.

               403-CLEAR-ONE-BAND.
                   MOVE 0 TO AGE-BAND-COUNT(AGE-BAND-SUB).
                   MOVE 0 TO AGE-BAND-AMOUNT(AGE-BAND-SUB).

               404-BAND-ONE-ITEM.
                   IF ITEM-AGE-DAYS IS LESS THAN 3
                       MOVE 1 TO AGE-BAND-SUB
                   ELSE IF ITEM-AGE-DAYS IS LESS THAN 8
                       MOVE 2 TO AGE-BAND-SUB
                   ELSE IF ITEM-AGE-DAYS IS LESS THAN 15
                       MOVE 3 TO AGE-BAND-SUB
                   ELSE
                       MOVE 4 TO AGE-BAND-SUB
                   END-IF
                   END-IF
                   END-IF.
                   ADD 1 TO AGE-BAND-COUNT(AGE-BAND-SUB).
                   ADD QUE-AMOUNT(QUE-SUB)
                     TO AGE-BAND-AMOUNT(AGE-BAND-SUB).

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
                   MOVE "PROJ124" TO LOG-PROGRAM-OUT.
                   MOVE SIGNON-FAIL-REASON TO LOG-MESSAGE-OUT.
                   WRITE SIGNON-LOG-LINE.

                   CLOSE SIGNON-LOG.

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
               MOVE "PROJ124" TO LCK-PROGRAM.
               MOVE OPERATOR-ID TO LCK-OPERATOR.
               MOVE LCK-STAMP TO LCK-START-STAMP.
               WRITE MASTER-LOCK-RECORD.
               CLOSE MASTER-LOCK-FILE.

      * a clean exit empties the lock file - an empty file reads as
      * unlocked
           261-RELEASE-MASTER-LOCK.
               OPEN OUTPUT MASTER-LOCK-FILE.
               CLOSE MASTER-LOCK-FILE.

       END PROGRAM PROJECT124.
