      *          (WRITEOFF-GL-EXTRACT.txt, accounts resolved through
      *          GL-ACCOUNT-MAP.txt with a BAD DEBT EXPENSE fallback)
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - a write-off over APPROVAL-THRESHOLD.txt is
      *                   held on APPROVAL-QUEUE.txt for a second
      *                   supervisor (PROJECT124) and goes through on
      *                   the first sweep after it is approved; held
      *                   accounts land on the register with a status
      *  15-OCT-2026 SL - register WRITEOFF-GL-EXTRACT.txt on
      *                   TRANSMISSION-REGISTER.txt with its entry count
      *                   and hash total once the trailer is written
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT50.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GL-EXTRACT-STATUS.

      * one line per outbound file sent - kept in step with every
      * extract writer, Project146.cbl and Project147.cbl
           SELECT TRANSMISSION-REGISTER
           ASSIGN TO "..\TRANSMISSION-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSMIT-REGISTER-STATUS.

           SELECT WRITE-OFF-REGISTER
           ASSIGN TO "..\WRITE-OFF-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MASTER-CONTROL-STATUS.

      * adjustments over the second-approval line wait here for a
      * supervisor other than the requester - decided through
      * PROJECT124, applied here on the next run
           SELECT APPROVAL-QUEUE-FILE
           ASSIGN TO "..\APPROVAL-QUEUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPROVAL-QUEUE-STATUS.

      * one record - the second-approval line
           SELECT APPROVAL-THRESHOLD-FILE
           ASSIGN TO "..\APPROVAL-THRESHOLD.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPROVAL-THRESHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * current STUDENT-FILE-IN layout, as read/written by PROJECT03 -
         05 WOR-REASON-OUT PIC X(2).
         05 FILLER PIC X(2) VALUE SPACE.
         05 WOR-AUTHORIZED-BY-OUT PIC X(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 WOR-STATUS-OUT PIC X(26).

       FD MASTER-LOCK-FILE.
       01 MASTER-LOCK-RECORD.
         05 MCT-HASH-TOTAL PIC S9(9)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

      * kept in step with Project124.cbl's FD APPROVAL-QUEUE-FILE
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

       FD APPROVAL-THRESHOLD-FILE.
       01 APPROVAL-THRESHOLD-RECORD.
         05 ATH-AMOUNT PIC 9(6)V99.

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

       01 MASTER-CONTROL-FIELDS.
       01 SWEEP-VARIABLES.
         05 WRITE-OFF-AMOUNT PIC S9999V99.
         05 WRITE-OFF-REASON PIC X(2).
         05 WRITE-OFF-STATUS-NOTE PIC X(26).
         05 WRITE-OFF-HELD-FLAG PIC X(1).
           88 WRITE-OFF-HELD VALUE 'Y'.

       01 COUNTERS.
         05 HOW-MANY-SWEPT PIC 9(6) VALUE 0.
         05 HOW-MANY-SMALL PIC 9(6) VALUE 0.
         05 HOW-MANY-STALE PIC 9(6) VALUE 0.
         05 TOTAL-WRITTEN-OFF PIC 9(7)V99 VALUE 0.
         05 HOW-MANY-HELD PIC 9(6) VALUE 0.

      * APPROVAL-QUEUE.txt in memory - kept in step with
      * Project124.cbl's APPROVAL-QUEUE-TABLE; written back at the end
      * of the run only when an item was raised or applied, and only
      * ever under the master lock
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
         05 APPROVAL-QUEUE-STATUS PIC X(2).
         05 APPROVAL-THRESHOLD-STATUS PIC X(2).
         05 QUE-COUNT PIC 9(4) VALUE 0.
         05 QUE-SUB PIC 9(4).
         05 QUE-FOUND-SUB PIC 9(4).
         05 QUE-LAST-NUMBER PIC 9(6) VALUE 0.
         05 QUE-EOF-FLG PIC X(1) VALUE 'N'.
         05 QUE-FOUND-FLAG PIC X(1).
           88 QUEUE-ITEM-FOUND VALUE 'Y'.
         05 QUE-CHANGED-FLAG PIC X(1) VALUE 'N'.
         05 QUE-RUN-DATE PIC 9(8).
         05 QUE-FIND-TYPE PIC X(1).
         05 QUE-FIND-STUDENT PIC 9(6).
         05 QUE-NEW-AMOUNT PIC 9(6)V99.
         05 QUE-NEW-BEFORE PIC S9(6)V99.
         05 QUE-NEW-AFTER PIC S9(6)V99.
         05 QUE-NEW-DETAIL PIC X(20).
         05 QUE-NEW-REQUESTED-BY PIC X(8).

      * an adjustment over this line needs a second supervisor - no
      * APPROVAL-THRESHOLD.txt means the standard 1000.00
       01 APPROVAL-THRESHOLD PIC 9(6)V99 VALUE 1000.00.

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
      * main procedure - sign on, accept the policy, judge every
           PERFORM 260-ACQUIRE-MASTER-LOCK.
           PERFORM 200-LOAD-STUDENT-MASTER.
           PERFORM 270-VERIFY-MASTER-CONTROL.
           PERFORM 950-LOAD-APPROVAL-QUEUE.
           PERFORM 210-LOAD-TERM-ACTIVITY.
           PERFORM 215-DERIVE-STALE-CUTOFF.
           PERFORM 206-LOAD-ACCOUNT-MAP.
           PERFORM 230-CLOSE-SWEEP-FILES.
           PERFORM 400-REWRITE-STUDENT-MASTER.
           PERFORM 271-UPDATE-MASTER-CONTROL.
           PERFORM 955-REWRITE-APPROVAL-QUEUE.
           PERFORM 500-WRITE-FINAL-REPORT.
           PERFORM 261-RELEASE-MASTER-LOCK.
           STOP RUN.
           230-CLOSE-SWEEP-FILES.
               CLOSE WRITE-OFF-REGISTER.
               CLOSE GL-EXTRACT-FILE.

               MOVE "WRITEOFF-GL-EXTRACT.txt" TO TRANSMIT-FILE-NAME.
               MOVE "GL" TO TRANSMIT-DESTINATION.
               MOVE RUN-DATE-RAW TO TRANSMIT-PERIOD.
               MOVE GL-ENTRY-COUNT TO TRANSMIT-RECORD-COUNT.
               MOVE GL-HASH-TOTAL TO TRANSMIT-HASH-TOTAL.
               PERFORM 880-REGISTER-TRANSMISSION.
               CLOSE CHARGE-LEDGER.

      * one account - small balance first (that rule is cheaper to
                   END-IF

                   IF WRITE-OFF-REASON IS NOT EQUAL TO SPACES
                       MOVE "WRITTEN OFF" TO WRITE-OFF-STATUS-NOTE
                       MOVE 'N' TO WRITE-OFF-HELD-FLAG
                       IF MST-TUITION-OWED(STUDENT-MASTER-IDX)
                           IS GREATER THAN APPROVAL-THRESHOLD
                           PERFORM 340-CHECK-WRITE-OFF-APPROVAL
                       END-IF
                       IF WRITE-OFF-HELD
                           PERFORM 341-REGISTER-HELD-ACCOUNT
                       ELSE
                           PERFORM 320-WRITE-OFF-ONE-ACCOUNT
                       END-IF
                   END-IF
               END-IF.

               MOVE WRITE-OFF-AMOUNT TO WOR-AMOUNT-OUT.
               MOVE WRITE-OFF-REASON TO WOR-REASON-OUT.
               MOVE OPERATOR-ID TO WOR-AUTHORIZED-BY-OUT.
               MOVE WRITE-OFF-STATUS-NOTE TO WOR-STATUS-OUT.
               WRITE WRITE-OFF-REGISTER-LINE.

               PERFORM 330-WRITE-BAD-DEBT-GL-PAIR.
                   ADD 1 TO HOW-MANY-STALE
               END-IF.

      * a write-off over the approval line needs a second supervisor -
      * an approved item covers the balance up to the amount approved;
      * otherwise the account is held, and raised on the queue when
      * nothing is open for it yet or the balance has moved since a
      * rejection
           340-CHECK-WRITE-OFF-APPROVAL.
               MOVE 'W' TO QUE-FIND-TYPE.
               MOVE MST-STUDENT-NUMBER(STUDENT-MASTER-IDX)
                 TO QUE-FIND-STUDENT.
               PERFORM 952-FIND-APPROVAL-ITEM.
               MOVE 'Y' TO WRITE-OFF-HELD-FLAG.

               IF QUEUE-ITEM-FOUND
                   AND QUE-STATUS(QUE-FOUND-SUB) IS EQUAL TO 'A'
                   IF MST-TUITION-OWED(STUDENT-MASTER-IDX)
                       IS GREATER THAN QUE-AMOUNT(QUE-FOUND-SUB)
                       MOVE "HELD - OVER APPROVED AMT"
                         TO WRITE-OFF-STATUS-NOTE
                   ELSE
                       MOVE 'N' TO WRITE-OFF-HELD-FLAG
                       MOVE "WRITTEN OFF - 2ND APPROVAL"
                         TO WRITE-OFF-STATUS-NOTE
                       PERFORM 954-MARK-ITEM-APPLIED
                   END-IF
               ELSE IF QUEUE-ITEM-FOUND
                   AND QUE-STATUS(QUE-FOUND-SUB) IS EQUAL TO 'P'
                   MOVE "HELD - AWAITING APPROVAL"
                     TO WRITE-OFF-STATUS-NOTE
               ELSE IF QUEUE-ITEM-FOUND
                   AND QUE-STATUS(QUE-FOUND-SUB) IS EQUAL TO 'R'
                   AND QUE-AMOUNT(QUE-FOUND-SUB) IS EQUAL TO
                   MST-TUITION-OWED(STUDENT-MASTER-IDX)
                   MOVE "NOT WRITTEN OFF - REJECTED"
                     TO WRITE-OFF-STATUS-NOTE
               ELSE
                   MOVE MST-TUITION-OWED(STUDENT-MASTER-IDX)
                     TO QUE-NEW-AMOUNT
                   MOVE MST-TUITION-OWED(STUDENT-MASTER-IDX)
                     TO QUE-NEW-BEFORE
                   MOVE ZERO TO QUE-NEW-AFTER
                   IF WRITE-OFF-REASON IS EQUAL TO "SB"
                       MOVE "SMALL BAL WRITE-OFF" TO QUE-NEW-DETAIL
                   ELSE
                       MOVE "STALE DEBT WRITE-OFF" TO QUE-NEW-DETAIL
                   END-IF
                   MOVE OPERATOR-ID TO QUE-NEW-REQUESTED-BY
                   PERFORM 953-RAISE-APPROVAL-ITEM
                   MOVE "HELD - SENT FOR APPROVAL"
                     TO WRITE-OFF-STATUS-NOTE
               END-IF
               END-IF
               END-IF.

      * a held account stays on the master untouched - register line
      * only, so the supervisor can see what the sweep left behind
           341-REGISTER-HELD-ACCOUNT.
               MOVE MST-STUDENT-NUMBER(STUDENT-MASTER-IDX)
                 TO WOR-STUDENT-OUT.
               MOVE MST-STUDENT-NAME(STUDENT-MASTER-IDX)
                 TO WOR-NAME-OUT.
               MOVE MST-TUITION-OWED(STUDENT-MASTER-IDX)
                 TO WOR-AMOUNT-OUT.
               MOVE WRITE-OFF-REASON TO WOR-REASON-OUT.
               MOVE OPERATOR-ID TO WOR-AUTHORIZED-BY-OUT.
               MOVE WRITE-OFF-STATUS-NOTE TO WOR-STATUS-OUT.
               WRITE WRITE-OFF-REGISTER-LINE.
               ADD 1 TO HOW-MANY-HELD.

      * bad debt expense debited, the receivable credited - type
      * WRITEOFF resolves through the map the usual way
           330-WRITE-BAD-DEBT-GL-PAIR.
                 "  STALE DEBT: " HOW-MANY-STALE ")".
               DISPLAY "TOTAL WRITTEN OFF: " TOTAL-WRITTEN-OFF
                 "  AUTHORIZED BY " OPERATOR-ID.
               DISPLAY "HELD FOR SECOND APPROVAL: " HOW-MANY-HELD
                 "  (SEE APPROVAL-QUEUE.txt AND PROJECT124)".

      * sign the supervisor on against OPERATOR.txt - three tries,
      * each failure logged; same pattern as LAB2's 250-SIGN-ON
               WRITE MASTER-CONTROL-RECORD.
               CLOSE MASTER-CONTROL-FILE.

      * the approval line and the queue - nothing on file yet just
      * means the standard line and nothing held
           950-LOAD-APPROVAL-QUEUE.
               ACCEPT QUE-RUN-DATE FROM DATE YYYYMMDD.
               OPEN INPUT APPROVAL-THRESHOLD-FILE.
               IF APPROVAL-THRESHOLD-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF APPROVAL-THRESHOLD-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN APPROVAL-THRESHOLD.txt - "
                     "STATUS " APPROVAL-THRESHOLD-STATUS
                   STOP RUN
               ELSE
                   READ APPROVAL-THRESHOLD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ATH-AMOUNT IS NUMERIC
                               MOVE ATH-AMOUNT TO APPROVAL-THRESHOLD
                           END-IF
                   END-READ
                   CLOSE APPROVAL-THRESHOLD-FILE
               END-IF
               END-IF.

               OPEN INPUT APPROVAL-QUEUE-FILE.
               IF APPROVAL-QUEUE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF APPROVAL-QUEUE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN APPROVAL-QUEUE.txt - "
                     "STATUS " APPROVAL-QUEUE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 951-LOAD-ONE-ITEM
                       UNTIL QUE-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE APPROVAL-QUEUE-FILE
               END-IF
               END-IF.

      * a queue that outgrows the table would lose items on the
      * rewrite - stop rather than run against half of it
               951-LOAD-ONE-ITEM.
                   READ APPROVAL-QUEUE-FILE
                       AT END
                           MOVE 'Y' TO QUE-EOF-FLG
                       NOT AT END
                           IF QUE-COUNT IS EQUAL TO 2000
                               DISPLAY "APPROVAL-QUEUE.txt OVER 2000 "
                                 "ITEMS - ARCHIVE DONE ITEMS FIRST"
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
                           IF APQ-ITEM-NUMBER > QUE-LAST-NUMBER
                               MOVE APQ-ITEM-NUMBER TO QUE-LAST-NUMBER
                           END-IF
                   END-READ.

      * the latest item not yet applied for this type and student -
      * a done item has already gone on and no longer counts
           952-FIND-APPROVAL-ITEM.
               MOVE 'N' TO QUE-FOUND-FLAG.
               MOVE 0 TO QUE-FOUND-SUB.
               PERFORM 9521-CHECK-ONE-ITEM
                   VARYING QUE-SUB FROM 1 BY 1
                   UNTIL QUE-SUB > QUE-COUNT.

               9521-CHECK-ONE-ITEM.
                   IF QUE-ITEM-TYPE(QUE-SUB) IS EQUAL TO QUE-FIND-TYPE
                       AND QUE-STUDENT-NUMBER(QUE-SUB) IS EQUAL TO
                       QUE-FIND-STUDENT
                       AND QUE-STATUS(QUE-SUB) IS NOT EQUAL TO 'D'
                       MOVE 'Y' TO QUE-FOUND-FLAG
                       MOVE QUE-SUB TO QUE-FOUND-SUB
                   END-IF.

      * hold a new item for a second supervisor - the caller has set
      * the type and student to look for and the QUE-NEW- fields
           953-RAISE-APPROVAL-ITEM.
               IF QUE-COUNT IS EQUAL TO 2000
                   DISPLAY "APPROVAL-QUEUE.txt FULL AT 2000 ITEMS - "
                     "ARCHIVE DONE ITEMS FIRST"
                   STOP RUN
               END-IF.
               ADD 1 TO QUE-COUNT.
               ADD 1 TO QUE-LAST-NUMBER.
               MOVE QUE-LAST-NUMBER TO QUE-ITEM-NUMBER(QUE-COUNT).
               MOVE QUE-FIND-TYPE TO QUE-ITEM-TYPE(QUE-COUNT).
               MOVE QUE-FIND-STUDENT TO QUE-STUDENT-NUMBER(QUE-COUNT).
               MOVE QUE-NEW-AMOUNT TO QUE-AMOUNT(QUE-COUNT).
               MOVE QUE-NEW-BEFORE TO QUE-BEFORE-VALUE(QUE-COUNT).
               MOVE QUE-NEW-AFTER TO QUE-AFTER-VALUE(QUE-COUNT).
               MOVE QUE-NEW-DETAIL TO QUE-DETAIL(QUE-COUNT).
               MOVE QUE-NEW-REQUESTED-BY TO QUE-REQUESTED-BY(QUE-COUNT).
               MOVE QUE-RUN-DATE TO QUE-REQUEST-DATE(QUE-COUNT).
               MOVE 'P' TO QUE-STATUS(QUE-COUNT).
               MOVE SPACES TO QUE-DECIDED-BY(QUE-COUNT).
               MOVE 0 TO QUE-DECISION-DATE(QUE-COUNT).
               MOVE SPACES TO QUE-DECISION-REASON(QUE-COUNT).
               MOVE 0 TO QUE-APPLIED-DATE(QUE-COUNT).
               MOVE QUE-COUNT TO QUE-FOUND-SUB.
               MOVE 'Y' TO QUE-CHANGED-FLAG.

           954-MARK-ITEM-APPLIED.
               MOVE 'D' TO QUE-STATUS(QUE-FOUND-SUB).
               MOVE QUE-RUN-DATE TO QUE-APPLIED-DATE(QUE-FOUND-SUB).
               MOVE 'Y' TO QUE-CHANGED-FLAG.

           955-REWRITE-APPROVAL-QUEUE.
               IF QUE-CHANGED-FLAG IS EQUAL TO 'Y'
                   OPEN OUTPUT APPROVAL-QUEUE-FILE
                   IF APPROVAL-QUEUE-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN APPROVAL-QUEUE.txt - "
                         "STATUS " APPROVAL-QUEUE-STATUS
                       STOP RUN
                   END-IF
                   PERFORM 9551-WRITE-ONE-ITEM
                       VARYING QUE-SUB FROM 1 BY 1
                       UNTIL QUE-SUB > QUE-COUNT
                   CLOSE APPROVAL-QUEUE-FILE
               END-IF.

               9551-WRITE-ONE-ITEM.
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
               MOVE "PROJECT50" TO TXR-CREATED-BY.
               MOVE TRANSMIT-DATE-RAW TO TXR-CREATED-DATE.
               MOVE TRANSMIT-TIME-HHMMSS TO TXR-CREATED-TIME.
               MOVE "SENT" TO TXR-STATUS.
               MOVE ZERO TO TXR-ACK-DATE.
               MOVE SPACES TO TXR-ACK-REASON.
               WRITE TRANSMISSION-REGISTER-RECORD.
               CLOSE TRANSMISSION-REGISTER.

       END PROGRAM PROJECT50.
