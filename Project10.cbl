      *                   cheque; everyone else keeps the cheque
      *                   path, and PROJECT80 flips the bank's
      *                   rejected credits back into it
      *  15-OCT-2026 SL - a credit refund over APPROVAL-THRESHOLD.txt
      *                   is held on APPROVAL-QUEUE.txt for a second
      *                   supervisor (PROJECT124) and released on the
      *                   first sweep after it is approved; held
      *                   credits stay on the account and land on the
      *                   register with their status
      *  15-OCT-2026 SL - CHEQUE-REGISTER.txt rows carry the payee
      *                   name and a status date for PROJECT125's
      *                   positive-pay file
      *  15-OCT-2026 SL - a credit for a student with an active
      *                   PROJECT140 service hold whose type blocks
      *                   refunds stays on the account and lands on
      *                   the register with the hold type and
      *                   releasing office
      *  15-OCT-2026 SL - register CHEQUE-EXTRACT.txt and
      *                   DIRECT-DEPOSIT-EXTRACT.txt on
      *                   TRANSMISSION-REGISTER.txt with their counts
      *                   and amount totals once each is closed
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT10.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPOSIT-EXTRACT-STATUS.

      * one line per outbound file sent - kept in step with every
      * extract writer, Project146.cbl and Project147.cbl
           SELECT TRANSMISSION-REGISTER
           ASSIGN TO "..\TRANSMISSION-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSMIT-REGISTER-STATUS.

      * one record - the next credit reference to issue, same
      * convention as CHEQUE-CONTROL.txt
           SELECT DEPOSIT-CONTROL-FILE
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

      * PROJECT140's service-indicator holds - the types say what
      * each hold blocks, the master says who is held
           SELECT HOLD-TYPE-FILE
           ASSIGN TO "..\HOLD-TYPES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLD-TYPE-STATUS.

           SELECT STUDENT-HOLD-FILE
           ASSIGN TO "..\STUDENT-HOLDS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * current STUDENT-FILE-IN layout, as read/written by PROJECT03 -
         05 CRG-AMOUNT PIC 9999V99.
         05 CRG-ISSUE-DATE PIC 9(8).
         05 CRG-STATUS PIC X(1).
      * the payee as printed, and the date the status last moved -
      * positive pay reports issues and voids off these two
         05 CRG-PAYEE-NAME PIC X(40).
         05 CRG-STATUS-DATE PIC 9(8).

       FD CHEQUE-CONTROL-FILE.
       01 CHEQUE-CONTROL-RECORD.
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

      * kept in step with Project140.cbl's FD HOLD-TYPE-FILE
       FD HOLD-TYPE-FILE.
       01 HOLD-TYPE-RECORD.
         05 HTY-HOLD-TYPE PIC X(4).
         05 HTY-DESCRIPTION PIC X(20).
         05 HTY-OFFICE PIC X(4).
         05 HTY-BLOCKS-REGISTRATION PIC X(1).
         05 HTY-BLOCKS-TRANSCRIPT PIC X(1).
         05 HTY-BLOCKS-DIPLOMA PIC X(1).
         05 HTY-BLOCKS-REFUND PIC X(1).

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
      * costing more to cut a cheque for than they are worth
       01 REFUND-MINIMUM PIC 9999V99 VALUE 5.00.

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
       01 REFUND-HELD-FLAG PIC X(1).
         88 REFUND-HELD VALUE 'Y'.
       01 REFUND-HELD-STATUS PIC X(24).

      * whole tuition master held in memory while the sweep runs, then
      * rewritten to STUFILE3.txt - same technique and sizing as
      * Project09.cbl's posting run
       01 REFUND-VARIABLES.
         05 REFUND-AMOUNT PIC 9999V99.
         05 CREDIT-MAGNITUDE PIC 9999V99.
         05 CHEQUE-TOTAL PIC 9(7)V99 VALUE 0.

       01 AUDIT-TIME-FIELDS.
         05 AUDIT-DATE-RAW.
         05 HOW-MANY-UNDER-MINIMUM PIC 9(6) VALUE 0.
         05 HOW-MANY-BY-DEPOSIT PIC 9(6) VALUE 0.
         05 HOW-MANY-BY-CHEQUE PIC 9(6) VALUE 0.
         05 HOW-MANY-HELD-FOR-APPROVAL PIC 9(6) VALUE 0.
         05 HOW-MANY-HELD-ON-SERVICE PIC 9(6) VALUE 0.

       01 TOTAL-REFUNDED PIC S9(9)V99 VALUE 0.

         05 FINAL-REPORT-3 PIC X(24).
         05 FINAL-AMOUNT-3 PIC -ZZZ,ZZ9.99.

      * active service-indicator holds whose type blocks refunds - a
      * hold whose type is missing from HOLD-TYPES.txt blocks
      * everything, so a mistyped code never lets a student through
       01 SERVICE-HOLD-TYPE-TABLE.
         05 SVT-ENTRY OCCURS 1 TO 50 TIMES
             DEPENDING ON SVT-COUNT.
           10 SVT-HOLD-TYPE PIC X(4).
           10 SVT-BLOCKS-FLAG PIC X(1).

       01 SERVICE-HOLD-TABLE.
         05 SVH-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON SVH-COUNT.
           10 SVH-STUDENT-NUMBER PIC 9(6).
           10 SVH-HOLD-TYPE PIC X(4).
           10 SVH-OFFICE PIC X(4).
           10 SVH-REASON PIC X(30).

       01 SERVICE-HOLD-VARIABLES.
         05 HOLD-TYPE-STATUS PIC X(2).
         05 STUDENT-HOLD-STATUS PIC X(2).
         05 HOLD-TYPE-EOF-FLG PIC X(1) VALUE 'N'.
         05 STUDENT-HOLD-EOF-FLG PIC X(1) VALUE 'N'.
         05 SVT-COUNT PIC 9(2) VALUE 0.
         05 SVT-SUB PIC 9(2).
         05 SVT-FOUND-FLAG PIC X(1).
           88 SERVICE-TYPE-FOUND VALUE 'Y'.
         05 SVH-BLOCKS-FLAG PIC X(1).
         05 SVH-COUNT PIC 9(4) VALUE 0.
         05 SVH-SUB PIC 9(4).
         05 SVH-FOUND-SUB PIC 9(4) VALUE 0.
         05 SVH-LOOKUP-STUDENT PIC 9(6).
         05 SVH-FOUND-FLAG PIC X(1) VALUE 'N'.
           88 SERVICE-HOLD-FOUND VALUE 'Y'.

      * the refusal text - hold type and the office that can lift it
       01 SERVICE-HOLD-TEXT.
         05 FILLER PIC X(13) VALUE "SERVICE HOLD ".
         05 SHX-HOLD-TYPE PIC X(4).
         05 FILLER PIC X(2) VALUE " (".
         05 SHX-OFFICE PIC X(4).
         05 FILLER PIC X(1) VALUE ")".

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
      * main procedure - load both masters, sweep the credits, rewrite
      * the tuition master, and print the totals

           PERFORM 200-LOAD-STUDENT-MASTER.
           PERFORM 270-VERIFY-MASTER-CONTROL.
           PERFORM 950-LOAD-APPROVAL-QUEUE.
           PERFORM 208-LOAD-SERVICE-HOLDS.
           PERFORM 201-LOAD-ADDRESS-TABLE.
           PERFORM 205-LOAD-BANKING-TABLE.
           PERFORM 206-LOAD-DEPOSIT-TABLE.
               PERFORM 500-REWRITE-STUDENT-MASTER
               PERFORM 271-UPDATE-MASTER-CONTROL
           END-IF.
           PERFORM 955-REWRITE-APPROVAL-QUEUE.

           PERFORM 600-WRITE-FINAL-REPORT.
           DISPLAY "BY DIRECT DEPOSIT: " HOW-MANY-BY-DEPOSIT
               WRITE DEPOSIT-EXTRACT-LINE.
               CLOSE DEPOSIT-EXTRACT.

               MOVE "CHEQUE-EXTRACT.txt" TO TRANSMIT-FILE-NAME.
               MOVE "CHEQUE-PRINT" TO TRANSMIT-DESTINATION.
               MOVE RUN-DATE-FULL TO TRANSMIT-PERIOD.
               MOVE HOW-MANY-BY-CHEQUE TO TRANSMIT-RECORD-COUNT.
               MOVE CHEQUE-TOTAL TO TRANSMIT-HASH-TOTAL.
               PERFORM 880-REGISTER-TRANSMISSION.

               MOVE "DIRECT-DEPOSIT-EXTRACT.txt" TO TRANSMIT-FILE-NAME.
               MOVE "BANK-EFT" TO TRANSMIT-DESTINATION.
               MOVE RUN-DATE-FULL TO TRANSMIT-PERIOD.
               MOVE HOW-MANY-BY-DEPOSIT TO TRANSMIT-RECORD-COUNT.
               MOVE DEPOSIT-TOTAL TO TRANSMIT-HASH-TOTAL.
               PERFORM 880-REGISTER-TRANSMISSION.

               OPEN OUTPUT DEPOSIT-CONTROL-FILE.
               IF DEPOSIT-CONTROL-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN "
                       MST-TUITION-OWED(SWEEP-SUB) * -1

                   IF CREDIT-MAGNITUDE IS NOT LESS THAN REFUND-MINIMUM
                       MOVE 'N' TO REFUND-HELD-FLAG
                       MOVE MST-STUDENT-NUMBER(SWEEP-SUB)
                         TO SVH-LOOKUP-STUDENT
                       PERFORM 312-FIND-SERVICE-HOLD
                       IF SERVICE-HOLD-FOUND
                           MOVE 'Y' TO REFUND-HELD-FLAG
                           MOVE SERVICE-HOLD-TEXT TO REFUND-HELD-STATUS
                       ELSE IF CREDIT-MAGNITUDE IS GREATER THAN
                           APPROVAL-THRESHOLD
                           PERFORM 310-CHECK-REFUND-APPROVAL
                       END-IF
                       END-IF
                       IF REFUND-HELD
                           PERFORM 311-REGISTER-HELD-REFUND
                       ELSE
                           PERFORM 301-ISSUE-ONE-REFUND
                       END-IF
                   ELSE
                       MOVE CREDIT-MAGNITUDE TO REF-REFUND-AMOUNT-OUT
                       MOVE MST-STUDENT-NUMBER(SWEEP-SUB)
               ADD REFUND-AMOUNT TO TOTAL-REFUNDED.
               ADD 1 TO HOW-MANY-REFUNDED.

      * a refund over the approval line needs a second supervisor -
      * an approved item releases the credit up to the amount
      * approved; otherwise the credit is held, and raised on the
      * queue when nothing is open for it yet or the credit has moved
      * since a rejection
           310-CHECK-REFUND-APPROVAL.
               MOVE 'R' TO QUE-FIND-TYPE.
               MOVE MST-STUDENT-NUMBER(SWEEP-SUB) TO QUE-FIND-STUDENT.
               PERFORM 952-FIND-APPROVAL-ITEM.
               MOVE 'Y' TO REFUND-HELD-FLAG.

               IF QUEUE-ITEM-FOUND
                   AND QUE-STATUS(QUE-FOUND-SUB) IS EQUAL TO 'A'
                   IF CREDIT-MAGNITUDE IS GREATER THAN
                       QUE-AMOUNT(QUE-FOUND-SUB)
                       MOVE "HELD - OVER APPROVED AMT"
                         TO REFUND-HELD-STATUS
                   ELSE
                       MOVE 'N' TO REFUND-HELD-FLAG
                       PERFORM 954-MARK-ITEM-APPLIED
                   END-IF
               ELSE IF QUEUE-ITEM-FOUND
                   AND QUE-STATUS(QUE-FOUND-SUB) IS EQUAL TO 'P'
                   MOVE "HELD - AWAITING APPROVAL" TO REFUND-HELD-STATUS
               ELSE IF QUEUE-ITEM-FOUND
                   AND QUE-STATUS(QUE-FOUND-SUB) IS EQUAL TO 'R'
                   AND QUE-AMOUNT(QUE-FOUND-SUB) IS EQUAL TO
                   CREDIT-MAGNITUDE
                   MOVE "NOT REFUNDED - REJECTED" TO REFUND-HELD-STATUS
               ELSE
                   MOVE CREDIT-MAGNITUDE TO QUE-NEW-AMOUNT
                   MOVE MST-TUITION-OWED(SWEEP-SUB) TO QUE-NEW-BEFORE
                   MOVE ZERO TO QUE-NEW-AFTER
                   MOVE "CREDIT REFUND" TO QUE-NEW-DETAIL
                   MOVE OPERATOR-ID TO QUE-NEW-REQUESTED-BY
                   PERFORM 953-RAISE-APPROVAL-ITEM
                   MOVE "HELD - SENT FOR APPROVAL" TO REFUND-HELD-STATUS
               END-IF
               END-IF
               END-IF.

      * a held credit stays on the account - register line only
           311-REGISTER-HELD-REFUND.
               MOVE CREDIT-MAGNITUDE TO REF-REFUND-AMOUNT-OUT.
               MOVE MST-STUDENT-NUMBER(SWEEP-SUB)
                 TO REF-STUDENT-NUMBER-OUT.
               MOVE MST-STUDENT-NAME(SWEEP-SUB)
                 TO REF-STUDENT-NAME-OUT.
               MOVE REFUND-HELD-STATUS TO REF-STATUS-OUT.
               WRITE REFUND-REGISTER-LINE.
               IF SERVICE-HOLD-FOUND
                   ADD 1 TO HOW-MANY-HELD-ON-SERVICE
               ELSE
                   ADD 1 TO HOW-MANY-HELD-FOR-APPROVAL
               END-IF.

      * look up the mailing address for this student, same zero-filled
      * key conversion 310-LOOKUP-ADDRESS uses in Project3.cbl
           401-LOOKUP-ADDRESS.
               MOVE REFUND-AMOUNT TO CRG-AMOUNT.
               MOVE RUN-DATE-FULL TO CRG-ISSUE-DATE.
               MOVE 'O' TO CRG-STATUS.
               MOVE MST-STUDENT-NAME(SWEEP-SUB) TO CRG-PAYEE-NAME.
               MOVE RUN-DATE-FULL TO CRG-STATUS-DATE.
               WRITE CHEQUE-REGISTER-RECORD.
               ADD 1 TO CHEQUE-NUMBER.
               ADD 1 TO HOW-MANY-BY-CHEQUE.
               ADD REFUND-AMOUNT TO CHEQUE-TOTAL.

      * the banking row for this student, and whether it is verified
           404-FIND-BANKING-ROW.
                   MOVE REFUND-AMOUNT TO CRG-AMOUNT.
                   MOVE RUN-DATE-FULL TO CRG-ISSUE-DATE.
                   MOVE 'O' TO CRG-STATUS.
                   MOVE DPT-STUDENT-NAME(DPT-SUB) TO CRG-PAYEE-NAME.
                   MOVE RUN-DATE-FULL TO CRG-STATUS-DATE.
                   WRITE CHEQUE-REGISTER-RECORD.
                   ADD 1 TO CHEQUE-NUMBER.
                   ADD 1 TO HOW-MANY-BY-CHEQUE.
                   ADD REFUND-AMOUNT TO CHEQUE-TOTAL.

      * the deposit file goes back with settled rows marked off
           710-REWRITE-DEPOSIT-FILE.
                   DISPLAY HOW-MANY-UNDER-MINIMUM
                     " CREDIT(S) HELD UNDER THE REFUND MINIMUM"
               END-IF.
               IF HOW-MANY-HELD-FOR-APPROVAL > 0
                   DISPLAY HOW-MANY-HELD-FOR-APPROVAL
                     " CREDIT(S) HELD FOR SECOND APPROVAL - SEE "
                     "PROJECT124"
               END-IF.
               IF HOW-MANY-HELD-ON-SERVICE > 0
                   DISPLAY HOW-MANY-HELD-ON-SERVICE
                     " CREDIT(S) HELD ON A SERVICE HOLD - SEE "
                     "PROJECT140"
               END-IF.


      * take the master lock or stop - a held lock names its holder so
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

      * PROJECT140's hold master - the types first, so only the active
      * holds that stop refunds are kept; no file just means nothing has
      * been placed
           208-LOAD-SERVICE-HOLDS.
               OPEN INPUT HOLD-TYPE-FILE.
               IF HOLD-TYPE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO HOLD-TYPE-EOF-FLG
               ELSE IF HOLD-TYPE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN HOLD-TYPES.txt - STATUS "
                     HOLD-TYPE-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 2081-LOAD-ONE-HOLD-TYPE
                   UNTIL HOLD-TYPE-EOF-FLG IS EQUAL TO 'Y'
                   OR SVT-COUNT IS EQUAL TO 50.

               IF HOLD-TYPE-STATUS IS NOT EQUAL TO "35"
                   CLOSE HOLD-TYPE-FILE
               END-IF.

               OPEN INPUT STUDENT-HOLD-FILE.
               IF STUDENT-HOLD-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO STUDENT-HOLD-EOF-FLG
               ELSE IF STUDENT-HOLD-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUDENT-HOLDS.txt - "
                     "STATUS " STUDENT-HOLD-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 2082-LOAD-ONE-STUDENT-HOLD
                   UNTIL STUDENT-HOLD-EOF-FLG IS EQUAL TO 'Y'
                   OR SVH-COUNT IS EQUAL TO 3000.

               IF STUDENT-HOLD-STATUS IS NOT EQUAL TO "35"
                   CLOSE STUDENT-HOLD-FILE
               END-IF.

               2081-LOAD-ONE-HOLD-TYPE.
                   READ HOLD-TYPE-FILE
                       AT END
                           MOVE 'Y' TO HOLD-TYPE-EOF-FLG
                       NOT AT END
                           ADD 1 TO SVT-COUNT
                           MOVE HTY-HOLD-TYPE
                             TO SVT-HOLD-TYPE(SVT-COUNT)
                           MOVE HTY-BLOCKS-REFUND
                             TO SVT-BLOCKS-FLAG(SVT-COUNT)
                   END-READ.

               2082-LOAD-ONE-STUDENT-HOLD.
                   READ STUDENT-HOLD-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-HOLD-EOF-FLG
                       NOT AT END
                           IF SHD-STATUS IS EQUAL TO 'A'
                               PERFORM 2083-CHECK-HOLD-BLOCKS
                               IF SVH-BLOCKS-FLAG IS EQUAL TO 'Y'
                                   PERFORM 2085-KEEP-ONE-STUDENT-HOLD
                               END-IF
                           END-IF
                   END-READ.

               2083-CHECK-HOLD-BLOCKS.
                   MOVE 'Y' TO SVH-BLOCKS-FLAG.
                   MOVE 'N' TO SVT-FOUND-FLAG.
                   PERFORM 2084-CHECK-ONE-HOLD-TYPE
                       VARYING SVT-SUB FROM 1 BY 1
                       UNTIL SVT-SUB > SVT-COUNT
                       OR SERVICE-TYPE-FOUND.

                   2084-CHECK-ONE-HOLD-TYPE.
                       IF SVT-HOLD-TYPE(SVT-SUB) IS EQUAL TO
                           SHD-HOLD-TYPE
                           MOVE 'Y' TO SVT-FOUND-FLAG
                           MOVE SVT-BLOCKS-FLAG(SVT-SUB)
                             TO SVH-BLOCKS-FLAG
                       END-IF.

               2085-KEEP-ONE-STUDENT-HOLD.
                   ADD 1 TO SVH-COUNT.
                   MOVE SHD-STUDENT-NUMBER
                     TO SVH-STUDENT-NUMBER(SVH-COUNT).
                   MOVE SHD-HOLD-TYPE TO SVH-HOLD-TYPE(SVH-COUNT).
                   MOVE SHD-RELEASE-OFFICE TO SVH-OFFICE(SVH-COUNT).
                   MOVE SHD-REASON TO SVH-REASON(SVH-COUNT).

      * the first hold on file stopping refunds for SVH-LOOKUP-STUDENT,
      * with the refusal text filled in
           312-FIND-SERVICE-HOLD.
               MOVE 'N' TO SVH-FOUND-FLAG.
               MOVE 0 TO SVH-FOUND-SUB.
               PERFORM 3121-CHECK-ONE-SERVICE-HOLD
                   VARYING SVH-SUB FROM 1 BY 1
                   UNTIL SVH-SUB > SVH-COUNT
                   OR SERVICE-HOLD-FOUND.
               IF SERVICE-HOLD-FOUND
                   MOVE SVH-HOLD-TYPE(SVH-FOUND-SUB) TO SHX-HOLD-TYPE
                   MOVE SVH-OFFICE(SVH-FOUND-SUB) TO SHX-OFFICE
               END-IF.

               3121-CHECK-ONE-SERVICE-HOLD.
                   IF SVH-STUDENT-NUMBER(SVH-SUB) IS EQUAL TO
                       SVH-LOOKUP-STUDENT
                       MOVE 'Y' TO SVH-FOUND-FLAG
                       MOVE SVH-SUB TO SVH-FOUND-SUB
                   END-IF.

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
               MOVE "PROJECT10" TO TXR-CREATED-BY.
               MOVE TRANSMIT-DATE-RAW TO TXR-CREATED-DATE.
               MOVE TRANSMIT-TIME-HHMMSS TO TXR-CREATED-TIME.
               MOVE "SENT" TO TXR-STATUS.
               MOVE ZERO TO TXR-ACK-DATE.
               MOVE SPACES TO TXR-ACK-REASON.
               WRITE TRANSMISSION-REGISTER-RECORD.
               CLOSE TRANSMISSION-REGISTER.

       END PROGRAM PROJECT10.
