      *          (OUTSTANDING-CHEQUES.txt) goes to Finance for the
      *          bank reconciliation
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - register rows carry the payee name and the
      *                   date the status last moved, so PROJECT125's
      *                   positive-pay file can report the day's voids
      *  15-OCT-2026 SL - an agent commission cheque (student 000000)
      *                   voids without crediting any account -
      *                   PROJECT128 pays the agent again next run
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT75.
         05 CRG-AMOUNT PIC 9999V99.
         05 CRG-ISSUE-DATE PIC 9(8).
         05 CRG-STATUS PIC X(1).
      * the payee as printed, and the date the status last moved -
      * positive pay reports issues and voids off these two
         05 CRG-PAYEE-NAME PIC X(40).
         05 CRG-STATUS-DATE PIC 9(8).

      * amount is four whole-dollar digits then two cents digits
       FD CASHED-FILE.
           10 TBL-AMOUNT PIC 9999V99.
           10 TBL-ISSUE-DATE PIC 9(8).
           10 TBL-STATUS PIC X(1).
           10 TBL-PAYEE-NAME PIC X(40).
           10 TBL-STATUS-DATE PIC 9(8).

       01 CHEQUE-VARIABLES.
         05 CHEQUE-COUNT PIC 9(4) VALUE 0.
                             TO TBL-ISSUE-DATE(CHEQUE-COUNT)
                           MOVE CRG-STATUS
                             TO TBL-STATUS(CHEQUE-COUNT)
                           MOVE CRG-PAYEE-NAME
                             TO TBL-PAYEE-NAME(CHEQUE-COUNT)
                           IF CRG-STATUS-DATE IS NUMERIC
                               MOVE CRG-STATUS-DATE
                                 TO TBL-STATUS-DATE(CHEQUE-COUNT)
                           ELSE
                               MOVE CRG-ISSUE-DATE
                                 TO TBL-STATUS-DATE(CHEQUE-COUNT)
                           END-IF
                   END-READ.

           210-OPEN-RECON-REGISTER.
                           ELSE
                               MOVE 'C'
                                 TO TBL-STATUS(CHQ-FOUND-SUB)
                               MOVE RUN-DATE-RAW
                                 TO TBL-STATUS-DATE(CHQ-FOUND-SUB)
                               MOVE 'Y' TO REGISTER-CHANGED-FLAG
                               MOVE "CLEARED" TO RCN-STATUS-OUT
                               ADD 1 TO HOW-MANY-CASHED
                             (TBL-ISSUE-DATE(CHQ-FIND-SUB))
                       IF CHEQUE-AGE-DAYS > STALE-DAYS
                           MOVE 'S' TO TBL-STATUS(CHQ-FIND-SUB)
                           MOVE RUN-DATE-RAW
                             TO TBL-STATUS-DATE(CHQ-FIND-SUB)
                           MOVE 'Y' TO REGISTER-CHANGED-FLAG
                           MOVE TBL-CHEQUE-NUMBER(CHQ-FIND-SUB)
                             TO RCN-CHEQUE-OUT
                             TO RCN-STATUS-OUT
                           WRITE RECON-REGISTER-LINE
                       ELSE
      * an agent's commission cheque (student 000000) has no account
      * to credit - PROJECT128 pays it again on its next run
                           IF TBL-STUDENT-NUMBER(CHQ-FOUND-SUB)
                               IS EQUAL TO ZERO
                               MOVE "VOIDED - AGENT REPAID NEXT RUN"
                                 TO RCN-STATUS-OUT
                           ELSE
                               PERFORM 323-CREDIT-THE-ACCOUNT
                               MOVE "VOIDED - CREDITED FOR REISSUE"
                                 TO RCN-STATUS-OUT
                           END-IF
                           MOVE 'V' TO TBL-STATUS(CHQ-FOUND-SUB)
                           MOVE RUN-DATE-RAW
                             TO TBL-STATUS-DATE(CHQ-FOUND-SUB)
                           MOVE 'Y' TO REGISTER-CHANGED-FLAG
                           MOVE VDT-CHEQUE-NUMBER TO RCN-CHEQUE-OUT
                           MOVE TBL-AMOUNT(CHQ-FOUND-SUB)
                             TO RCN-AMOUNT-OUT
                           WRITE RECON-REGISTER-LINE
                           ADD 1 TO HOW-MANY-VOIDED
                       END-IF
                   MOVE TBL-ISSUE-DATE(CHQ-FIND-SUB)
                     TO CRG-ISSUE-DATE.
                   MOVE TBL-STATUS(CHQ-FIND-SUB) TO CRG-STATUS.
                   MOVE TBL-PAYEE-NAME(CHQ-FIND-SUB) TO CRG-PAYEE-NAME.
                   MOVE TBL-STATUS-DATE(CHQ-FIND-SUB)
                     TO CRG-STATUS-DATE.
                   WRITE CHEQUE-REGISTER-RECORD.

      * same lock convention as every STUFILE3.txt writer
