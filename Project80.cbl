      *          retry the bad account, and every return lands on
      *          DEPOSIT-RETURN-REGISTER.txt
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - the reissued cheque's register row carries
      *                   the payee name and a status date for
      *                   PROJECT125's positive-pay file
      *  15-OCT-2026 SL - register the cheques this run adds to
      *                   CHEQUE-EXTRACT.txt on
      *                   TRANSMISSION-REGISTER.txt with their count and
      *                   amount total
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT80.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHEQUE-EXTRACT-STATUS.

      * one line per outbound file sent - kept in step with every
      * extract writer, Project146.cbl and Project147.cbl
           SELECT TRANSMISSION-REGISTER
           ASSIGN TO "..\TRANSMISSION-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSMIT-REGISTER-STATUS.

           SELECT CHEQUE-REGISTER-FILE
           ASSIGN TO "..\CHEQUE-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
         05 CRG-AMOUNT PIC 9999V99.
         05 CRG-ISSUE-DATE PIC 9(8).
         05 CRG-STATUS PIC X(1).
      * the payee as printed, and the date the status last moved -
      * positive pay reports issues and voids off these two
         05 CRG-PAYEE-NAME PIC X(40).
         05 CRG-STATUS-DATE PIC 9(8).

       FD CHEQUE-CONTROL-FILE.
       01 CHEQUE-CONTROL-RECORD.
         05 FILLER PIC X(2) VALUE SPACE.
         05 RRG-STATUS-OUT PIC X(34).

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
       01 FILE-STATUS-FIELDS.
         05 RETURN-FILE-STATUS PIC X(2).
         05 HOW-MANY-READ PIC 9(5) VALUE 0.
         05 HOW-MANY-REISSUED PIC 9(5) VALUE 0.
         05 HOW-MANY-REJECTED PIC 9(5) VALUE 0.
         05 REISSUED-TOTAL PIC 9(7)V99 VALUE 0.

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
      * main procedure - one pass over the bank's return file, each
               PERFORM 500-REWRITE-BANKING-FILE
           END-IF.

      * only a run that reissued anything has added to the cheque
      * file for the printer
           IF HOW-MANY-REISSUED IS GREATER THAN ZERO
               MOVE "CHEQUE-EXTRACT.txt" TO TRANSMIT-FILE-NAME
               MOVE "CHEQUE-PRINT" TO TRANSMIT-DESTINATION
               MOVE RUN-DATE-FULL TO TRANSMIT-PERIOD
               MOVE HOW-MANY-REISSUED TO TRANSMIT-RECORD-COUNT
               MOVE REISSUED-TOTAL TO TRANSMIT-HASH-TOTAL
               PERFORM 880-REGISTER-TRANSMISSION
           END-IF.

           DISPLAY "DEPOSIT RETURNS READ:      " HOW-MANY-READ.
           DISPLAY "REISSUED AS CHEQUES:       " HOW-MANY-REISSUED.
           DISPLAY "REJECTED RETURN LINES:     " HOW-MANY-REJECTED.
                   MOVE RTN-AMOUNT-WORK TO CRG-AMOUNT.
                   MOVE RUN-DATE-FULL TO CRG-ISSUE-DATE.
                   MOVE 'O' TO CRG-STATUS.
                   MOVE IDX-STUDENT-NAME TO CRG-PAYEE-NAME.
                   MOVE RUN-DATE-FULL TO CRG-STATUS-DATE.
                   WRITE CHEQUE-REGISTER-RECORD.
                   ADD 1 TO CHEQUE-NUMBER.

                   END-STRING.
                   PERFORM 320-WRITE-REGISTER-LINE.
                   ADD 1 TO HOW-MANY-REISSUED.
                   ADD RTN-AMOUNT-WORK TO REISSUED-TOTAL.

      * same zero-filled key conversion PROJECT10's lookup uses
               310-LOOKUP-ADDRESS.
                     TO BNK-VERIFIED-FLAG.
                   WRITE BANKING-RECORD.

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
               MOVE "PROJECT80" TO TXR-CREATED-BY.
               MOVE TRANSMIT-DATE-RAW TO TXR-CREATED-DATE.
               MOVE TRANSMIT-TIME-HHMMSS TO TXR-CREATED-TIME.
               MOVE "SENT" TO TXR-STATUS.
               MOVE ZERO TO TXR-ACK-DATE.
               MOVE SPACES TO TXR-ACK-REASON.
               WRITE TRANSMISSION-REGISTER-RECORD.
               CLOSE TRANSMISSION-REGISTER.

       END PROGRAM PROJECT80.
