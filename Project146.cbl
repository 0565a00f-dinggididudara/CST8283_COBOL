      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: outbound interface acknowledgment processing. Every
      *          extract program writes one SENT line per file it
      *          sends to TRANSMISSION-REGISTER.txt - file name,
      *          destination, period, record count, hash total and
      *          the program and run that created it. This program
      *          posts the partners' answers against it:
      *          - INTERFACE-ACKS.txt, one line per file a partner has
      *            answered for (file name, period, hash total,
      *            RECEIVED or REJECTED, reason), matched to the SENT
      *            register line by file name, period and hash total
      *          - the nightly GL batches PROJECT12 has already
      *            matched on GL-BATCH-STATUS.txt, carried across so
      *            the ledger's POSTED or REJECTED shows on the
      *            register's GL-EXTRACT-<run date>.txt line as
      *            RECEIVED or REJECTED
      *          Acknowledgments nothing matches, and every rejection,
      *          are listed on INTERFACE-ACK-REPORT.txt. PROJECT147
      *          reports what is still unacknowledged past the
      *          partner's deadline and what was sent twice
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT146.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the partners' return lines, one per file answered
           SELECT INTERFACE-ACK-FILE
           ASSIGN TO "..\INTERFACE-ACKS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INTERFACE-ACK-STATUS.

      * one line per outbound file sent - rewritten here with matched
      * files flipped to the partner's answer
           SELECT TRANSMISSION-REGISTER
           ASSIGN TO "..\TRANSMISSION-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSMIT-REGISTER-STATUS.

      * PROJECT12's batch-status history, read only
           SELECT GL-BATCH-STATUS-FILE
           ASSIGN TO "..\GL-BATCH-STATUS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GL-BATCH-STATUS-STATUS.

      * this run's findings - unmatched answers and rejections
           SELECT ACK-REPORT
           ASSIGN TO "..\INTERFACE-ACK-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INTERFACE-ACK-FILE.
       01 INTERFACE-ACK-RECORD.
         05 IAK-FILE-NAME PIC X(40).
         05 IAK-PERIOD PIC X(8).
         05 IAK-HASH-TOTAL PIC S9(11)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 IAK-STATUS PIC X(8).
           88 IAK-STATUS-VALID VALUE "RECEIVED" "REJECTED".
         05 IAK-REASON PIC X(30).

      * status SENT when written, RECEIVED or REJECTED once the
      * partner answers - kept in step with every extract writer's
      * FD TRANSMISSION-REGISTER and with Project147.cbl
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

      * one line per GL batch sent - kept in step with Project3.cbl's
      * and Project12.cbl's FD GL-BATCH-STATUS-FILE
       FD GL-BATCH-STATUS-FILE.
       01 GL-BATCH-STATUS-RECORD.
         05 BST-RUN-DATE PIC 9(8).
         05 BST-ENTRY-COUNT PIC 9(6).
         05 BST-HASH-TOTAL PIC S9(9)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 BST-STATUS PIC X(8).
         05 BST-ACK-DATE PIC 9(8).
         05 BST-REASON PIC X(30).

       FD ACK-REPORT.
       01 ACK-REPORT-LINE.
         05 RPT-FILE-NAME-OUT PIC X(40).
         05 FILLER PIC X(2) VALUE SPACE.
         05 RPT-PERIOD-OUT PIC X(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 RPT-HASH-OUT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 RPT-MESSAGE-OUT PIC X(40).
         05 FILLER PIC X(2) VALUE SPACE.
         05 RPT-REASON-OUT PIC X(30).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 INTERFACE-ACK-STATUS PIC X(2).
         05 TRANSMIT-REGISTER-STATUS PIC X(2).
         05 GL-BATCH-STATUS-STATUS PIC X(2).
         05 ACK-REPORT-STATUS PIC X(2).

       01 ACK-EOF-FLG PIC X(1) VALUE 'N'.
       01 REGISTER-EOF-FLG PIC X(1) VALUE 'N'.
       01 BATCH-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-FULL PIC 9(8).

      * the whole register, held in memory while the answers apply,
      * then rewritten in one pass - a register too big for the table
      * stops the run rather than rewriting it short
       01 REGISTER-TABLE.
         05 REGISTER-ENTRY OCCURS 1 TO 9999 TIMES
             DEPENDING ON REGISTER-COUNT.
           10 TBL-FILE-NAME PIC X(40).
           10 TBL-DESTINATION PIC X(12).
           10 TBL-PERIOD PIC X(8).
           10 TBL-RECORD-COUNT PIC 9(7).
           10 TBL-HASH-TOTAL PIC S9(11)V99.
           10 TBL-CREATED-BY PIC X(9).
           10 TBL-CREATED-DATE PIC 9(8).
           10 TBL-CREATED-TIME PIC 9(6).
           10 TBL-STATUS PIC X(8).
           10 TBL-ACK-DATE PIC 9(8).
           10 TBL-ACK-REASON PIC X(30).

       01 TABLE-VARIABLES.
         05 REGISTER-COUNT PIC 9(4) VALUE 0.
         05 FIND-SUB PIC 9(4).
         05 FOUND-SUB PIC 9(4) VALUE 0.
         05 MATCH-FLAG PIC X(1).
           88 REGISTER-MATCHED VALUE 'Y'.

      * the answer being applied, whichever file it came from
       01 MATCH-FIELDS.
         05 MATCH-FILE-NAME PIC X(40).
         05 MATCH-PERIOD PIC X(8).
         05 MATCH-HASH-TOTAL PIC S9(11)V99.
         05 MATCH-STATUS PIC X(8).
         05 MATCH-ACK-DATE PIC 9(8).
         05 MATCH-REASON PIC X(30).

       01 COUNTERS.
         05 HOW-MANY-ACKS PIC 9(6) VALUE 0.
         05 HOW-MANY-MATCHED PIC 9(6) VALUE 0.
         05 HOW-MANY-UNMATCHED PIC 9(6) VALUE 0.
         05 HOW-MANY-REJECTED PIC 9(6) VALUE 0.
         05 HOW-MANY-GL-CARRIED PIC 9(6) VALUE 0.

       01 FINAL-REPORT.
         05 FINAL-REPORT-1 PIC X(24).
         05 FINAL-NUMBER-1 PIC ZZZZZ9.
         05 FILLER PIC X(5).
         05 FINAL-REPORT-2 PIC X(24).
         05 FINAL-NUMBER-2 PIC ZZZZZ9.
         05 FILLER PIC X(5).
         05 FINAL-REPORT-3 PIC X(24).
         05 FINAL-NUMBER-3 PIC ZZZZZ9.

       PROCEDURE DIVISION.
      * main procedure - load the register, carry the GL answers
      * across, apply every partner answer, and rewrite the register
       100-PROCESS-INTERFACE-ACKS.
           ACCEPT RUN-DATE-FULL FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-REGISTER.
           PERFORM 202-OPEN-ACK-FILES.

           PERFORM 210-CARRY-GL-BATCH-STATUS.

           PERFORM 203-READ-ONE-ACK.
           PERFORM 300-APPLY-ONE-ACK
               UNTIL ACK-EOF-FLG IS EQUAL TO 'Y'.

           PERFORM 204-CLOSE-ACK-FILES.
           PERFORM 500-REWRITE-REGISTER.
           PERFORM 600-WRITE-FINAL-REPORT.
           STOP RUN.

      * the whole register into REGISTER-TABLE - a missing register
      * just means nothing has been sent yet
           200-LOAD-REGISTER.
               OPEN INPUT TRANSMISSION-REGISTER.
               IF TRANSMIT-REGISTER-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO REGISTER-EOF-FLG
               ELSE IF TRANSMIT-REGISTER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TRANSMISSION-REGISTER.txt - "
                     "STATUS " TRANSMIT-REGISTER-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 2001-LOAD-ONE-REGISTER-LINE
                   UNTIL REGISTER-EOF-FLG IS EQUAL TO 'Y'.

               IF TRANSMIT-REGISTER-STATUS IS NOT EQUAL TO "35"
                   CLOSE TRANSMISSION-REGISTER
               END-IF.

               2001-LOAD-ONE-REGISTER-LINE.
                   READ TRANSMISSION-REGISTER
                       AT END
                           MOVE 'Y' TO REGISTER-EOF-FLG
                       NOT AT END
                           IF REGISTER-COUNT IS EQUAL TO 9999
                               DISPLAY "TRANSMISSION-REGISTER.txt "
                                 "HAS OUTGROWN THE TABLE - NOTHING "
                                 "APPLIED"
                               CLOSE TRANSMISSION-REGISTER
                               STOP RUN
                           END-IF
                           ADD 1 TO REGISTER-COUNT
                           MOVE TXR-FILE-NAME
                             TO TBL-FILE-NAME(REGISTER-COUNT)
                           MOVE TXR-DESTINATION
                             TO TBL-DESTINATION(REGISTER-COUNT)
                           MOVE TXR-PERIOD
                             TO TBL-PERIOD(REGISTER-COUNT)
                           MOVE TXR-RECORD-COUNT
                             TO TBL-RECORD-COUNT(REGISTER-COUNT)
                           MOVE TXR-HASH-TOTAL
                             TO TBL-HASH-TOTAL(REGISTER-COUNT)
                           MOVE TXR-CREATED-BY
                             TO TBL-CREATED-BY(REGISTER-COUNT)
                           MOVE TXR-CREATED-DATE
                             TO TBL-CREATED-DATE(REGISTER-COUNT)
                           MOVE TXR-CREATED-TIME
                             TO TBL-CREATED-TIME(REGISTER-COUNT)
                           MOVE TXR-STATUS
                             TO TBL-STATUS(REGISTER-COUNT)
                           MOVE TXR-ACK-DATE
                             TO TBL-ACK-DATE(REGISTER-COUNT)
                           MOVE TXR-ACK-REASON
                             TO TBL-ACK-REASON(REGISTER-COUNT)
                   END-READ.

           202-OPEN-ACK-FILES.
               OPEN INPUT INTERFACE-ACK-FILE.
               IF INTERFACE-ACK-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO ACK-EOF-FLG
               ELSE IF INTERFACE-ACK-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN INTERFACE-ACKS.txt - STATUS "
                     INTERFACE-ACK-STATUS
                   STOP RUN
               END-IF
               END-IF.

               OPEN OUTPUT ACK-REPORT.
               IF ACK-REPORT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN INTERFACE-ACK-REPORT.txt - "
                     "STATUS " ACK-REPORT-STATUS
                   STOP RUN
               END-IF.
               MOVE SPACES TO ACK-REPORT-LINE.

           203-READ-ONE-ACK.
               IF ACK-EOF-FLG IS NOT EQUAL TO 'Y'
                   READ INTERFACE-ACK-FILE
                       AT END
                           MOVE 'Y' TO ACK-EOF-FLG
                       NOT AT END
                           ADD 1 TO HOW-MANY-ACKS
                   END-READ
               END-IF.

           204-CLOSE-ACK-FILES.
               IF INTERFACE-ACK-STATUS IS NOT EQUAL TO "35"
                   CLOSE INTERFACE-ACK-FILE
               END-IF.
               CLOSE ACK-REPORT.

      * PROJECT12 owns the ledger's answers - every batch it has
      * moved off SENT is carried onto the register's line for the
      * same dated extract, POSTED reading as RECEIVED. A batch with
      * no register line (sent before the register existed) is
      * passed over quietly
           210-CARRY-GL-BATCH-STATUS.
               OPEN INPUT GL-BATCH-STATUS-FILE.
               IF GL-BATCH-STATUS-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO BATCH-EOF-FLG
               ELSE IF GL-BATCH-STATUS-STATUS IS NOT EQUAL TO "00"
                   DISPLAY
                     "UNABLE TO OPEN GL-BATCH-STATUS.txt - STATUS "
                     GL-BATCH-STATUS-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 2101-CARRY-ONE-BATCH
                   UNTIL BATCH-EOF-FLG IS EQUAL TO 'Y'.

               IF GL-BATCH-STATUS-STATUS IS NOT EQUAL TO "35"
                   CLOSE GL-BATCH-STATUS-FILE
               END-IF.

               2101-CARRY-ONE-BATCH.
                   READ GL-BATCH-STATUS-FILE
                       AT END
                           MOVE 'Y' TO BATCH-EOF-FLG
                       NOT AT END
                           IF BST-STATUS IS EQUAL TO "POSTED"
                               OR BST-STATUS IS EQUAL TO "REJECTED"
                               PERFORM 2102-MATCH-GL-BATCH
                           END-IF
                   END-READ.

               2102-MATCH-GL-BATCH.
                   MOVE SPACES TO MATCH-FILE-NAME.
                   STRING
                       "GL-EXTRACT-" DELIMITED BY SIZE
                       BST-RUN-DATE DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO MATCH-FILE-NAME
                   END-STRING.
                   MOVE BST-RUN-DATE TO MATCH-PERIOD.
                   MOVE BST-HASH-TOTAL TO MATCH-HASH-TOTAL.
                   IF BST-STATUS IS EQUAL TO "POSTED"
                       MOVE "RECEIVED" TO MATCH-STATUS
                   ELSE
                       MOVE "REJECTED" TO MATCH-STATUS
                   END-IF.
                   MOVE BST-ACK-DATE TO MATCH-ACK-DATE.
                   MOVE BST-REASON TO MATCH-REASON.

                   PERFORM 310-FIND-SENT-LINE.

                   IF REGISTER-MATCHED
                       PERFORM 320-POST-ANSWER
                       ADD 1 TO HOW-MANY-GL-CARRIED
                   END-IF.

      * match one partner answer to its SENT register line - an
      * answer nothing matches, or one with a status the register
      * does not know, goes on the report to be chased
           300-APPLY-ONE-ACK.
               MOVE IAK-FILE-NAME TO MATCH-FILE-NAME.
               MOVE IAK-PERIOD TO MATCH-PERIOD.
               MOVE IAK-HASH-TOTAL TO MATCH-HASH-TOTAL.
               MOVE IAK-STATUS TO MATCH-STATUS.
               MOVE RUN-DATE-FULL TO MATCH-ACK-DATE.
               MOVE IAK-REASON TO MATCH-REASON.

               IF NOT IAK-STATUS-VALID
                   ADD 1 TO HOW-MANY-UNMATCHED
                   MOVE "ANSWER NOT RECEIVED OR REJECTED"
                     TO RPT-MESSAGE-OUT
                   PERFORM 330-WRITE-REPORT-LINE
               ELSE
                   PERFORM 310-FIND-SENT-LINE
                   IF REGISTER-MATCHED
                       PERFORM 320-POST-ANSWER
                       ADD 1 TO HOW-MANY-MATCHED
                   ELSE
                       ADD 1 TO HOW-MANY-UNMATCHED
                       MOVE "ANSWER WITHOUT MATCHING SENT FILE"
                         TO RPT-MESSAGE-OUT
                       PERFORM 330-WRITE-REPORT-LINE
                   END-IF
               END-IF.

               PERFORM 203-READ-ONE-ACK.

      * only a line still SENT can take an answer - a second answer
      * for a file already answered falls through as unmatched rather
      * than silently overwriting the register
           310-FIND-SENT-LINE.
               MOVE 'N' TO MATCH-FLAG.
               MOVE 0 TO FOUND-SUB.
               PERFORM 311-MATCH-ONE-LINE
                   VARYING FIND-SUB FROM 1 BY 1
                   UNTIL FIND-SUB > REGISTER-COUNT
                   OR REGISTER-MATCHED.

               311-MATCH-ONE-LINE.
                   IF TBL-FILE-NAME(FIND-SUB) IS EQUAL TO
                           MATCH-FILE-NAME
                       AND TBL-PERIOD(FIND-SUB) IS EQUAL TO
                           MATCH-PERIOD
                       AND TBL-HASH-TOTAL(FIND-SUB) IS EQUAL TO
                           MATCH-HASH-TOTAL
                       AND TBL-STATUS(FIND-SUB) IS EQUAL TO "SENT"
                       MOVE 'Y' TO MATCH-FLAG
                       MOVE FIND-SUB TO FOUND-SUB
                   END-IF.

           320-POST-ANSWER.
               MOVE MATCH-STATUS TO TBL-STATUS(FOUND-SUB).
               MOVE MATCH-ACK-DATE TO TBL-ACK-DATE(FOUND-SUB).
               MOVE MATCH-REASON TO TBL-ACK-REASON(FOUND-SUB).
               IF MATCH-STATUS IS EQUAL TO "REJECTED"
                   ADD 1 TO HOW-MANY-REJECTED
                   MOVE "FILE REJECTED BY PARTNER - SEE REASON"
                     TO RPT-MESSAGE-OUT
                   PERFORM 330-WRITE-REPORT-LINE
               END-IF.

           330-WRITE-REPORT-LINE.
               MOVE MATCH-FILE-NAME TO RPT-FILE-NAME-OUT.
               MOVE MATCH-PERIOD TO RPT-PERIOD-OUT.
               MOVE MATCH-HASH-TOTAL TO RPT-HASH-OUT.
               MOVE MATCH-REASON TO RPT-REASON-OUT.
               WRITE ACK-REPORT-LINE.

      * rewrite the whole register from the updated table
           500-REWRITE-REGISTER.
               OPEN OUTPUT TRANSMISSION-REGISTER.
               IF TRANSMIT-REGISTER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TRANSMISSION-REGISTER.txt - "
                     "STATUS " TRANSMIT-REGISTER-STATUS
                   STOP RUN
               END-IF.

               PERFORM 501-WRITE-ONE-LINE
                   VARYING FIND-SUB FROM 1 BY 1
                   UNTIL FIND-SUB > REGISTER-COUNT.

               CLOSE TRANSMISSION-REGISTER.

               501-WRITE-ONE-LINE.
                   MOVE TBL-FILE-NAME(FIND-SUB) TO TXR-FILE-NAME.
                   MOVE TBL-DESTINATION(FIND-SUB) TO TXR-DESTINATION.
                   MOVE TBL-PERIOD(FIND-SUB) TO TXR-PERIOD.
                   MOVE TBL-RECORD-COUNT(FIND-SUB) TO TXR-RECORD-COUNT.
                   MOVE TBL-HASH-TOTAL(FIND-SUB) TO TXR-HASH-TOTAL.
                   MOVE TBL-CREATED-BY(FIND-SUB) TO TXR-CREATED-BY.
                   MOVE TBL-CREATED-DATE(FIND-SUB) TO TXR-CREATED-DATE.
                   MOVE TBL-CREATED-TIME(FIND-SUB) TO TXR-CREATED-TIME.
                   MOVE TBL-STATUS(FIND-SUB) TO TXR-STATUS.
                   MOVE TBL-ACK-DATE(FIND-SUB) TO TXR-ACK-DATE.
                   MOVE TBL-ACK-REASON(FIND-SUB) TO TXR-ACK-REASON.
                   WRITE TRANSMISSION-REGISTER-RECORD.

      * answers read, matched, and left unmatched
           600-WRITE-FINAL-REPORT.
               MOVE "ANSWERS READ: " TO FINAL-REPORT-1
               MOVE HOW-MANY-ACKS TO FINAL-NUMBER-1
               MOVE "MATCHED: " TO FINAL-REPORT-2
               MOVE HOW-MANY-MATCHED TO FINAL-NUMBER-2
               MOVE "UNMATCHED: " TO FINAL-REPORT-3
               MOVE HOW-MANY-UNMATCHED TO FINAL-NUMBER-3

               DISPLAY FINAL-REPORT.

               IF HOW-MANY-GL-CARRIED > 0
                   DISPLAY HOW-MANY-GL-CARRIED " GL BATCH ANSWER(S) "
                     "CARRIED FROM GL-BATCH-STATUS.txt"
               END-IF.

               IF HOW-MANY-REJECTED > 0
                   DISPLAY HOW-MANY-REJECTED " FILE(S) REJECTED - "
                     "SEE INTERFACE-ACK-REPORT.txt"
               END-IF.

       END PROGRAM PROJECT146.
