      *                   holds the chain the same way a failed
      *                   control-total reconciliation stops a
      *                   posting run
      *  15-OCT-2026 SL - every chain, whole or failed, now ends with
      *                   PROJECT149 under the chain's run ID (run
      *                   date and start time): the catalogued
      *                   reports the steps produced are registered,
      *                   the distribution manifest is written and
      *                   archives past retention are swept
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT05.
      * the end-of-chain sync-point cutter
       01 SYNC-POINT-COMMAND PIC X(44) VALUE "./Project65".

      * the end-of-chain report register, manifest and retention
      * sweep - built in 500-PRINT-TRAILER around tonight's run ID,
      * passed through "env" for the same reason as the batch-mode
      * flag below
       01 REPORT-REGISTER-COMMAND PIC X(60).
       01 CHAIN-RUN-ID PIC X(15).

      * the start-of-chain tamper check against the last sync point
       01 TAMPER-CHECK-COMMAND PIC X(44) VALUE "./Project89".

           END-IF.

           DISPLAY "NIGHTLY BATCH STARTING - RUN DATE " RUN-DATE-RAW.
           ACCEPT STAMP-TIME-RAW FROM TIME.
           MOVE SPACES TO CHAIN-RUN-ID.
           STRING RUN-DATE-RAW DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               STAMP-HH DELIMITED BY SIZE
               STAMP-MIN DELIMITED BY SIZE
               STAMP-SS DELIMITED BY SIZE
               INTO CHAIN-RUN-ID
           END-STRING.
           MOVE "NIGHTLY CHAIN STARTED" TO RUN-LOG-MESSAGE-WORK.
           PERFORM 290-WRITE-RUN-LOG.

                   PERFORM 290-WRITE-RUN-LOG
               END-IF.

      * whatever the steps that did run produced is registered and
      * delivered, even after a failed step - the sweep only ever
      * removes archives already past their retention
               MOVE SPACES TO REPORT-REGISTER-COMMAND.
               STRING "env PROJECT149-RUN-ID=" DELIMITED BY SIZE
                   CHAIN-RUN-ID DELIMITED BY SIZE
                   " ./Project149" DELIMITED BY SIZE
                   INTO REPORT-REGISTER-COMMAND
               END-STRING.
               CALL "SYSTEM" USING REPORT-REGISTER-COMMAND.
               IF RETURN-CODE IS NOT EQUAL TO ZERO
                   DISPLAY "REPORT REGISTRATION FAILED - SEE "
                     "PROJECT149'S MESSAGES"
                   MOVE "REPORT REGISTRATION FAILED"
                     TO RUN-LOG-MESSAGE-WORK
               ELSE
                   MOVE "REPORTS REGISTERED - MANIFEST WRITTEN"
                     TO RUN-LOG-MESSAGE-WORK
               END-IF.
               PERFORM 290-WRITE-RUN-LOG.

      * the "did it run?" screen - every step record for today
           600-INQUIRE-RUN-STATUS.
               DISPLAY "RUN STATUS FOR " RUN-DATE-RAW ":".
