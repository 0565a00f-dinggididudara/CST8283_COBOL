      *          expired-permit report the lot attendants patrol from
      *          (EXPIRED-PERMITS.txt)
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - renewal notices go to PROJECT141's
      *                   NOTIFICATION-QUEUE.txt as RENW notices in
      *                   place of RENEWAL-NOTICES.txt - the dispatcher
      *                   resolves the verified email or phone and the
      *                   mailing address, so the address index and
      *                   contact lookups here are gone
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT31.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAR-FILE-STATUS.

      * the renewal notices go to PROJECT141's shared queue
           SELECT NOTIFICATION-QUEUE
           ASSIGN TO "..\NOTIFICATION-QUEUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTIFICATION-QUEUE-STATUS.

           SELECT EXPIRED-REPORT
           ASSIGN TO "..\EXPIRED-PERMITS.txt"
         05 CAR-EXPIRY-DATE-IN PIC 9(8).
         05 CAR-LOT-CODE-IN PIC X(2).

      * kept in step with Project141.cbl's FD NOTIFICATION-QUEUE
       FD NOTIFICATION-QUEUE.
       01 NOTIFICATION-QUEUE-RECORD.
         05 NTQ-STUDENT-NUMBER PIC 9(6).
         05 NTQ-MESSAGE-TYPE PIC X(4).
         05 NTQ-CHANNEL PIC X(1).
         05 NTQ-QUEUED-DATE PIC 9(8).
         05 NTQ-SOURCE PIC X(8).
         05 NTQ-MESSAGE-TEXT PIC X(80).

      * one line per dead permit, for the lot attendants
       FD EXPIRED-REPORT.
       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 CAR-FILE-STATUS PIC X(2).
         05 NOTIFICATION-QUEUE-STATUS PIC X(2).
         05 EXPIRED-REPORT-STATUS PIC X(2).

       01 CAR-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-FULL PIC 9(8).

       01 RENEWAL-WINDOW-DAYS PIC 9(3) VALUE 60.
       01 DAYS-TO-EXPIRY PIC S9(5).

       01 COUNTERS.
         05 HOW-MANY-PERMITS PIC 9(6) VALUE 0.
         05 HOW-MANY-EXPIRING PIC 9(6) VALUE 0.
       100-RUN-RENEWAL-BATCH.
           ACCEPT RUN-DATE-FULL FROM DATE YYYYMMDD.

           PERFORM 201-OPEN-PERMIT-FILES.

           PERFORM 300-CHECK-ONE-PERMIT
             "  ALREADY EXPIRED: " HOW-MANY-EXPIRED.
           STOP RUN.

           201-OPEN-PERMIT-FILES.
               OPEN INPUT CAR-FILE.
               IF CAR-FILE-STATUS IS NOT EQUAL TO "00"
                   STOP RUN
               END-IF.

               OPEN EXTEND NOTIFICATION-QUEUE.
               IF NOTIFICATION-QUEUE-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT NOTIFICATION-QUEUE
               END-IF.
               IF NOTIFICATION-QUEUE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN NOTIFICATION-QUEUE.txt - "
                     "STATUS " NOTIFICATION-QUEUE-STATUS
                   STOP RUN
               END-IF.

               OPEN OUTPUT EXPIRED-REPORT.
               IF EXPIRED-REPORT-STATUS IS NOT EQUAL TO "00"

           202-CLOSE-PERMIT-FILES.
               CLOSE CAR-FILE.
               CLOSE NOTIFICATION-QUEUE.
               CLOSE EXPIRED-REPORT.

      * one permit - expired goes to the lot attendants' report,
      * expiring inside the window gets a queued renewal notice
           300-CHECK-ONE-PERMIT.
               READ CAR-FILE
                   AT END
               WRITE EXPIRED-REPORT-LINE.
               ADD 1 TO HOW-MANY-EXPIRED.

      * one RENW notice per expiring permit - PROJECT141 finds the
      * owner's verified email or phone, or the mailing address
           302-WRITE-RENEWAL-NOTICE.
               MOVE SPACES TO NOTIFICATION-QUEUE-RECORD.
               MOVE CAR-OWNER-STUDENT-NUMBER-IN TO NTQ-STUDENT-NUMBER.
               MOVE "RENW" TO NTQ-MESSAGE-TYPE.
               MOVE 'E' TO NTQ-CHANNEL.
               MOVE RUN-DATE-FULL TO NTQ-QUEUED-DATE.
               MOVE "PROJ031" TO NTQ-SOURCE.
               STRING "PARKING PERMIT " DELIMITED BY SIZE
                   CAR-PERMIT-NUMBER-IN DELIMITED BY SIZE
                   " EXPIRES " DELIMITED BY SIZE
                   CAR-EXPIRY-DATE-IN DELIMITED BY SIZE
                   " - RENEW AT THE PARKING OFFICE" DELIMITED BY SIZE
                   INTO NTQ-MESSAGE-TEXT.
               WRITE NOTIFICATION-QUEUE-RECORD.
               ADD 1 TO HOW-MANY-EXPIRING.

       END PROGRAM PROJECT31.
