      *          or one already expired - lands on the hard exception
      *          report PERMIT-EXCEPTIONS.txt
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - expiry notices go to PROJECT141's
      *                   NOTIFICATION-QUEUE.txt as PEXP notices in
      *                   place of PERMIT-EXPIRY-NOTICES.txt - the
      *                   dispatcher resolves the verified email or
      *                   phone and the mailing address, so the
      *                   Student.txt table here is gone
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT62.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERMIT-FILE-STATUS.

      * the expiry notices go to PROJECT141's shared queue
           SELECT NOTIFICATION-QUEUE
           ASSIGN TO "..\NOTIFICATION-QUEUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTIFICATION-QUEUE-STATUS.

           SELECT EXCEPTION-REPORT
           ASSIGN TO "..\PERMIT-EXCEPTIONS.txt"
         05 PRM-EXPIRY-DATE PIC 9(8).
         05 PRM-STATUS PIC X(1).

      * kept in step with Project141.cbl's FD NOTIFICATION-QUEUE
       FD NOTIFICATION-QUEUE.
       01 NOTIFICATION-QUEUE-RECORD.
         05 NTQ-STUDENT-NUMBER PIC 9(6).
         05 NTQ-MESSAGE-TYPE PIC X(4).
         05 NTQ-CHANNEL PIC X(1).
         05 NTQ-QUEUED-DATE PIC 9(8).
         05 NTQ-SOURCE PIC X(8).
         05 NTQ-MESSAGE-TEXT PIC X(80).

       FD EXCEPTION-REPORT.
       01 EXCEPTION-REPORT-LINE.
       01 FILE-STATUS-FIELDS.
         05 STUDENT-FILE-STATUS PIC X(2).
         05 PERMIT-FILE-STATUS PIC X(2).
         05 NOTIFICATION-QUEUE-STATUS PIC X(2).
         05 EXCEPTION-REPORT-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 STUDENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 PERMIT-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-RAW PIC 9(8).

         05 PERMIT-FOUND-FLAG PIC X(1).
           88 PERMIT-ON-FILE VALUE 'Y'.

       01 COUNTERS.
         05 HOW-MANY-INTERNATIONAL PIC 9(4) VALUE 0.
         05 HOW-MANY-EXPIRING PIC 9(4) VALUE 0.
               FUNCTION DATE-OF-INTEGER(WINDOW-END-INTEGER).

           PERFORM 200-LOAD-PERMIT-TABLE.
           PERFORM 220-OPEN-RUN-FILES.

           PERFORM 230-READ-ONE-STUDENT.
               UNTIL STUDENT-EOF-FLG IS EQUAL TO 'Y'.

           CLOSE STUDENT-FILE.
           CLOSE NOTIFICATION-QUEUE.
           CLOSE EXCEPTION-REPORT.

           DISPLAY "INTERNATIONAL STUDENTS: " HOW-MANY-INTERNATIONAL
                             TO TBL-PRM-STATUS(PERMIT-CTR)
                   END-READ.

           220-OPEN-RUN-FILES.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
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

               OPEN OUTPUT EXCEPTION-REPORT.
               IF EXCEPTION-REPORT-STATUS IS NOT EQUAL TO "00"
                       MOVE PERMIT-FIND-SUB TO PERMIT-FOUND-SUB
                   END-IF.

      * one PEXP notice per permit inside the window - PROJECT141
      * finds the student's verified email or phone, or the mailing
      * address
           320-WRITE-EXPIRY-NOTICE.
               MOVE SPACES TO NOTIFICATION-QUEUE-RECORD.
               MOVE STUDENT-NUMBER TO NTQ-STUDENT-NUMBER.
               MOVE "PEXP" TO NTQ-MESSAGE-TYPE.
               MOVE 'E' TO NTQ-CHANNEL.
               MOVE RUN-DATE-RAW TO NTQ-QUEUED-DATE.
               MOVE "PROJ062" TO NTQ-SOURCE.
               STRING "STUDY PERMIT " DELIMITED BY SIZE
                   TBL-PRM-PERMIT-NUMBER(PERMIT-FOUND-SUB)
                   DELIMITED BY SIZE
                   " EXPIRES " DELIMITED BY SIZE
                   TBL-PRM-EXPIRY-DATE(PERMIT-FOUND-SUB)
                   DELIMITED BY SIZE
                   " - SEE THE INTERNATIONAL OFFICE" DELIMITED BY SIZE
                   INTO NTQ-MESSAGE-TEXT.
               WRITE NOTIFICATION-QUEUE-RECORD.
               ADD 1 TO HOW-MANY-EXPIRING.

           330-WRITE-EXCEPTION-LINE.
               WRITE EXCEPTION-REPORT-LINE.
               ADD 1 TO HOW-MANY-EXCEPTIONS.

       END PROGRAM PROJECT62.
