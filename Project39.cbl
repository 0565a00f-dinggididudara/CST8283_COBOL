      *          mid-term cycle. Probation and the transcript keep
      *          running on final grades only
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - each student on the early-alert report is
      *                   also told directly: an ALRT notice goes to
      *                   PROJECT141's NOTIFICATION-QUEUE.txt; the
      *                   report itself stays with advising
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT39.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EARLY-ALERT-STATUS.

      * the student's own copy goes to PROJECT141's shared queue
           SELECT NOTIFICATION-QUEUE
           ASSIGN TO "..\NOTIFICATION-QUEUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTIFICATION-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MIDTERM-FEED.
         05 FILLER PIC X(2) VALUE SPACE.
         05 EAL-NOTE-OUT PIC X(34).

      * kept in step with Project141.cbl's FD NOTIFICATION-QUEUE
       FD NOTIFICATION-QUEUE.
       01 NOTIFICATION-QUEUE-RECORD.
         05 NTQ-STUDENT-NUMBER PIC 9(6).
         05 NTQ-MESSAGE-TYPE PIC X(4).
         05 NTQ-CHANNEL PIC X(1).
         05 NTQ-QUEUED-DATE PIC 9(8).
         05 NTQ-SOURCE PIC X(8).
         05 NTQ-MESSAGE-TEXT PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 MIDTERM-FEED-STATUS PIC X(2).
         05 MIDTERM-GRADES-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 EARLY-ALERT-STATUS PIC X(2).
         05 NOTIFICATION-QUEUE-STATUS PIC X(2).

       01 FEED-EOF-FLG PIC X(1) VALUE 'N'.
       01 GRADES-EOF-FLG PIC X(1) VALUE 'N'.
       01 MASTER-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-RAW PIC 9(8).

      * a credit-weighted interim average under this line goes to
      * advising
       01 ALERT-THRESHOLD PIC 9(3) VALUE 60.
      * main procedure - merge the feed, then sweep the master for
      * students in trouble at mid-term
       100-RUN-MIDTERM-CYCLE.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-MIDTERM-GRADES.
           PERFORM 300-MERGE-MIDTERM-FEED.
           PERFORM 400-REWRITE-MIDTERM-GRADES.
               END-IF.
               MOVE SPACES TO EARLY-ALERT-LINE.

               OPEN EXTEND NOTIFICATION-QUEUE.
               IF NOTIFICATION-QUEUE-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT NOTIFICATION-QUEUE
               END-IF.
               IF NOTIFICATION-QUEUE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN NOTIFICATION-QUEUE.txt - "
                     "STATUS " NOTIFICATION-QUEUE-STATUS
                   STOP RUN
               END-IF.

               MOVE "CYCLE:" TO EAL-STUDENT-NUMBER-OUT.
               MOVE "PRODUCED FROM MID-TERM (INTERIM) GRADES"
                 TO EAL-STUDENT-NAME-OUT.

               CLOSE STUDENT-FILE.
               CLOSE EARLY-ALERT-REPORT.
               CLOSE NOTIFICATION-QUEUE.

               501-ALERT-ONE-STUDENT.
                   READ STUDENT-FILE INTO STUDENT-FILE-IN
                               MOVE "BELOW MID-TERM THRESHOLD"
                                 TO EAL-NOTE-OUT
                               WRITE EARLY-ALERT-LINE
                               PERFORM 506-QUEUE-ALERT-NOTICE
                               ADD 1 TO HOW-MANY-ALERTS
                           END-IF
                   END-READ.
                           MOVE MID-FIND-SUB TO MID-FOUND-SUB
                       END-IF.

      * the student hears it from the college, not only from advising
               506-QUEUE-ALERT-NOTICE.
                   MOVE SPACES TO NOTIFICATION-QUEUE-RECORD.
                   MOVE STUDENT-NUMBER TO NTQ-STUDENT-NUMBER.
                   MOVE "ALRT" TO NTQ-MESSAGE-TYPE.
                   MOVE 'E' TO NTQ-CHANNEL.
                   MOVE RUN-DATE-RAW TO NTQ-QUEUED-DATE.
                   MOVE "PROJ039" TO NTQ-SOURCE.
                   STRING "YOUR MID-TERM AVERAGE OF " DELIMITED BY SIZE
                       MIDTERM-AVERAGE DELIMITED BY SIZE
                       " IS BELOW " DELIMITED BY SIZE
                       ALERT-THRESHOLD DELIMITED BY SIZE
                       " - PLEASE BOOK AN ADVISING APPOINTMENT"
                       DELIMITED BY SIZE
                       INTO NTQ-MESSAGE-TEXT.
                   WRITE NOTIFICATION-QUEUE-RECORD.

       END PROGRAM PROJECT39.
