      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: nightly notification dispatcher - the one place a
      *          student notice leaves the college. PROJECT49's
      *          dunning notices, PROJECT31's permit renewals,
      *          PROJECT39's early alerts, PROJECT62's study-permit
      *          expiries and PROJECT72's meal-plan low balances all
      *          land on NOTIFICATION-QUEUE.txt (student, message
      *          type, channel wanted, text). Each queued notice goes
      *          out on the channel asked for when the student has a
      *          verified contact for it on PROJECT59's
      *          CONTACT-MASTER.txt and has not opted out of that
      *          type on that channel (NOTIFY-OPTOUT.txt), then on the
      *          other electronic channel, and falls back to a printed
      *          notice at the Student.txt mailing address. Email goes
      *          to EMAIL-OUTBOX.txt and SMS to SMS-OUTBOX.txt for the
      *          gateways, paper to NOTICE-PRINT.txt for the mail
      *          room. A notice with no verified contact and no
      *          deliverable address fails. Every notice, sent or
      *          failed, is appended to NOTIFICATION-HISTORY.txt -
      *          PROJECT36 shows it at the counter - and the queue is
      *          emptied once the run has worked it
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT141.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFICATION-QUEUE
           ASSIGN TO "..\NOTIFICATION-QUEUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QUEUE-FILE-STATUS.

           SELECT NOTIFICATION-HISTORY
           ASSIGN TO "..\NOTIFICATION-HISTORY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT CONTACT-FILE
           ASSIGN TO "..\CONTACT-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTACT-FILE-STATUS.

           SELECT OPTOUT-FILE
           ASSIGN TO "..\NOTIFY-OPTOUT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPTOUT-FILE-STATUS.

           SELECT ADDRESS-FILE
           ASSIGN TO "..\Student.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADDRESS-FILE-STATUS.

           SELECT EMAIL-OUTBOX
           ASSIGN TO "..\EMAIL-OUTBOX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EMAIL-OUTBOX-STATUS.

           SELECT SMS-OUTBOX
           ASSIGN TO "..\SMS-OUTBOX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SMS-OUTBOX-STATUS.

           SELECT NOTICE-PRINT
           ASSIGN TO "..\NOTICE-PRINT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTICE-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one notice per line, appended by the producing batches -
      * message type DUNN dunning, RENW permit renewal, ALRT early
      * alert, PEXP study-permit expiry, MEAL meal-plan low balance;
      * channel E email, S SMS, P paper only
       FD NOTIFICATION-QUEUE.
       01 NOTIFICATION-QUEUE-RECORD.
         05 NTQ-STUDENT-NUMBER PIC 9(6).
         05 NTQ-MESSAGE-TYPE PIC X(4).
         05 NTQ-CHANNEL PIC X(1).
         05 NTQ-QUEUED-DATE PIC 9(8).
         05 NTQ-SOURCE PIC X(8).
         05 NTQ-MESSAGE-TEXT PIC X(80).

      * append-only - result S sent or F failed; the channel used is
      * blank on a failure
       FD NOTIFICATION-HISTORY.
       01 NOTIFICATION-HISTORY-RECORD.
         05 NTH-STUDENT-NUMBER PIC 9(6).
         05 NTH-MESSAGE-TYPE PIC X(4).
         05 NTH-REQUESTED-CHANNEL PIC X(1).
         05 NTH-CHANNEL-USED PIC X(1).
         05 NTH-RESULT PIC X(1).
         05 NTH-QUEUED-DATE PIC 9(8).
         05 NTH-DISPATCH-DATE PIC 9(8).
         05 NTH-SOURCE PIC X(8).
         05 NTH-DESTINATION PIC X(40).
         05 NTH-FAIL-REASON PIC X(30).
         05 NTH-MESSAGE-TEXT PIC X(80).

      * kept in step with Project59.cbl's FD CONTACT-FILE
       FD CONTACT-FILE.
       01 CONTACT-RECORD.
         05 CTC-STUDENT-NUMBER PIC 9(6).
         05 CTC-CONTACT-TYPE PIC X(1).
         05 CTC-CONTACT-VALUE PIC X(40).
         05 CTC-VERIFIED-FLAG PIC X(1).

      * kept in step with Project59.cbl's FD OPTOUT-FILE
       FD OPTOUT-FILE.
       01 OPTOUT-RECORD.
         05 NOP-STUDENT-NUMBER PIC 9(6).
         05 NOP-MESSAGE-TYPE PIC X(4).
         05 NOP-CHANNEL PIC X(1).

      * LAB2's student master - same record layout as Lab2.cbl's
      * FD STUDENT, current fields included
       FD ADDRESS-FILE.
       01 ADDRESS-FILE-IN.
         05 ADDR-STUDENT-ID PIC A(10).
         05 ADDR-STUDENT-PROGRAM PIC A(8).
         05 ADDR-STUDENT-YEAR PIC 9(6).
         05 ADDR-STUDENT-NAME.
           10 ADDR-STUDENT-TITLE PIC A(6).
           10 ADDR-FIRST-NAME PIC A(15).
           10 ADDR-NAME-INITIAL PIC A(2).
           10 ADDR-LAST-NAME PIC A(28).
         05 ADDR-STUDENT-ADDRESS.
           10 ADDR-STREET PIC A(25).
           10 ADDR-CITY PIC A(15).
           10 ADDR-PROVINCE PIC A(15).
           10 ADDR-POSTAL-CODE PIC A(7).
         05 ADDR-LANGUAGE-PREF PIC A(1).
         05 ADDR-DELIVERY-PREF PIC A(1).
         05 ADDR-UNDELIVERABLE-FLAG PIC A(1).
         05 ADDR-RETURNED-DATE PIC 9(8).

      * the gateways' pickup files - one line per message
       FD EMAIL-OUTBOX.
       01 EMAIL-OUTBOX-LINE.
         05 EOB-STUDENT-NUMBER PIC 9(6).
         05 EOB-MESSAGE-TYPE PIC X(4).
         05 EOB-ADDRESS PIC X(40).
         05 EOB-MESSAGE-TEXT PIC X(80).

       FD SMS-OUTBOX.
       01 SMS-OUTBOX-LINE.
         05 SOB-STUDENT-NUMBER PIC 9(6).
         05 SOB-MESSAGE-TYPE PIC X(4).
         05 SOB-PHONE PIC X(40).
         05 SOB-MESSAGE-TEXT PIC X(80).

       FD NOTICE-PRINT.
       01 NOTICE-PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 QUEUE-FILE-STATUS PIC X(2).
         05 HISTORY-FILE-STATUS PIC X(2).
         05 CONTACT-FILE-STATUS PIC X(2).
         05 OPTOUT-FILE-STATUS PIC X(2).
         05 ADDRESS-FILE-STATUS PIC X(2).
         05 EMAIL-OUTBOX-STATUS PIC X(2).
         05 SMS-OUTBOX-STATUS PIC X(2).
         05 NOTICE-PRINT-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 QUEUE-EOF-FLG PIC X(1) VALUE 'N'.
         05 CONTACT-EOF-FLG PIC X(1) VALUE 'N'.
         05 OPTOUT-EOF-FLG PIC X(1) VALUE 'N'.
         05 ADDRESS-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-RAW PIC 9(8).

      * verified contacts only - an unverified address is never used
       01 CONTACT-TABLE.
         05 CONTACT-TABLE-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON CONTACT-TABLE-COUNT.
           10 CTB-STUDENT-NUMBER PIC 9(6).
           10 CTB-CONTACT-TYPE PIC X(1).
           10 CTB-CONTACT-VALUE PIC X(40).

       01 CONTACT-VARIABLES.
         05 CONTACT-TABLE-COUNT PIC 9(4) VALUE 0.
         05 CONTACT-FIND-SUB PIC 9(4).
         05 CONTACT-LOOKUP-TYPE PIC X(1).
         05 CONTACT-FOUND-FLAG PIC X(1).
           88 CONTACT-FOUND VALUE 'Y'.

       01 OPTOUT-TABLE.
         05 OPTOUT-TABLE-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON OPTOUT-TABLE-COUNT.
           10 OPT-STUDENT-NUMBER PIC 9(6).
           10 OPT-MESSAGE-TYPE PIC X(4).
           10 OPT-CHANNEL PIC X(1).

       01 OPTOUT-VARIABLES.
         05 OPTOUT-TABLE-COUNT PIC 9(4) VALUE 0.
         05 OPTOUT-FIND-SUB PIC 9(4).
         05 OPTOUT-FOUND-FLAG PIC X(1).
           88 OPTED-OUT VALUE 'Y'.

      * LAB2's addresses, loaded and searched the same way PROJECT49
      * does it
       01 ADDRESS-TABLE-CONTAINER.
         05 ADDRESS-ENTRY OCCURS 1 TO 1000 TIMES
             DEPENDING ON ADDRESS-TABLE-COUNT.
           10 ADDR-ID-CONTAINER PIC A(10).
           10 ADDR-NAME-CONTAINER PIC X(51).
           10 ADDR-STREET-CONTAINER PIC A(25).
           10 ADDR-CITY-CONTAINER PIC A(15).
           10 ADDR-PROVINCE-CONTAINER PIC A(15).
           10 ADDR-POSTAL-CODE-CONTAINER PIC A(7).
           10 ADDR-UNDELIV-CONTAINER PIC A(1).

       01 ADDRESS-VARIABLES.
         05 ADDRESS-TABLE-COUNT PIC 9(4) VALUE 0.
         05 ADDR-CTR PIC 9(4).
         05 ADDR-FIND-SUB PIC 9(4).
         05 ADDR-FOUND-SUB PIC 9(4) VALUE 0.
         05 ADDRESS-FOUND-FLAG PIC X(1).
           88 ADDRESS-FOUND VALUE 'Y'.
      * NTQ-STUDENT-NUMBER zero-filled into Student.txt's 10-char
      * key, same conversion as PROJECT03's 310-LOOKUP-ADDRESS
         05 STUDENT-NUMBER-EDIT PIC 9(10).
         05 STUDENT-NUMBER-AS-ID PIC X(10).

      * the channels to try, in order, for the notice in hand
       01 DISPATCH-WORK-FIELDS.
         05 FIRST-CHANNEL PIC X(1).
         05 SECOND-CHANNEL PIC X(1).
         05 TRY-CHANNEL PIC X(1).
         05 CHANNEL-USED PIC X(1).
         05 DESTINATION-WORK PIC X(40).
         05 FAIL-REASON-WORK PIC X(30).
         05 MESSAGE-TYPE-DESCRIPTION PIC X(30).

       01 COUNTERS.
         05 HOW-MANY-QUEUED PIC 9(6) VALUE 0.
         05 HOW-MANY-EMAILED PIC 9(6) VALUE 0.
         05 HOW-MANY-TEXTED PIC 9(6) VALUE 0.
         05 HOW-MANY-PRINTED PIC 9(6) VALUE 0.
         05 HOW-MANY-FAILED PIC 9(6) VALUE 0.

       01 NOTICE-RULE-LINE PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
      * main procedure - load who can be reached how, work the queue,
      * then empty it
       100-RUN-NOTIFICATION-DISPATCH.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-CONTACT-TABLE.
           PERFORM 210-LOAD-OPTOUT-TABLE.
           PERFORM 220-LOAD-ADDRESS-TABLE.
           PERFORM 230-OPEN-RUN-FILES.

           PERFORM 240-READ-ONE-NOTICE.
           PERFORM 300-DISPATCH-ONE-NOTICE
               UNTIL QUEUE-EOF-FLG IS EQUAL TO 'Y'.

           PERFORM 250-CLOSE-RUN-FILES.
           PERFORM 260-EMPTY-THE-QUEUE.

           DISPLAY "NOTICES QUEUED: " HOW-MANY-QUEUED
             "  EMAILED: " HOW-MANY-EMAILED
             "  TEXTED: " HOW-MANY-TEXTED
             "  PRINTED: " HOW-MANY-PRINTED
             "  FAILED: " HOW-MANY-FAILED.
           STOP RUN.

      * a missing contact master just means everything goes to paper
           200-LOAD-CONTACT-TABLE.
               OPEN INPUT CONTACT-FILE.
               IF CONTACT-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO CONTACT-EOF-FLG
               ELSE IF CONTACT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CONTACT-MASTER.txt - "
                     "STATUS " CONTACT-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2001-LOAD-ONE-CONTACT
                       UNTIL CONTACT-EOF-FLG IS EQUAL TO 'Y'
                       OR CONTACT-TABLE-COUNT IS EQUAL TO 2000
                   CLOSE CONTACT-FILE
               END-IF
               END-IF.

               2001-LOAD-ONE-CONTACT.
                   READ CONTACT-FILE
                       AT END
                           MOVE 'Y' TO CONTACT-EOF-FLG
                       NOT AT END
                           IF CTC-VERIFIED-FLAG IS EQUAL TO 'Y'
                               ADD 1 TO CONTACT-TABLE-COUNT
                               MOVE CTC-STUDENT-NUMBER
                                 TO CTB-STUDENT-NUMBER
                                   (CONTACT-TABLE-COUNT)
                               MOVE CTC-CONTACT-TYPE
                                 TO CTB-CONTACT-TYPE
                                   (CONTACT-TABLE-COUNT)
                               MOVE CTC-CONTACT-VALUE
                                 TO CTB-CONTACT-VALUE
                                   (CONTACT-TABLE-COUNT)
                           END-IF
                   END-READ.

      * no opt-out file means nobody has opted out of anything
           210-LOAD-OPTOUT-TABLE.
               OPEN INPUT OPTOUT-FILE.
               IF OPTOUT-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO OPTOUT-EOF-FLG
               ELSE IF OPTOUT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN NOTIFY-OPTOUT.txt - "
                     "STATUS " OPTOUT-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2101-LOAD-ONE-OPTOUT
                       UNTIL OPTOUT-EOF-FLG IS EQUAL TO 'Y'
                       OR OPTOUT-TABLE-COUNT IS EQUAL TO 2000
                   CLOSE OPTOUT-FILE
               END-IF
               END-IF.

               2101-LOAD-ONE-OPTOUT.
                   READ OPTOUT-FILE
                       AT END
                           MOVE 'Y' TO OPTOUT-EOF-FLG
                       NOT AT END
                           ADD 1 TO OPTOUT-TABLE-COUNT
                           MOVE NOP-STUDENT-NUMBER
                             TO OPT-STUDENT-NUMBER(OPTOUT-TABLE-COUNT)
                           MOVE NOP-MESSAGE-TYPE
                             TO OPT-MESSAGE-TYPE(OPTOUT-TABLE-COUNT)
                           MOVE NOP-CHANNEL
                             TO OPT-CHANNEL(OPTOUT-TABLE-COUNT)
                   END-READ.

      * same load as PROJECT49's 200, name kept alongside the address
      * because the printed notices are addressed
           220-LOAD-ADDRESS-TABLE.
               OPEN INPUT ADDRESS-FILE.
               IF ADDRESS-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO ADDRESS-EOF-FLG
               ELSE IF ADDRESS-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN Student.txt - STATUS "
                     ADDRESS-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2201-LOAD-ONE-ADDRESS
                       VARYING ADDR-CTR FROM 1 BY 1
                       UNTIL ADDR-CTR IS EQUAL TO 1000
                       OR ADDRESS-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE ADDRESS-FILE
               END-IF
               END-IF.

               2201-LOAD-ONE-ADDRESS.
                   READ ADDRESS-FILE
                       AT END
                           MOVE 'Y' TO ADDRESS-EOF-FLG
                       NOT AT END
                           MOVE ADDR-CTR TO ADDRESS-TABLE-COUNT
                           MOVE ADDR-STUDENT-ID
                             TO ADDR-ID-CONTAINER(ADDR-CTR)
                           MOVE ADDR-STUDENT-NAME
                             TO ADDR-NAME-CONTAINER(ADDR-CTR)
                           MOVE ADDR-STREET
                             TO ADDR-STREET-CONTAINER(ADDR-CTR)
                           MOVE ADDR-CITY
                             TO ADDR-CITY-CONTAINER(ADDR-CTR)
                           MOVE ADDR-PROVINCE
                             TO ADDR-PROVINCE-CONTAINER(ADDR-CTR)
                           MOVE ADDR-POSTAL-CODE
                             TO ADDR-POSTAL-CODE-CONTAINER(ADDR-CTR)
                           MOVE ADDR-UNDELIVERABLE-FLAG
                             TO ADDR-UNDELIV-CONTAINER(ADDR-CTR)
                   END-READ.

      * an empty queue is a quiet night, not an error - the outboxes
      * are still cut so the gateways find an empty file
           230-OPEN-RUN-FILES.
               OPEN INPUT NOTIFICATION-QUEUE.
               IF QUEUE-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO QUEUE-EOF-FLG
               ELSE IF QUEUE-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN NOTIFICATION-QUEUE.txt - "
                     "STATUS " QUEUE-FILE-STATUS
                   STOP RUN
               END-IF
               END-IF.

               OPEN EXTEND NOTIFICATION-HISTORY.
               IF HISTORY-FILE-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT NOTIFICATION-HISTORY
               END-IF.
               IF HISTORY-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN NOTIFICATION-HISTORY.txt "
                     "- STATUS " HISTORY-FILE-STATUS
                   STOP RUN
               END-IF.

               OPEN OUTPUT EMAIL-OUTBOX.
               IF EMAIL-OUTBOX-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN EMAIL-OUTBOX.txt - STATUS "
                     EMAIL-OUTBOX-STATUS
                   STOP RUN
               END-IF.

               OPEN OUTPUT SMS-OUTBOX.
               IF SMS-OUTBOX-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SMS-OUTBOX.txt - STATUS "
                     SMS-OUTBOX-STATUS
                   STOP RUN
               END-IF.

               OPEN OUTPUT NOTICE-PRINT.
               IF NOTICE-PRINT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN NOTICE-PRINT.txt - STATUS "
                     NOTICE-PRINT-STATUS
                   STOP RUN
               END-IF.

           240-READ-ONE-NOTICE.
               IF QUEUE-EOF-FLG IS NOT EQUAL TO 'Y'
                   READ NOTIFICATION-QUEUE
                       AT END
                           MOVE 'Y' TO QUEUE-EOF-FLG
                   END-READ
               END-IF.

           250-CLOSE-RUN-FILES.
               IF QUEUE-FILE-STATUS IS NOT EQUAL TO "35"
                   CLOSE NOTIFICATION-QUEUE
               END-IF.
               CLOSE NOTIFICATION-HISTORY.
               CLOSE EMAIL-OUTBOX.
               CLOSE SMS-OUTBOX.
               CLOSE NOTICE-PRINT.

      * every queued notice is on the history by now, sent or failed,
      * so the queue starts the next day empty
           260-EMPTY-THE-QUEUE.
               OPEN OUTPUT NOTIFICATION-QUEUE.
               IF QUEUE-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO EMPTY NOTIFICATION-QUEUE.txt - "
                     "STATUS " QUEUE-FILE-STATUS
                   STOP RUN
               END-IF.
               CLOSE NOTIFICATION-QUEUE.

      * the channel asked for first, then the other electronic one,
      * then paper - a notice queued for paper goes straight there
           300-DISPATCH-ONE-NOTICE.
               ADD 1 TO HOW-MANY-QUEUED.
               MOVE SPACE TO CHANNEL-USED.
               MOVE SPACES TO DESTINATION-WORK.
               MOVE SPACES TO FAIL-REASON-WORK.

               IF NTQ-CHANNEL IS EQUAL TO 'P'
                   MOVE SPACE TO FIRST-CHANNEL
                   MOVE SPACE TO SECOND-CHANNEL
               ELSE IF NTQ-CHANNEL IS EQUAL TO 'S'
                   MOVE 'S' TO FIRST-CHANNEL
                   MOVE 'E' TO SECOND-CHANNEL
               ELSE
                   MOVE 'E' TO FIRST-CHANNEL
                   MOVE 'S' TO SECOND-CHANNEL
               END-IF
               END-IF.

               MOVE FIRST-CHANNEL TO TRY-CHANNEL.
               PERFORM 310-TRY-ONE-CHANNEL.
               IF CHANNEL-USED IS EQUAL TO SPACE
                   MOVE SECOND-CHANNEL TO TRY-CHANNEL
                   PERFORM 310-TRY-ONE-CHANNEL
               END-IF.
               IF CHANNEL-USED IS EQUAL TO SPACE
                   PERFORM 320-TRY-PAPER
               END-IF.

               IF CHANNEL-USED IS EQUAL TO 'E'
                   PERFORM 330-WRITE-EMAIL-LINE
               ELSE IF CHANNEL-USED IS EQUAL TO 'S'
                   PERFORM 335-WRITE-SMS-LINE
               ELSE IF CHANNEL-USED IS EQUAL TO 'P'
                   PERFORM 340-PRINT-ONE-NOTICE
               ELSE
                   ADD 1 TO HOW-MANY-FAILED
               END-IF
               END-IF
               END-IF.

               PERFORM 350-WRITE-HISTORY-LINE.
               PERFORM 240-READ-ONE-NOTICE.

      * a channel is usable when the student has not opted out of
      * this message type on it and has a verified contact for it -
      * SMS goes to the contact master's 'P' phone number
           310-TRY-ONE-CHANNEL.
               IF TRY-CHANNEL IS NOT EQUAL TO SPACE
                   PERFORM 311-CHECK-OPTOUT
                   IF NOT OPTED-OUT
                       IF TRY-CHANNEL IS EQUAL TO 'S'
                           MOVE 'P' TO CONTACT-LOOKUP-TYPE
                       ELSE
                           MOVE 'E' TO CONTACT-LOOKUP-TYPE
                       END-IF
                       PERFORM 312-FIND-VERIFIED-CONTACT
                       IF CONTACT-FOUND
                           MOVE TRY-CHANNEL TO CHANNEL-USED
                       END-IF
                   END-IF
               END-IF.

           311-CHECK-OPTOUT.
               MOVE 'N' TO OPTOUT-FOUND-FLAG.
               PERFORM 3111-CHECK-ONE-OPTOUT
                   VARYING OPTOUT-FIND-SUB FROM 1 BY 1
                   UNTIL OPTOUT-FIND-SUB > OPTOUT-TABLE-COUNT
                   OR OPTED-OUT.

               3111-CHECK-ONE-OPTOUT.
                   IF OPT-STUDENT-NUMBER(OPTOUT-FIND-SUB) IS EQUAL TO
                       NTQ-STUDENT-NUMBER
                       AND OPT-MESSAGE-TYPE(OPTOUT-FIND-SUB) IS EQUAL
                           TO NTQ-MESSAGE-TYPE
                       AND OPT-CHANNEL(OPTOUT-FIND-SUB) IS EQUAL
                           TO TRY-CHANNEL
                       MOVE 'Y' TO OPTOUT-FOUND-FLAG
                   END-IF.

           312-FIND-VERIFIED-CONTACT.
               MOVE 'N' TO CONTACT-FOUND-FLAG.
               PERFORM 3121-CHECK-ONE-CONTACT
                   VARYING CONTACT-FIND-SUB FROM 1 BY 1
                   UNTIL CONTACT-FIND-SUB > CONTACT-TABLE-COUNT
                   OR CONTACT-FOUND.

               3121-CHECK-ONE-CONTACT.
                   IF CTB-STUDENT-NUMBER(CONTACT-FIND-SUB) IS EQUAL
                       TO NTQ-STUDENT-NUMBER
                       AND CTB-CONTACT-TYPE(CONTACT-FIND-SUB) IS EQUAL
                           TO CONTACT-LOOKUP-TYPE
                       MOVE 'Y' TO CONTACT-FOUND-FLAG
                       MOVE CTB-CONTACT-VALUE(CONTACT-FIND-SUB)
                         TO DESTINATION-WORK
                   END-IF.

      * paper is the floor - it cannot be opted out of, only an
      * address that is missing or returned stops it
           320-TRY-PAPER.
               PERFORM 321-LOOKUP-ADDRESS.
               IF NOT ADDRESS-FOUND
                   MOVE "NO VERIFIED CONTACT OR ADDRESS"
                     TO FAIL-REASON-WORK
               ELSE IF ADDR-UNDELIV-CONTAINER(ADDR-FOUND-SUB)
                   IS EQUAL TO 'Y'
                   MOVE "ADDRESS UNDELIVERABLE"
                     TO FAIL-REASON-WORK
               ELSE
                   MOVE 'P' TO CHANNEL-USED
                   MOVE ADDR-STREET-CONTAINER(ADDR-FOUND-SUB)
                     TO DESTINATION-WORK
               END-IF
               END-IF.

      * same key conversion as PROJECT49's 340
           321-LOOKUP-ADDRESS.
               MOVE 'N' TO ADDRESS-FOUND-FLAG.
               MOVE 0 TO ADDR-FOUND-SUB.
               MOVE NTQ-STUDENT-NUMBER TO STUDENT-NUMBER-EDIT.
               MOVE STUDENT-NUMBER-EDIT TO STUDENT-NUMBER-AS-ID.

               PERFORM 3211-CHECK-ONE-ADDRESS
                   VARYING ADDR-FIND-SUB FROM 1 BY 1
                   UNTIL ADDR-FIND-SUB > ADDRESS-TABLE-COUNT
                   OR ADDRESS-FOUND.

               3211-CHECK-ONE-ADDRESS.
                   IF ADDR-ID-CONTAINER(ADDR-FIND-SUB) IS EQUAL TO
                       STUDENT-NUMBER-AS-ID
                       MOVE 'Y' TO ADDRESS-FOUND-FLAG
                       MOVE ADDR-FIND-SUB TO ADDR-FOUND-SUB
                   END-IF.

           330-WRITE-EMAIL-LINE.
               MOVE NTQ-STUDENT-NUMBER TO EOB-STUDENT-NUMBER.
               MOVE NTQ-MESSAGE-TYPE TO EOB-MESSAGE-TYPE.
               MOVE DESTINATION-WORK TO EOB-ADDRESS.
               MOVE NTQ-MESSAGE-TEXT TO EOB-MESSAGE-TEXT.
               WRITE EMAIL-OUTBOX-LINE.
               ADD 1 TO HOW-MANY-EMAILED.

           335-WRITE-SMS-LINE.
               MOVE NTQ-STUDENT-NUMBER TO SOB-STUDENT-NUMBER.
               MOVE NTQ-MESSAGE-TYPE TO SOB-MESSAGE-TYPE.
               MOVE DESTINATION-WORK TO SOB-PHONE.
               MOVE NTQ-MESSAGE-TEXT TO SOB-MESSAGE-TEXT.
               WRITE SMS-OUTBOX-LINE.
               ADD 1 TO HOW-MANY-TEXTED.

      * the printed notice - address block, what it is about, and
      * the queued text, laid out the way PROJECT49's letters were
           340-PRINT-ONE-NOTICE.
               PERFORM 345-DESCRIBE-MESSAGE-TYPE.

               WRITE NOTICE-PRINT-LINE FROM NOTICE-RULE-LINE.
               MOVE ADDR-NAME-CONTAINER(ADDR-FOUND-SUB)
                 TO NOTICE-PRINT-LINE.
               WRITE NOTICE-PRINT-LINE.
               MOVE ADDR-STREET-CONTAINER(ADDR-FOUND-SUB)
                 TO NOTICE-PRINT-LINE.
               WRITE NOTICE-PRINT-LINE.
               MOVE SPACES TO NOTICE-PRINT-LINE.
               STRING ADDR-CITY-CONTAINER(ADDR-FOUND-SUB)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ADDR-PROVINCE-CONTAINER(ADDR-FOUND-SUB)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ADDR-POSTAL-CODE-CONTAINER(ADDR-FOUND-SUB)
                   DELIMITED BY SIZE
                   INTO NOTICE-PRINT-LINE.
               WRITE NOTICE-PRINT-LINE.

               MOVE SPACES TO NOTICE-PRINT-LINE.
               STRING "RE: STUDENT " DELIMITED BY SIZE
                   NTQ-STUDENT-NUMBER DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   MESSAGE-TYPE-DESCRIPTION DELIMITED BY SIZE
                   INTO NOTICE-PRINT-LINE.
               WRITE NOTICE-PRINT-LINE.
               MOVE NTQ-MESSAGE-TEXT TO NOTICE-PRINT-LINE.
               WRITE NOTICE-PRINT-LINE.

               MOVE SPACES TO NOTICE-PRINT-LINE.
               WRITE NOTICE-PRINT-LINE.
               ADD 1 TO HOW-MANY-PRINTED.

      * an unrecognized type prints as its own code
           345-DESCRIBE-MESSAGE-TYPE.
               IF NTQ-MESSAGE-TYPE IS EQUAL TO "DUNN"
                   MOVE "ACCOUNT PAST DUE"
                     TO MESSAGE-TYPE-DESCRIPTION
               ELSE IF NTQ-MESSAGE-TYPE IS EQUAL TO "RENW"
                   MOVE "PARKING PERMIT RENEWAL"
                     TO MESSAGE-TYPE-DESCRIPTION
               ELSE IF NTQ-MESSAGE-TYPE IS EQUAL TO "ALRT"
                   MOVE "MID-TERM EARLY ALERT"
                     TO MESSAGE-TYPE-DESCRIPTION
               ELSE IF NTQ-MESSAGE-TYPE IS EQUAL TO "PEXP"
                   MOVE "STUDY PERMIT EXPIRY"
                     TO MESSAGE-TYPE-DESCRIPTION
               ELSE IF NTQ-MESSAGE-TYPE IS EQUAL TO "MEAL"
                   MOVE "MEAL PLAN LOW BALANCE"
                     TO MESSAGE-TYPE-DESCRIPTION
               ELSE
                   MOVE NTQ-MESSAGE-TYPE
                     TO MESSAGE-TYPE-DESCRIPTION
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

           350-WRITE-HISTORY-LINE.
               MOVE NTQ-STUDENT-NUMBER TO NTH-STUDENT-NUMBER.
               MOVE NTQ-MESSAGE-TYPE TO NTH-MESSAGE-TYPE.
               MOVE NTQ-CHANNEL TO NTH-REQUESTED-CHANNEL.
               MOVE CHANNEL-USED TO NTH-CHANNEL-USED.
               IF CHANNEL-USED IS EQUAL TO SPACE
                   MOVE 'F' TO NTH-RESULT
               ELSE
                   MOVE 'S' TO NTH-RESULT
               END-IF.
               MOVE NTQ-QUEUED-DATE TO NTH-QUEUED-DATE.
               MOVE RUN-DATE-RAW TO NTH-DISPATCH-DATE.
               MOVE NTQ-SOURCE TO NTH-SOURCE.
               MOVE DESTINATION-WORK TO NTH-DESTINATION.
               MOVE FAIL-REASON-WORK TO NTH-FAIL-REASON.
               MOVE NTQ-MESSAGE-TEXT TO NTH-MESSAGE-TEXT.
               WRITE NOTIFICATION-HISTORY-RECORD.

       END PROGRAM PROJECT141.
