      *          requires the level-3 final demand to actually have
      *          gone out before it will place an account
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - letters no longer print here: each step is
      *                   queued as a DUNN notice on
      *                   NOTIFICATION-QUEUE.txt for PROJECT141 to
      *                   send by email, SMS or paper. A step is held
      *                   only when the student has neither a
      *                   deliverable address nor a verified contact
      *                   on CONTACT-MASTER.txt
      *  15-OCT-2026 SL - a verified contact only counts when PROJECT141
      *                   could use it for a DUNN notice - an email not
      *                   opted out of DUNN by email, or a phone not
      *                   opted out of DUNN by SMS on
      *                   NOTIFY-OPTOUT.txt; otherwise the step needs
      *                   a deliverable mailing address or it is held
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT49.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DUNNING-STATUS-STATUS.

      * PROJECT59's contact master - a verified email or phone
      * means the notice can reach the student without an address
           SELECT CONTACT-FILE
           ASSIGN TO "..\CONTACT-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTACT-FILE-STATUS.

      * PROJECT59's opt-outs - a channel opted out of DUNN is one
      * PROJECT141 will not send the notice on
           SELECT OPTOUT-FILE
           ASSIGN TO "..\NOTIFY-OPTOUT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPTOUT-FILE-STATUS.

      * the notices themselves go to PROJECT141's shared queue
           SELECT NOTIFICATION-QUEUE
           ASSIGN TO "..\NOTIFICATION-QUEUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTIFICATION-QUEUE-STATUS.

      * one line per account looked at - sent, held, or skipped
           SELECT DUNNING-REGISTER
         05 DUN-LEVEL PIC 9(1).
         05 DUN-LAST-LETTER-DATE PIC 9(8).

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

      * kept in step with Project141.cbl's FD NOTIFICATION-QUEUE
       FD NOTIFICATION-QUEUE.
       01 NOTIFICATION-QUEUE-RECORD.
         05 NTQ-STUDENT-NUMBER PIC 9(6).
         05 NTQ-MESSAGE-TYPE PIC X(4).
         05 NTQ-CHANNEL PIC X(1).
         05 NTQ-QUEUED-DATE PIC 9(8).
         05 NTQ-SOURCE PIC X(8).
         05 NTQ-MESSAGE-TEXT PIC X(80).

       FD DUNNING-REGISTER.
       01 DUNNING-REGISTER-LINE.
         05 STUDENT-FILE-STATUS PIC X(2).
         05 ADDRESS-FILE-STATUS PIC X(2).
         05 DUNNING-STATUS-STATUS PIC X(2).
         05 CONTACT-FILE-STATUS PIC X(2).
         05 OPTOUT-FILE-STATUS PIC X(2).
         05 NOTIFICATION-QUEUE-STATUS PIC X(2).
         05 DUNNING-REGISTER-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 STUDENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 ADDRESS-EOF-FLG PIC X(1) VALUE 'N'.
         05 DUNNING-EOF-FLG PIC X(1) VALUE 'N'.
         05 CONTACT-EOF-FLG PIC X(1) VALUE 'N'.
         05 OPTOUT-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-RAW PIC 9(8).
       01 DAYS-OVERDUE PIC S9(5).
         05 STUDENT-NUMBER-EDIT PIC 9(10).
         05 STUDENT-NUMBER-AS-ID PIC X(10).

      * every verified email ('E') or phone ('P') - the only two
      * contact types PROJECT141 sends on
       01 VERIFIED-CONTACT-TABLE.
         05 VERIFIED-CONTACT-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON VERIFIED-CONTACT-COUNT.
           10 VCT-STUDENT-NUMBER PIC 9(6).
           10 VCT-CONTACT-TYPE PIC X(1).

       01 VERIFIED-CONTACT-VARIABLES.
         05 VERIFIED-CONTACT-COUNT PIC 9(4) VALUE 0.
         05 VCT-FIND-SUB PIC 9(4).
         05 VERIFIED-CONTACT-FLAG PIC X(1).
           88 VERIFIED-CONTACT-ON-FILE VALUE 'Y'.

      * the DUNN opt-outs only - channel 'E' email or 'S' SMS
       01 DUNN-OPTOUT-TABLE.
         05 DUNN-OPTOUT-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON DUNN-OPTOUT-COUNT.
           10 DOP-STUDENT-NUMBER PIC 9(6).
           10 DOP-CHANNEL PIC X(1).

       01 DUNN-OPTOUT-VARIABLES.
         05 DUNN-OPTOUT-COUNT PIC 9(4) VALUE 0.
         05 DOP-FIND-SUB PIC 9(4).
         05 DOP-CHECK-CHANNEL PIC X(1).
         05 DUNN-OPTOUT-FLAG PIC X(1).
           88 OPTED-OUT-OF-DUNN VALUE 'Y'.

      * the escalation state per account, stepped in memory
       01 DUNNING-TABLE.
         05 DUNNING-ENTRY OCCURS 1 TO 2000 TIMES

       01 COUNTERS.
         05 HOW-MANY-STUDENTS PIC 9(6) VALUE 0.
         05 HOW-MANY-NOTICES PIC 9(6) VALUE 0.
         05 HOW-MANY-HELD PIC 9(6) VALUE 0.

       01 LETTER-WORK-FIELDS.
         05 LETTER-BALANCE-EDIT PIC ZZZ9.99.
         05 LETTER-DATE-EDIT PIC 9(8).


       PROCEDURE DIVISION.
      * main procedure - load addresses and the escalation state,
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-ADDRESS-TABLE.
           PERFORM 210-LOAD-DUNNING-TABLE.
           PERFORM 215-LOAD-VERIFIED-CONTACTS.
           PERFORM 216-LOAD-DUNN-OPTOUTS.
           PERFORM 220-OPEN-RUN-FILES.

           PERFORM 230-READ-ONE-STUDENT.
                             TO TBL-DUN-LAST-DATE(DUNNING-CTR)
                   END-READ.

      * a missing contact master just means nobody is reachable
      * except by mail
           215-LOAD-VERIFIED-CONTACTS.
               OPEN INPUT CONTACT-FILE.
               IF CONTACT-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO CONTACT-EOF-FLG
               ELSE IF CONTACT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CONTACT-MASTER.txt - "
                     "STATUS " CONTACT-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2151-LOAD-ONE-CONTACT
                       UNTIL CONTACT-EOF-FLG IS EQUAL TO 'Y'
                       OR VERIFIED-CONTACT-COUNT IS EQUAL TO 2000
                   CLOSE CONTACT-FILE
               END-IF
               END-IF.

               2151-LOAD-ONE-CONTACT.
                   READ CONTACT-FILE
                       AT END
                           MOVE 'Y' TO CONTACT-EOF-FLG
                       NOT AT END
                           IF CTC-VERIFIED-FLAG IS EQUAL TO 'Y'
                               AND (CTC-CONTACT-TYPE IS EQUAL TO 'E'
                               OR CTC-CONTACT-TYPE IS EQUAL TO 'P')
                               ADD 1 TO VERIFIED-CONTACT-COUNT
                               MOVE CTC-STUDENT-NUMBER
                                 TO VCT-STUDENT-NUMBER
                                   (VERIFIED-CONTACT-COUNT)
                               MOVE CTC-CONTACT-TYPE
                                 TO VCT-CONTACT-TYPE
                                   (VERIFIED-CONTACT-COUNT)
                           END-IF
                   END-READ.

      * a missing opt-out file means nobody has opted out of anything
           216-LOAD-DUNN-OPTOUTS.
               OPEN INPUT OPTOUT-FILE.
               IF OPTOUT-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO OPTOUT-EOF-FLG
               ELSE IF OPTOUT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN NOTIFY-OPTOUT.txt - "
                     "STATUS " OPTOUT-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2161-LOAD-ONE-OPTOUT
                       UNTIL OPTOUT-EOF-FLG IS EQUAL TO 'Y'
                       OR DUNN-OPTOUT-COUNT IS EQUAL TO 2000
                   CLOSE OPTOUT-FILE
               END-IF
               END-IF.

               2161-LOAD-ONE-OPTOUT.
                   READ OPTOUT-FILE
                       AT END
                           MOVE 'Y' TO OPTOUT-EOF-FLG
                       NOT AT END
                           IF NOP-MESSAGE-TYPE IS EQUAL TO "DUNN"
                               ADD 1 TO DUNN-OPTOUT-COUNT
                               MOVE NOP-STUDENT-NUMBER
                                 TO DOP-STUDENT-NUMBER
                                   (DUNN-OPTOUT-COUNT)
                               MOVE NOP-CHANNEL
                                 TO DOP-CHANNEL(DUNN-OPTOUT-COUNT)
                           END-IF
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


           240-CLOSE-RUN-FILES.
               CLOSE STUDENT-FILE.
               CLOSE NOTIFICATION-QUEUE.
               CLOSE DUNNING-REGISTER.

      * one account - work out the earned level, send at most the
               ELSE
                   COMPUTE SEND-LEVEL = CURRENT-LEVEL + 1
                   PERFORM 340-LOOKUP-ADDRESS
                   PERFORM 345-CHECK-VERIFIED-CONTACT
                   IF VERIFIED-CONTACT-ON-FILE
                       PERFORM 380-QUEUE-THE-STEP
                   ELSE IF NOT ADDRESS-FOUND
                       MOVE SEND-LEVEL TO DRG-LEVEL-OUT
                       MOVE "HELD - NO ADDRESS ON FILE"
                         TO DRG-STATUS-OUT
                       PERFORM 360-WRITE-REGISTER-LINE
                       ADD 1 TO HOW-MANY-HELD
                   ELSE
                       PERFORM 380-QUEUE-THE-STEP
                   END-IF
                   END-IF
                   END-IF
               END-IF.
                       MOVE ADDR-FIND-SUB TO ADDR-FOUND-SUB
                   END-IF.

      * a verified email or phone reaches the student even when the
      * mailing address does not - but only on a channel the student
      * has not opted out of DUNN on, the same test PROJECT141's
      * 310-TRY-ONE-CHANNEL makes (a phone is the SMS channel)
           345-CHECK-VERIFIED-CONTACT.
               MOVE 'N' TO VERIFIED-CONTACT-FLAG.
               PERFORM 3451-CHECK-ONE-VERIFIED-CONTACT
                   VARYING VCT-FIND-SUB FROM 1 BY 1
                   UNTIL VCT-FIND-SUB > VERIFIED-CONTACT-COUNT
                   OR VERIFIED-CONTACT-ON-FILE.

               3451-CHECK-ONE-VERIFIED-CONTACT.
                   IF VCT-STUDENT-NUMBER(VCT-FIND-SUB) IS EQUAL TO
                       STUDENT-NUMBER
                       IF VCT-CONTACT-TYPE(VCT-FIND-SUB) IS EQUAL
                           TO 'P'
                           MOVE 'S' TO DOP-CHECK-CHANNEL
                       ELSE
                           MOVE 'E' TO DOP-CHECK-CHANNEL
                       END-IF
                       PERFORM 346-CHECK-DUNN-OPTOUT
                       IF NOT OPTED-OUT-OF-DUNN
                           MOVE 'Y' TO VERIFIED-CONTACT-FLAG
                       END-IF
                   END-IF.

           346-CHECK-DUNN-OPTOUT.
               MOVE 'N' TO DUNN-OPTOUT-FLAG.
               PERFORM 3461-CHECK-ONE-DUNN-OPTOUT
                   VARYING DOP-FIND-SUB FROM 1 BY 1
                   UNTIL DOP-FIND-SUB > DUNN-OPTOUT-COUNT
                   OR OPTED-OUT-OF-DUNN.

               3461-CHECK-ONE-DUNN-OPTOUT.
                   IF DOP-STUDENT-NUMBER(DOP-FIND-SUB) IS EQUAL TO
                       STUDENT-NUMBER
                       AND DOP-CHANNEL(DOP-FIND-SUB) IS EQUAL TO
                           DOP-CHECK-CHANNEL
                       MOVE 'Y' TO DUNN-OPTOUT-FLAG
                   END-IF.

      * the notice - balance and the wording the level has earned, on
      * one line for the queue; PROJECT141 addresses it
           350-QUEUE-ONE-NOTICE.
               MOVE TUITION-OWED TO LETTER-BALANCE-EDIT.
               MOVE SPACES TO NOTIFICATION-QUEUE-RECORD.
               MOVE STUDENT-NUMBER TO NTQ-STUDENT-NUMBER.
               MOVE "DUNN" TO NTQ-MESSAGE-TYPE.
               MOVE 'E' TO NTQ-CHANNEL.
               MOVE RUN-DATE-RAW TO NTQ-QUEUED-DATE.
               MOVE "PROJ049" TO NTQ-SOURCE.

               IF SEND-LEVEL IS EQUAL TO 1
                   STRING "FIRST REMINDER - BALANCE $"
                       DELIMITED BY SIZE
                       LETTER-BALANCE-EDIT DELIMITED BY SIZE
                       " IS PAST DUE - PAY OR SEE THE CASHIER"
                       DELIMITED BY SIZE
                       INTO NTQ-MESSAGE-TEXT
               ELSE IF SEND-LEVEL IS EQUAL TO 2
                   STRING "SECOND NOTICE - $" DELIMITED BY SIZE
                       LETTER-BALANCE-EDIT DELIMITED BY SIZE
                       " UNPAID - GRADES AND TRANSCRIPTS MAY BE "
                       DELIMITED BY SIZE
                       "WITHHELD" DELIMITED BY SIZE
                       INTO NTQ-MESSAGE-TEXT
               ELSE
                   STRING "FINAL DEMAND - PAY $" DELIMITED BY SIZE
                       LETTER-BALANCE-EDIT DELIMITED BY SIZE
                       " IN 15 DAYS OR IT GOES TO A COLLECTION "
                       DELIMITED BY SIZE
                       "AGENCY" DELIMITED BY SIZE
                       INTO NTQ-MESSAGE-TEXT
               END-IF
               END-IF.

               WRITE NOTIFICATION-QUEUE-RECORD.

           360-WRITE-REGISTER-LINE.
               MOVE STUDENT-NUMBER TO DRG-STUDENT-OUT.
                   END-IF
               END-IF.

      * queued is sent as far as the series is concerned - the
      * delivery itself is on PROJECT141's history
           380-QUEUE-THE-STEP.
               PERFORM 350-QUEUE-ONE-NOTICE.
               PERFORM 370-RECORD-THE-STEP.
               MOVE SEND-LEVEL TO DRG-LEVEL-OUT.
               MOVE "NOTICE QUEUED" TO DRG-STATUS-OUT.
               PERFORM 360-WRITE-REGISTER-LINE.
               ADD 1 TO HOW-MANY-NOTICES.

           400-REWRITE-DUNNING-STATUS.
               OPEN OUTPUT DUNNING-STATUS-FILE.
               IF DUNNING-STATUS-STATUS IS NOT EQUAL TO "00"

           500-WRITE-FINAL-TOTALS.
               DISPLAY "STUDENTS READ: " HOW-MANY-STUDENTS
                 "  NOTICES QUEUED: " HOW-MANY-NOTICES
                 "  HELD: " HOW-MANY-HELD.

       END PROGRAM PROJECT49.
