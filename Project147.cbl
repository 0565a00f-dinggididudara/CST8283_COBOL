      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: daily outbound transmission exceptions. Reads the
      *          TRANSMISSION-REGISTER.txt every extract program
      *          writes (answers posted by PROJECT146) and lists on
      *          TRANSMISSION-EXCEPTIONS.txt
      *          - every file still SENT past its partner's
      *            acknowledgment deadline - the days each destination
      *            is allowed come off INTERFACE-PARTNERS.txt, and a
      *            destination not on it gets 3
      *          - every file generated twice for the same period by
      *            the same program - the first line stands, each
      *            later one is listed against it. A line the partner
      *            has REJECTED does not count, so a corrected resend
      *            is not a duplicate
      *          - every file a partner has REJECTED that has not yet
      *            been sent again for the same period
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT147.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * one line per outbound file sent, read only
           SELECT TRANSMISSION-REGISTER
           ASSIGN TO "..\TRANSMISSION-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSMIT-REGISTER-STATUS.

      * one line per destination - who it is and how many days it
      * has to answer
           SELECT PARTNER-FILE
           ASSIGN TO "..\INTERFACE-PARTNERS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARTNER-FILE-STATUS.

           SELECT EXCEPTION-REPORT
           ASSIGN TO "..\TRANSMISSION-EXCEPTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPTION-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * kept in step with Project146.cbl's FD TRANSMISSION-REGISTER
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

       FD PARTNER-FILE.
       01 PARTNER-RECORD.
         05 PTN-DESTINATION PIC X(12).
         05 PTN-NAME PIC X(30).
         05 PTN-ACK-DAYS PIC 9(3).

       FD EXCEPTION-REPORT.
       01 EXCEPTION-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 TRANSMIT-REGISTER-STATUS PIC X(2).
         05 PARTNER-FILE-STATUS PIC X(2).
         05 EXCEPTION-REPORT-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 REGISTER-EOF-FLG PIC X(1) VALUE 'N'.
         05 PARTNER-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-FULL PIC 9(8).

      * a destination not on INTERFACE-PARTNERS.txt gets this many days
       01 DEFAULT-ACK-DAYS PIC 9(3) VALUE 3.

       01 PARTNER-TABLE.
         05 PTT-ENTRY OCCURS 1 TO 100 TIMES
             DEPENDING ON PARTNER-COUNT.
           10 PTT-DESTINATION PIC X(12).
           10 PTT-NAME PIC X(30).
           10 PTT-ACK-DAYS PIC 9(3).

      * the whole register - the duplicate check looks back over
      * every earlier line
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
         05 PARTNER-COUNT PIC 9(3) VALUE 0.
         05 PARTNER-SUB PIC 9(3).
         05 REGISTER-COUNT PIC 9(4) VALUE 0.
         05 LINE-SUB PIC 9(4).
         05 EARLIER-SUB PIC 9(4).
         05 LATER-SUB PIC 9(4).
         05 FOUND-SUB PIC 9(4).
         05 FOUND-FLAG PIC X(1).
           88 FOUND-ONE VALUE 'Y'.

       01 AGING-FIELDS.
         05 ALLOWED-DAYS PIC 9(3).
         05 LINE-AGE-DAYS PIC S9(5).

       01 COUNTERS.
         05 HOW-MANY-LINES PIC 9(6) VALUE 0.
         05 HOW-MANY-OVERDUE PIC 9(6) VALUE 0.
         05 HOW-MANY-DUPLICATES PIC 9(6) VALUE 0.
         05 HOW-MANY-NOT-RESENT PIC 9(6) VALUE 0.

       01 HEADING-LINE.
         05 FILLER PIC X(34)
             VALUE "OUTBOUND TRANSMISSION EXCEPTIONS -".
         05 FILLER PIC X(1) VALUE SPACE.
         05 HDG-RUN-DATE-OUT PIC 9(8).
         05 FILLER PIC X(89) VALUE SPACE.

       01 SECTION-LINE.
         05 SEC-TITLE-OUT PIC X(60).
         05 FILLER PIC X(72) VALUE SPACE.

       01 DETAIL-LINE.
         05 DTL-FILE-NAME-OUT PIC X(40).
         05 FILLER PIC X(1) VALUE SPACE.
         05 DTL-DESTINATION-OUT PIC X(12).
         05 FILLER PIC X(1) VALUE SPACE.
         05 DTL-PERIOD-OUT PIC X(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 DTL-CREATED-BY-OUT PIC X(9).
         05 FILLER PIC X(1) VALUE SPACE.
         05 DTL-CREATED-DATE-OUT PIC 9(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 DTL-COUNT-OUT PIC ZZZZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 DTL-NOTE-OUT PIC X(42).

       01 NOTE-WORK.
         05 NOTE-AGE-OUT PIC ZZZZ9.
         05 NOTE-DAYS-OUT PIC ZZ9.
         05 NOTE-TIME-OUT PIC 9(6).

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
      * main procedure - load the partners and the register, then the
      * three sections of the report
       100-REPORT-TRANSMIT-EXCEPTIONS.
           ACCEPT RUN-DATE-FULL FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-PARTNERS.
           PERFORM 210-LOAD-REGISTER.
           PERFORM 220-OPEN-REPORT.

           MOVE "UNACKNOWLEDGED PAST THE PARTNER'S DEADLINE"
             TO SEC-TITLE-OUT.
           PERFORM 230-WRITE-SECTION-TITLE.
           PERFORM 300-CHECK-ONE-OVERDUE
               VARYING LINE-SUB FROM 1 BY 1
               UNTIL LINE-SUB > REGISTER-COUNT.

           MOVE "GENERATED MORE THAN ONCE FOR THE SAME PERIOD"
             TO SEC-TITLE-OUT.
           PERFORM 230-WRITE-SECTION-TITLE.
           PERFORM 400-CHECK-ONE-DUPLICATE
               VARYING LINE-SUB FROM 2 BY 1
               UNTIL LINE-SUB > REGISTER-COUNT.

           MOVE "REJECTED AND NOT YET SENT AGAIN" TO SEC-TITLE-OUT.
           PERFORM 230-WRITE-SECTION-TITLE.
           PERFORM 500-CHECK-ONE-REJECTION
               VARYING LINE-SUB FROM 1 BY 1
               UNTIL LINE-SUB > REGISTER-COUNT.

           CLOSE EXCEPTION-REPORT.
           PERFORM 600-WRITE-FINAL-REPORT.
           STOP RUN.

      * the partner deadlines - a missing file leaves every
      * destination on the default
           200-LOAD-PARTNERS.
               OPEN INPUT PARTNER-FILE.
               IF PARTNER-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO PARTNER-EOF-FLG
               ELSE IF PARTNER-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN INTERFACE-PARTNERS.txt - "
                     "STATUS " PARTNER-FILE-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 2001-LOAD-ONE-PARTNER
                   UNTIL PARTNER-EOF-FLG IS EQUAL TO 'Y'
                   OR PARTNER-COUNT IS EQUAL TO 100.

               IF PARTNER-FILE-STATUS IS NOT EQUAL TO "35"
                   CLOSE PARTNER-FILE
               END-IF.

               2001-LOAD-ONE-PARTNER.
                   READ PARTNER-FILE
                       AT END
                           MOVE 'Y' TO PARTNER-EOF-FLG
                       NOT AT END
                           ADD 1 TO PARTNER-COUNT
                           MOVE PTN-DESTINATION
                             TO PTT-DESTINATION(PARTNER-COUNT)
                           MOVE PTN-NAME TO PTT-NAME(PARTNER-COUNT)
                           IF PTN-ACK-DAYS IS NUMERIC
                               MOVE PTN-ACK-DAYS
                                 TO PTT-ACK-DAYS(PARTNER-COUNT)
                           ELSE
                               MOVE DEFAULT-ACK-DAYS
                                 TO PTT-ACK-DAYS(PARTNER-COUNT)
                           END-IF
                   END-READ.

      * the whole register - a missing one means nothing has been
      * sent, and the report says so by being empty
           210-LOAD-REGISTER.
               OPEN INPUT TRANSMISSION-REGISTER.
               IF TRANSMIT-REGISTER-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO REGISTER-EOF-FLG
               ELSE IF TRANSMIT-REGISTER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TRANSMISSION-REGISTER.txt - "
                     "STATUS " TRANSMIT-REGISTER-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 2101-LOAD-ONE-REGISTER-LINE
                   UNTIL REGISTER-EOF-FLG IS EQUAL TO 'Y'
                   OR REGISTER-COUNT IS EQUAL TO 9999.

               IF REGISTER-COUNT IS EQUAL TO 9999
                   DISPLAY "TRANSMISSION-REGISTER.txt HAS OUTGROWN "
                     "THE TABLE - ONLY THE FIRST 9999 LINES CHECKED"
               END-IF.

               IF TRANSMIT-REGISTER-STATUS IS NOT EQUAL TO "35"
                   CLOSE TRANSMISSION-REGISTER
               END-IF.

               2101-LOAD-ONE-REGISTER-LINE.
                   READ TRANSMISSION-REGISTER
                       AT END
                           MOVE 'Y' TO REGISTER-EOF-FLG
                       NOT AT END
                           ADD 1 TO HOW-MANY-LINES
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

           220-OPEN-REPORT.
               OPEN OUTPUT EXCEPTION-REPORT.
               IF EXCEPTION-REPORT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TRANSMISSION-EXCEPTIONS.txt"
                     " - STATUS " EXCEPTION-REPORT-STATUS
                   STOP RUN
               END-IF.

               MOVE RUN-DATE-FULL TO HDG-RUN-DATE-OUT.
               WRITE EXCEPTION-REPORT-LINE FROM HEADING-LINE.

           230-WRITE-SECTION-TITLE.
               MOVE SPACES TO EXCEPTION-REPORT-LINE.
               WRITE EXCEPTION-REPORT-LINE.
               WRITE EXCEPTION-REPORT-LINE FROM SECTION-LINE.

      * the register line at LINE-SUB into DETAIL-LINE - the caller
      * fills in the note
           240-BUILD-DETAIL-LINE.
               MOVE SPACES TO DETAIL-LINE.
               MOVE TBL-FILE-NAME(LINE-SUB) TO DTL-FILE-NAME-OUT.
               MOVE TBL-DESTINATION(LINE-SUB) TO DTL-DESTINATION-OUT.
               MOVE TBL-PERIOD(LINE-SUB) TO DTL-PERIOD-OUT.
               MOVE TBL-CREATED-BY(LINE-SUB) TO DTL-CREATED-BY-OUT.
               MOVE TBL-CREATED-DATE(LINE-SUB) TO DTL-CREATED-DATE-OUT.
               MOVE TBL-RECORD-COUNT(LINE-SUB) TO DTL-COUNT-OUT.

      * still SENT, and older than its destination allows
           300-CHECK-ONE-OVERDUE.
               IF TBL-STATUS(LINE-SUB) IS EQUAL TO "SENT"
                   PERFORM 310-FIND-PARTNER
                   COMPUTE LINE-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(RUN-DATE-FULL)
                       - FUNCTION INTEGER-OF-DATE(
                           TBL-CREATED-DATE(LINE-SUB))

                   IF LINE-AGE-DAYS IS GREATER THAN ALLOWED-DAYS
                       ADD 1 TO HOW-MANY-OVERDUE
                       PERFORM 240-BUILD-DETAIL-LINE
                       MOVE LINE-AGE-DAYS TO NOTE-AGE-OUT
                       MOVE ALLOWED-DAYS TO NOTE-DAYS-OUT
                       STRING
                           NOTE-AGE-OUT DELIMITED BY SIZE
                           " DAYS OUT, " DELIMITED BY SIZE
                           NOTE-DAYS-OUT DELIMITED BY SIZE
                           " ALLOWED" DELIMITED BY SIZE
                           INTO DTL-NOTE-OUT
                       END-STRING
                       WRITE EXCEPTION-REPORT-LINE FROM DETAIL-LINE
                   END-IF
               END-IF.

               310-FIND-PARTNER.
                   MOVE DEFAULT-ACK-DAYS TO ALLOWED-DAYS.
                   PERFORM 311-CHECK-ONE-PARTNER
                       VARYING PARTNER-SUB FROM 1 BY 1
                       UNTIL PARTNER-SUB > PARTNER-COUNT.

               311-CHECK-ONE-PARTNER.
                   IF PTT-DESTINATION(PARTNER-SUB) IS EQUAL TO
                       TBL-DESTINATION(LINE-SUB)
                       MOVE PTT-ACK-DAYS(PARTNER-SUB) TO ALLOWED-DAYS
                   END-IF.

      * a line not rejected, with an earlier line for the same file,
      * period and program also not rejected - the earlier line is
      * named by the time it was created
           400-CHECK-ONE-DUPLICATE.
               IF TBL-STATUS(LINE-SUB) IS NOT EQUAL TO "REJECTED"
                   MOVE 'N' TO FOUND-FLAG
                   PERFORM 410-CHECK-ONE-EARLIER
                       VARYING EARLIER-SUB FROM 1 BY 1
                       UNTIL EARLIER-SUB IS EQUAL TO LINE-SUB
                       OR FOUND-ONE

                   IF FOUND-ONE
                       ADD 1 TO HOW-MANY-DUPLICATES
                       PERFORM 240-BUILD-DETAIL-LINE
                       MOVE TBL-CREATED-TIME(FOUND-SUB)
                         TO NOTE-TIME-OUT
                       STRING
                           "ALSO SENT " DELIMITED BY SIZE
                           TBL-CREATED-DATE(FOUND-SUB)
                             DELIMITED BY SIZE
                           " AT " DELIMITED BY SIZE
                           NOTE-TIME-OUT DELIMITED BY SIZE
                           INTO DTL-NOTE-OUT
                       END-STRING
                       WRITE EXCEPTION-REPORT-LINE FROM DETAIL-LINE
                   END-IF
               END-IF.

               410-CHECK-ONE-EARLIER.
                   IF TBL-FILE-NAME(EARLIER-SUB) IS EQUAL TO
                           TBL-FILE-NAME(LINE-SUB)
                       AND TBL-PERIOD(EARLIER-SUB) IS EQUAL TO
                           TBL-PERIOD(LINE-SUB)
                       AND TBL-CREATED-BY(EARLIER-SUB) IS EQUAL TO
                           TBL-CREATED-BY(LINE-SUB)
                       AND TBL-STATUS(EARLIER-SUB) IS NOT EQUAL TO
                           "REJECTED"
                       MOVE 'Y' TO FOUND-FLAG
                       MOVE EARLIER-SUB TO FOUND-SUB
                   END-IF.

      * a rejection stands until a later line for the same file,
      * period and program shows it went out again
           500-CHECK-ONE-REJECTION.
               IF TBL-STATUS(LINE-SUB) IS EQUAL TO "REJECTED"
                   MOVE 'N' TO FOUND-FLAG
                   COMPUTE LATER-SUB = LINE-SUB + 1
                   PERFORM 510-CHECK-ONE-LATER
                       UNTIL LATER-SUB > REGISTER-COUNT
                       OR FOUND-ONE

                   IF NOT FOUND-ONE
                       ADD 1 TO HOW-MANY-NOT-RESENT
                       PERFORM 240-BUILD-DETAIL-LINE
                       MOVE TBL-ACK-REASON(LINE-SUB) TO DTL-NOTE-OUT
                       WRITE EXCEPTION-REPORT-LINE FROM DETAIL-LINE
                   END-IF
               END-IF.

               510-CHECK-ONE-LATER.
                   IF TBL-FILE-NAME(LATER-SUB) IS EQUAL TO
                           TBL-FILE-NAME(LINE-SUB)
                       AND TBL-PERIOD(LATER-SUB) IS EQUAL TO
                           TBL-PERIOD(LINE-SUB)
                       AND TBL-CREATED-BY(LATER-SUB) IS EQUAL TO
                           TBL-CREATED-BY(LINE-SUB)
                       MOVE 'Y' TO FOUND-FLAG
                   END-IF.
                   ADD 1 TO LATER-SUB.

      * overdue, duplicated, and rejected-not-resent counts
           600-WRITE-FINAL-REPORT.
               MOVE "OVERDUE: " TO FINAL-REPORT-1
               MOVE HOW-MANY-OVERDUE TO FINAL-NUMBER-1
               MOVE "DUPLICATES: " TO FINAL-REPORT-2
               MOVE HOW-MANY-DUPLICATES TO FINAL-NUMBER-2
               MOVE "REJECTED, NOT RESENT: " TO FINAL-REPORT-3
               MOVE HOW-MANY-NOT-RESENT TO FINAL-NUMBER-3

               DISPLAY "REGISTER LINES READ: " HOW-MANY-LINES.
               DISPLAY FINAL-REPORT.

               IF HOW-MANY-OVERDUE > 0 OR HOW-MANY-DUPLICATES > 0
                   OR HOW-MANY-NOT-RESENT > 0
                   DISPLAY "SEE TRANSMISSION-EXCEPTIONS.txt"
               END-IF.

       END PROGRAM PROJECT147.
