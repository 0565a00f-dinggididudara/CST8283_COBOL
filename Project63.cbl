      *          record count on STUFILE3-CONTROL.txt so somebody can
      *          sign the submission
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - co-op: a student on a confirmed or completed
      *                   work term for the reporting term
      *                   (COOP-WORKTERM.txt) carries no courses but
      *                   is enrolled, and reports as full-time with
      *                   a zero credit load rather than part-time;
      *                   the control report counts them on their own
      *                   line under the FT/PT split
      *  15-OCT-2026 SL - register MINISTRY-EXTRACT.txt on the
      *                   transmission register under the reporting
      *                   term, details counted and student numbers
      *                   hashed
      *  15-OCT-2026 SL - campus: each detail carries the student's
      *                   home campus off STUDENT-CAMPUS.txt (MAIN
      *                   when none is set), and the control report
      *                   breaks the details and the FT/PT split out
      *                   by campus
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT63.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADDRESS-FILE-STATUS.

      * kept in step with Project103.cbl's FD WORKTERM-FILE
           SELECT WORKTERM-FILE
           ASSIGN TO "..\COOP-WORKTERM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORKTERM-FILE-STATUS.

      * home campus per student, kept by PROJECT150 - no row means
      * MAIN
           SELECT STUDENT-CAMPUS-FILE
           ASSIGN TO "..\STUDENT-CAMPUS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-CAMPUS-STATUS.

           SELECT MASTER-CONTROL-FILE
           ASSIGN TO "..\STUFILE3-CONTROL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROL-REPORT-STATUS.

      * one line per outbound file sent - kept in step with every
      * extract writer, Project146.cbl and Project147.cbl
           SELECT TRANSMISSION-REGISTER
           ASSIGN TO "..\TRANSMISSION-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSMIT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * current STUDENT-FILE-IN layout, as read by PROJECT03
         05 ADDR-UNDELIVERABLE-FLAG PIC A(1).
         05 ADDR-RETURNED-DATE PIC 9(8).

       FD WORKTERM-FILE.
       01 WORKTERM-RECORD.
         05 WKT-STUDENT-NUMBER PIC 9(6).
         05 WKT-TERM-CODE PIC 9(6).
         05 WKT-EMPLOYER-CODE PIC X(6).
         05 WKT-START-DATE PIC 9(8).
         05 WKT-END-DATE PIC 9(8).
         05 WKT-SUPERVISOR PIC X(20).
         05 WKT-STATUS PIC X(1).
           88 WKT-PLACED VALUE 'C' 'D'.
         05 WKT-FEE-BILLED PIC 9999V99.
         05 WKT-CONFIRMED-DATE PIC 9(8).
         05 WKT-OPERATOR PIC X(8).

      * kept in step with Project150.cbl's FD STUDENT-CAMPUS-FILE
       FD STUDENT-CAMPUS-FILE.
       01 STUDENT-CAMPUS-RECORD.
         05 SCM-STUDENT-NUMBER PIC 9(6).
         05 SCM-CAMPUS-CODE PIC X(4).
         05 SCM-SOURCE PIC X(1).
         05 SCM-SET-DATE PIC 9(8).

      * one record - kept in step across every STUFILE3.txt program
       FD MASTER-CONTROL-FILE.
       01 MASTER-CONTROL-RECORD.
         05 MND-FT-PT PIC X(1).
         05 MND-RESIDENCY PIC X(1).
         05 MND-CREDIT-HOURS PIC 9(3).
         05 MND-CAMPUS-CODE PIC X(4).
         05 FILLER PIC X(19).

       01 MIN-TRAILER-LINE REDEFINES MINISTRY-EXTRACT-LINE.
         05 MNT-RECORD-TYPE PIC X(1).
       FD CONTROL-REPORT.
       01 CONTROL-REPORT-LINE PIC X(80).

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
         05 STUDENT-FILE-STATUS PIC X(2).
         05 ADDRESS-FILE-STATUS PIC X(2).
         05 WORKTERM-FILE-STATUS PIC X(2).
         05 STUDENT-CAMPUS-STATUS PIC X(2).
         05 MASTER-CONTROL-STATUS PIC X(2).
         05 MINISTRY-EXTRACT-STATUS PIC X(2).
         05 CONTROL-REPORT-STATUS PIC X(2).
       01 EOF-FLAGS.
         05 STUDENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 ADDRESS-EOF-FLG PIC X(1) VALUE 'N'.
         05 WORKTERM-EOF-FLG PIC X(1) VALUE 'N'.
         05 STUDENT-CAMPUS-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-RAW PIC 9(8).

         05 STUDENT-NUMBER-EDIT PIC 9(10).
         05 STUDENT-NUMBER-AS-ID PIC X(10).

      * students placed on a work term for the reporting term
       01 COOP-TABLE.
         05 COOP-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON COOP-TABLE-COUNT.
           10 CPT-STUDENT-NUMBER PIC 9(6).

       01 COOP-VARIABLES.
         05 COOP-TABLE-COUNT PIC 9(4) VALUE 0.
         05 COOP-FIND-SUB PIC 9(4).
         05 COOP-MATCHED-FLAG PIC X(1).
           88 COOP-MATCHED VALUE 'Y'.

      * every student's home campus, as set on PROJECT150
       01 STUDENT-CAMPUS-TABLE.
         05 STUDENT-CAMPUS-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON STUDENT-CAMPUS-COUNT.
           10 SCT-STUDENT-NUMBER PIC 9(6).
           10 SCT-CAMPUS-CODE PIC X(4).

       01 STUDENT-CAMPUS-VARIABLES.
         05 STUDENT-CAMPUS-COUNT PIC 9(4) VALUE 0.
         05 STUDENT-CAMPUS-SUB PIC 9(4).
         05 DEFAULT-CAMPUS-CODE PIC X(4) VALUE "MAIN".

      * details and the FT/PT split per campus, for the control
      * report
       01 CAMPUS-TALLY-TABLE.
         05 CAMPUS-TALLY-ENTRY OCCURS 50 TIMES.
           10 CTT-CAMPUS-CODE PIC X(4).
           10 CTT-DETAIL-COUNT PIC 9(6).
           10 CTT-FULL-TIME-COUNT PIC 9(6).
           10 CTT-PART-TIME-COUNT PIC 9(6).

       01 CAMPUS-TALLY-VARIABLES.
         05 CAMPUS-TALLY-COUNT PIC 9(2) VALUE 0.
         05 CAMPUS-TALLY-SUB PIC 9(2).
         05 CAMPUS-TALLY-FOUND-SUB PIC 9(2).

       01 DERIVE-FIELDS.
         05 LOAD-CREDIT-HOURS PIC 9(3).
         05 COURSE-SUB PIC 9(1).
         05 FT-PT-WORK PIC X(1).
         05 RESIDENCY-WORK PIC X(1).
         05 CAMPUS-WORK PIC X(4).

       01 MASTER-CONTROL-FIELDS.
         05 MCT-FOUND-FLAG PIC X(1) VALUE 'N'.
         05 HOW-MANY-DETAILS PIC 9(6) VALUE 0.
         05 HOW-MANY-FULL-TIME PIC 9(6) VALUE 0.
         05 HOW-MANY-PART-TIME PIC 9(6) VALUE 0.
         05 HOW-MANY-COOP PIC 9(6) VALUE 0.
         05 HOW-MANY-ONTARIO PIC 9(6) VALUE 0.
         05 HOW-MANY-OTHER-CDN PIC 9(6) VALUE 0.
         05 HOW-MANY-INTERNATIONAL PIC 9(6) VALUE 0.
         05 HOW-MANY-UNKNOWN PIC 9(6) VALUE 0.
         05 MINISTRY-STUDENT-HASH PIC 9(11) VALUE 0.

       01 CONTROL-DETAIL-LINE.
         05 CTL-LABEL-OUT PIC X(36).
         05 CTL-NUMBER-OUT PIC ZZZZZ9.
         05 FILLER PIC X(38) VALUE SPACE.

       01 CONTROL-CAMPUS-LINE.
         05 FILLER PIC X(7) VALUE "CAMPUS ".
         05 CCL-CAMPUS-OUT PIC X(4).
         05 FILLER PIC X(11) VALUE "   DETAILS ".
         05 CCL-DETAIL-OUT PIC ZZZZZ9.
         05 FILLER PIC X(13) VALUE "   FULL-TIME ".
         05 CCL-FULL-TIME-OUT PIC ZZZZZ9.
         05 FILLER PIC X(13) VALUE "   PART-TIME ".
         05 CCL-PART-TIME-OUT PIC ZZZZZ9.
         05 FILLER PIC X(14) VALUE SPACE.

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
      * main procedure
       100-CUT-MINISTRY-EXTRACT.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 200-ACCEPT-TERM-CODE.
           PERFORM 210-LOAD-ADDRESS-TABLE.
           PERFORM 215-LOAD-COOP-TABLE.
           PERFORM 217-LOAD-STUDENT-CAMPUSES.
           PERFORM 220-OPEN-RUN-FILES.
           PERFORM 230-WRITE-EXTRACT-HEADER.

           CLOSE STUDENT-FILE.
           CLOSE MINISTRY-EXTRACT.

           MOVE "MINISTRY-EXTRACT.txt" TO TRANSMIT-FILE-NAME.
           MOVE "MINISTRY" TO TRANSMIT-DESTINATION.
           MOVE REPORT-TERM-CODE TO TRANSMIT-PERIOD.
           MOVE HOW-MANY-DETAILS TO TRANSMIT-RECORD-COUNT.
           MOVE MINISTRY-STUDENT-HASH TO TRANSMIT-HASH-TOTAL.
           PERFORM 880-REGISTER-TRANSMISSION.

           PERFORM 400-WRITE-CONTROL-REPORT.

           DISPLAY "MINISTRY EXTRACT CUT - " HOW-MANY-DETAILS
                             TO ADT-PROVINCE(ADDR-CTR)
                   END-READ.

      * no COOP-WORKTERM.txt just means nobody is out on a work term
           215-LOAD-COOP-TABLE.
               OPEN INPUT WORKTERM-FILE.
               IF WORKTERM-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF WORKTERM-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN COOP-WORKTERM.txt - "
                     "STATUS " WORKTERM-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2151-LOAD-ONE-WORKTERM
                       UNTIL WORKTERM-EOF-FLG IS EQUAL TO 'Y'
                       OR COOP-TABLE-COUNT IS EQUAL TO 3000
                   CLOSE WORKTERM-FILE
               END-IF
               END-IF.

               2151-LOAD-ONE-WORKTERM.
                   READ WORKTERM-FILE
                       AT END
                           MOVE 'Y' TO WORKTERM-EOF-FLG
                       NOT AT END
                           IF WKT-TERM-CODE IS EQUAL TO
                               REPORT-TERM-CODE
                               AND WKT-PLACED
                               ADD 1 TO COOP-TABLE-COUNT
                               MOVE WKT-STUDENT-NUMBER
                                 TO CPT-STUDENT-NUMBER
                                   (COOP-TABLE-COUNT)
                           END-IF
                   END-READ.

      * no STUDENT-CAMPUS.txt just means everyone is at MAIN
           217-LOAD-STUDENT-CAMPUSES.
               OPEN INPUT STUDENT-CAMPUS-FILE.
               IF STUDENT-CAMPUS-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF STUDENT-CAMPUS-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUDENT-CAMPUS.txt - "
                     "STATUS " STUDENT-CAMPUS-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2171-LOAD-ONE-STUDENT-CAMPUS
                       UNTIL STUDENT-CAMPUS-EOF-FLG IS EQUAL TO 'Y'
                       OR STUDENT-CAMPUS-COUNT IS EQUAL TO 5000
                   CLOSE STUDENT-CAMPUS-FILE
               END-IF
               END-IF.

               2171-LOAD-ONE-STUDENT-CAMPUS.
                   READ STUDENT-CAMPUS-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-CAMPUS-EOF-FLG
                       NOT AT END
                           ADD 1 TO STUDENT-CAMPUS-COUNT
                           MOVE SCM-STUDENT-NUMBER
                             TO SCT-STUDENT-NUMBER
                               (STUDENT-CAMPUS-COUNT)
                           MOVE SCM-CAMPUS-CODE
                             TO SCT-CAMPUS-CODE(STUDENT-CAMPUS-COUNT)
                   END-READ.

           220-OPEN-RUN-FILES.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
           300-EXTRACT-ONE-STUDENT.
               PERFORM 310-DERIVE-CREDIT-LOAD.
               PERFORM 320-DERIVE-RESIDENCY.
               PERFORM 330-DERIVE-CAMPUS.

               MOVE SPACES TO MINISTRY-EXTRACT-LINE.
               MOVE 'D' TO MND-RECORD-TYPE.
               MOVE FT-PT-WORK TO MND-FT-PT.
               MOVE RESIDENCY-WORK TO MND-RESIDENCY.
               MOVE LOAD-CREDIT-HOURS TO MND-CREDIT-HOURS.
               MOVE CAMPUS-WORK TO MND-CAMPUS-CODE.
               WRITE MINISTRY-EXTRACT-LINE.
               ADD 1 TO HOW-MANY-DETAILS.
               ADD STUDENT-NUMBER TO MINISTRY-STUDENT-HASH.

               PERFORM 240-READ-ONE-STUDENT.

      * real (non-blank) course rows only, same rule the assessment
      * engine bills by - a student with no courses who is out on a
      * work term is a full-time co-op student, not a zero load
           310-DERIVE-CREDIT-LOAD.
               MOVE ZERO TO LOAD-CREDIT-HOURS.
               PERFORM 3101-ADD-ONE-COURSE
                   VARYING COURSE-SUB FROM 1 BY 1
                   UNTIL COURSE-SUB > COURSE-COUNT.

               MOVE 'N' TO COOP-MATCHED-FLAG.
               IF LOAD-CREDIT-HOURS IS EQUAL TO ZERO
                   PERFORM 3102-CHECK-ONE-COOP
                       VARYING COOP-FIND-SUB FROM 1 BY 1
                       UNTIL COOP-FIND-SUB > COOP-TABLE-COUNT
                       OR COOP-MATCHED
               END-IF.

               IF LOAD-CREDIT-HOURS IS NOT LESS THAN FULL-TIME-HOURS
                   MOVE 'F' TO FT-PT-WORK
                   ADD 1 TO HOW-MANY-FULL-TIME
               ELSE IF COOP-MATCHED
                   MOVE 'F' TO FT-PT-WORK
                   ADD 1 TO HOW-MANY-FULL-TIME
                   ADD 1 TO HOW-MANY-COOP
               ELSE
                   MOVE 'P' TO FT-PT-WORK
                   ADD 1 TO HOW-MANY-PART-TIME
               END-IF
               END-IF.

               3101-ADD-ONE-COURSE.
                         TO LOAD-CREDIT-HOURS
                   END-IF.

               3102-CHECK-ONE-COOP.
                   IF CPT-STUDENT-NUMBER(COOP-FIND-SUB) IS EQUAL TO
                       STUDENT-NUMBER
                       MOVE 'Y' TO COOP-MATCHED-FLAG
                   END-IF.

      * the flag wins outright; otherwise the province off the
      * address master decides, and no address means unknown
           320-DERIVE-RESIDENCY.
                         TO PROVINCE-FOUND
                   END-IF.

      * the home campus set on PROJECT150, else MAIN - tallied with
      * the standing just derived
           330-DERIVE-CAMPUS.
               MOVE DEFAULT-CAMPUS-CODE TO CAMPUS-WORK.
               PERFORM 3301-CHECK-ONE-STUDENT-CAMPUS
                   VARYING STUDENT-CAMPUS-SUB FROM 1 BY 1
                   UNTIL STUDENT-CAMPUS-SUB > STUDENT-CAMPUS-COUNT.

               MOVE 0 TO CAMPUS-TALLY-FOUND-SUB.
               PERFORM 3302-CHECK-ONE-CAMPUS-TALLY
                   VARYING CAMPUS-TALLY-SUB FROM 1 BY 1
                   UNTIL CAMPUS-TALLY-SUB > CAMPUS-TALLY-COUNT
                   OR CAMPUS-TALLY-FOUND-SUB IS GREATER THAN ZERO.

               IF CAMPUS-TALLY-FOUND-SUB IS EQUAL TO ZERO
                   AND CAMPUS-TALLY-COUNT IS LESS THAN 50
                   ADD 1 TO CAMPUS-TALLY-COUNT
                   MOVE CAMPUS-TALLY-COUNT TO CAMPUS-TALLY-FOUND-SUB
                   MOVE CAMPUS-WORK
                     TO CTT-CAMPUS-CODE(CAMPUS-TALLY-FOUND-SUB)
                   MOVE ZERO
                     TO CTT-DETAIL-COUNT(CAMPUS-TALLY-FOUND-SUB)
                   MOVE ZERO
                     TO CTT-FULL-TIME-COUNT(CAMPUS-TALLY-FOUND-SUB)
                   MOVE ZERO
                     TO CTT-PART-TIME-COUNT(CAMPUS-TALLY-FOUND-SUB)
               END-IF.

               IF CAMPUS-TALLY-FOUND-SUB IS GREATER THAN ZERO
                   ADD 1 TO CTT-DETAIL-COUNT(CAMPUS-TALLY-FOUND-SUB)
                   IF FT-PT-WORK IS EQUAL TO 'F'
                       ADD 1
                         TO CTT-FULL-TIME-COUNT(CAMPUS-TALLY-FOUND-SUB)
                   ELSE
                       ADD 1
                         TO CTT-PART-TIME-COUNT(CAMPUS-TALLY-FOUND-SUB)
                   END-IF
               END-IF.

               3301-CHECK-ONE-STUDENT-CAMPUS.
                   IF SCT-STUDENT-NUMBER(STUDENT-CAMPUS-SUB)
                       IS EQUAL TO STUDENT-NUMBER
                       AND SCT-CAMPUS-CODE(STUDENT-CAMPUS-SUB)
                           IS NOT EQUAL TO SPACES
                       MOVE SCT-CAMPUS-CODE(STUDENT-CAMPUS-SUB)
                         TO CAMPUS-WORK
                   END-IF.

               3302-CHECK-ONE-CAMPUS-TALLY.
                   IF CTT-CAMPUS-CODE(CAMPUS-TALLY-SUB)
                       IS EQUAL TO CAMPUS-WORK
                       MOVE CAMPUS-TALLY-SUB TO CAMPUS-TALLY-FOUND-SUB
                   END-IF.

      * the sign-off sheet - extract counts against the master's
      * own control record
           400-WRITE-CONTROL-REPORT.
               MOVE HOW-MANY-PART-TIME TO CTL-NUMBER-OUT.
               WRITE CONTROL-REPORT-LINE FROM CONTROL-DETAIL-LINE.

               MOVE "CO-OP WORK TERM (IN FULL-TIME)" TO CTL-LABEL-OUT.
               MOVE HOW-MANY-COOP TO CTL-NUMBER-OUT.
               WRITE CONTROL-REPORT-LINE FROM CONTROL-DETAIL-LINE.

               MOVE "ONTARIO RESIDENT" TO CTL-LABEL-OUT.
               MOVE HOW-MANY-ONTARIO TO CTL-NUMBER-OUT.
               WRITE CONTROL-REPORT-LINE FROM CONTROL-DETAIL-LINE.
               MOVE HOW-MANY-UNKNOWN TO CTL-NUMBER-OUT.
               WRITE CONTROL-REPORT-LINE FROM CONTROL-DETAIL-LINE.

               PERFORM 420-WRITE-ONE-CAMPUS-LINE
                   VARYING CAMPUS-TALLY-SUB FROM 1 BY 1
                   UNTIL CAMPUS-TALLY-SUB > CAMPUS-TALLY-COUNT.

               CLOSE CONTROL-REPORT.

           410-READ-MASTER-CONTROL.
                   CLOSE MASTER-CONTROL-FILE
               END-IF.

           420-WRITE-ONE-CAMPUS-LINE.
               MOVE CTT-CAMPUS-CODE(CAMPUS-TALLY-SUB) TO CCL-CAMPUS-OUT.
               MOVE CTT-DETAIL-COUNT(CAMPUS-TALLY-SUB)
                 TO CCL-DETAIL-OUT.
               MOVE CTT-FULL-TIME-COUNT(CAMPUS-TALLY-SUB)
                 TO CCL-FULL-TIME-OUT.
               MOVE CTT-PART-TIME-COUNT(CAMPUS-TALLY-SUB)
                 TO CCL-PART-TIME-OUT.
               WRITE CONTROL-REPORT-LINE FROM CONTROL-CAMPUS-LINE.

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
               MOVE "PROJECT63" TO TXR-CREATED-BY.
               MOVE TRANSMIT-DATE-RAW TO TXR-CREATED-DATE.
               MOVE TRANSMIT-TIME-HHMMSS TO TXR-CREATED-TIME.
               MOVE "SENT" TO TXR-STATUS.
               MOVE ZERO TO TXR-ACK-DATE.
               MOVE SPACES TO TXR-ACK-REASON.
               WRITE TRANSMISSION-REGISTER-RECORD.
               CLOSE TRANSMISSION-REGISTER.

       END PROGRAM PROJECT63.
