      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 14-OCT-2026
      * Purpose: daily section-waitlist run. The PROJECT77 screen and
      *          PROJECT78 web feed queue a student on
      *          SECTION-WAITLIST.txt when the section they want is
      *          full; a seat that frees up (a PROJECT21 drop, an
      *          advance-registration cancellation, or PROJECT52
      *          raising the capacity) is offered to the next student
      *          in line and held for them until the response
      *          deadline. This run lapses every offer whose deadline
      *          has passed, then offers each section's free seats -
      *          capacity less enrolled less offers still held - to
      *          the longest-waiting students, writing each new offer
      *          to SEAT-OFFERS.txt (the registrar's call-in list, same
      *          idea as PROJECT32's parking promotions). The
      *          registrar's WAITLIST-REPORT.txt lists every section
      *          with a queue: position, student, request date, and
      *          any offer with its deadline
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT90.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * kept in step with Project52.cbl's FD SECTION-FILE
           SELECT SECTION-FILE
           ASSIGN TO "..\SECTION-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SECTION-FILE-STATUS.

      * one line per waitlist request, in the order taken - the
      * order is the queue
           SELECT WAITLIST-FILE
           ASSIGN TO "..\SECTION-WAITLIST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WAITLIST-FILE-STATUS.

      * names for the report only
           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

      * one line per seat offered - appended here and by PROJECT21
      * and PROJECT77 when they free a seat
           SELECT SEAT-OFFER-FILE
           ASSIGN TO "..\SEAT-OFFERS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEAT-OFFER-STATUS.

           SELECT WAITLIST-REPORT
           ASSIGN TO "..\WAITLIST-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WAITLIST-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SECTION-FILE.
       01 SECTION-FILE-IN.
         05 SEC-COURSE-CODE PIC X(7).
         05 SEC-SECTION-CODE PIC X(3).
         05 SEC-TERM-CODE PIC 9(6).
         05 SEC-CAPACITY PIC 9(3).
         05 SEC-ENROLLED PIC 9(3).

      * one waitlist request - status W waiting, O offered (seat
      * held until the deadline), A accepted, L offer lapsed,
      * D offer declined, R removed by a cancellation or withdrawal;
      * kept in step with Project21.cbl, Project77.cbl and
      * Project78.cbl
       FD WAITLIST-FILE.
       01 WAITLIST-RECORD.
         05 SWL-COURSE-CODE PIC X(7).
         05 SWL-SECTION-CODE PIC X(3).
         05 SWL-TERM-CODE PIC 9(6).
         05 SWL-STUDENT-NUMBER PIC 9(6).
         05 SWL-REQUEST-DATE PIC 9(8).
         05 SWL-STATUS PIC X(1).
         05 SWL-OFFER-DATE PIC 9(8).
         05 SWL-OFFER-DEADLINE PIC 9(8).

      * current STUDENT-FILE-IN layout, as read/written by PROJECT03 -
      * kept in step with Project3.cbl's FD STUDENT-FILE
       FD STUDENT-FILE.
       01 STUDENT-FILE-IN.
         05 STUDENT-NUMBER PIC 9(6).
         05 TUITION-OWED PIC S9999V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 STUDENT-NAME PIC X(40).
         05 PROGRAM-COUNT PIC 9(1).
         05 PROGRAM-ENTRY OCCURS 1 TO 3 TIMES
             DEPENDING ON PROGRAM-COUNT.
           10 PROGRAM-OF-STUDY PIC X(5).
         05 DUE-DATE PIC 9(8).
         05 COURSE-COUNT PIC 9(1).
         05 COURSE-ENTRY OCCURS 1 TO 5 TIMES
             DEPENDING ON COURSE-COUNT.
           10 COURSE-CODE PIC X(7).
           10 COURSE-AVERAGE PIC 9(3).
           10 COURSE-CREDIT-HOURS PIC 9(1).
         05 INTERNATIONAL-STUDENT-FLAG PIC X(1).
         05 PAYMENT-HOLD-FLAG PIC X(1).

      * one seat offer - kept in step with Project21.cbl and
      * Project77.cbl
       FD SEAT-OFFER-FILE.
       01 SEAT-OFFER-LINE.
         05 OFR-STUDENT-NUMBER PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 OFR-COURSE-CODE PIC X(7).
         05 FILLER PIC X(1) VALUE SPACE.
         05 OFR-SECTION-CODE PIC X(3).
         05 FILLER PIC X(2) VALUE SPACE.
         05 OFR-TERM-CODE PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 OFR-OFFER-DATE PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 OFR-DEADLINE PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 OFR-MESSAGE PIC X(36).

       FD WAITLIST-REPORT.
       01 WAITLIST-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 SECTION-FILE-STATUS PIC X(2).
         05 WAITLIST-FILE-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 SEAT-OFFER-STATUS PIC X(2).
         05 WAITLIST-REPORT-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 SECTION-EOF-FLG PIC X(1) VALUE 'N'.
         05 WAITLIST-EOF-FLG PIC X(1) VALUE 'N'.
         05 STUDENT-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-RAW PIC 9(8).

      * an offer holds the seat this many days, counting from the
      * day it is made - same window PROJECT21 and PROJECT77 give
       01 OFFER-RESPONSE-DAYS PIC 9(2) VALUE 3.
       01 OFFER-DEADLINE-DATE PIC 9(8).
       01 OFFER-DATE-INTEGER PIC 9(7).

       01 SECTION-TABLE.
         05 SECTION-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON SECTION-COUNT.
           10 TBL-SEC-COURSE-CODE PIC X(7).
           10 TBL-SEC-SECTION-CODE PIC X(3).
           10 TBL-SEC-TERM-CODE PIC 9(6).
           10 TBL-SEC-CAPACITY PIC 9(3).
           10 TBL-SEC-ENROLLED PIC 9(3).

       01 SECTION-VARIABLES.
         05 SECTION-COUNT PIC 9(3) VALUE 0.
         05 SECTION-CTR PIC 9(3).
         05 SECTION-SUB PIC 9(3).
         05 SEATS-HELD PIC 9(3).
         05 SEATS-FREE PIC S9(3).
         05 SECTION-QUEUE-COUNT PIC 9(4).

      * the whole waitlist in memory, rewritten after the lapse and
      * offer passes; WLT-RUN-ACTION marks what this run did to the
      * entry so the report can call it out
       01 WAITLIST-TABLE.
         05 WAITLIST-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WAITLIST-COUNT.
           10 WLT-COURSE-CODE PIC X(7).
           10 WLT-SECTION-CODE PIC X(3).
           10 WLT-TERM-CODE PIC 9(6).
           10 WLT-STUDENT-NUMBER PIC 9(6).
           10 WLT-REQUEST-DATE PIC 9(8).
           10 WLT-STATUS PIC X(1).
           10 WLT-OFFER-DATE PIC 9(8).
           10 WLT-OFFER-DEADLINE PIC 9(8).
           10 WLT-RUN-ACTION PIC X(1).

       01 WAITLIST-VARIABLES.
         05 WAITLIST-COUNT PIC 9(4) VALUE 0.
         05 WAITLIST-CTR PIC 9(4).
         05 WAITLIST-SUB PIC 9(4).
         05 WAITLIST-FIND-SUB PIC 9(4).
         05 WAITLIST-NEXT-SUB PIC 9(4).
         05 QUEUE-POSITION PIC 9(4).

       01 STUDENT-TABLE.
         05 STUDENT-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON STUDENT-COUNT.
           10 TBL-STU-NUMBER PIC 9(6).
           10 TBL-STU-NAME PIC X(40).

       01 STUDENT-VARIABLES.
         05 STUDENT-COUNT PIC 9(4) VALUE 0.
         05 STUDENT-CTR PIC 9(4).
         05 STUDENT-FIND-SUB PIC 9(4).
         05 STUDENT-FOUND-FLAG PIC X(1).
           88 STUDENT-ROW-FOUND VALUE 'Y'.

       01 COUNTERS.
         05 HOW-MANY-LAPSED PIC 9(4) VALUE 0.
         05 HOW-MANY-OFFERED PIC 9(4) VALUE 0.
         05 HOW-MANY-WAITING PIC 9(4) VALUE 0.
         05 HOW-MANY-HELD PIC 9(4) VALUE 0.
         05 HOW-MANY-SECTIONS-QUEUED PIC 9(3) VALUE 0.

       01 REPORT-TITLE-LINE.
         05 FILLER PIC X(36)
             VALUE "SECTION WAITLIST POSITIONS AND OFFER".
         05 FILLER PIC X(12) VALUE "S  RUN DATE ".
         05 RTL-RUN-DATE-OUT PIC 9(8).
         05 FILLER PIC X(24) VALUE SPACE.

       01 SECTION-HEADER-LINE.
         05 FILLER PIC X(7) VALUE "COURSE ".
         05 SHD-COURSE-OUT PIC X(7).
         05 FILLER PIC X(10) VALUE "  SECTION ".
         05 SHD-SECTION-OUT PIC X(3).
         05 FILLER PIC X(7) VALUE "  TERM ".
         05 SHD-TERM-OUT PIC 9(6).
         05 FILLER PIC X(6) VALUE "  CAP ".
         05 SHD-CAP-OUT PIC ZZ9.
         05 FILLER PIC X(11) VALUE "  ENROLLED ".
         05 SHD-ENROLLED-OUT PIC ZZ9.
         05 FILLER PIC X(7) VALUE "  HELD ".
         05 SHD-HELD-OUT PIC ZZ9.
         05 FILLER PIC X(7) VALUE SPACE.

       01 QUEUE-DETAIL-LINE.
         05 FILLER PIC X(2) VALUE SPACE.
         05 QDT-POSITION-OUT PIC X(4).
         05 FILLER PIC X(2) VALUE SPACE.
         05 QDT-STUDENT-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 QDT-NAME-OUT PIC X(24).
         05 FILLER PIC X(2) VALUE SPACE.
         05 QDT-REQUEST-DATE-OUT PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 QDT-STATUS-OUT PIC X(28).

       01 QUEUE-POSITION-EDIT PIC ZZZ9.

       01 TOTAL-LINE.
         05 TTL-LABEL-OUT PIC X(30).
         05 TTL-COUNT-OUT PIC ZZZ9.
         05 FILLER PIC X(46) VALUE SPACE.

       PROCEDURE DIVISION.
      * main procedure - lapse what has expired, offer what is free,
      * put the queue back, then print it
       100-RUN-WAITLIST-OFFERS.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           COMPUTE OFFER-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-RAW)
               + OFFER-RESPONSE-DAYS.
           COMPUTE OFFER-DEADLINE-DATE =
               FUNCTION DATE-OF-INTEGER(OFFER-DATE-INTEGER).

           PERFORM 200-LOAD-SECTION-MASTER.
           PERFORM 210-LOAD-WAITLIST.
           PERFORM 220-LOAD-STUDENT-NAMES.

           PERFORM 300-LAPSE-ONE-OFFER
               VARYING WAITLIST-SUB FROM 1 BY 1
               UNTIL WAITLIST-SUB > WAITLIST-COUNT.

           PERFORM 310-OFFER-SECTION-SEATS
               VARYING SECTION-SUB FROM 1 BY 1
               UNTIL SECTION-SUB > SECTION-COUNT.

           PERFORM 400-REWRITE-WAITLIST.
           PERFORM 500-WRITE-WAITLIST-REPORT.

           DISPLAY "OFFERS LAPSED:        " HOW-MANY-LAPSED.
           DISPLAY "SEATS OFFERED:        " HOW-MANY-OFFERED.
           DISPLAY "OFFERS STILL HELD:    " HOW-MANY-HELD.
           DISPLAY "STUDENTS WAITING:     " HOW-MANY-WAITING.
           STOP RUN.

           200-LOAD-SECTION-MASTER.
               OPEN INPUT SECTION-FILE.
               IF SECTION-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-MASTER.txt - "
                     "STATUS " SECTION-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 2001-LOAD-ONE-SECTION
                   VARYING SECTION-CTR FROM 1 BY 1
                   UNTIL SECTION-CTR IS EQUAL TO 500
                   OR SECTION-EOF-FLG IS EQUAL TO 'Y'.

               CLOSE SECTION-FILE.

               2001-LOAD-ONE-SECTION.
                   READ SECTION-FILE
                       AT END
                           MOVE 'Y' TO SECTION-EOF-FLG
                       NOT AT END
                           MOVE SECTION-CTR TO SECTION-COUNT
                           MOVE SEC-COURSE-CODE
                             TO TBL-SEC-COURSE-CODE(SECTION-CTR)
                           MOVE SEC-SECTION-CODE
                             TO TBL-SEC-SECTION-CODE(SECTION-CTR)
                           MOVE SEC-TERM-CODE
                             TO TBL-SEC-TERM-CODE(SECTION-CTR)
                           MOVE SEC-CAPACITY
                             TO TBL-SEC-CAPACITY(SECTION-CTR)
                           MOVE SEC-ENROLLED
                             TO TBL-SEC-ENROLLED(SECTION-CTR)
                   END-READ.

      * no waitlist on file means nobody has queued yet - the report
      * still prints, empty, so the registrar sees the run happened
           210-LOAD-WAITLIST.
               OPEN INPUT WAITLIST-FILE.
               IF WAITLIST-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "NO SECTION-WAITLIST.txt ON FILE - NO "
                     "ONE IS WAITING"
               ELSE
                   PERFORM 2101-LOAD-ONE-WAITLIST-ENTRY
                       VARYING WAITLIST-CTR FROM 1 BY 1
                       UNTIL WAITLIST-CTR IS EQUAL TO 2000
                       OR WAITLIST-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE WAITLIST-FILE
               END-IF.

               2101-LOAD-ONE-WAITLIST-ENTRY.
                   READ WAITLIST-FILE
                       AT END
                           MOVE 'Y' TO WAITLIST-EOF-FLG
                       NOT AT END
                           MOVE WAITLIST-CTR TO WAITLIST-COUNT
                           MOVE SWL-COURSE-CODE
                             TO WLT-COURSE-CODE(WAITLIST-CTR)
                           MOVE SWL-SECTION-CODE
                             TO WLT-SECTION-CODE(WAITLIST-CTR)
                           MOVE SWL-TERM-CODE
                             TO WLT-TERM-CODE(WAITLIST-CTR)
                           MOVE SWL-STUDENT-NUMBER
                             TO WLT-STUDENT-NUMBER(WAITLIST-CTR)
                           MOVE SWL-REQUEST-DATE
                             TO WLT-REQUEST-DATE(WAITLIST-CTR)
                           MOVE SWL-STATUS
                             TO WLT-STATUS(WAITLIST-CTR)
                           MOVE SWL-OFFER-DATE
                             TO WLT-OFFER-DATE(WAITLIST-CTR)
                           MOVE SWL-OFFER-DEADLINE
                             TO WLT-OFFER-DEADLINE(WAITLIST-CTR)
                           MOVE SPACE
                             TO WLT-RUN-ACTION(WAITLIST-CTR)
                   END-READ.

      * a missing tuition master only costs the report its names
           220-LOAD-STUDENT-NAMES.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - REPORT "
                     "PRINTS WITHOUT NAMES - STATUS "
                     STUDENT-FILE-STATUS
               ELSE
                   PERFORM 2201-LOAD-ONE-STUDENT
                       VARYING STUDENT-CTR FROM 1 BY 1
                       UNTIL STUDENT-CTR IS EQUAL TO 3000
                       OR STUDENT-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE STUDENT-FILE
               END-IF.

               2201-LOAD-ONE-STUDENT.
                   READ STUDENT-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-EOF-FLG
                       NOT AT END
                           MOVE STUDENT-CTR TO STUDENT-COUNT
                           MOVE STUDENT-NUMBER
                             TO TBL-STU-NUMBER(STUDENT-CTR)
                           MOVE STUDENT-NAME
                             TO TBL-STU-NAME(STUDENT-CTR)
                   END-READ.

      * an offer not taken up by the end of its deadline day lapses,
      * and the seat goes back into the pool for the offer pass
           300-LAPSE-ONE-OFFER.
               IF WLT-STATUS(WAITLIST-SUB) IS EQUAL TO 'O'
                   AND WLT-OFFER-DEADLINE(WAITLIST-SUB) IS LESS THAN
                       RUN-DATE-RAW
                   MOVE 'L' TO WLT-STATUS(WAITLIST-SUB)
                   MOVE 'L' TO WLT-RUN-ACTION(WAITLIST-SUB)
                   ADD 1 TO HOW-MANY-LAPSED
               END-IF.

      * free seats are capacity less enrolled less the offers still
      * held; each goes to the next student waiting, in queue order
           310-OFFER-SECTION-SEATS.
               MOVE ZERO TO SEATS-HELD.
               PERFORM 311-COUNT-ONE-HELD-SEAT
                   VARYING WAITLIST-FIND-SUB FROM 1 BY 1
                   UNTIL WAITLIST-FIND-SUB > WAITLIST-COUNT.

               COMPUTE SEATS-FREE = TBL-SEC-CAPACITY(SECTION-SUB)
                   - TBL-SEC-ENROLLED(SECTION-SUB) - SEATS-HELD.

               MOVE 1 TO WAITLIST-NEXT-SUB.
               PERFORM 320-OFFER-ONE-SEAT
                   UNTIL SEATS-FREE IS NOT GREATER THAN ZERO
                   OR WAITLIST-NEXT-SUB IS EQUAL TO ZERO.

               311-COUNT-ONE-HELD-SEAT.
                   IF WLT-STATUS(WAITLIST-FIND-SUB) IS EQUAL TO 'O'
                       AND WLT-COURSE-CODE(WAITLIST-FIND-SUB)
                           IS EQUAL TO
                             TBL-SEC-COURSE-CODE(SECTION-SUB)
                       AND WLT-SECTION-CODE(WAITLIST-FIND-SUB)
                           IS EQUAL TO
                             TBL-SEC-SECTION-CODE(SECTION-SUB)
                       AND WLT-TERM-CODE(WAITLIST-FIND-SUB)
                           IS EQUAL TO
                             TBL-SEC-TERM-CODE(SECTION-SUB)
                       ADD 1 TO SEATS-HELD
                   END-IF.

      * the table is in the order requests were taken, so the first
      * W entry for the section is the head of its queue
           320-OFFER-ONE-SEAT.
               MOVE ZERO TO WAITLIST-NEXT-SUB.
               PERFORM 321-CHECK-ONE-WAITING
                   VARYING WAITLIST-FIND-SUB FROM 1 BY 1
                   UNTIL WAITLIST-FIND-SUB > WAITLIST-COUNT
                   OR WAITLIST-NEXT-SUB IS GREATER THAN ZERO.

               IF WAITLIST-NEXT-SUB IS GREATER THAN ZERO
                   MOVE 'O' TO WLT-STATUS(WAITLIST-NEXT-SUB)
                   MOVE 'O' TO WLT-RUN-ACTION(WAITLIST-NEXT-SUB)
                   MOVE RUN-DATE-RAW
                     TO WLT-OFFER-DATE(WAITLIST-NEXT-SUB)
                   MOVE OFFER-DEADLINE-DATE
                     TO WLT-OFFER-DEADLINE(WAITLIST-NEXT-SUB)
                   PERFORM 322-WRITE-OFFER-LINE
                   SUBTRACT 1 FROM SEATS-FREE
                   ADD 1 TO HOW-MANY-OFFERED
               END-IF.

               321-CHECK-ONE-WAITING.
                   IF WLT-STATUS(WAITLIST-FIND-SUB) IS EQUAL TO 'W'
                       AND WLT-COURSE-CODE(WAITLIST-FIND-SUB)
                           IS EQUAL TO
                             TBL-SEC-COURSE-CODE(SECTION-SUB)
                       AND WLT-SECTION-CODE(WAITLIST-FIND-SUB)
                           IS EQUAL TO
                             TBL-SEC-SECTION-CODE(SECTION-SUB)
                       AND WLT-TERM-CODE(WAITLIST-FIND-SUB)
                           IS EQUAL TO
                             TBL-SEC-TERM-CODE(SECTION-SUB)
                       MOVE WAITLIST-FIND-SUB TO WAITLIST-NEXT-SUB
                   END-IF.

               322-WRITE-OFFER-LINE.
                   OPEN EXTEND SEAT-OFFER-FILE.
                   IF SEAT-OFFER-STATUS IS EQUAL TO "35"
                       OPEN OUTPUT SEAT-OFFER-FILE
                   END-IF.
                   IF SEAT-OFFER-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN SEAT-OFFERS.txt - "
                         "STATUS " SEAT-OFFER-STATUS
                       STOP RUN
                   END-IF.
                   MOVE SPACES TO SEAT-OFFER-LINE.

                   MOVE WLT-STUDENT-NUMBER(WAITLIST-NEXT-SUB)
                     TO OFR-STUDENT-NUMBER.
                   MOVE WLT-COURSE-CODE(WAITLIST-NEXT-SUB)
                     TO OFR-COURSE-CODE.
                   MOVE WLT-SECTION-CODE(WAITLIST-NEXT-SUB)
                     TO OFR-SECTION-CODE.
                   MOVE WLT-TERM-CODE(WAITLIST-NEXT-SUB)
                     TO OFR-TERM-CODE.
                   MOVE RUN-DATE-RAW TO OFR-OFFER-DATE.
                   MOVE OFFER-DEADLINE-DATE TO OFR-DEADLINE.
                   MOVE "SEAT HELD - REGISTER BY THE DEADLINE"
                     TO OFR-MESSAGE.
                   WRITE SEAT-OFFER-LINE.

                   CLOSE SEAT-OFFER-FILE.

           400-REWRITE-WAITLIST.
               IF WAITLIST-COUNT IS GREATER THAN ZERO
                   OPEN OUTPUT WAITLIST-FILE
                   IF WAITLIST-FILE-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN SECTION-WAITLIST.txt - "
                         "STATUS " WAITLIST-FILE-STATUS
                       STOP RUN
                   END-IF
                   PERFORM 4001-WRITE-ONE-WAITLIST-ENTRY
                       VARYING WAITLIST-SUB FROM 1 BY 1
                       UNTIL WAITLIST-SUB > WAITLIST-COUNT
                   CLOSE WAITLIST-FILE
               END-IF.

               4001-WRITE-ONE-WAITLIST-ENTRY.
                   MOVE WLT-COURSE-CODE(WAITLIST-SUB)
                     TO SWL-COURSE-CODE.
                   MOVE WLT-SECTION-CODE(WAITLIST-SUB)
                     TO SWL-SECTION-CODE.
                   MOVE WLT-TERM-CODE(WAITLIST-SUB) TO SWL-TERM-CODE.
                   MOVE WLT-STUDENT-NUMBER(WAITLIST-SUB)
                     TO SWL-STUDENT-NUMBER.
                   MOVE WLT-REQUEST-DATE(WAITLIST-SUB)
                     TO SWL-REQUEST-DATE.
                   MOVE WLT-STATUS(WAITLIST-SUB) TO SWL-STATUS.
                   MOVE WLT-OFFER-DATE(WAITLIST-SUB)
                     TO SWL-OFFER-DATE.
                   MOVE WLT-OFFER-DEADLINE(WAITLIST-SUB)
                     TO SWL-OFFER-DEADLINE.
                   WRITE WAITLIST-RECORD.

      * one block per section with anyone queued, offered, or lapsed
      * this run; positions count only the students still waiting
           500-WRITE-WAITLIST-REPORT.
               OPEN OUTPUT WAITLIST-REPORT.
               IF WAITLIST-REPORT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN WAITLIST-REPORT.txt - "
                     "STATUS " WAITLIST-REPORT-STATUS
                   STOP RUN
               END-IF.

               MOVE RUN-DATE-RAW TO RTL-RUN-DATE-OUT.
               WRITE WAITLIST-REPORT-LINE FROM REPORT-TITLE-LINE.
               MOVE SPACES TO WAITLIST-REPORT-LINE.
               WRITE WAITLIST-REPORT-LINE.

               PERFORM 510-WRITE-ONE-SECTION-QUEUE
                   VARYING SECTION-SUB FROM 1 BY 1
                   UNTIL SECTION-SUB > SECTION-COUNT.

               PERFORM 520-WRITE-REPORT-TOTALS.

               CLOSE WAITLIST-REPORT.

               510-WRITE-ONE-SECTION-QUEUE.
                   MOVE ZERO TO SECTION-QUEUE-COUNT.
                   MOVE ZERO TO SEATS-HELD.
                   PERFORM 511-COUNT-ONE-QUEUE-ENTRY
                       VARYING WAITLIST-FIND-SUB FROM 1 BY 1
                       UNTIL WAITLIST-FIND-SUB > WAITLIST-COUNT.

                   IF SECTION-QUEUE-COUNT IS GREATER THAN ZERO
                       ADD 1 TO HOW-MANY-SECTIONS-QUEUED
                       MOVE TBL-SEC-COURSE-CODE(SECTION-SUB)
                         TO SHD-COURSE-OUT
                       MOVE TBL-SEC-SECTION-CODE(SECTION-SUB)
                         TO SHD-SECTION-OUT
                       MOVE TBL-SEC-TERM-CODE(SECTION-SUB)
                         TO SHD-TERM-OUT
                       MOVE TBL-SEC-CAPACITY(SECTION-SUB)
                         TO SHD-CAP-OUT
                       MOVE TBL-SEC-ENROLLED(SECTION-SUB)
                         TO SHD-ENROLLED-OUT
                       MOVE SEATS-HELD TO SHD-HELD-OUT
                       WRITE WAITLIST-REPORT-LINE
                           FROM SECTION-HEADER-LINE
                       MOVE ZERO TO QUEUE-POSITION
                       PERFORM 512-WRITE-ONE-QUEUE-ENTRY
                           VARYING WAITLIST-FIND-SUB FROM 1 BY 1
                           UNTIL WAITLIST-FIND-SUB > WAITLIST-COUNT
                       MOVE SPACES TO WAITLIST-REPORT-LINE
                       WRITE WAITLIST-REPORT-LINE
                   END-IF.

                   511-COUNT-ONE-QUEUE-ENTRY.
                       IF WLT-COURSE-CODE(WAITLIST-FIND-SUB)
                           IS EQUAL TO
                             TBL-SEC-COURSE-CODE(SECTION-SUB)
                           AND WLT-SECTION-CODE(WAITLIST-FIND-SUB)
                               IS EQUAL TO
                                 TBL-SEC-SECTION-CODE(SECTION-SUB)
                           AND WLT-TERM-CODE(WAITLIST-FIND-SUB)
                               IS EQUAL TO
                                 TBL-SEC-TERM-CODE(SECTION-SUB)
                           IF WLT-STATUS(WAITLIST-FIND-SUB)
                               IS EQUAL TO 'W'
                               OR WLT-STATUS(WAITLIST-FIND-SUB)
                                   IS EQUAL TO 'O'
                               OR WLT-RUN-ACTION(WAITLIST-FIND-SUB)
                                   IS EQUAL TO 'L'
                               ADD 1 TO SECTION-QUEUE-COUNT
                           END-IF
                           IF WLT-STATUS(WAITLIST-FIND-SUB)
                               IS EQUAL TO 'O'
                               ADD 1 TO SEATS-HELD
                           END-IF
                       END-IF.

                   512-WRITE-ONE-QUEUE-ENTRY.
                       IF WLT-COURSE-CODE(WAITLIST-FIND-SUB)
                           IS EQUAL TO
                             TBL-SEC-COURSE-CODE(SECTION-SUB)
                           AND WLT-SECTION-CODE(WAITLIST-FIND-SUB)
                               IS EQUAL TO
                                 TBL-SEC-SECTION-CODE(SECTION-SUB)
                           AND WLT-TERM-CODE(WAITLIST-FIND-SUB)
                               IS EQUAL TO
                                 TBL-SEC-TERM-CODE(SECTION-SUB)
                           PERFORM 513-BUILD-ONE-QUEUE-LINE
                       END-IF.

                   513-BUILD-ONE-QUEUE-LINE.
                       MOVE SPACES TO QDT-POSITION-OUT.
                       MOVE SPACES TO QDT-STATUS-OUT.
                       IF WLT-STATUS(WAITLIST-FIND-SUB) IS EQUAL TO 'W'
                           ADD 1 TO QUEUE-POSITION
                           ADD 1 TO HOW-MANY-WAITING
                           MOVE QUEUE-POSITION TO QUEUE-POSITION-EDIT
                           MOVE QUEUE-POSITION-EDIT
                             TO QDT-POSITION-OUT
                           MOVE "WAITING" TO QDT-STATUS-OUT
                       ELSE IF WLT-STATUS(WAITLIST-FIND-SUB)
                           IS EQUAL TO 'O'
                           ADD 1 TO HOW-MANY-HELD
                           MOVE "OFFR" TO QDT-POSITION-OUT
                           IF WLT-RUN-ACTION(WAITLIST-FIND-SUB)
                               IS EQUAL TO 'O'
                               STRING "NEW OFFER - REPLY BY "
                                   DELIMITED BY SIZE
                                   WLT-OFFER-DEADLINE
                                     (WAITLIST-FIND-SUB)
                                   DELIMITED BY SIZE
                                   INTO QDT-STATUS-OUT
                               END-STRING
                           ELSE
                               STRING "OFFERED - REPLY BY "
                                   DELIMITED BY SIZE
                                   WLT-OFFER-DEADLINE
                                     (WAITLIST-FIND-SUB)
                                   DELIMITED BY SIZE
                                   INTO QDT-STATUS-OUT
                               END-STRING
                           END-IF
                       ELSE IF WLT-RUN-ACTION(WAITLIST-FIND-SUB)
                           IS EQUAL TO 'L'
                           MOVE "LAPS" TO QDT-POSITION-OUT
                           STRING "OFFER LAPSED " DELIMITED BY SIZE
                               WLT-OFFER-DEADLINE(WAITLIST-FIND-SUB)
                               DELIMITED BY SIZE
                               INTO QDT-STATUS-OUT
                           END-STRING
                       END-IF
                       END-IF
                       END-IF.

                       IF QDT-STATUS-OUT IS NOT EQUAL TO SPACES
                           MOVE WLT-STUDENT-NUMBER(WAITLIST-FIND-SUB)
                             TO QDT-STUDENT-OUT
                           MOVE WLT-REQUEST-DATE(WAITLIST-FIND-SUB)
                             TO QDT-REQUEST-DATE-OUT
                           PERFORM 530-FIND-STUDENT-NAME
                           WRITE WAITLIST-REPORT-LINE
                               FROM QUEUE-DETAIL-LINE
                       END-IF.

               520-WRITE-REPORT-TOTALS.
                   MOVE "SECTIONS WITH A QUEUE:" TO TTL-LABEL-OUT.
                   MOVE HOW-MANY-SECTIONS-QUEUED TO TTL-COUNT-OUT.
                   WRITE WAITLIST-REPORT-LINE FROM TOTAL-LINE.
                   MOVE "STUDENTS WAITING:" TO TTL-LABEL-OUT.
                   MOVE HOW-MANY-WAITING TO TTL-COUNT-OUT.
                   WRITE WAITLIST-REPORT-LINE FROM TOTAL-LINE.
                   MOVE "OFFERS HELD:" TO TTL-LABEL-OUT.
                   MOVE HOW-MANY-HELD TO TTL-COUNT-OUT.
                   WRITE WAITLIST-REPORT-LINE FROM TOTAL-LINE.
                   MOVE "  OF WHICH NEW THIS RUN:" TO TTL-LABEL-OUT.
                   MOVE HOW-MANY-OFFERED TO TTL-COUNT-OUT.
                   WRITE WAITLIST-REPORT-LINE FROM TOTAL-LINE.
                   MOVE "OFFERS LAPSED THIS RUN:" TO TTL-LABEL-OUT.
                   MOVE HOW-MANY-LAPSED TO TTL-COUNT-OUT.
                   WRITE WAITLIST-REPORT-LINE FROM TOTAL-LINE.

           530-FIND-STUDENT-NAME.
               MOVE 'N' TO STUDENT-FOUND-FLAG.
               MOVE "NOT ON TUITION MASTER" TO QDT-NAME-OUT.

               PERFORM 5301-CHECK-ONE-STUDENT
                   VARYING STUDENT-FIND-SUB FROM 1 BY 1
                   UNTIL STUDENT-FIND-SUB > STUDENT-COUNT
                   OR STUDENT-ROW-FOUND.

               5301-CHECK-ONE-STUDENT.
                   IF TBL-STU-NUMBER(STUDENT-FIND-SUB) IS EQUAL TO
                       WLT-STUDENT-NUMBER(WAITLIST-FIND-SUB)
                       MOVE 'Y' TO STUDENT-FOUND-FLAG
                       MOVE TBL-STU-NAME(STUDENT-FIND-SUB)
                         TO QDT-NAME-OUT
                   END-IF.

       END PROGRAM PROJECT90.
