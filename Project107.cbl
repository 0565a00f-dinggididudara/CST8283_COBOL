      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: section cancellation run. A section cancelled for low
      *          enrolment used to be unwound one PROJECT21 drop at a
      *          time. The operator keys the course, section and term;
      *          every student with a capture in that section gets one
      *          type-X transaction on WITHDRAWAL-TRANS.txt, which
      *          PROJECT21 applies as a course drop with the course's
      *          charges credited in full whatever the refund
      *          calendar says - the capture comes off
      *          SECTION-ENROLLMENT.txt and the course off the
      *          student's STUFILE3.txt table there. The section's row
      *          on SECTION-MASTER.txt is closed (capacity 000, which
      *          PROJECT52 will not key, so no entry program can seat
      *          anyone in it), anyone still waiting on it comes off
      *          SECTION-WAITLIST.txt, and each affected student gets
      *          notice lines on SECTION-CANCEL-NOTICES.txt listing
      *          the open sections of the same course that term they
      *          can move into, with their meeting times
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT107.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * kept in step with Project52.cbl's FD SECTION-FILE
           SELECT SECTION-FILE
           ASSIGN TO "..\SECTION-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SECTION-FILE-STATUS.

      * read only - PROJECT21 takes the captures off as it applies
      * the drops
           SELECT ENROLLMENT-FILE
           ASSIGN TO "..\SECTION-ENROLLMENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENROLLMENT-FILE-STATUS.

      * kept in step with Project90.cbl's FD WAITLIST-FILE
           SELECT WAITLIST-FILE
           ASSIGN TO "..\SECTION-WAITLIST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WAITLIST-FILE-STATUS.

      * kept in step with Project52.cbl's FD MEETING-FILE - read only,
      * for the meeting times on the notices
           SELECT MEETING-FILE
           ASSIGN TO "..\SECTION-MEETING.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MEETING-FILE-STATUS.

      * read-only pass over the sequential extract, for the names on
      * the notices
           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

      * the withdrawal transactions PROJECT21 processes - appended,
      * same layout as its FD WITHDRAWAL-FILE
           SELECT WITHDRAWAL-FILE
           ASSIGN TO "..\WITHDRAWAL-TRANS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WITHDRAWAL-FILE-STATUS.

      * appended, so a day's cancellations build up in one file
           SELECT NOTICE-FILE
           ASSIGN TO "..\SECTION-CANCEL-NOTICES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTICE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * kept in step with Project52.cbl's FD SECTION-FILE
       FD SECTION-FILE.
       01 SECTION-FILE-IN.
         05 SEC-COURSE-CODE PIC X(7).
         05 SEC-SECTION-CODE PIC X(3).
         05 SEC-TERM-CODE PIC 9(6).
         05 SEC-CAPACITY PIC 9(3).
         05 SEC-ENROLLED PIC 9(3).

      * kept in step with Project53.cbl's FD ENROLLMENT-FILE
       FD ENROLLMENT-FILE.
       01 ENROLLMENT-RECORD.
         05 ENR-STUDENT-NUMBER PIC 9(6).
         05 ENR-COURSE-CODE PIC X(7).
         05 ENR-SECTION-CODE PIC X(3).
         05 ENR-TERM-CODE PIC 9(6).

      * one waitlist request - kept in step with Project90.cbl's
      * FD WAITLIST-FILE
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

      * kept in step with Project52.cbl's FD MEETING-FILE
       FD MEETING-FILE.
       01 MEETING-RECORD.
         05 MTG-COURSE-CODE PIC X(7).
         05 MTG-SECTION-CODE PIC X(3).
         05 MTG-TERM-CODE PIC 9(6).
         05 MTG-DAYS PIC X(7).
         05 MTG-START-TIME PIC 9(4).
         05 MTG-END-TIME PIC 9(4).

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

      * kept in step with Project21.cbl's FD WITHDRAWAL-FILE
       FD WITHDRAWAL-FILE.
       01 WITHDRAWAL-RECORD.
         05 WD-STUDENT-NUMBER PIC X(6).
         05 WD-EFFECTIVE-DATE PIC 9(8).
         05 WD-TYPE PIC X(1).
         05 WD-COURSE-CODE PIC X(7).

      * one line per open section offered to a student, or one line
      * saying there is none
       FD NOTICE-FILE.
       01 NOTICE-LINE.
         05 SCN-STUDENT-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SCN-NAME-OUT PIC X(40).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SCN-COURSE-OUT PIC X(7).
         05 FILLER PIC X(1) VALUE SPACE.
         05 SCN-SECTION-OUT PIC X(3).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SCN-TERM-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SCN-DATE-OUT PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SCN-ALT-SECTION-OUT PIC X(3).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SCN-ALT-SEATS-OUT PIC ZZ9.
         05 FILLER PIC X(2) VALUE SPACE.
         05 SCN-ALT-DAYS-OUT PIC X(7).
         05 FILLER PIC X(1) VALUE SPACE.
         05 SCN-ALT-TIME-OUT PIC X(9).
         05 FILLER PIC X(2) VALUE SPACE.
         05 SCN-MESSAGE-OUT PIC X(36).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 SECTION-FILE-STATUS PIC X(2).
         05 ENROLLMENT-FILE-STATUS PIC X(2).
         05 WAITLIST-FILE-STATUS PIC X(2).
         05 MEETING-FILE-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 WITHDRAWAL-FILE-STATUS PIC X(2).
         05 NOTICE-FILE-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 SECTION-EOF-FLG PIC X(1) VALUE 'N'.
         05 ENROLLMENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 WAITLIST-EOF-FLG PIC X(1) VALUE 'N'.
         05 MEETING-EOF-FLG PIC X(1) VALUE 'N'.
         05 STUDENT-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-RAW PIC 9(8).

      * the section being cancelled, as keyed
       01 CANCEL-KEY-FIELDS.
         05 CANCEL-COURSE-CODE PIC X(7).
         05 CANCEL-SECTION-CODE PIC X(3).
         05 CANCEL-TERM-ENTRY PIC X(6).
         05 CANCEL-TERM-CODE PIC 9(6).
         05 CANCEL-ANSWER PIC X(1).

      * the whole section master, written back with the one row
      * closed - same table PROJECT21 keeps
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
         05 SECTION-FIND-SUB PIC 9(3).
         05 SECTION-FOUND-SUB PIC 9(3).
         05 SECTION-FOUND-FLAG PIC X(1).
           88 SECTION-ROW-FOUND VALUE 'Y'.
         05 SEATS-HELD PIC 9(3).
         05 SEATS-FREE PIC S9(3).

      * every waitlist row, so the file can be written back whole
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

       01 WAITLIST-VARIABLES.
         05 WAITLIST-COUNT PIC 9(4) VALUE 0.
         05 WAITLIST-SUB PIC 9(4).
         05 WAITLIST-FIND-SUB PIC 9(4).
         05 WAITLIST-CHANGED-FLAG PIC X(1) VALUE 'N'.

      * the term's meeting patterns for the course being cancelled
       01 MEETING-TABLE.
         05 MEETING-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON MEETING-COUNT.
           10 TBL-MTG-SECTION-CODE PIC X(3).
           10 TBL-MTG-DAYS PIC X(7).
           10 TBL-MTG-START-TIME PIC 9(4).
           10 TBL-MTG-END-TIME PIC 9(4).

       01 MEETING-VARIABLES.
         05 MEETING-COUNT PIC 9(3) VALUE 0.
         05 MEETING-FIND-SUB PIC 9(3).
         05 MEETING-FOUND-FLAG PIC X(1).
           88 MEETING-ROW-FOUND VALUE 'Y'.

      * names off the extract for the notices
       01 NAME-TABLE.
         05 NAME-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON NAME-COUNT.
           10 TBL-NAM-STUDENT-NUMBER PIC 9(6).
           10 TBL-NAM-STUDENT-NAME PIC X(40).

       01 NAME-VARIABLES.
         05 NAME-COUNT PIC 9(4) VALUE 0.
         05 NAME-FIND-SUB PIC 9(4).
         05 NAME-FOUND-FLAG PIC X(1).
           88 NAME-ROW-FOUND VALUE 'Y'.

      * one affected student's notice, built one section at a time
       01 NOTICE-FIELDS.
         05 NOTICE-NAME PIC X(40).
         05 ALTERNATES-LISTED PIC 9(2).

       01 COUNTERS.
         05 HOW-MANY-CAPTURES-READ PIC 9(5) VALUE 0.
         05 HOW-MANY-DROPS-CUT PIC 9(5) VALUE 0.
         05 HOW-MANY-NOTICE-LINES PIC 9(5) VALUE 0.
         05 HOW-MANY-WAITLIST-REMOVED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
      * main procedure - one section per run
       100-CANCEL-SECTION.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           DISPLAY "ENTER COURSE CODE OF THE CANCELLED SECTION:".
           ACCEPT CANCEL-COURSE-CODE.
           DISPLAY "ENTER SECTION CODE:".
           ACCEPT CANCEL-SECTION-CODE.
           DISPLAY "ENTER TERM CODE (YYYYTT):".
           ACCEPT CANCEL-TERM-ENTRY.
           IF CANCEL-TERM-ENTRY IS NOT NUMERIC
               DISPLAY "TERM CODE MUST BE SIX DIGITS - RUN ENDED"
               STOP RUN
           END-IF.
           MOVE CANCEL-TERM-ENTRY TO CANCEL-TERM-CODE.

           PERFORM 200-LOAD-SECTION-TABLE.
           PERFORM 201-FIND-CANCELLED-SECTION.
           IF NOT SECTION-ROW-FOUND
               DISPLAY "SECTION " CANCEL-COURSE-CODE " "
                 CANCEL-SECTION-CODE " " CANCEL-TERM-CODE
                 " NOT ON SECTION-MASTER.txt - RUN ENDED"
               STOP RUN
           END-IF.
           IF TBL-SEC-CAPACITY(SECTION-FOUND-SUB) IS EQUAL TO ZERO
               DISPLAY "SECTION IS ALREADY CLOSED - RUN ENDED"
               STOP RUN
           END-IF.

           DISPLAY "SECTION HAS " TBL-SEC-ENROLLED(SECTION-FOUND-SUB)
             " ENROLLED - CANCEL IT AND DROP THEM ALL? (Y/N):".
           ACCEPT CANCEL-ANSWER.
           IF CANCEL-ANSWER IS NOT EQUAL TO 'Y'
               DISPLAY "NOTHING CANCELLED"
               STOP RUN
           END-IF.

           PERFORM 210-LOAD-WAITLIST-TABLE.
           PERFORM 220-LOAD-MEETING-TABLE.
           PERFORM 230-LOAD-NAME-TABLE.

      * the row closes before the alternates are looked for, so the
      * cancelled section never offers itself
           MOVE ZERO TO TBL-SEC-CAPACITY(SECTION-FOUND-SUB).
           PERFORM 310-REMOVE-ONE-QUEUE-ENTRY
               VARYING WAITLIST-SUB FROM 1 BY 1
               UNTIL WAITLIST-SUB > WAITLIST-COUNT.

           PERFORM 240-OPEN-RUN-FILES.
           PERFORM 300-CHECK-ONE-CAPTURE
               UNTIL ENROLLMENT-EOF-FLG IS EQUAL TO 'Y'.
           CLOSE ENROLLMENT-FILE.
           CLOSE WITHDRAWAL-FILE.
           CLOSE NOTICE-FILE.

           PERFORM 900-REWRITE-SECTION-FILE.
           IF WAITLIST-CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 910-REWRITE-WAITLIST-FILE
           END-IF.

           DISPLAY "SECTION " CANCEL-COURSE-CODE " "
             CANCEL-SECTION-CODE " " CANCEL-TERM-CODE " CLOSED".
           DISPLAY "COURSE DROPS CUT:      " HOW-MANY-DROPS-CUT.
           DISPLAY "NOTICE LINES WRITTEN:  " HOW-MANY-NOTICE-LINES.
           DISPLAY "WAITLIST ENTRIES REMOVED: "
             HOW-MANY-WAITLIST-REMOVED.
           IF HOW-MANY-DROPS-CUT IS GREATER THAN ZERO
               DISPLAY "FEED WITHDRAWAL-TRANS.txt TO PROJECT21 FOR "
                 "TERM " CANCEL-TERM-CODE " TO APPLY THE DROPS"
           END-IF.
           STOP RUN.

      * the section master has to be there - there is nothing to
      * cancel without it
           200-LOAD-SECTION-TABLE.
               OPEN INPUT SECTION-FILE.
               IF SECTION-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-MASTER.txt - "
                     "STATUS " SECTION-FILE-STATUS
                   STOP RUN
               END-IF.
               PERFORM 2001-LOAD-ONE-SECTION
                   UNTIL SECTION-EOF-FLG IS EQUAL TO 'Y'
                   OR SECTION-COUNT IS EQUAL TO 500.
               CLOSE SECTION-FILE.

               2001-LOAD-ONE-SECTION.
                   READ SECTION-FILE
                       AT END
                           MOVE 'Y' TO SECTION-EOF-FLG
                       NOT AT END
                           ADD 1 TO SECTION-COUNT
                           MOVE SEC-COURSE-CODE
                             TO TBL-SEC-COURSE-CODE(SECTION-COUNT)
                           MOVE SEC-SECTION-CODE
                             TO TBL-SEC-SECTION-CODE(SECTION-COUNT)
                           MOVE SEC-TERM-CODE
                             TO TBL-SEC-TERM-CODE(SECTION-COUNT)
                           MOVE SEC-CAPACITY
                             TO TBL-SEC-CAPACITY(SECTION-COUNT)
                           MOVE SEC-ENROLLED
                             TO TBL-SEC-ENROLLED(SECTION-COUNT)
                   END-READ.

           201-FIND-CANCELLED-SECTION.
               MOVE 'N' TO SECTION-FOUND-FLAG.
               MOVE 0 TO SECTION-FOUND-SUB.

               PERFORM 2011-CHECK-ONE-SECTION
                   VARYING SECTION-FIND-SUB FROM 1 BY 1
                   UNTIL SECTION-FIND-SUB > SECTION-COUNT
                   OR SECTION-ROW-FOUND.

               2011-CHECK-ONE-SECTION.
                   IF TBL-SEC-COURSE-CODE(SECTION-FIND-SUB) IS EQUAL
                       TO CANCEL-COURSE-CODE
                       AND TBL-SEC-SECTION-CODE(SECTION-FIND-SUB)
                           IS EQUAL TO CANCEL-SECTION-CODE
                       AND TBL-SEC-TERM-CODE(SECTION-FIND-SUB)
                           IS EQUAL TO CANCEL-TERM-CODE
                       MOVE 'Y' TO SECTION-FOUND-FLAG
                       MOVE SECTION-FIND-SUB TO SECTION-FOUND-SUB
                   END-IF.

      * no waitlist on file is just an empty one
           210-LOAD-WAITLIST-TABLE.
               OPEN INPUT WAITLIST-FILE.
               IF WAITLIST-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF WAITLIST-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-WAITLIST.txt - "
                     "STATUS " WAITLIST-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2101-LOAD-ONE-WAITLIST-ENTRY
                       UNTIL WAITLIST-EOF-FLG IS EQUAL TO 'Y'
                       OR WAITLIST-COUNT IS EQUAL TO 2000
                   CLOSE WAITLIST-FILE
               END-IF
               END-IF.

               2101-LOAD-ONE-WAITLIST-ENTRY.
                   READ WAITLIST-FILE
                       AT END
                           MOVE 'Y' TO WAITLIST-EOF-FLG
                       NOT AT END
                           ADD 1 TO WAITLIST-COUNT
                           MOVE SWL-COURSE-CODE
                             TO WLT-COURSE-CODE(WAITLIST-COUNT)
                           MOVE SWL-SECTION-CODE
                             TO WLT-SECTION-CODE(WAITLIST-COUNT)
                           MOVE SWL-TERM-CODE
                             TO WLT-TERM-CODE(WAITLIST-COUNT)
                           MOVE SWL-STUDENT-NUMBER
                             TO WLT-STUDENT-NUMBER(WAITLIST-COUNT)
                           MOVE SWL-REQUEST-DATE
                             TO WLT-REQUEST-DATE(WAITLIST-COUNT)
                           MOVE SWL-STATUS
                             TO WLT-STATUS(WAITLIST-COUNT)
                           MOVE SWL-OFFER-DATE
                             TO WLT-OFFER-DATE(WAITLIST-COUNT)
                           MOVE SWL-OFFER-DEADLINE
                             TO WLT-OFFER-DEADLINE(WAITLIST-COUNT)
                   END-READ.

      * no meeting file just leaves the times off the notices
           220-LOAD-MEETING-TABLE.
               OPEN INPUT MEETING-FILE.
               IF MEETING-FILE-STATUS IS EQUAL TO "00"
                   PERFORM 2201-LOAD-ONE-MEETING
                       UNTIL MEETING-EOF-FLG IS EQUAL TO 'Y'
                       OR MEETING-COUNT IS EQUAL TO 500
                   CLOSE MEETING-FILE
               END-IF.

               2201-LOAD-ONE-MEETING.
                   READ MEETING-FILE
                       AT END
                           MOVE 'Y' TO MEETING-EOF-FLG
                       NOT AT END
                           IF MTG-COURSE-CODE IS EQUAL TO
                               CANCEL-COURSE-CODE
                               AND MTG-TERM-CODE IS EQUAL TO
                                   CANCEL-TERM-CODE
                               ADD 1 TO MEETING-COUNT
                               MOVE MTG-SECTION-CODE
                                 TO TBL-MTG-SECTION-CODE
                                   (MEETING-COUNT)
                               MOVE MTG-DAYS
                                 TO TBL-MTG-DAYS(MEETING-COUNT)
                               MOVE MTG-START-TIME
                                 TO TBL-MTG-START-TIME(MEETING-COUNT)
                               MOVE MTG-END-TIME
                                 TO TBL-MTG-END-TIME(MEETING-COUNT)
                           END-IF
                   END-READ.

      * no extract just leaves the names off the notices
           230-LOAD-NAME-TABLE.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS EQUAL TO "00"
                   PERFORM 2301-LOAD-ONE-NAME
                       UNTIL STUDENT-EOF-FLG IS EQUAL TO 'Y'
                       OR NAME-COUNT IS EQUAL TO 3000
                   CLOSE STUDENT-FILE
               END-IF.

               2301-LOAD-ONE-NAME.
                   READ STUDENT-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-EOF-FLG
                       NOT AT END
                           ADD 1 TO NAME-COUNT
                           MOVE STUDENT-NUMBER
                             TO TBL-NAM-STUDENT-NUMBER(NAME-COUNT)
                           MOVE STUDENT-NAME
                             TO TBL-NAM-STUDENT-NAME(NAME-COUNT)
                   END-READ.

           240-OPEN-RUN-FILES.
               OPEN INPUT ENROLLMENT-FILE.
               IF ENROLLMENT-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO ENROLLMENT-EOF-FLG
               ELSE IF ENROLLMENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-ENROLLMENT.txt - "
                     "STATUS " ENROLLMENT-FILE-STATUS
                   STOP RUN
               END-IF
               END-IF.

               OPEN EXTEND WITHDRAWAL-FILE.
               IF WITHDRAWAL-FILE-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT WITHDRAWAL-FILE
               END-IF.
               IF WITHDRAWAL-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN WITHDRAWAL-TRANS.txt - "
                     "STATUS " WITHDRAWAL-FILE-STATUS
                   STOP RUN
               END-IF.

               OPEN EXTEND NOTICE-FILE.
               IF NOTICE-FILE-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT NOTICE-FILE
               END-IF.
               IF NOTICE-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-CANCEL-NOTICES.txt "
                     "- STATUS " NOTICE-FILE-STATUS
                   STOP RUN
               END-IF.
               MOVE SPACES TO NOTICE-LINE.

      * one capture - a seat in the cancelled section means a drop
      * and a notice
           300-CHECK-ONE-CAPTURE.
               READ ENROLLMENT-FILE
                   AT END
                       MOVE 'Y' TO ENROLLMENT-EOF-FLG
                   NOT AT END
                       ADD 1 TO HOW-MANY-CAPTURES-READ
                       IF ENR-COURSE-CODE IS EQUAL TO
                           CANCEL-COURSE-CODE
                           AND ENR-SECTION-CODE IS EQUAL TO
                               CANCEL-SECTION-CODE
                           AND ENR-TERM-CODE IS EQUAL TO
                               CANCEL-TERM-CODE
                           PERFORM 301-CUT-ONE-DROP
                           PERFORM 320-WRITE-ONE-NOTICE
                       END-IF
               END-READ.

      * dated the run date - PROJECT21 credits a type X in full
      * whatever the date says
               301-CUT-ONE-DROP.
                   MOVE ENR-STUDENT-NUMBER TO WD-STUDENT-NUMBER.
                   MOVE RUN-DATE-RAW TO WD-EFFECTIVE-DATE.
                   MOVE 'X' TO WD-TYPE.
                   MOVE CANCEL-COURSE-CODE TO WD-COURSE-CODE.
                   WRITE WITHDRAWAL-RECORD.
                   ADD 1 TO HOW-MANY-DROPS-CUT.

      * nobody waits for a section that will not run - a held offer
      * goes the same way
           310-REMOVE-ONE-QUEUE-ENTRY.
               IF WLT-COURSE-CODE(WAITLIST-SUB) IS EQUAL TO
                   CANCEL-COURSE-CODE
                   AND WLT-SECTION-CODE(WAITLIST-SUB) IS EQUAL TO
                       CANCEL-SECTION-CODE
                   AND WLT-TERM-CODE(WAITLIST-SUB) IS EQUAL TO
                       CANCEL-TERM-CODE
                   AND (WLT-STATUS(WAITLIST-SUB) IS EQUAL TO 'W'
                     OR WLT-STATUS(WAITLIST-SUB) IS EQUAL TO 'O')
                   MOVE 'R' TO WLT-STATUS(WAITLIST-SUB)
                   MOVE 'Y' TO WAITLIST-CHANGED-FLAG
                   ADD 1 TO HOW-MANY-WAITLIST-REMOVED
               END-IF.

      * every other section of the course that term with a seat free
      * - capacity less enrolled less offers still held, as PROJECT90
      * counts it - goes on the notice
           320-WRITE-ONE-NOTICE.
               MOVE SPACES TO NOTICE-NAME.
               MOVE 'N' TO NAME-FOUND-FLAG.
               PERFORM 3201-CHECK-ONE-NAME
                   VARYING NAME-FIND-SUB FROM 1 BY 1
                   UNTIL NAME-FIND-SUB > NAME-COUNT
                   OR NAME-ROW-FOUND.

               MOVE ZERO TO ALTERNATES-LISTED.
               PERFORM 321-CHECK-ONE-ALTERNATE
                   VARYING SECTION-FIND-SUB FROM 1 BY 1
                   UNTIL SECTION-FIND-SUB > SECTION-COUNT.

               IF ALTERNATES-LISTED IS EQUAL TO ZERO
                   PERFORM 323-SET-NOTICE-HEADING
                   MOVE "NO OTHER OPEN SECTION - SEE REGISTRAR"
                     TO SCN-MESSAGE-OUT
                   WRITE NOTICE-LINE
                   ADD 1 TO HOW-MANY-NOTICE-LINES
               END-IF.

               3201-CHECK-ONE-NAME.
                   IF TBL-NAM-STUDENT-NUMBER(NAME-FIND-SUB) IS EQUAL
                       TO ENR-STUDENT-NUMBER
                       MOVE 'Y' TO NAME-FOUND-FLAG
                       MOVE TBL-NAM-STUDENT-NAME(NAME-FIND-SUB)
                         TO NOTICE-NAME
                   END-IF.

               321-CHECK-ONE-ALTERNATE.
                   IF TBL-SEC-COURSE-CODE(SECTION-FIND-SUB) IS EQUAL
                       TO CANCEL-COURSE-CODE
                       AND TBL-SEC-TERM-CODE(SECTION-FIND-SUB)
                           IS EQUAL TO CANCEL-TERM-CODE
                       AND TBL-SEC-CAPACITY(SECTION-FIND-SUB)
                           IS GREATER THAN ZERO
                       MOVE ZERO TO SEATS-HELD
                       PERFORM 3211-COUNT-ONE-HELD-SEAT
                           VARYING WAITLIST-FIND-SUB FROM 1 BY 1
                           UNTIL WAITLIST-FIND-SUB > WAITLIST-COUNT
                       COMPUTE SEATS-FREE =
                           TBL-SEC-CAPACITY(SECTION-FIND-SUB)
                           - TBL-SEC-ENROLLED(SECTION-FIND-SUB)
                           - SEATS-HELD
                       IF SEATS-FREE IS GREATER THAN ZERO
                           PERFORM 322-WRITE-ALTERNATE-LINE
                       END-IF
                   END-IF.

                   3211-COUNT-ONE-HELD-SEAT.
                       IF WLT-STATUS(WAITLIST-FIND-SUB) IS EQUAL TO 'O'
                           AND WLT-COURSE-CODE(WAITLIST-FIND-SUB)
                               IS EQUAL TO CANCEL-COURSE-CODE
                           AND WLT-SECTION-CODE(WAITLIST-FIND-SUB)
                               IS EQUAL TO
                             TBL-SEC-SECTION-CODE(SECTION-FIND-SUB)
                           AND WLT-TERM-CODE(WAITLIST-FIND-SUB)
                               IS EQUAL TO CANCEL-TERM-CODE
                           ADD 1 TO SEATS-HELD
                       END-IF.

               322-WRITE-ALTERNATE-LINE.
                   PERFORM 323-SET-NOTICE-HEADING.
                   MOVE TBL-SEC-SECTION-CODE(SECTION-FIND-SUB)
                     TO SCN-ALT-SECTION-OUT.
                   MOVE SEATS-FREE TO SCN-ALT-SEATS-OUT.

                   MOVE 'N' TO MEETING-FOUND-FLAG.
                   PERFORM 3221-CHECK-ONE-MEETING
                       VARYING MEETING-FIND-SUB FROM 1 BY 1
                       UNTIL MEETING-FIND-SUB > MEETING-COUNT
                       OR MEETING-ROW-FOUND.

                   MOVE "OPEN SECTION - ASK TO MOVE INTO IT"
                     TO SCN-MESSAGE-OUT.
                   WRITE NOTICE-LINE.
                   ADD 1 TO ALTERNATES-LISTED.
                   ADD 1 TO HOW-MANY-NOTICE-LINES.

                   3221-CHECK-ONE-MEETING.
                       IF TBL-MTG-SECTION-CODE(MEETING-FIND-SUB)
                           IS EQUAL TO
                             TBL-SEC-SECTION-CODE(SECTION-FIND-SUB)
                           MOVE 'Y' TO MEETING-FOUND-FLAG
                           MOVE TBL-MTG-DAYS(MEETING-FIND-SUB)
                             TO SCN-ALT-DAYS-OUT
                           STRING TBL-MTG-START-TIME(MEETING-FIND-SUB)
                               DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               TBL-MTG-END-TIME(MEETING-FIND-SUB)
                               DELIMITED BY SIZE
                               INTO SCN-ALT-TIME-OUT
                           END-STRING
                       END-IF.

      * the part of the line every notice row for the student shares
               323-SET-NOTICE-HEADING.
                   MOVE SPACES TO NOTICE-LINE.
                   MOVE ENR-STUDENT-NUMBER TO SCN-STUDENT-OUT.
                   MOVE NOTICE-NAME TO SCN-NAME-OUT.
                   MOVE CANCEL-COURSE-CODE TO SCN-COURSE-OUT.
                   MOVE CANCEL-SECTION-CODE TO SCN-SECTION-OUT.
                   MOVE CANCEL-TERM-CODE TO SCN-TERM-OUT.
                   MOVE RUN-DATE-RAW TO SCN-DATE-OUT.

           900-REWRITE-SECTION-FILE.
               OPEN OUTPUT SECTION-FILE.
               IF SECTION-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-MASTER.txt - "
                     "STATUS " SECTION-FILE-STATUS
                   STOP RUN
               END-IF.
               PERFORM 901-WRITE-ONE-SECTION
                   VARYING SECTION-FIND-SUB FROM 1 BY 1
                   UNTIL SECTION-FIND-SUB > SECTION-COUNT.
               CLOSE SECTION-FILE.

               901-WRITE-ONE-SECTION.
                   MOVE TBL-SEC-COURSE-CODE(SECTION-FIND-SUB)
                     TO SEC-COURSE-CODE.
                   MOVE TBL-SEC-SECTION-CODE(SECTION-FIND-SUB)
                     TO SEC-SECTION-CODE.
                   MOVE TBL-SEC-TERM-CODE(SECTION-FIND-SUB)
                     TO SEC-TERM-CODE.
                   MOVE TBL-SEC-CAPACITY(SECTION-FIND-SUB)
                     TO SEC-CAPACITY.
                   MOVE TBL-SEC-ENROLLED(SECTION-FIND-SUB)
                     TO SEC-ENROLLED.
                   WRITE SECTION-FILE-IN.

           910-REWRITE-WAITLIST-FILE.
               OPEN OUTPUT WAITLIST-FILE.
               IF WAITLIST-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-WAITLIST.txt - "
                     "STATUS " WAITLIST-FILE-STATUS
                   STOP RUN
               END-IF.
               PERFORM 911-WRITE-ONE-WAITLIST-ENTRY
                   VARYING WAITLIST-SUB FROM 1 BY 1
                   UNTIL WAITLIST-SUB > WAITLIST-COUNT.
               CLOSE WAITLIST-FILE.

               911-WRITE-ONE-WAITLIST-ENTRY.
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

       END PROGRAM PROJECT107.
