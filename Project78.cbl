      *          course, and reason so the portal can tell the student
      *          to pick again
      * Tectonics: cobc
      *
      * Modification History:
      *  14-OCT-2026 SL - section waitlists: a full section now queues
      *                   the student on SECTION-WAITLIST.txt and the
      *                   error line gives the queue position; seats
      *                   held by open offers count as taken, except
      *                   for the student holding the offer, whose
      *                   line takes the seat
      *  14-OCT-2026 SL - meeting times: a section whose meeting
      *                   pattern (SECTION-MEETING.txt) clashes with a
      *                   section the student already holds in the
      *                   term, on file or earlier on the same line,
      *                   is refused with the clashing section named
      *  15-OCT-2026 SL - prerequisite check honours PROJECT100's
      *                   COURSE-EQUIVALENCY.txt - a pass, transfer
      *                   credit or course in progress under a
      *                   course's old number satisfies a prerequisite
      *                   named by its current one, and the other way
      *                   round
      *  15-OCT-2026 SL - a line for a student with an active
      *                   PROJECT140 service hold whose type blocks
      *                   registration is refused whole, the hold
      *                   type and releasing office on the error line
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT78.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSFER-FILE-STATUS.

      * PROJECT100's course renumberings - an old code maps to the
      * current one for attempts before the effective term
           SELECT EQUIVALENCY-FILE
           ASSIGN TO "..\COURSE-EQUIVALENCY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EQUIVALENCY-FILE-STATUS.

      * PROJECT52's section master - a changed course captures its
      * section against it, full sections refused
           SELECT SECTION-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PENDING-FILE-STATUS.

      * PROJECT52's meeting patterns - a section that clashes with
      * one the student already holds is refused
           SELECT MEETING-FILE
           ASSIGN TO "..\SECTION-MEETING.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MEETING-FILE-STATUS.

      * one line per waitlist request, in the order taken - PROJECT90
      * offers the seats as they free up
           SELECT WAITLIST-FILE
           ASSIGN TO "..\SECTION-WAITLIST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WAITLIST-FILE-STATUS.

      * PROJECT140's service-indicator holds - the types say what
      * each hold blocks, the master says who is held
           SELECT HOLD-TYPE-FILE
           ASSIGN TO "..\HOLD-TYPES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLD-TYPE-STATUS.

           SELECT STUDENT-HOLD-FILE
           ASSIGN TO "..\STUDENT-HOLDS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.

         05 TRC-COURSE-CODE PIC X(7).
         05 TRC-CREDIT-HOURS PIC 9(1).

      * kept in step with Project100.cbl's FD EQUIVALENCY-FILE
       FD EQUIVALENCY-FILE.
       01 EQUIVALENCY-RECORD.
         05 EQV-OLD-CODE PIC X(7).
         05 EQV-CURRENT-CODE PIC X(7).
         05 EQV-EFFECTIVE-TERM PIC 9(6).

      * kept in step with Project52.cbl's FD SECTION-FILE
       FD SECTION-FILE.
       01 SECTION-FILE-IN.
         05 ENR-SECTION-CODE PIC X(3).
         05 ENR-TERM-CODE PIC 9(6).

      * kept in step with Project52.cbl's FD MEETING-FILE
       FD MEETING-FILE.
       01 MEETING-RECORD.
         05 MTG-COURSE-CODE PIC X(7).
         05 MTG-SECTION-CODE PIC X(3).
         05 MTG-TERM-CODE PIC 9(6).
         05 MTG-DAYS PIC X(7).
         05 MTG-START-TIME PIC 9(4).
         05 MTG-END-TIME PIC 9(4).

      * kept in step with Project18.cbl's FD TERM-HISTORY-FILE
       FD TERM-HISTORY-FILE.
       01 TERM-HISTORY-RECORD.
           10 TH-COURSE-AVERAGE PIC 9(3).
           10 TH-COURSE-CREDIT-HOURS PIC 9(1).

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

      * kept in step with Project140.cbl's FD HOLD-TYPE-FILE
       FD HOLD-TYPE-FILE.
       01 HOLD-TYPE-RECORD.
         05 HTY-HOLD-TYPE PIC X(4).
         05 HTY-DESCRIPTION PIC X(20).
         05 HTY-OFFICE PIC X(4).
         05 HTY-BLOCKS-REGISTRATION PIC X(1).
         05 HTY-BLOCKS-TRANSCRIPT PIC X(1).
         05 HTY-BLOCKS-DIPLOMA PIC X(1).
         05 HTY-BLOCKS-REFUND PIC X(1).

      * kept in step with Project140.cbl's FD STUDENT-HOLD-FILE
       FD STUDENT-HOLD-FILE.
       01 STUDENT-HOLD-RECORD.
         05 SHD-HOLD-NUMBER PIC 9(6).
         05 SHD-STUDENT-NUMBER PIC 9(6).
         05 SHD-HOLD-TYPE PIC X(4).
         05 SHD-OFFICE PIC X(4).
         05 SHD-REASON PIC X(30).
         05 SHD-PLACED-DATE PIC 9(8).
         05 SHD-PLACED-BY PIC X(8).
         05 SHD-RELEASE-OFFICE PIC X(4).
         05 SHD-STATUS PIC X(1).
         05 SHD-RELEASED-DATE PIC 9(8).
         05 SHD-RELEASED-BY PIC X(8).
         05 SHD-RELEASE-REASON PIC X(30).

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-FIELDS.
         05 HOW-MANY-ACCEPTED PIC 9(5) VALUE 0.
         05 HOW-MANY-REJECTED-LINES PIC 9(5) VALUE 0.
         05 HOW-MANY-COURSE-REJECTS PIC 9(5) VALUE 0.
         05 HOW-MANY-WAITLISTED PIC 9(5) VALUE 0.
         05 HOW-MANY-CLASHES PIC 9(5) VALUE 0.

      * the accepted selections held until the pending record writes
       01 REG-COURSE-HOLD.
         05 TRANSFER-FILE-STATUS PIC X(2).
         05 TRANSFER-EOF-FLG PIC X(1) VALUE 'N'.

      * the course renumberings - a lookup with a term maps only an
      * attempt taken before the effective term; a lookup with term
      * zero (a course with no term attached) always maps
       01 EQUIVALENCY-TABLE.
         05 EQUIVALENCY-ENTRY OCCURS 1 TO 300 TIMES
             DEPENDING ON EQUIVALENCY-COUNT.
           10 EQT-OLD-CODE PIC X(7).
           10 EQT-CURRENT-CODE PIC X(7).
           10 EQT-EFFECTIVE-TERM PIC 9(6).

       01 EQUIVALENCY-VARIABLES.
         05 EQUIVALENCY-FILE-STATUS PIC X(2).
         05 EQUIVALENCY-COUNT PIC 9(3) VALUE 0.
         05 EQUIVALENCY-EOF-FLG PIC X(1) VALUE 'N'.
         05 EQUIVALENCY-FIND-SUB PIC 9(3).
         05 EQUIVALENCY-FOUND-FLAG PIC X(1).
           88 EQUIVALENCY-FOUND VALUE 'Y'.
         05 EQUIV-LOOKUP-CODE PIC X(7).
         05 EQUIV-LOOKUP-TERM PIC 9(6).
         05 EQUIV-COURSE-CODE PIC X(7).

      * PROJECT52's section master in memory - same capture

      * PROJECT52's section master in memory - same capture
         05 SECTION-DONE-FLAG PIC X(1).
           88 SECTION-SLOT-DONE VALUE 'Y'.

      * the section waitlist in memory, rewritten at the end of the
      * run when anything was queued or taken up - same layout
      * PROJECT90 works from
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
         05 WAITLIST-FILE-STATUS PIC X(2).
         05 WAITLIST-COUNT PIC 9(4) VALUE 0.
         05 WAITLIST-EOF-FLG PIC X(1) VALUE 'N'.
         05 WAITLIST-SUB PIC 9(4).
         05 WAITLIST-FIND-SUB PIC 9(4).
         05 OWN-QUEUE-SUB PIC 9(4).
         05 QUEUE-POSITION PIC 9(4).
         05 WAITLIST-CHANGED-FLAG PIC X(1) VALUE 'N'.
         05 SEATS-HELD PIC 9(3).
         05 RUN-DATE-RAW PIC 9(8).

      * every section capture on file, loaded once for the clash
      * check and added to as this run captures more - same table
      * PROJECT77 keeps
       01 ENROLLMENT-TABLE.
         05 ENROLLMENT-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON ENROLLMENT-COUNT.
           10 TBL-ENR-STUDENT-NUMBER PIC 9(6).
           10 TBL-ENR-COURSE-CODE PIC X(7).
           10 TBL-ENR-SECTION-CODE PIC X(3).
           10 TBL-ENR-TERM-CODE PIC 9(6).
           10 TBL-ENR-DELETED-FLAG PIC X(1).

       01 ENROLLMENT-VARIABLES.
         05 ENROLLMENT-COUNT PIC 9(4) VALUE 0.
         05 ENROLLMENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 ENROLLMENT-SUB PIC 9(4).

      * PROJECT52's meeting patterns in memory for the timetable
      * clash check - one day per position, Monday first
       01 MEETING-TABLE.
         05 MEETING-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON MEETING-COUNT.
           10 MTT-COURSE-CODE PIC X(7).
           10 MTT-SECTION-CODE PIC X(3).
           10 MTT-TERM-CODE PIC 9(6).
           10 MTT-DAYS PIC X(7).
           10 MTT-DAY-FLAGS REDEFINES MTT-DAYS.
             15 MTT-DAY PIC X(1) OCCURS 7 TIMES.
           10 MTT-START-TIME PIC 9(4).
           10 MTT-END-TIME PIC 9(4).

       01 MEETING-VARIABLES.
         05 MEETING-FILE-STATUS PIC X(2).
         05 MEETING-COUNT PIC 9(3) VALUE 0.
         05 MEETING-EOF-FLG PIC X(1) VALUE 'N'.
         05 MEETING-FIND-SUB PIC 9(3).
         05 MEETING-FOUND-SUB PIC 9(3).
         05 CANDIDATE-MEETING-SUB PIC 9(3).
         05 MEETING-LOOKUP-COURSE PIC X(7).
         05 MEETING-LOOKUP-SECTION PIC X(3).
         05 MEETING-LOOKUP-TERM PIC 9(6).
         05 DAY-SUB PIC 9(1).
         05 CLASH-FLAG PIC X(1).
           88 TIMETABLE-CLASH VALUE 'Y'.
         05 CLASH-COURSE-CODE PIC X(7).
         05 CLASH-SECTION-CODE PIC X(3).


      * active service-indicator holds whose type blocks registration -
      * a hold whose type is missing from HOLD-TYPES.txt blocks
      * everything, so a mistyped code never lets a student through
       01 SERVICE-HOLD-TYPE-TABLE.
         05 SVT-ENTRY OCCURS 1 TO 50 TIMES
             DEPENDING ON SVT-COUNT.
           10 SVT-HOLD-TYPE PIC X(4).
           10 SVT-BLOCKS-FLAG PIC X(1).

       01 SERVICE-HOLD-TABLE.
         05 SVH-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON SVH-COUNT.
           10 SVH-STUDENT-NUMBER PIC 9(6).
           10 SVH-HOLD-TYPE PIC X(4).
           10 SVH-OFFICE PIC X(4).
           10 SVH-REASON PIC X(30).

       01 SERVICE-HOLD-VARIABLES.
         05 HOLD-TYPE-STATUS PIC X(2).
         05 STUDENT-HOLD-STATUS PIC X(2).
         05 HOLD-TYPE-EOF-FLG PIC X(1) VALUE 'N'.
         05 STUDENT-HOLD-EOF-FLG PIC X(1) VALUE 'N'.
         05 SVT-COUNT PIC 9(2) VALUE 0.
         05 SVT-SUB PIC 9(2).
         05 SVT-FOUND-FLAG PIC X(1).
           88 SERVICE-TYPE-FOUND VALUE 'Y'.
         05 SVH-BLOCKS-FLAG PIC X(1).
         05 SVH-COUNT PIC 9(4) VALUE 0.
         05 SVH-SUB PIC 9(4).
         05 SVH-FOUND-SUB PIC 9(4) VALUE 0.
         05 SVH-LOOKUP-STUDENT PIC 9(6).
         05 SVH-FOUND-FLAG PIC X(1) VALUE 'N'.
           88 SERVICE-HOLD-FOUND VALUE 'Y'.

      * the refusal text - hold type and the office that can lift it
       01 SERVICE-HOLD-TEXT.
         05 FILLER PIC X(13) VALUE "SERVICE HOLD ".
         05 SHX-HOLD-TYPE PIC X(4).
         05 FILLER PIC X(2) VALUE " (".
         05 SHX-OFFICE PIC X(4).
         05 FILLER PIC X(1) VALUE ")".

       PROCEDURE DIVISION.
      * main procedure - load the validation tables once, then one
      * feed line per trip, rejects reported and the rest pended
       100-PROCESS-WEB-ENROLMENTS.
           PERFORM 320-LOAD-COURSE-CATALOG.
           PERFORM 335-LOAD-EQUIVALENCY-TABLE.
           PERFORM 330-LOAD-PASS-TABLE.
           PERFORM 340-LOAD-SECTION-TABLE.
           PERFORM 345-LOAD-MEETING-TABLE.
           PERFORM 350-LOAD-WAITLIST.
           PERFORM 370-LOAD-ENROLLMENT-TABLE.
           PERFORM 380-LOAD-SERVICE-HOLDS.
           PERFORM 210-OPEN-STUDENT-INDEX.
           PERFORM 220-OPEN-FEED-FILES.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.

           PERFORM 400-PROCESS-ONE-LINE
               UNTIL FEED-EOF-FLG IS EQUAL TO 'Y'.
           IF SECTION-CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 341-REWRITE-SECTION-TABLE
           END-IF.
           IF WAITLIST-CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 351-REWRITE-WAITLIST
           END-IF.
           CLOSE WEB-ENROLMENT-FILE.
           CLOSE ERROR-FILE.
           CLOSE STUDENT-INDEXED-FILE.
             HOW-MANY-REJECTED-LINES.
           DISPLAY "INDIVIDUAL COURSES REFUSED:   "
             HOW-MANY-COURSE-REJECTS.
           DISPLAY "  OF WHICH WAITLISTED:        "
             HOW-MANY-WAITLISTED.
           DISPLAY "  OF WHICH TIMETABLE CLASHES: "
             HOW-MANY-CLASHES.
           STOP RUN.

           210-OPEN-STUDENT-INDEX.
                       END-READ
                   END-IF.

      * a service hold that blocks registration refuses the whole
      * line before any course is looked at
               402-APPLY-ONE-STUDENT.
                   MOVE REG-STUDENT-NUMBER TO SVH-LOOKUP-STUDENT.
                   PERFORM 381-FIND-SERVICE-HOLD.
                   IF SERVICE-HOLD-FOUND
                       MOVE SERVICE-HOLD-TEXT TO ERROR-REASON
                       MOVE SPACES TO ENTRY-COURSE-CODE
                       PERFORM 430-WRITE-ERROR-LINE
                       ADD 1 TO HOW-MANY-REJECTED-LINES
                   ELSE
                       PERFORM 403-APPLY-COURSE-PAIRS
                   END-IF.

               403-APPLY-COURSE-PAIRS.
                   MOVE 0 TO REG-KEPT-COUNT.
                   PERFORM 410-CHECK-ONE-PAIR
                       VARYING REG-PAIR-SUB FROM 1 BY 1
                   END-IF.

                   5171-CHECK-ONE-PREREQ.
      * the passes are held under current codes, so the prerequisite
      * is looked up under its current code too
                       MOVE CAT-PREREQ-CODE
                           (CATALOG-FOUND-SUB, PREREQ-SUB)
                         TO EQUIV-LOOKUP-CODE.
                       MOVE ZERO TO EQUIV-LOOKUP-TERM.
                       PERFORM 336-MAP-EQUIVALENT-CODE.
                       MOVE EQUIV-COURSE-CODE TO PASS-LOOKUP-COURSE.
                       PERFORM 519-FIND-PASS-ENTRY.
                       IF NOT PASS-FOUND
                           MOVE SPACES TO ERROR-REASON
                       END-IF.

                   5192-CHECK-ONE-CURRENT.
                       MOVE IDX-COURSE-CODE(IDX-COURSE-SUB)
                         TO EQUIV-LOOKUP-CODE.
                       MOVE ZERO TO EQUIV-LOOKUP-TERM.
                       PERFORM 336-MAP-EQUIVALENT-CODE.
                       IF EQUIV-COURSE-CODE IS EQUAL
                           TO PASS-LOOKUP-COURSE
                           MOVE 'Y' TO PASS-FOUND-FLAG
                       END-IF.
      * a blank section is accepted as no section; a named one has
      * to be a real row of the target term with a seat left - a
      * feed cannot pick again mid-run, so a full or unknown section
      * refuses the course outright - a full one queues the student
      * on the section's waitlist, and a seat held by someone else's
      * open offer counts as taken
               520-CAPTURE-SECTION.
                   MOVE SPACES TO REG-SECTION-KEPT.
                   MOVE 'N' TO SECTION-FOUND-FLAG.
                   MOVE WEN-SECTION-CODE(REG-PAIR-SUB)
                     TO ENTRY-SECTION-CODE.
                   IF ENTRY-SECTION-CODE IS EQUAL TO SPACES
                           ADD 1 TO HOW-MANY-COURSE-REJECTS
                           MOVE 'N' TO PREREQ-OK-FLAG
                       ELSE
                           PERFORM 540-CHECK-TIMETABLE-CLASH
                       END-IF
                   END-IF.

                   IF SECTION-ROW-FOUND
                       IF TIMETABLE-CLASH
                           MOVE SPACES TO ERROR-REASON
                           STRING "TIMETABLE CLASH WITH "
                               DELIMITED BY SIZE
                               CLASH-COURSE-CODE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               CLASH-SECTION-CODE DELIMITED BY SIZE
                               INTO ERROR-REASON
                           END-STRING
                           PERFORM 430-WRITE-ERROR-LINE
                           ADD 1 TO HOW-MANY-COURSE-REJECTS
                           ADD 1 TO HOW-MANY-CLASHES
                           MOVE 'N' TO PREREQ-OK-FLAG
                       ELSE
                           PERFORM 524-COUNT-HELD-SEATS
                           IF TBL-SEC-ENROLLED(SECTION-FOUND-SUB)
                               + SEATS-HELD
                               IS NOT LESS THAN
                               TBL-SEC-CAPACITY(SECTION-FOUND-SUB)
                               PERFORM 525-QUEUE-ON-WAITLIST
                               MOVE SPACES TO ERROR-REASON
                               STRING "SECTION FULL - WAITLIST "
                                   DELIMITED BY SIZE
                                   "POSITION " DELIMITED BY SIZE
                                   QUEUE-POSITION DELIMITED BY SIZE
                                   INTO ERROR-REASON
                               END-STRING
                               PERFORM 430-WRITE-ERROR-LINE
                               ADD 1 TO HOW-MANY-COURSE-REJECTS
                               MOVE 'N' TO PREREQ-OK-FLAG
                           ELSE
                               PERFORM 523-ENROL-IN-SECTION
                               IF OWN-QUEUE-SUB IS GREATER THAN ZERO
                                   MOVE 'A' TO WLT-STATUS(OWN-QUEUE-SUB)
                                   MOVE 'Y' TO WAITLIST-CHANGED-FLAG
                               END-IF
                               MOVE ENTRY-SECTION-CODE
                                 TO REG-SECTION-KEPT
                           END-IF
                   ADD 1 TO TBL-SEC-ENROLLED(SECTION-FOUND-SUB).
                   MOVE 'Y' TO SECTION-CHANGED-FLAG.

      * the new capture joins the in-memory copy too, so the next
      * pair on the line is clash-checked against it
                   IF ENROLLMENT-COUNT IS LESS THAN 5000
                       ADD 1 TO ENROLLMENT-COUNT
                       MOVE ENROLLMENT-RECORD
                         TO ENROLLMENT-ENTRY(ENROLLMENT-COUNT)
                       MOVE 'N'
                         TO TBL-ENR-DELETED-FLAG(ENROLLMENT-COUNT)
                   END-IF.

      * seats held for other students' open offers on the section;
      * the student's own W entry, or own offer still inside its
      * deadline, is noted instead - same rule as the PROJECT77 screen
               524-COUNT-HELD-SEATS.
                   MOVE ZERO TO SEATS-HELD.
                   MOVE ZERO TO OWN-QUEUE-SUB.
                   PERFORM 5241-CHECK-ONE-QUEUE-ENTRY
                       VARYING WAITLIST-FIND-SUB FROM 1 BY 1
                       UNTIL WAITLIST-FIND-SUB > WAITLIST-COUNT.

                   5241-CHECK-ONE-QUEUE-ENTRY.
                       IF WLT-COURSE-CODE(WAITLIST-FIND-SUB)
                           IS EQUAL TO
                             TBL-SEC-COURSE-CODE(SECTION-FOUND-SUB)
                           AND WLT-SECTION-CODE(WAITLIST-FIND-SUB)
                               IS EQUAL TO
                                 TBL-SEC-SECTION-CODE
                                   (SECTION-FOUND-SUB)
                           AND WLT-TERM-CODE(WAITLIST-FIND-SUB)
                               IS EQUAL TO
                                 TBL-SEC-TERM-CODE(SECTION-FOUND-SUB)
                           IF WLT-STUDENT-NUMBER(WAITLIST-FIND-SUB)
                               IS EQUAL TO REG-STUDENT-NUMBER
                               AND (WLT-STATUS(WAITLIST-FIND-SUB)
                                   IS EQUAL TO 'W'
                                 OR (WLT-STATUS(WAITLIST-FIND-SUB)
                                   IS EQUAL TO 'O'
                                   AND WLT-OFFER-DEADLINE
                                       (WAITLIST-FIND-SUB)
                                     IS NOT LESS THAN RUN-DATE-RAW))
                               MOVE WAITLIST-FIND-SUB
                                 TO OWN-QUEUE-SUB
                           ELSE IF WLT-STATUS(WAITLIST-FIND-SUB)
                               IS EQUAL TO 'O'
                               ADD 1 TO SEATS-HELD
                           END-IF
                           END-IF
                       END-IF.

      * a student already queued keeps their place; anyone else
      * joins the end of the queue
               525-QUEUE-ON-WAITLIST.
                   IF OWN-QUEUE-SUB IS EQUAL TO ZERO
                       AND WAITLIST-COUNT IS LESS THAN 2000
                       ADD 1 TO WAITLIST-COUNT
                       MOVE ENTRY-COURSE-CODE
                         TO WLT-COURSE-CODE(WAITLIST-COUNT)
                       MOVE ENTRY-SECTION-CODE
                         TO WLT-SECTION-CODE(WAITLIST-COUNT)
                       MOVE REG-TERM-CODE
                         TO WLT-TERM-CODE(WAITLIST-COUNT)
                       MOVE REG-STUDENT-NUMBER
                         TO WLT-STUDENT-NUMBER(WAITLIST-COUNT)
                       MOVE RUN-DATE-RAW
                         TO WLT-REQUEST-DATE(WAITLIST-COUNT)
                       MOVE 'W' TO WLT-STATUS(WAITLIST-COUNT)
                       MOVE ZERO TO WLT-OFFER-DATE(WAITLIST-COUNT)
                       MOVE ZERO TO WLT-OFFER-DEADLINE(WAITLIST-COUNT)
                       MOVE WAITLIST-COUNT TO OWN-QUEUE-SUB
                       MOVE 'Y' TO WAITLIST-CHANGED-FLAG
                       ADD 1 TO HOW-MANY-WAITLISTED
                   END-IF.

                   MOVE ZERO TO QUEUE-POSITION.
                   IF OWN-QUEUE-SUB IS GREATER THAN ZERO
                       PERFORM 5251-COUNT-ONE-AHEAD
                           VARYING WAITLIST-FIND-SUB FROM 1 BY 1
                           UNTIL WAITLIST-FIND-SUB > OWN-QUEUE-SUB
                   END-IF.

                   5251-COUNT-ONE-AHEAD.
                       IF WLT-STATUS(WAITLIST-FIND-SUB) IS EQUAL TO 'W'
                           AND WLT-COURSE-CODE(WAITLIST-FIND-SUB)
                               IS EQUAL TO
                                 WLT-COURSE-CODE(OWN-QUEUE-SUB)
                           AND WLT-SECTION-CODE(WAITLIST-FIND-SUB)
                               IS EQUAL TO
                                 WLT-SECTION-CODE(OWN-QUEUE-SUB)
                           AND WLT-TERM-CODE(WAITLIST-FIND-SUB)
                               IS EQUAL TO
                                 WLT-TERM-CODE(OWN-QUEUE-SUB)
                           ADD 1 TO QUEUE-POSITION
                       END-IF.

      * the chosen section against every other section the student
      * holds in the term - two sections clash when they share a day
      * and each starts before the other ends; the first clash found
      * is named in CLASH-COURSE-CODE/CLASH-SECTION-CODE
               540-CHECK-TIMETABLE-CLASH.
                   MOVE 'N' TO CLASH-FLAG.
                   MOVE ENTRY-COURSE-CODE TO MEETING-LOOKUP-COURSE.
                   MOVE ENTRY-SECTION-CODE TO MEETING-LOOKUP-SECTION.
                   MOVE REG-TERM-CODE TO MEETING-LOOKUP-TERM.
                   PERFORM 541-FIND-MEETING-ROW.
                   MOVE MEETING-FOUND-SUB TO CANDIDATE-MEETING-SUB.

                   IF CANDIDATE-MEETING-SUB IS GREATER THAN ZERO
                       PERFORM 5401-CHECK-ONE-CAPTURE
                           VARYING ENROLLMENT-SUB FROM 1 BY 1
                           UNTIL ENROLLMENT-SUB > ENROLLMENT-COUNT
                           OR TIMETABLE-CLASH
                   END-IF.

                   5401-CHECK-ONE-CAPTURE.
                       IF TBL-ENR-STUDENT-NUMBER(ENROLLMENT-SUB)
                           IS EQUAL TO REG-STUDENT-NUMBER
                           AND TBL-ENR-TERM-CODE(ENROLLMENT-SUB)
                               IS EQUAL TO REG-TERM-CODE
                           AND TBL-ENR-COURSE-CODE(ENROLLMENT-SUB)
                               IS NOT EQUAL TO ENTRY-COURSE-CODE
                           AND TBL-ENR-DELETED-FLAG(ENROLLMENT-SUB)
                               IS NOT EQUAL TO 'Y'
                           MOVE TBL-ENR-COURSE-CODE(ENROLLMENT-SUB)
                             TO MEETING-LOOKUP-COURSE
                           MOVE TBL-ENR-SECTION-CODE(ENROLLMENT-SUB)
                             TO MEETING-LOOKUP-SECTION
                           PERFORM 541-FIND-MEETING-ROW
                           IF MEETING-FOUND-SUB IS GREATER THAN ZERO
                               PERFORM 5402-COMPARE-MEETINGS
                           END-IF
                       END-IF.

                   5402-COMPARE-MEETINGS.
                       IF MTT-START-TIME(CANDIDATE-MEETING-SUB)
                           IS LESS THAN
                             MTT-END-TIME(MEETING-FOUND-SUB)
                           AND MTT-START-TIME(MEETING-FOUND-SUB)
                               IS LESS THAN
                                 MTT-END-TIME(CANDIDATE-MEETING-SUB)
                           PERFORM 5403-CHECK-ONE-DAY
                               VARYING DAY-SUB FROM 1 BY 1
                               UNTIL DAY-SUB > 7
                               OR TIMETABLE-CLASH
                           IF TIMETABLE-CLASH
                               MOVE MEETING-LOOKUP-COURSE
                                 TO CLASH-COURSE-CODE
                               MOVE MEETING-LOOKUP-SECTION
                                 TO CLASH-SECTION-CODE
                           END-IF
                       END-IF.

                   5403-CHECK-ONE-DAY.
                       IF MTT-DAY(CANDIDATE-MEETING-SUB, DAY-SUB)
                           IS NOT EQUAL TO SPACE
                           AND MTT-DAY(MEETING-FOUND-SUB, DAY-SUB)
                               IS NOT EQUAL TO SPACE
                           MOVE 'Y' TO CLASH-FLAG
                       END-IF.

               541-FIND-MEETING-ROW.
                   MOVE 0 TO MEETING-FOUND-SUB.

                   PERFORM 5411-CHECK-ONE-MEETING
                       VARYING MEETING-FIND-SUB FROM 1 BY 1
                       UNTIL MEETING-FIND-SUB > MEETING-COUNT
                       OR MEETING-FOUND-SUB IS GREATER THAN ZERO.

                   5411-CHECK-ONE-MEETING.
                       IF MTT-COURSE-CODE(MEETING-FIND-SUB) IS EQUAL
                           TO MEETING-LOOKUP-COURSE
                           AND MTT-SECTION-CODE(MEETING-FIND-SUB)
                               IS EQUAL TO MEETING-LOOKUP-SECTION
                           AND MTT-TERM-CODE(MEETING-FIND-SUB)
                               IS EQUAL TO MEETING-LOOKUP-TERM
                           MOVE MEETING-FIND-SUB TO MEETING-FOUND-SUB
                       END-IF.

           430-WRITE-ERROR-LINE.
               MOVE SPACES TO ERROR-LINE.
               MOVE WEN-STUDENT-NUMBER TO ERR-STUDENT-OUT.
                   MOVE HOLD-CREDIT-HOURS(REG-SLOT-SUB)
                     TO PEN-CREDIT-HOURS(REG-SLOT-SUB).

      * no meeting file, or a section with no pattern on it, simply
      * has nothing to clash with
           345-LOAD-MEETING-TABLE.
               OPEN INPUT MEETING-FILE.
               IF MEETING-FILE-STATUS IS NOT EQUAL TO "00"
                   CONTINUE
               ELSE
                   PERFORM 3451-LOAD-ONE-MEETING
                       UNTIL MEETING-EOF-FLG IS EQUAL TO 'Y'
                       OR MEETING-COUNT IS EQUAL TO 500
                   CLOSE MEETING-FILE
               END-IF.

               3451-LOAD-ONE-MEETING.
                   READ MEETING-FILE
                       AT END
                           MOVE 'Y' TO MEETING-EOF-FLG
                       NOT AT END
                           ADD 1 TO MEETING-COUNT
                           MOVE MTG-COURSE-CODE
                             TO MTT-COURSE-CODE(MEETING-COUNT)
                           MOVE MTG-SECTION-CODE
                             TO MTT-SECTION-CODE(MEETING-COUNT)
                           MOVE MTG-TERM-CODE
                             TO MTT-TERM-CODE(MEETING-COUNT)
                           MOVE MTG-DAYS TO MTT-DAYS(MEETING-COUNT)
                           MOVE MTG-START-TIME
                             TO MTT-START-TIME(MEETING-COUNT)
                           MOVE MTG-END-TIME
                             TO MTT-END-TIME(MEETING-COUNT)
                   END-READ.

      * the section captures already on file - what a new choice is
      * clash-checked against
           370-LOAD-ENROLLMENT-TABLE.
               OPEN INPUT ENROLLMENT-FILE.
               IF ENROLLMENT-FILE-STATUS IS NOT EQUAL TO "00"
                   CONTINUE
               ELSE
                   PERFORM 3701-LOAD-ONE-CAPTURE
                       UNTIL ENROLLMENT-EOF-FLG IS EQUAL TO 'Y'
                       OR ENROLLMENT-COUNT IS EQUAL TO 5000
                   CLOSE ENROLLMENT-FILE
               END-IF.

               3701-LOAD-ONE-CAPTURE.
                   READ ENROLLMENT-FILE
                       AT END
                           MOVE 'Y' TO ENROLLMENT-EOF-FLG
                       NOT AT END
                           ADD 1 TO ENROLLMENT-COUNT
                           MOVE ENROLLMENT-RECORD
                             TO ENROLLMENT-ENTRY(ENROLLMENT-COUNT)
                           MOVE 'N'
                             TO TBL-ENR-DELETED-FLAG(ENROLLMENT-COUNT)
                   END-READ.

      * the section waitlist - a missing file just means nobody has
      * queued yet
           350-LOAD-WAITLIST.
               OPEN INPUT WAITLIST-FILE.
               IF WAITLIST-FILE-STATUS IS NOT EQUAL TO "00"
                   CONTINUE
               ELSE
                   PERFORM 3501-LOAD-ONE-WAITLIST-ENTRY
                       UNTIL WAITLIST-EOF-FLG IS EQUAL TO 'Y'
                       OR WAITLIST-COUNT IS EQUAL TO 2000
                   CLOSE WAITLIST-FILE
               END-IF.

               3501-LOAD-ONE-WAITLIST-ENTRY.
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

           351-REWRITE-WAITLIST.
               OPEN OUTPUT WAITLIST-FILE.
               IF WAITLIST-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-WAITLIST.txt - "
                     "STATUS " WAITLIST-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 3511-WRITE-ONE-WAITLIST-ENTRY
                   VARYING WAITLIST-SUB FROM 1 BY 1
                   UNTIL WAITLIST-SUB > WAITLIST-COUNT.

               CLOSE WAITLIST-FILE.

               3511-WRITE-ONE-WAITLIST-ENTRY.
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

      * PROJECT52's section master - a missing file just means no
      * sections are set up and capture is skipped
           340-LOAD-SECTION-TABLE.
                           (CATALOG-COUNT, PREREQ-SUB).


      * a missing equivalency file just means nothing has been
      * renumbered yet
           335-LOAD-EQUIVALENCY-TABLE.
               OPEN INPUT EQUIVALENCY-FILE.
               IF EQUIVALENCY-FILE-STATUS IS NOT EQUAL TO "00"
                   CONTINUE
               ELSE
                   PERFORM 3351-LOAD-ONE-EQUIVALENCY
                       UNTIL EQUIVALENCY-EOF-FLG IS EQUAL TO 'Y'
                       OR EQUIVALENCY-COUNT IS EQUAL TO 300
                   CLOSE EQUIVALENCY-FILE
               END-IF.

               3351-LOAD-ONE-EQUIVALENCY.
                   READ EQUIVALENCY-FILE
                       AT END
                           MOVE 'Y' TO EQUIVALENCY-EOF-FLG
                       NOT AT END
                           ADD 1 TO EQUIVALENCY-COUNT
                           MOVE EQV-OLD-CODE
                             TO EQT-OLD-CODE(EQUIVALENCY-COUNT)
                           MOVE EQV-CURRENT-CODE
                             TO EQT-CURRENT-CODE(EQUIVALENCY-COUNT)
                           MOVE EQV-EFFECTIVE-TERM
                             TO EQT-EFFECTIVE-TERM(EQUIVALENCY-COUNT)
                   END-READ.

      * EQUIV-LOOKUP-CODE as the course it counts as today, left in
      * EQUIV-COURSE-CODE - unchanged when it was never renumbered
           336-MAP-EQUIVALENT-CODE.
               MOVE EQUIV-LOOKUP-CODE TO EQUIV-COURSE-CODE.
               MOVE 'N' TO EQUIVALENCY-FOUND-FLAG.
               PERFORM 3361-CHECK-ONE-EQUIVALENCY
                   VARYING EQUIVALENCY-FIND-SUB FROM 1 BY 1
                   UNTIL EQUIVALENCY-FIND-SUB > EQUIVALENCY-COUNT
                   OR EQUIVALENCY-FOUND.

               3361-CHECK-ONE-EQUIVALENCY.
                   IF EQT-OLD-CODE(EQUIVALENCY-FIND-SUB) IS EQUAL TO
                       EQUIV-LOOKUP-CODE
                       AND (EQUIV-LOOKUP-TERM IS EQUAL TO ZERO
                         OR EQUIV-LOOKUP-TERM IS LESS THAN
                           EQT-EFFECTIVE-TERM(EQUIVALENCY-FIND-SUB))
                       MOVE 'Y' TO EQUIVALENCY-FOUND-FLAG
                       MOVE EQT-CURRENT-CODE(EQUIVALENCY-FIND-SUB)
                         TO EQUIV-COURSE-CODE
                   END-IF.

      * the term history's passing marks, loaded once - same
      * machinery as PROJECT02's 330-LOAD-PASS-TABLE
           330-LOAD-PASS-TABLE.
                               MOVE TRC-STUDENT-NUMBER
                                 TO PAS-STUDENT-NUMBER(PASS-COUNT)
                               MOVE TRC-COURSE-CODE
                                 TO EQUIV-LOOKUP-CODE
                               MOVE ZERO TO EQUIV-LOOKUP-TERM
                               PERFORM 336-MAP-EQUIVALENT-CODE
                               MOVE EQUIV-COURSE-CODE
                                 TO PAS-COURSE-CODE(PASS-COUNT)
                           END-IF
                   END-READ.
                           MOVE TH-STUDENT-NUMBER
                             TO PAS-STUDENT-NUMBER(PASS-COUNT)
                           MOVE TH-COURSE-CODE(TH-COURSE-SUB)
                             TO EQUIV-LOOKUP-CODE
                           MOVE TH-TERM-CODE TO EQUIV-LOOKUP-TERM
                           PERFORM 336-MAP-EQUIVALENT-CODE
                           MOVE EQUIV-COURSE-CODE
                             TO PAS-COURSE-CODE(PASS-COUNT)
                       END-IF.

      * PROJECT140's hold master - the types first, so only the active
      * holds that stop registration are kept; no file just means
      * nothing has been placed
           380-LOAD-SERVICE-HOLDS.
               OPEN INPUT HOLD-TYPE-FILE.
               IF HOLD-TYPE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO HOLD-TYPE-EOF-FLG
               ELSE IF HOLD-TYPE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN HOLD-TYPES.txt - STATUS "
                     HOLD-TYPE-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 3801-LOAD-ONE-HOLD-TYPE
                   UNTIL HOLD-TYPE-EOF-FLG IS EQUAL TO 'Y'
                   OR SVT-COUNT IS EQUAL TO 50.

               IF HOLD-TYPE-STATUS IS NOT EQUAL TO "35"
                   CLOSE HOLD-TYPE-FILE
               END-IF.

               OPEN INPUT STUDENT-HOLD-FILE.
               IF STUDENT-HOLD-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO STUDENT-HOLD-EOF-FLG
               ELSE IF STUDENT-HOLD-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUDENT-HOLDS.txt - "
                     "STATUS " STUDENT-HOLD-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 3802-LOAD-ONE-STUDENT-HOLD
                   UNTIL STUDENT-HOLD-EOF-FLG IS EQUAL TO 'Y'
                   OR SVH-COUNT IS EQUAL TO 3000.

               IF STUDENT-HOLD-STATUS IS NOT EQUAL TO "35"
                   CLOSE STUDENT-HOLD-FILE
               END-IF.

               3801-LOAD-ONE-HOLD-TYPE.
                   READ HOLD-TYPE-FILE
                       AT END
                           MOVE 'Y' TO HOLD-TYPE-EOF-FLG
                       NOT AT END
                           ADD 1 TO SVT-COUNT
                           MOVE HTY-HOLD-TYPE
                             TO SVT-HOLD-TYPE(SVT-COUNT)
                           MOVE HTY-BLOCKS-REGISTRATION
                             TO SVT-BLOCKS-FLAG(SVT-COUNT)
                   END-READ.

               3802-LOAD-ONE-STUDENT-HOLD.
                   READ STUDENT-HOLD-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-HOLD-EOF-FLG
                       NOT AT END
                           IF SHD-STATUS IS EQUAL TO 'A'
                               PERFORM 3803-CHECK-HOLD-BLOCKS
                               IF SVH-BLOCKS-FLAG IS EQUAL TO 'Y'
                                   PERFORM 3805-KEEP-ONE-STUDENT-HOLD
                               END-IF
                           END-IF
                   END-READ.

               3803-CHECK-HOLD-BLOCKS.
                   MOVE 'Y' TO SVH-BLOCKS-FLAG.
                   MOVE 'N' TO SVT-FOUND-FLAG.
                   PERFORM 3804-CHECK-ONE-HOLD-TYPE
                       VARYING SVT-SUB FROM 1 BY 1
                       UNTIL SVT-SUB > SVT-COUNT
                       OR SERVICE-TYPE-FOUND.

                   3804-CHECK-ONE-HOLD-TYPE.
                       IF SVT-HOLD-TYPE(SVT-SUB) IS EQUAL TO
                           SHD-HOLD-TYPE
                           MOVE 'Y' TO SVT-FOUND-FLAG
                           MOVE SVT-BLOCKS-FLAG(SVT-SUB)
                             TO SVH-BLOCKS-FLAG
                       END-IF.

               3805-KEEP-ONE-STUDENT-HOLD.
                   ADD 1 TO SVH-COUNT.
                   MOVE SHD-STUDENT-NUMBER
                     TO SVH-STUDENT-NUMBER(SVH-COUNT).
                   MOVE SHD-HOLD-TYPE TO SVH-HOLD-TYPE(SVH-COUNT).
                   MOVE SHD-RELEASE-OFFICE TO SVH-OFFICE(SVH-COUNT).
                   MOVE SHD-REASON TO SVH-REASON(SVH-COUNT).

      * the first hold on file stopping registration for
      * SVH-LOOKUP-STUDENT, with the refusal text filled in
           381-FIND-SERVICE-HOLD.
               MOVE 'N' TO SVH-FOUND-FLAG.
               MOVE 0 TO SVH-FOUND-SUB.
               PERFORM 3811-CHECK-ONE-SERVICE-HOLD
                   VARYING SVH-SUB FROM 1 BY 1
                   UNTIL SVH-SUB > SVH-COUNT
                   OR SERVICE-HOLD-FOUND.
               IF SERVICE-HOLD-FOUND
                   MOVE SVH-HOLD-TYPE(SVH-FOUND-SUB) TO SHX-HOLD-TYPE
                   MOVE SVH-OFFICE(SVH-FOUND-SUB) TO SHX-OFFICE
               END-IF.

               3811-CHECK-ONE-SERVICE-HOLD.
                   IF SVH-STUDENT-NUMBER(SVH-SUB) IS EQUAL TO
                       SVH-LOOKUP-STUDENT
                       MOVE 'Y' TO SVH-FOUND-FLAG
                       MOVE SVH-SUB TO SVH-FOUND-SUB
                   END-IF.

       END PROGRAM PROJECT78.
