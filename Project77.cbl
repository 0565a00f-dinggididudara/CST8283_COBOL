      *          the web intake feed writes the same records through
      *          PROJECT78
      * Tectonics: cobc
      *
      * Modification History:
      *  14-OCT-2026 SL - section waitlists: a full section offers
      *                   a place on SECTION-WAITLIST.txt, and seats
      *                   held by open offers count as taken except
      *                   for the student holding the offer. New
      *                   C action cancels a pending registration
      *                   (status C), releasing its section seats to
      *                   the next student waiting; new O action
      *                   answers a seat offer - an accepted seat is
      *                   added to the student's pending record
      *  14-OCT-2026 SL - meeting times: a section whose meeting
      *                   pattern (SECTION-MEETING.txt) clashes with a
      *                   section the student already holds in the
      *                   term is refused, and an accepted seat offer
      *                   gets the same check
      *  15-OCT-2026 SL - prerequisite check honours PROJECT100's
      *                   COURSE-EQUIVALENCY.txt - a pass, transfer
      *                   credit or course in progress under a
      *                   course's old number satisfies a prerequisite
      *                   named by its current one, and the other way
      *                   round
      *  15-OCT-2026 SL - a registration or an accepted seat offer is
      *                   refused while the student has an active
      *                   PROJECT140 service hold whose type blocks
      *                   registration
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT77.
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
           FILE STATUS IS SIGNON-LOG-STATUS.

      * PROJECT52's meeting patterns - a section that clashes with
      * one the student already holds is refused
           SELECT MEETING-FILE
           ASSIGN TO "..\SECTION-MEETING.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MEETING-FILE-STATUS.

      * one line per waitlist request, in the order taken - PROJECT90
      * lapses and re-offers the seats daily
           SELECT WAITLIST-FILE
           ASSIGN TO "..\SECTION-WAITLIST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WAITLIST-FILE-STATUS.

      * the registrar's call-in list - one line per seat offered
           SELECT SEAT-OFFER-FILE
           ASSIGN TO "..\SEAT-OFFERS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEAT-OFFER-STATUS.

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
      * indexed image of the student master - kept in step with
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
         05 FILLER PIC X(2) VALUE SPACE.
         05 LOG-MESSAGE-OUT PIC X(30).

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

      * kept in step with Project90.cbl's FD SEAT-OFFER-FILE
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
           88 COURSE-ENTRY-DONE VALUE 'Y'.
         05 ANSWER PIC X(1) VALUE 'Y'.
         05 HOW-MANY-TAKEN PIC 9(4) VALUE 0.
         05 REG-ACTION PIC X(1).
         05 HOW-MANY-CANCELLED PIC 9(4) VALUE 0.

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
         05 ENTRY-SECTION-CODE PIC X(3).
         05 SECTION-DONE-FLAG PIC X(1).
           88 SECTION-SLOT-DONE VALUE 'Y'.
         05 JOINED-WAITLIST-FLAG PIC X(1).
           88 JOINED-WAITLIST VALUE 'Y'.

      * the section waitlist in memory, rewritten at the end of the
      * session when anything on it changed - same layout PROJECT90
      * works from
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
         05 SEAT-OFFER-STATUS PIC X(2).
         05 WAITLIST-COUNT PIC 9(4) VALUE 0.
         05 WAITLIST-EOF-FLG PIC X(1) VALUE 'N'.
         05 WAITLIST-SUB PIC 9(4).
         05 WAITLIST-FIND-SUB PIC 9(4).
         05 WAITLIST-NEXT-SUB PIC 9(4).
         05 OWN-QUEUE-SUB PIC 9(4).
         05 QUEUE-POSITION PIC 9(4).
         05 WAITLIST-CHANGED-FLAG PIC X(1) VALUE 'N'.
         05 SEATS-HELD PIC 9(3).
         05 SEATS-FREE PIC S9(3).
         05 WAITLIST-ANSWER PIC X(1).
         05 OFFER-ANSWER PIC X(1).
         05 HOW-MANY-OFFERS-OPEN PIC 9(2).
         05 RUN-DATE-RAW PIC 9(8).
      * an offer holds the seat this many days - same window PROJECT90
      * gives
         05 OFFER-RESPONSE-DAYS PIC 9(2) VALUE 3.
         05 OFFER-DEADLINE-DATE PIC 9(8).
         05 OFFER-DATE-INTEGER PIC 9(7).

      * the pending registrations in memory for a cancellation or an
      * accepted offer - kept in step with Project19.cbl's table
       01 PENDING-TABLE.
         05 PENDING-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON PENDING-COUNT.
           10 PND-STUDENT-NUMBER PIC 9(6).
           10 PND-TERM-CODE PIC 9(6).
           10 PND-STATUS PIC X(1).
           10 PND-SOURCE PIC X(1).
           10 PND-COURSE-COUNT PIC 9(1).
           10 PND-COURSE-ENTRY OCCURS 5 TIMES.
             15 PND-COURSE-CODE PIC X(7).
             15 PND-SECTION-CODE PIC X(3).
             15 PND-CREDIT-HOURS PIC 9(1).

       01 PENDING-VARIABLES.
         05 PENDING-COUNT PIC 9(4) VALUE 0.
         05 PENDING-EOF-FLG PIC X(1).
         05 PENDING-SUB PIC 9(4).
         05 PENDING-FIND-SUB PIC 9(4).
         05 PENDING-FOUND-SUB PIC 9(4).
         05 PENDING-FOUND-FLAG PIC X(1).
           88 PENDING-ROW-FOUND VALUE 'Y'.
         05 PEN-COURSE-SUB PIC 9(1).
         05 PENDING-SLOT-SUB PIC 9(1).
         05 PENDING-ADDED-FLAG PIC X(1).
           88 PENDING-COURSE-ADDED VALUE 'Y'.

      * the section captures in memory for a cancellation - the
      * cancelled rows are marked and left off the rewrite
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
         05 ENROLLMENT-EOF-FLG PIC X(1).
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



       01 AUDIT-BEFORE-BUILD PIC X(50).
       01 AUDIT-AFTER-BUILD PIC X(50).

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
      * main procedure - sign on, load the validation tables once,
      * then one registration per trip until the operator quits
       100-ADVANCE-REGISTRATION.
           PERFORM 250-SIGN-ON.
           PERFORM 320-LOAD-COURSE-CATALOG.
           PERFORM 335-LOAD-EQUIVALENCY-TABLE.
           PERFORM 330-LOAD-PASS-TABLE.
           PERFORM 340-LOAD-SECTION-TABLE.
           PERFORM 345-LOAD-MEETING-TABLE.
           PERFORM 350-LOAD-WAITLIST.
           PERFORM 380-LOAD-SERVICE-HOLDS.
           PERFORM 210-OPEN-STUDENT-INDEX.

           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           COMPUTE OFFER-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-RAW)
               + OFFER-RESPONSE-DAYS.
           COMPUTE OFFER-DEADLINE-DATE =
               FUNCTION DATE-OF-INTEGER(OFFER-DATE-INTEGER).

           PERFORM 400-TAKE-ONE-REGISTRATION
               UNTIL ANSWER IS NOT EQUAL TO 'Y'.

           IF SECTION-CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 341-REWRITE-SECTION-TABLE
           END-IF.
           IF WAITLIST-CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 351-REWRITE-WAITLIST
           END-IF.
           CLOSE STUDENT-INDEXED-FILE.
           DISPLAY "REGISTRATIONS TAKEN THIS SESSION: "
             HOW-MANY-TAKEN.
           DISPLAY "REGISTRATIONS CANCELLED THIS SESSION: "
             HOW-MANY-CANCELLED.
           STOP RUN.

           210-OPEN-STUDENT-INDEX.
                           DISPLAY "STUDENT " REG-STUDENT-NUMBER
                             " NOT ON THE MASTER"
                       NOT INVALID KEY
                           PERFORM 402-CHOOSE-ACTION
                   END-READ
               END-IF.

               DISPLAY "ANOTHER REGISTRATION (Y/N)?".
               ACCEPT ANSWER.

      * R (or blank) takes a new registration as before; C and O
      * work the student's existing pending record and seat offers.
      * A service hold that blocks registration stops R and O - a
      * cancellation still goes through
               402-CHOOSE-ACTION.
                   DISPLAY "STUDENT: " IDX-STUDENT-NAME.
                   DISPLAY "R - REGISTER   C - CANCEL A PENDING "
                     "REGISTRATION   O - ANSWER A SEAT OFFER:".
                   ACCEPT REG-ACTION.

                   IF REG-ACTION IS EQUAL TO 'C'
                       PERFORM 450-CANCEL-REGISTRATION
                   ELSE
                       MOVE IDX-STUDENT-NUMBER TO SVH-LOOKUP-STUDENT
                       PERFORM 381-FIND-SERVICE-HOLD
                       IF SERVICE-HOLD-FOUND
                           DISPLAY "REGISTRATION REFUSED - "
                             SERVICE-HOLD-TEXT
                           DISPLAY "  REASON: "
                             SVH-REASON(SVH-FOUND-SUB)
                       ELSE IF REG-ACTION IS EQUAL TO 'O'
                           PERFORM 460-ANSWER-SEAT-OFFERS
                       ELSE
                           PERFORM 401-REGISTER-ONE-STUDENT
                       END-IF
                       END-IF
                   END-IF.

               401-REGISTER-ONE-STUDENT.
                   DISPLAY "ENTER TERM BEING REGISTERED FOR "
                     "(YYYYTT):".
                   ACCEPT REG-TERM-ENTRY.
                         "REGISTRATION NOT TAKEN"
                   ELSE
                       MOVE REG-TERM-ENTRY TO REG-TERM-CODE
                       PERFORM 370-LOAD-ENROLLMENT-TABLE
                       MOVE 0 TO REG-KEPT-COUNT
                       MOVE 'N' TO COURSE-DONE-FLAG
                       PERFORM 410-TAKE-ONE-COURSE
                       PERFORM 517-CHECK-COURSE-PREREQS
                       IF PREREQS-SATISFIED
                           PERFORM 520-CAPTURE-SECTION
                           IF JOINED-WAITLIST
                               DISPLAY "COURSE " ENTRY-COURSE-CODE
                                 " LEFT OFF THIS REGISTRATION - AN "
                                 "ACCEPTED SEAT OFFER ADDS IT"
                           ELSE
                               PERFORM 420-KEEP-ONE-COURSE
                           END-IF
                       END-IF
                   END-IF.

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
                           DISPLAY "PREREQUISITE " PASS-LOOKUP-COURSE
                       END-IF.

                   5192-CHECK-ONE-CURRENT.
                       MOVE IDX-COURSE-CODE(IDX-COURSE-SUB)
                         TO EQUIV-LOOKUP-CODE.
                       MOVE ZERO TO EQUIV-LOOKUP-TERM.
                       PERFORM 336-MAP-EQUIVALENT-CODE.
                       IF EQUIV-COURSE-CODE IS EQUAL
                           TO PASS-LOOKUP-COURSE
                           MOVE 'Y' TO PASS-FOUND-FLAG
                           DISPLAY "  PREREQUISITE "
                       END-IF.

      * the selection captures its section the same way the entry
      * screens do - full sections refused, blank means no section;
      * a seat held by someone else's open offer counts as taken,
      * and a full section offers a place on its waitlist
               520-CAPTURE-SECTION.
                   MOVE SPACES TO REG-SECTION-KEPT.
                   MOVE 'N' TO JOINED-WAITLIST-FLAG.
                   IF SECTION-COUNT IS EQUAL TO ZERO
                       CONTINUE
                   ELSE
                                 ENTRY-COURSE-CODE " IN TERM "
                                 REG-TERM-CODE
                           ELSE
                               PERFORM 540-CHECK-TIMETABLE-CLASH
                               IF TIMETABLE-CLASH
                                   DISPLAY "CLASHES WITH "
                                     CLASH-COURSE-CODE " SECTION "
                                     CLASH-SECTION-CODE
                                     " - PICK ANOTHER OR LEAVE BLANK"
                               ELSE
                                   PERFORM 529-TAKE-OR-QUEUE-SECTION
                               END-IF
                           END-IF
                       END-IF.

      * a clear section is taken if it has a seat, else queued
                   529-TAKE-OR-QUEUE-SECTION.
                       PERFORM 524-COUNT-HELD-SEATS.
                       IF TBL-SEC-ENROLLED(SECTION-FOUND-SUB)
                           + SEATS-HELD
                           IS NOT LESS THAN
                           TBL-SEC-CAPACITY(SECTION-FOUND-SUB)
                           PERFORM 525-OFFER-WAITLIST-PLACE
                       ELSE
                           PERFORM 523-ENROL-IN-SECTION
                           PERFORM 527-CLOSE-OWN-QUEUE-ENTRY
                           MOVE ENTRY-SECTION-CODE
                             TO REG-SECTION-KEPT
                           MOVE 'Y' TO SECTION-DONE-FLAG
                       END-IF.

      * the advance choice has to be a section of the target term,
      * not one of the current term's rows
               522-FIND-SECTION-ROW.
                   ADD 1 TO TBL-SEC-ENROLLED(SECTION-FOUND-SUB).
                   MOVE 'Y' TO SECTION-CHANGED-FLAG.

      * the new capture joins the in-memory copy too, so the next
      * selection is clash-checked against it
                   IF ENROLLMENT-COUNT IS LESS THAN 5000
                       ADD 1 TO ENROLLMENT-COUNT
                       MOVE ENROLLMENT-RECORD
                         TO ENROLLMENT-ENTRY(ENROLLMENT-COUNT)
                       MOVE 'N'
                         TO TBL-ENR-DELETED-FLAG(ENROLLMENT-COUNT)
                   END-IF.

      * seats held for other students' open offers on the section;
      * the student's own W entry, or own offer still inside its
      * deadline, is noted instead - that offer's seat is theirs
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

      * a full section - a student already queued is told where
      * they stand, anyone else may join the end of the queue
               525-OFFER-WAITLIST-PLACE.
                   IF OWN-QUEUE-SUB IS GREATER THAN ZERO
                       PERFORM 528-WORK-OUT-QUEUE-POSITION
                       DISPLAY "SECTION FULL - ALREADY WAITLISTED AT "
                         "POSITION " QUEUE-POSITION
                       DISPLAY "PICK ANOTHER SECTION OR LEAVE BLANK"
                   ELSE
                       DISPLAY "SECTION FULL - JOIN THE WAITLIST "
                         "(Y/N)?"
                       ACCEPT WAITLIST-ANSWER
                       IF WAITLIST-ANSWER IS EQUAL TO 'Y'
                           PERFORM 526-ADD-TO-WAITLIST
                           MOVE WAITLIST-COUNT TO OWN-QUEUE-SUB
                           PERFORM 528-WORK-OUT-QUEUE-POSITION
                           DISPLAY "WAITLISTED FOR " ENTRY-COURSE-CODE
                             " SECTION " ENTRY-SECTION-CODE
                             " AT POSITION " QUEUE-POSITION
                           MOVE 'Y' TO JOINED-WAITLIST-FLAG
                           MOVE 'Y' TO SECTION-DONE-FLAG
                       ELSE
                           DISPLAY "PICK ANOTHER SECTION OR LEAVE "
                             "BLANK"
                       END-IF
                   END-IF.

               526-ADD-TO-WAITLIST.
                   IF WAITLIST-COUNT IS EQUAL TO 2000
                       DISPLAY "SECTION-WAITLIST.txt IS FULL - "
                         "STUDENT NOT QUEUED"
                   ELSE
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
                       MOVE 'Y' TO WAITLIST-CHANGED-FLAG
                   END-IF.

      * the student got the seat - their queue entry or offer is
      * done with
               527-CLOSE-OWN-QUEUE-ENTRY.
                   IF OWN-QUEUE-SUB IS GREATER THAN ZERO
                       MOVE 'A' TO WLT-STATUS(OWN-QUEUE-SUB)
                       MOVE 'Y' TO WAITLIST-CHANGED-FLAG
                   END-IF.

      * position counts the W entries for the section up to and
      * including the student's own
               528-WORK-OUT-QUEUE-POSITION.
                   MOVE ZERO TO QUEUE-POSITION.
                   PERFORM 5281-COUNT-ONE-AHEAD
                       VARYING WAITLIST-FIND-SUB FROM 1 BY 1
                       UNTIL WAITLIST-FIND-SUB > OWN-QUEUE-SUB.

                   5281-COUNT-ONE-AHEAD.
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

      * a seat has come free on the section at SECTION-FOUND-SUB -
      * when nothing else holds it, the head of the queue gets an
      * offer with a response deadline; PROJECT90 lapses it after
           530-OFFER-FREED-SEAT.
               PERFORM 524-COUNT-HELD-SEATS.
               COMPUTE SEATS-FREE =
                   TBL-SEC-CAPACITY(SECTION-FOUND-SUB)
                   - TBL-SEC-ENROLLED(SECTION-FOUND-SUB) - SEATS-HELD.

               MOVE ZERO TO WAITLIST-NEXT-SUB.
               IF SEATS-FREE IS GREATER THAN ZERO
                   PERFORM 5301-CHECK-ONE-WAITING
                       VARYING WAITLIST-FIND-SUB FROM 1 BY 1
                       UNTIL WAITLIST-FIND-SUB > WAITLIST-COUNT
                       OR WAITLIST-NEXT-SUB IS GREATER THAN ZERO
               END-IF.

               IF WAITLIST-NEXT-SUB IS GREATER THAN ZERO
                   MOVE 'O' TO WLT-STATUS(WAITLIST-NEXT-SUB)
                   MOVE RUN-DATE-RAW
                     TO WLT-OFFER-DATE(WAITLIST-NEXT-SUB)
                   MOVE OFFER-DEADLINE-DATE
                     TO WLT-OFFER-DEADLINE(WAITLIST-NEXT-SUB)
                   MOVE 'Y' TO WAITLIST-CHANGED-FLAG
                   PERFORM 5302-WRITE-OFFER-LINE
                   DISPLAY "  SEAT IN " ENTRY-COURSE-CODE " SECTION "
                     ENTRY-SECTION-CODE " OFFERED TO STUDENT "
                     WLT-STUDENT-NUMBER(WAITLIST-NEXT-SUB)
               END-IF.

               5301-CHECK-ONE-WAITING.
                   IF WLT-STATUS(WAITLIST-FIND-SUB) IS EQUAL TO 'W'
                       AND WLT-COURSE-CODE(WAITLIST-FIND-SUB)
                           IS EQUAL TO
                             TBL-SEC-COURSE-CODE(SECTION-FOUND-SUB)
                       AND WLT-SECTION-CODE(WAITLIST-FIND-SUB)
                           IS EQUAL TO
                             TBL-SEC-SECTION-CODE(SECTION-FOUND-SUB)
                       AND WLT-TERM-CODE(WAITLIST-FIND-SUB)
                           IS EQUAL TO
                             TBL-SEC-TERM-CODE(SECTION-FOUND-SUB)
                       MOVE WAITLIST-FIND-SUB TO WAITLIST-NEXT-SUB
                   END-IF.

               5302-WRITE-OFFER-LINE.
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

      * the pending record - status P until PROJECT19 activates it
           430-WRITE-PENDING-RECORD.
               OPEN EXTEND PENDING-FILE.
                   MOVE HOLD-CREDIT-HOURS(REG-SLOT-SUB)
                     TO PEN-CREDIT-HOURS(REG-SLOT-SUB).

      * cancel a pending registration out of advance registration -
      * the record is marked C (PROJECT19 activates only P), the
      * student's own queue entries for the term are withdrawn, and
      * every section seat the registration held goes back, offered
      * to the next student waiting
           450-CANCEL-REGISTRATION.
               DISPLAY "ENTER TERM OF THE REGISTRATION TO CANCEL "
                 "(YYYYTT):".
               ACCEPT REG-TERM-ENTRY.

               IF REG-TERM-ENTRY IS NOT NUMERIC
                   DISPLAY "TERM CODE MUST BE SIX DIGITS - NOTHING "
                     "CANCELLED"
               ELSE
                   MOVE REG-TERM-ENTRY TO REG-TERM-CODE
                   PERFORM 360-LOAD-PENDING-TABLE
                   PERFORM 362-FIND-PENDING-ROW
                   IF NOT PENDING-ROW-FOUND
                       DISPLAY "NO PENDING REGISTRATION FOR STUDENT "
                         REG-STUDENT-NUMBER " IN TERM " REG-TERM-CODE
                   ELSE
                       PERFORM 451-CONFIRM-CANCELLATION
                   END-IF
               END-IF.

               451-CONFIRM-CANCELLATION.
                   PERFORM 4511-SHOW-ONE-PENDING-COURSE
                       VARYING PENDING-SLOT-SUB FROM 1 BY 1
                       UNTIL PENDING-SLOT-SUB >
                         PND-COURSE-COUNT(PENDING-FOUND-SUB).
                   DISPLAY "CANCEL THIS REGISTRATION (Y/N)?".
                   ACCEPT WAITLIST-ANSWER.

                   IF WAITLIST-ANSWER IS EQUAL TO 'Y'
                       MOVE 'C' TO PND-STATUS(PENDING-FOUND-SUB)
                       PERFORM 361-REWRITE-PENDING-TABLE
                       PERFORM 4512-WITHDRAW-ONE-QUEUE-ENTRY
                           VARYING WAITLIST-SUB FROM 1 BY 1
                           UNTIL WAITLIST-SUB > WAITLIST-COUNT
                       PERFORM 370-LOAD-ENROLLMENT-TABLE
                       PERFORM 4513-RELEASE-ONE-PENDING-SEAT
                           VARYING PENDING-SLOT-SUB FROM 1 BY 1
                           UNTIL PENDING-SLOT-SUB >
                             PND-COURSE-COUNT(PENDING-FOUND-SUB)
                       PERFORM 371-REWRITE-ENROLLMENT-TABLE
                       PERFORM 452-WRITE-CANCELLATION-AUDIT
                       ADD 1 TO HOW-MANY-CANCELLED
                       DISPLAY "REGISTRATION CANCELLED FOR TERM "
                         REG-TERM-CODE
                   ELSE
                       DISPLAY "NOTHING CANCELLED"
                   END-IF.

                   4511-SHOW-ONE-PENDING-COURSE.
                       DISPLAY "  " PND-COURSE-CODE
                           (PENDING-FOUND-SUB, PENDING-SLOT-SUB)
                         "  SECTION " PND-SECTION-CODE
                           (PENDING-FOUND-SUB, PENDING-SLOT-SUB).

      * a queued student cancelling leaves the queue; an offer they
      * were holding frees its seat for the next in line
                   4512-WITHDRAW-ONE-QUEUE-ENTRY.
                       IF WLT-STUDENT-NUMBER(WAITLIST-SUB) IS EQUAL
                           TO REG-STUDENT-NUMBER
                           AND WLT-TERM-CODE(WAITLIST-SUB) IS EQUAL
                               TO REG-TERM-CODE
                           IF WLT-STATUS(WAITLIST-SUB) IS EQUAL TO 'W'
                               MOVE 'R' TO WLT-STATUS(WAITLIST-SUB)
                               MOVE 'Y' TO WAITLIST-CHANGED-FLAG
                           ELSE IF WLT-STATUS(WAITLIST-SUB)
                               IS EQUAL TO 'O'
                               MOVE 'R' TO WLT-STATUS(WAITLIST-SUB)
                               MOVE 'Y' TO WAITLIST-CHANGED-FLAG
                               MOVE WLT-COURSE-CODE(WAITLIST-SUB)
                                 TO ENTRY-COURSE-CODE
                               MOVE WLT-SECTION-CODE(WAITLIST-SUB)
                                 TO ENTRY-SECTION-CODE
                               PERFORM 522-FIND-SECTION-ROW
                               IF SECTION-ROW-FOUND
                                   PERFORM 530-OFFER-FREED-SEAT
                               END-IF
                           END-IF
                           END-IF
                       END-IF.

                   4513-RELEASE-ONE-PENDING-SEAT.
                       IF PND-SECTION-CODE
                           (PENDING-FOUND-SUB, PENDING-SLOT-SUB)
                           IS NOT EQUAL TO SPACES
                           MOVE PND-COURSE-CODE
                               (PENDING-FOUND-SUB, PENDING-SLOT-SUB)
                             TO ENTRY-COURSE-CODE
                           MOVE PND-SECTION-CODE
                               (PENDING-FOUND-SUB, PENDING-SLOT-SUB)
                             TO ENTRY-SECTION-CODE
                           PERFORM 4514-DROP-ONE-CAPTURE
                               VARYING ENROLLMENT-SUB FROM 1 BY 1
                               UNTIL ENROLLMENT-SUB > ENROLLMENT-COUNT
                           PERFORM 522-FIND-SECTION-ROW
                           IF SECTION-ROW-FOUND
                               IF TBL-SEC-ENROLLED(SECTION-FOUND-SUB)
                                   IS GREATER THAN ZERO
                                   SUBTRACT 1 FROM TBL-SEC-ENROLLED
                                     (SECTION-FOUND-SUB)
                                   MOVE 'Y' TO SECTION-CHANGED-FLAG
                               END-IF
                               PERFORM 530-OFFER-FREED-SEAT
                           END-IF
                       END-IF.

                   4514-DROP-ONE-CAPTURE.
                       IF TBL-ENR-STUDENT-NUMBER(ENROLLMENT-SUB)
                           IS EQUAL TO REG-STUDENT-NUMBER
                           AND TBL-ENR-COURSE-CODE(ENROLLMENT-SUB)
                               IS EQUAL TO ENTRY-COURSE-CODE
                           AND TBL-ENR-SECTION-CODE(ENROLLMENT-SUB)
                               IS EQUAL TO ENTRY-SECTION-CODE
                           AND TBL-ENR-TERM-CODE(ENROLLMENT-SUB)
                               IS EQUAL TO REG-TERM-CODE
                           MOVE 'Y'
                             TO TBL-ENR-DELETED-FLAG(ENROLLMENT-SUB)
                       END-IF.

      * one ADVCAN line on the shared audit trail per cancellation
               452-WRITE-CANCELLATION-AUDIT.
                   MOVE "ADVCAN" TO AUDIT-ACTION.
                   MOVE SPACES TO AUDIT-BEFORE-BUILD.
                   STRING "TERM=" DELIMITED BY SIZE
                       REG-TERM-ENTRY DELIMITED BY SIZE
                       " STATUS=P" DELIMITED BY SIZE
                       INTO AUDIT-BEFORE-BUILD
                   END-STRING.
                   MOVE SPACES TO AUDIT-AFTER-BUILD.
                   STRING "STATUS=C COURSES=" DELIMITED BY SIZE
                       PND-COURSE-COUNT(PENDING-FOUND-SUB)
                       DELIMITED BY SIZE
                       INTO AUDIT-AFTER-BUILD
                   END-STRING.
                   PERFORM 801-WRITE-AUDIT-LINE.

      * answer the student's open seat offers for a term, one at a
      * time - an accepted seat is enrolled and added to the pending
      * registration (a new one if there is none), a declined one
      * passes straight to the next student waiting
           460-ANSWER-SEAT-OFFERS.
               DISPLAY "ENTER TERM OF THE SEAT OFFER (YYYYTT):".
               ACCEPT REG-TERM-ENTRY.

               IF REG-TERM-ENTRY IS NOT NUMERIC
                   DISPLAY "TERM CODE MUST BE SIX DIGITS - NO OFFER "
                     "ANSWERED"
               ELSE
                   MOVE REG-TERM-ENTRY TO REG-TERM-CODE
                   MOVE ZERO TO HOW-MANY-OFFERS-OPEN
                   PERFORM 360-LOAD-PENDING-TABLE
                   PERFORM 370-LOAD-ENROLLMENT-TABLE
                   PERFORM 461-ANSWER-ONE-OFFER
                       VARYING WAITLIST-SUB FROM 1 BY 1
                       UNTIL WAITLIST-SUB > WAITLIST-COUNT
                   IF HOW-MANY-OFFERS-OPEN IS EQUAL TO ZERO
                       DISPLAY "NO SEAT OFFER OPEN FOR STUDENT "
                         REG-STUDENT-NUMBER " IN TERM " REG-TERM-CODE
                   END-IF
               END-IF.

               461-ANSWER-ONE-OFFER.
                   IF WLT-STUDENT-NUMBER(WAITLIST-SUB) IS EQUAL TO
                       REG-STUDENT-NUMBER
                       AND WLT-TERM-CODE(WAITLIST-SUB) IS EQUAL TO
                           REG-TERM-CODE
                       AND WLT-STATUS(WAITLIST-SUB) IS EQUAL TO 'O'
                       ADD 1 TO HOW-MANY-OFFERS-OPEN
                       MOVE WLT-COURSE-CODE(WAITLIST-SUB)
                         TO ENTRY-COURSE-CODE
                       MOVE WLT-SECTION-CODE(WAITLIST-SUB)
                         TO ENTRY-SECTION-CODE
                       IF WLT-OFFER-DEADLINE(WAITLIST-SUB) IS LESS
                           THAN RUN-DATE-RAW
                           DISPLAY "OFFER FOR " ENTRY-COURSE-CODE
                             " SECTION " ENTRY-SECTION-CODE
                             " LAPSED ON "
                             WLT-OFFER-DEADLINE(WAITLIST-SUB)
                       ELSE
                           DISPLAY "SEAT HELD IN " ENTRY-COURSE-CODE
                             " SECTION " ENTRY-SECTION-CODE
                             " - REPLY BY "
                             WLT-OFFER-DEADLINE(WAITLIST-SUB)
                           DISPLAY "A - ACCEPT   D - DECLINE   "
                             "BLANK - DECIDE LATER:"
                           ACCEPT OFFER-ANSWER
                           IF OFFER-ANSWER IS EQUAL TO 'A'
                               PERFORM 462-ACCEPT-ONE-OFFER
                           ELSE IF OFFER-ANSWER IS EQUAL TO 'D'
                               PERFORM 463-DECLINE-ONE-OFFER
                           END-IF
                           END-IF
                       END-IF
                   END-IF.

               462-ACCEPT-ONE-OFFER.
                   PERFORM 522-FIND-SECTION-ROW.
                   IF NOT SECTION-ROW-FOUND
                       DISPLAY "SECTION NO LONGER ON THE SECTION "
                         "MASTER - OFFER NOT TAKEN"
                   ELSE
                       PERFORM 540-CHECK-TIMETABLE-CLASH
                   END-IF.
                   IF NOT SECTION-ROW-FOUND
                       CONTINUE
                   ELSE IF TIMETABLE-CLASH
                       DISPLAY "CLASHES WITH " CLASH-COURSE-CODE
                         " SECTION " CLASH-SECTION-CODE
                         " - OFFER LEFT OPEN UNTIL THE DEADLINE"
                   ELSE
                       PERFORM 464-ADD-TO-PENDING-RECORD
                       IF PENDING-COURSE-ADDED
                           PERFORM 523-ENROL-IN-SECTION
                           MOVE 'A' TO WLT-STATUS(WAITLIST-SUB)
                           MOVE 'Y' TO WAITLIST-CHANGED-FLAG
                           PERFORM 361-REWRITE-PENDING-TABLE
                           MOVE SPACES TO AUDIT-AFTER-BUILD
                           STRING "ACCEPTED " DELIMITED BY SIZE
                               ENTRY-COURSE-CODE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               ENTRY-SECTION-CODE DELIMITED BY SIZE
                               INTO AUDIT-AFTER-BUILD
                           END-STRING
                           PERFORM 465-WRITE-OFFER-AUDIT
                           DISPLAY "SEAT ACCEPTED - " ENTRY-COURSE-CODE
                             " SECTION " ENTRY-SECTION-CODE
                             " ADDED TO THE PENDING REGISTRATION"
                       END-IF
                   END-IF
                   END-IF.

               463-DECLINE-ONE-OFFER.
                   MOVE 'D' TO WLT-STATUS(WAITLIST-SUB).
                   MOVE 'Y' TO WAITLIST-CHANGED-FLAG.
                   MOVE SPACES TO AUDIT-AFTER-BUILD.
                   STRING "DECLINED " DELIMITED BY SIZE
                       ENTRY-COURSE-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ENTRY-SECTION-CODE DELIMITED BY SIZE
                       INTO AUDIT-AFTER-BUILD
                   END-STRING.
                   PERFORM 465-WRITE-OFFER-AUDIT.
                   DISPLAY "OFFER DECLINED".
                   PERFORM 522-FIND-SECTION-ROW.
                   IF SECTION-ROW-FOUND
                       PERFORM 530-OFFER-FREED-SEAT
                   END-IF.

      * the accepted seat joins the student's pending record for
      * the term - filling in a course already there without a
      * section, else taking the next free slot; no pending record
      * yet means a new one-course registration
               464-ADD-TO-PENDING-RECORD.
                   MOVE 'N' TO PENDING-ADDED-FLAG.
                   MOVE ZERO TO PENDING-SLOT-SUB.
                   PERFORM 362-FIND-PENDING-ROW.

                   IF PENDING-ROW-FOUND
                       PERFORM 4641-CHECK-ONE-PENDING-SLOT
                           VARYING PEN-COURSE-SUB FROM 1 BY 1
                           UNTIL PEN-COURSE-SUB >
                             PND-COURSE-COUNT(PENDING-FOUND-SUB)
                           OR PENDING-SLOT-SUB IS GREATER THAN ZERO
                       IF PENDING-SLOT-SUB IS GREATER THAN ZERO
                           IF PND-SECTION-CODE
                               (PENDING-FOUND-SUB, PENDING-SLOT-SUB)
                               IS EQUAL TO SPACES
                               MOVE ENTRY-SECTION-CODE
                                 TO PND-SECTION-CODE
                                   (PENDING-FOUND-SUB,
                                    PENDING-SLOT-SUB)
                               MOVE 'Y' TO PENDING-ADDED-FLAG
                           ELSE
                               DISPLAY "ALREADY REGISTERED IN "
                                 ENTRY-COURSE-CODE " SECTION "
                                 PND-SECTION-CODE
                                   (PENDING-FOUND-SUB,
                                    PENDING-SLOT-SUB)
                                 " - OFFER NOT TAKEN"
                           END-IF
                       ELSE IF PND-COURSE-COUNT(PENDING-FOUND-SUB)
                           IS EQUAL TO 5
                           DISPLAY "PENDING REGISTRATION ALREADY "
                             "HOLDS FIVE COURSES - OFFER NOT TAKEN"
                       ELSE
                           ADD 1 TO PND-COURSE-COUNT(PENDING-FOUND-SUB)
                           MOVE PND-COURSE-COUNT(PENDING-FOUND-SUB)
                             TO PENDING-SLOT-SUB
                           PERFORM 4642-FILL-PENDING-SLOT
                       END-IF
                       END-IF
                   ELSE IF PENDING-COUNT IS EQUAL TO 3000
                       DISPLAY "PENDING-ENROLMENT.txt IS FULL - "
                         "OFFER NOT TAKEN"
                   ELSE
                       ADD 1 TO PENDING-COUNT
                       MOVE PENDING-COUNT TO PENDING-FOUND-SUB
                       MOVE REG-STUDENT-NUMBER
                         TO PND-STUDENT-NUMBER(PENDING-FOUND-SUB)
                       MOVE REG-TERM-CODE
                         TO PND-TERM-CODE(PENDING-FOUND-SUB)
                       MOVE 'P' TO PND-STATUS(PENDING-FOUND-SUB)
                       MOVE 'S' TO PND-SOURCE(PENDING-FOUND-SUB)
                       MOVE 1 TO PND-COURSE-COUNT(PENDING-FOUND-SUB)
                       MOVE 1 TO PENDING-SLOT-SUB
                       PERFORM 4642-FILL-PENDING-SLOT
                   END-IF
                   END-IF.

                   4641-CHECK-ONE-PENDING-SLOT.
                       IF PND-COURSE-CODE
                           (PENDING-FOUND-SUB, PEN-COURSE-SUB)
                           IS EQUAL TO ENTRY-COURSE-CODE
                           MOVE PEN-COURSE-SUB TO PENDING-SLOT-SUB
                       END-IF.

                   4642-FILL-PENDING-SLOT.
                       MOVE ENTRY-COURSE-CODE
                         TO PND-COURSE-CODE
                           (PENDING-FOUND-SUB, PENDING-SLOT-SUB).
                       MOVE ENTRY-SECTION-CODE
                         TO PND-SECTION-CODE
                           (PENDING-FOUND-SUB, PENDING-SLOT-SUB).
                       MOVE ENTRY-COURSE-CODE TO CATALOG-LOOKUP-CODE.
                       PERFORM 518-FIND-CATALOG-ENTRY.
                       IF CATALOG-CODE-FOUND
                           MOVE CAT-CREDIT-HOURS(CATALOG-FOUND-SUB)
                             TO PND-CREDIT-HOURS
                               (PENDING-FOUND-SUB, PENDING-SLOT-SUB)
                       ELSE
                           MOVE 1 TO PND-CREDIT-HOURS
                               (PENDING-FOUND-SUB, PENDING-SLOT-SUB)
                       END-IF.
                       MOVE 'Y' TO PENDING-ADDED-FLAG.

      * one ADVOFR line on the shared audit trail per offer answered
               465-WRITE-OFFER-AUDIT.
                   MOVE "ADVOFR" TO AUDIT-ACTION.
                   MOVE SPACES TO AUDIT-BEFORE-BUILD.
                   STRING "TERM=" DELIMITED BY SIZE
                       REG-TERM-ENTRY DELIMITED BY SIZE
                       " OFFER " DELIMITED BY SIZE
                       ENTRY-COURSE-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ENTRY-SECTION-CODE DELIMITED BY SIZE
                       INTO AUDIT-BEFORE-BUILD
                   END-STRING.
                   PERFORM 801-WRITE-AUDIT-LINE.

      * one ADVREG line on the shared audit trail per registration
           440-WRITE-REGISTRATION-AUDIT.
               MOVE "ADVREG" TO AUDIT-ACTION.
                   WRITE SECTION-FILE-IN.


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

      * the whole pending file, reloaded fresh for each cancellation
      * or offer answer - same load as PROJECT19's
           360-LOAD-PENDING-TABLE.
               MOVE ZERO TO PENDING-COUNT.
               MOVE 'N' TO PENDING-EOF-FLG.
               OPEN INPUT PENDING-FILE.
               IF PENDING-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO PENDING-EOF-FLG
               ELSE IF PENDING-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN PENDING-ENROLMENT.txt - "
                     "STATUS " PENDING-FILE-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 3601-LOAD-ONE-PENDING
                   UNTIL PENDING-EOF-FLG IS EQUAL TO 'Y'
                   OR PENDING-COUNT IS EQUAL TO 3000.

               IF PENDING-FILE-STATUS IS NOT EQUAL TO "35"
                   CLOSE PENDING-FILE
               END-IF.

               3601-LOAD-ONE-PENDING.
                   READ PENDING-FILE
                       AT END
                           MOVE 'Y' TO PENDING-EOF-FLG
                       NOT AT END
                           ADD 1 TO PENDING-COUNT
                           MOVE PEN-STUDENT-NUMBER
                             TO PND-STUDENT-NUMBER(PENDING-COUNT)
                           MOVE PEN-TERM-CODE
                             TO PND-TERM-CODE(PENDING-COUNT)
                           MOVE PEN-STATUS
                             TO PND-STATUS(PENDING-COUNT)
                           MOVE PEN-SOURCE
                             TO PND-SOURCE(PENDING-COUNT)
                           MOVE PEN-COURSE-COUNT
                             TO PND-COURSE-COUNT(PENDING-COUNT)
                           PERFORM 3602-COPY-ONE-PENDING-COURSE
                               VARYING PEN-COURSE-SUB FROM 1 BY 1
                               UNTIL PEN-COURSE-SUB >
                                 PEN-COURSE-COUNT
                   END-READ.

                   3602-COPY-ONE-PENDING-COURSE.
                       MOVE PEN-COURSE-CODE(PEN-COURSE-SUB)
                         TO PND-COURSE-CODE
                           (PENDING-COUNT, PEN-COURSE-SUB).
                       MOVE PEN-SECTION-CODE(PEN-COURSE-SUB)
                         TO PND-SECTION-CODE
                           (PENDING-COUNT, PEN-COURSE-SUB).
                       MOVE PEN-CREDIT-HOURS(PEN-COURSE-SUB)
                         TO PND-CREDIT-HOURS
                           (PENDING-COUNT, PEN-COURSE-SUB).

           361-REWRITE-PENDING-TABLE.
               OPEN OUTPUT PENDING-FILE.
               IF PENDING-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN PENDING-ENROLMENT.txt - "
                     "STATUS " PENDING-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 3611-WRITE-ONE-PENDING
                   VARYING PENDING-SUB FROM 1 BY 1
                   UNTIL PENDING-SUB > PENDING-COUNT.

               CLOSE PENDING-FILE.

               3611-WRITE-ONE-PENDING.
                   MOVE PND-STUDENT-NUMBER(PENDING-SUB)
                     TO PEN-STUDENT-NUMBER.
                   MOVE PND-TERM-CODE(PENDING-SUB) TO PEN-TERM-CODE.
                   MOVE PND-STATUS(PENDING-SUB) TO PEN-STATUS.
                   MOVE PND-SOURCE(PENDING-SUB) TO PEN-SOURCE.
                   MOVE PND-COURSE-COUNT(PENDING-SUB)
                     TO PEN-COURSE-COUNT.
                   PERFORM 3612-COPY-ONE-COURSE-BACK
                       VARYING PEN-COURSE-SUB FROM 1 BY 1
                       UNTIL PEN-COURSE-SUB > PEN-COURSE-COUNT.
                   WRITE PENDING-RECORD.

                   3612-COPY-ONE-COURSE-BACK.
                       MOVE PND-COURSE-CODE
                           (PENDING-SUB, PEN-COURSE-SUB)
                         TO PEN-COURSE-CODE(PEN-COURSE-SUB).
                       MOVE PND-SECTION-CODE
                           (PENDING-SUB, PEN-COURSE-SUB)
                         TO PEN-SECTION-CODE(PEN-COURSE-SUB).
                       MOVE PND-CREDIT-HOURS
                           (PENDING-SUB, PEN-COURSE-SUB)
                         TO PEN-CREDIT-HOURS(PEN-COURSE-SUB).

      * the student's live (status P) registration for the term
           362-FIND-PENDING-ROW.
               MOVE 'N' TO PENDING-FOUND-FLAG.
               MOVE ZERO TO PENDING-FOUND-SUB.

               PERFORM 3621-CHECK-ONE-PENDING
                   VARYING PENDING-FIND-SUB FROM 1 BY 1
                   UNTIL PENDING-FIND-SUB > PENDING-COUNT
                   OR PENDING-ROW-FOUND.

               3621-CHECK-ONE-PENDING.
                   IF PND-STUDENT-NUMBER(PENDING-FIND-SUB) IS EQUAL
                       TO REG-STUDENT-NUMBER
                       AND PND-TERM-CODE(PENDING-FIND-SUB) IS EQUAL
                           TO REG-TERM-CODE
                       AND PND-STATUS(PENDING-FIND-SUB) IS EQUAL
                           TO 'P'
                       MOVE 'Y' TO PENDING-FOUND-FLAG
                       MOVE PENDING-FIND-SUB TO PENDING-FOUND-SUB
                   END-IF.

      * the section captures, for a cancellation's rewrite
           370-LOAD-ENROLLMENT-TABLE.
               MOVE ZERO TO ENROLLMENT-COUNT.
               MOVE 'N' TO ENROLLMENT-EOF-FLG.
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
                           MOVE ENR-STUDENT-NUMBER
                             TO TBL-ENR-STUDENT-NUMBER
                               (ENROLLMENT-COUNT)
                           MOVE ENR-COURSE-CODE
                             TO TBL-ENR-COURSE-CODE(ENROLLMENT-COUNT)
                           MOVE ENR-SECTION-CODE
                             TO TBL-ENR-SECTION-CODE
                               (ENROLLMENT-COUNT)
                           MOVE ENR-TERM-CODE
                             TO TBL-ENR-TERM-CODE(ENROLLMENT-COUNT)
                           MOVE 'N'
                             TO TBL-ENR-DELETED-FLAG(ENROLLMENT-COUNT)
                   END-READ.

           371-REWRITE-ENROLLMENT-TABLE.
               OPEN OUTPUT ENROLLMENT-FILE.
               IF ENROLLMENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-ENROLLMENT.txt - "
                     "STATUS " ENROLLMENT-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 3711-WRITE-ONE-CAPTURE
                   VARYING ENROLLMENT-SUB FROM 1 BY 1
                   UNTIL ENROLLMENT-SUB > ENROLLMENT-COUNT.

               CLOSE ENROLLMENT-FILE.

               3711-WRITE-ONE-CAPTURE.
                   IF TBL-ENR-DELETED-FLAG(ENROLLMENT-SUB)
                       IS NOT EQUAL TO 'Y'
                       MOVE TBL-ENR-STUDENT-NUMBER(ENROLLMENT-SUB)
                         TO ENR-STUDENT-NUMBER
                       MOVE TBL-ENR-COURSE-CODE(ENROLLMENT-SUB)
                         TO ENR-COURSE-CODE
                       MOVE TBL-ENR-SECTION-CODE(ENROLLMENT-SUB)
                         TO ENR-SECTION-CODE
                       MOVE TBL-ENR-TERM-CODE(ENROLLMENT-SUB)
                         TO ENR-TERM-CODE
                       WRITE ENROLLMENT-RECORD
                   END-IF.

      * a missing catalog skips the check loudly, same behaviour as
      * PROJECT02's entry screen
           320-LOAD-COURSE-CATALOG.
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

       END PROGRAM PROJECT77.
