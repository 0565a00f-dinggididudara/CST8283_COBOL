      *                   against the student's TERMHIST.txt passes
      *                   and any missing prerequisite is named in a
      *                   warning before the record saves
      *  14-OCT-2026 SL - meeting times: a section whose meeting
      *                   pattern (SECTION-MEETING.txt) clashes with
      *                   a section already captured on the same form
      *                   is refused and the operator picks again
      *  15-OCT-2026 SL - prerequisite check honours PROJECT100's
      *                   COURSE-EQUIVALENCY.txt - a pass under a
      *                   course's old number satisfies a prerequisite
      *                   named by its current one, and the other way
      *                   round
      *  15-OCT-2026 SL - COURSE.txt carries the owning teaching
      *                   department after the prerequisite chain
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT02.
           ASSIGN TO "..\TRANSFER-CREDITS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSFER-FILE-STATUS.
      * PROJECT100's course renumberings - an old code maps to the
      * current one for attempts before the effective term
           SELECT EQUIVALENCY-FILE
           ASSIGN TO "..\COURSE-EQUIVALENCY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EQUIVALENCY-FILE-STATUS.

      * PROJECT52's section master - capacity enforced at capture,
      * the enrolled counts rewritten on exit
           SELECT SECTION-FILE
           ASSIGN TO "..\SECTION-ENROLLMENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENROLLMENT-FILE-STATUS.
      * PROJECT52's meeting patterns - two sections on one form may
      * not meet at the same hour
           SELECT MEETING-FILE
           ASSIGN TO "..\SECTION-MEETING.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MEETING-FILE-STATUS.
           SELECT STUDENT-RECORD-OUT
           ASSIGN TO "..\STUDENT-RECORD.txt"
           ORGANIZATION IS LINE SEQUENTIAL
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

      * Project17.cbl's FD COURSE-FILE
       FD COURSE-FILE.
       01 COURSE-FILE-IN.
      * which counts as no prerequisites
           05 CRS-PREREQ-COUNT PIC X(1).
           05 CRS-PREREQ-CODE PIC X(7) OCCURS 3 TIMES.
      * the teaching department that owns the course - tuition is
      * attributed to it by PROJECT126; blank on older lines
           05 CRS-DEPARTMENT PIC X(4).

       FD STUDENT-RECORD-OUT.
        01 STUDENT-REPORT-OUT.
           05 CONTACT-FILE-STATUS PIC X(2).
           05 ENTRY-EMAIL PIC X(40).

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

      * PROJECT52's section master in memory - capacity enforced at
      * capture time, counts rewritten on exit
       01 SECTION-TABLE.
           05 SECTION-DONE-FLAG PIC X(1).
             88 SECTION-SLOT-DONE VALUE 'Y'.

      * PROJECT52's meeting patterns in memory, and the sections this
      * form has captured so far, for the timetable clash check
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
           05 PICKED-SUB PIC 9(1).
           05 CLASH-FLAG PIC X(1).
             88 TIMETABLE-CLASH VALUE 'Y'.
           05 CLASH-COURSE-CODE PIC X(7).
           05 CLASH-SECTION-CODE PIC X(3).
           05 FORM-PICKED-ENTRY OCCURS 5 TIMES.
             10 FORM-PICKED-SECTION PIC X(3).
             10 FORM-PICKED-TERM PIC 9(6).

      * run date in the full YYYYMMDD the charge ledger carries
       01 CHARGE-DATE-RAW PIC 9(8).

               PERFORM 302-OPEN-FILE.
               PERFORM 310-LOAD-PROGRAM-TABLE.
               PERFORM 319-LOAD-COURSE-CATALOG.
               PERFORM 336-LOAD-EQUIVALENCY-TABLE.
               PERFORM 330-LOAD-PASS-TABLE.
               PERFORM 340-LOAD-SECTION-TABLE.
               PERFORM 342-LOAD-MEETING-TABLE.
               PERFORM 316-LOAD-NUMBER-CONTROL.
               PERFORM 317-LOAD-ISSUE-REGISTER.

                                     TO PAS-STUDENT-NUMBER
                                       (PASS-COUNT)
                                   MOVE TRC-COURSE-CODE
                                     TO EQUIV-LOOKUP-CODE
                                   MOVE ZERO TO EQUIV-LOOKUP-TERM
                                   PERFORM 337-MAP-EQUIVALENT-CODE
                                   MOVE EQUIV-COURSE-CODE
                                     TO PAS-COURSE-CODE(PASS-COUNT)
                               END-IF
                       END-READ.
                               MOVE TH-STUDENT-NUMBER
                                 TO PAS-STUDENT-NUMBER(PASS-COUNT)
                               MOVE TH-COURSE-CODE(TH-COURSE-SUB)
                                 TO EQUIV-LOOKUP-CODE
                               MOVE TH-TERM-CODE TO EQUIV-LOOKUP-TERM
                               PERFORM 337-MAP-EQUIVALENT-CODE
                               MOVE EQUIV-COURSE-CODE
                                 TO PAS-COURSE-CODE(PASS-COUNT)
                           END-IF.

      * a missing equivalency file just means nothing has been
      * renumbered yet
               336-LOAD-EQUIVALENCY-TABLE.
                   OPEN INPUT EQUIVALENCY-FILE.
                   IF EQUIVALENCY-FILE-STATUS IS NOT EQUAL TO "00"
                       CONTINUE
                   ELSE
                       PERFORM 3361-LOAD-ONE-EQUIVALENCY
                           UNTIL EQUIVALENCY-EOF-FLG IS EQUAL TO 'Y'
                           OR EQUIVALENCY-COUNT IS EQUAL TO 300
                       CLOSE EQUIVALENCY-FILE
                   END-IF.

                   3361-LOAD-ONE-EQUIVALENCY.
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
                                 TO EQT-EFFECTIVE-TERM
                                   (EQUIVALENCY-COUNT)
                       END-READ.

      * EQUIV-LOOKUP-CODE as the course it counts as today, left in
      * EQUIV-COURSE-CODE - unchanged when it was never renumbered
               337-MAP-EQUIVALENT-CODE.
                   MOVE EQUIV-LOOKUP-CODE TO EQUIV-COURSE-CODE.
                   MOVE 'N' TO EQUIVALENCY-FOUND-FLAG.
                   PERFORM 3371-CHECK-ONE-EQUIVALENCY
                       VARYING EQUIVALENCY-FIND-SUB FROM 1 BY 1
                       UNTIL EQUIVALENCY-FIND-SUB > EQUIVALENCY-COUNT
                       OR EQUIVALENCY-FOUND.

                   3371-CHECK-ONE-EQUIVALENCY.
                       IF EQT-OLD-CODE(EQUIVALENCY-FIND-SUB) IS EQUAL TO
                           EQUIV-LOOKUP-CODE
                           AND (EQUIV-LOOKUP-TERM IS EQUAL TO ZERO
                             OR EQUIV-LOOKUP-TERM IS LESS THAN
                               EQT-EFFECTIVE-TERM(EQUIVALENCY-FIND-SUB))
                           MOVE 'Y' TO EQUIVALENCY-FOUND-FLAG
                           MOVE EQT-CURRENT-CODE(EQUIVALENCY-FIND-SUB)
                             TO EQUIV-COURSE-CODE
                       END-IF.

      * PROJECT52's section master - a missing file just means no
      * sections are set up and capture is skipped
               340-LOAD-SECTION-TABLE.
                                 TO TBL-SEC-ENROLLED(SECTION-COUNT)
                       END-READ.

      * no meeting file, or a section with no pattern on it, simply
      * has nothing to clash with
               342-LOAD-MEETING-TABLE.
                   OPEN INPUT MEETING-FILE.
                   IF MEETING-FILE-STATUS IS NOT EQUAL TO "00"
                       CONTINUE
                   ELSE
                       PERFORM 3421-LOAD-ONE-MEETING
                           UNTIL MEETING-EOF-FLG IS EQUAL TO 'Y'
                           OR MEETING-COUNT IS EQUAL TO 500
                       CLOSE MEETING-FILE
                   END-IF.

                   3421-LOAD-ONE-MEETING.
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
                               MOVE MTG-DAYS
                                 TO MTT-DAYS(MEETING-COUNT)
                               MOVE MTG-START-TIME
                                 TO MTT-START-TIME(MEETING-COUNT)
                               MOVE MTG-END-TIME
                                 TO MTT-END-TIME(MEETING-COUNT)
                       END-READ.

      * the updated enrolled counts go back in one pass on exit
               341-REWRITE-SECTION-TABLE.
                   OPEN OUTPUT SECTION-FILE.
                   END-IF.

                   3241-CAPTURE-ONE-SLOT.
                       MOVE SPACES TO FORM-PICKED-SECTION(CRS-SUB).
                       IF COURSE-CODE(CRS-SUB) IS EQUAL TO SPACE
                           CONTINUE
                       ELSE
                               DISPLAY "NO SUCH SECTION FOR "
                                 COURSE-CODE(CRS-SUB)
                           ELSE
                               PERFORM 328-CHECK-TIMETABLE-CLASH
                               IF TIMETABLE-CLASH
                                   DISPLAY "CLASHES WITH "
                                     CLASH-COURSE-CODE " SECTION "
                                     CLASH-SECTION-CODE
                                     " - PICK ANOTHER OR LEAVE BLANK"
                               ELSE IF
                                   TBL-SEC-ENROLLED(SECTION-FOUND-SUB)
                                   IS NOT LESS THAN
                                   TBL-SEC-CAPACITY
                                     (SECTION-FOUND-SUB)
                                   PERFORM 326-ENROL-IN-SECTION
                                   MOVE 'Y' TO SECTION-DONE-FLAG
                               END-IF
                               END-IF
                           END-IF
                       END-IF.


                   ADD 1 TO TBL-SEC-ENROLLED(SECTION-FOUND-SUB).
                   MOVE 'Y' TO SECTION-CHANGED-FLAG.
                   MOVE ENTRY-SECTION-CODE
                     TO FORM-PICKED-SECTION(CRS-SUB).
                   MOVE TBL-SEC-TERM-CODE(SECTION-FOUND-SUB)
                     TO FORM-PICKED-TERM(CRS-SUB).

      * the chosen section against the sections already captured
      * higher up the form in the same term - two sections clash
      * when they share a day and each starts before the other ends
               328-CHECK-TIMETABLE-CLASH.
                   MOVE 'N' TO CLASH-FLAG.
                   MOVE COURSE-CODE(CRS-SUB) TO MEETING-LOOKUP-COURSE.
                   MOVE ENTRY-SECTION-CODE TO MEETING-LOOKUP-SECTION.
                   MOVE TBL-SEC-TERM-CODE(SECTION-FOUND-SUB)
                     TO MEETING-LOOKUP-TERM.
                   PERFORM 329-FIND-MEETING-ROW.
                   MOVE MEETING-FOUND-SUB TO CANDIDATE-MEETING-SUB.

                   IF CANDIDATE-MEETING-SUB IS GREATER THAN ZERO
                       PERFORM 3281-CHECK-ONE-PICKED
                           VARYING PICKED-SUB FROM 1 BY 1
                           UNTIL PICKED-SUB IS NOT LESS THAN CRS-SUB
                           OR TIMETABLE-CLASH
                   END-IF.

                   3281-CHECK-ONE-PICKED.
                       IF FORM-PICKED-SECTION(PICKED-SUB) IS NOT EQUAL
                           TO SPACES
                           AND FORM-PICKED-TERM(PICKED-SUB) IS EQUAL
                               TO MEETING-LOOKUP-TERM
                           MOVE COURSE-CODE(PICKED-SUB)
                             TO MEETING-LOOKUP-COURSE
                           MOVE FORM-PICKED-SECTION(PICKED-SUB)
                             TO MEETING-LOOKUP-SECTION
                           PERFORM 329-FIND-MEETING-ROW
                           IF MEETING-FOUND-SUB IS GREATER THAN ZERO
                               PERFORM 3282-COMPARE-MEETINGS
                           END-IF
                       END-IF.

                   3282-COMPARE-MEETINGS.
                       IF MTT-START-TIME(CANDIDATE-MEETING-SUB)
                           IS LESS THAN
                             MTT-END-TIME(MEETING-FOUND-SUB)
                           AND MTT-START-TIME(MEETING-FOUND-SUB)
                               IS LESS THAN
                                 MTT-END-TIME(CANDIDATE-MEETING-SUB)
                           PERFORM 3283-CHECK-ONE-DAY
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

                   3283-CHECK-ONE-DAY.
                       IF MTT-DAY(CANDIDATE-MEETING-SUB, DAY-SUB)
                           IS NOT EQUAL TO SPACE
                           AND MTT-DAY(MEETING-FOUND-SUB, DAY-SUB)
                               IS NOT EQUAL TO SPACE
                           MOVE 'Y' TO CLASH-FLAG
                       END-IF.

               329-FIND-MEETING-ROW.
                   MOVE 0 TO MEETING-FOUND-SUB.

                   PERFORM 3291-CHECK-ONE-MEETING
                       VARYING MEETING-FIND-SUB FROM 1 BY 1
                       UNTIL MEETING-FIND-SUB > MEETING-COUNT
                       OR MEETING-FOUND-SUB IS GREATER THAN ZERO.

                   3291-CHECK-ONE-MEETING.
                       IF MTT-COURSE-CODE(MEETING-FIND-SUB) IS EQUAL
                           TO MEETING-LOOKUP-COURSE
                           AND MTT-SECTION-CODE(MEETING-FIND-SUB)
                               IS EQUAL TO MEETING-LOOKUP-SECTION
                           AND MTT-TERM-CODE(MEETING-FIND-SUB)
                               IS EQUAL TO MEETING-LOOKUP-TERM
                           MOVE MEETING-FIND-SUB TO MEETING-FOUND-SUB
                       END-IF.

      * every entered course's prerequisite chain, checked against
      * the pass table - a brand-new student has no history yet, so
                             CAT-PREREQ-COUNT(CATALOG-FOUND-SUB).

                       3223-CHECK-ONE-PREREQ.
      * the passes are held under current codes, so the prerequisite
      * is looked up under its current code too
                           MOVE CAT-PREREQ-CODE
                               (CATALOG-FOUND-SUB, PREREQ-SUB)
                             TO EQUIV-LOOKUP-CODE.
                           MOVE ZERO TO EQUIV-LOOKUP-TERM.
                           PERFORM 337-MAP-EQUIVALENT-CODE.
                           MOVE EQUIV-COURSE-CODE TO PASS-LOOKUP-COURSE.
                           PERFORM 323-FIND-PASS-ENTRY.
                           IF NOT PASS-FOUND
                               DISPLAY "WARNING - "
