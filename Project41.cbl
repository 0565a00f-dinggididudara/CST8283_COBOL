      *          per-program counts at the bottom tell each chair how
      *          big their convocation is going to be
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - course renumberings on PROJECT100's
      *                   COURSE-EQUIVALENCY.txt: history, transfer,
      *                   and required codes are all taken as their
      *                   current code, so a pass under the old number
      *                   satisfies the new requirement and is counted
      *                   once
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT41.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSFER-FILE-STATUS.

      * PROJECT100's course renumberings - an old code maps to the
      * current one for attempts before the effective term
           SELECT EQUIVALENCY-FILE
           ASSIGN TO "..\COURSE-EQUIVALENCY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EQUIVALENCY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REQUIREMENTS-FILE.
         05 TRC-COURSE-CODE PIC X(7).
         05 TRC-CREDIT-HOURS PIC 9(1).

      * kept in step with Project100.cbl's FD EQUIVALENCY-FILE
       FD EQUIVALENCY-FILE.
       01 EQUIVALENCY-RECORD.
         05 EQV-OLD-CODE PIC X(7).
         05 EQV-CURRENT-CODE PIC X(7).
         05 EQV-EFFECTIVE-TERM PIC 9(6).

       FD AUDIT-REPORT.
       01 AUDIT-REPORT-LINE.
         05 AUD-STUDENT-NUMBER-OUT PIC X(6).
      * on the history - the transcript's D line
       01 PASSING-MARK PIC 9(3) VALUE 60.

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

       01 REQUIREMENTS-TABLE.
         05 REQUIREMENTS-ENTRY OCCURS 1 TO 50 TIMES
             DEPENDING ON REQUIREMENTS-COUNT.
       PROCEDURE DIVISION.
      * main procedure
       100-RUN-GRADUATION-AUDIT.
           PERFORM 230-LOAD-EQUIVALENCY-TABLE.
           PERFORM 200-LOAD-REQUIREMENTS.
           PERFORM 210-LOAD-HISTORY-TABLE.
           PERFORM 220-LOAD-TRANSFER-CREDITS.

               202-LOAD-ONE-REQUIRED-COURSE.
                   MOVE PRQ-COURSE-CODE(REQ-COURSE-SUB)
                     TO EQUIV-LOOKUP-CODE.
                   MOVE ZERO TO EQUIV-LOOKUP-TERM.
                   PERFORM 240-MAP-EQUIVALENT-CODE.
                   MOVE EQUIV-COURSE-CODE
                     TO RQT-COURSE-CODE
                       (REQUIREMENTS-COUNT, REQ-COURSE-SUB).

                               UNTIL COURSE-SUB > TH-COURSE-COUNT
                   END-READ.

      * the code is held as the course it counts as today
               212-LOAD-ONE-HISTORY-COURSE.
                   MOVE TH-COURSE-CODE(COURSE-SUB) TO EQUIV-LOOKUP-CODE.
                   MOVE TH-TERM-CODE TO EQUIV-LOOKUP-TERM.
                   PERFORM 240-MAP-EQUIVALENT-CODE.
                   MOVE EQUIV-COURSE-CODE
                     TO HST-COURSE-CODE-CONTAINER
                       (HISTORY-TABLE-COUNT, COURSE-SUB).
                   MOVE TH-COURSE-AVERAGE(COURSE-SUB)
                           MOVE 1
                             TO HST-COURSE-COUNT-CONTAINER
                               (HISTORY-TABLE-COUNT)
                           MOVE TRC-COURSE-CODE TO EQUIV-LOOKUP-CODE
                           MOVE ZERO TO EQUIV-LOOKUP-TERM
                           PERFORM 240-MAP-EQUIVALENT-CODE
                           MOVE EQUIV-COURSE-CODE
                             TO HST-COURSE-CODE-CONTAINER
                               (HISTORY-TABLE-COUNT, 1)
                           MOVE PASSING-MARK
                               (HISTORY-TABLE-COUNT, 1)
                   END-READ.

      * a missing equivalency file just means nothing has been
      * renumbered yet
           230-LOAD-EQUIVALENCY-TABLE.
               OPEN INPUT EQUIVALENCY-FILE.
               IF EQUIVALENCY-FILE-STATUS IS NOT EQUAL TO "00"
                   CONTINUE
               ELSE
                   PERFORM 231-LOAD-ONE-EQUIVALENCY
                       UNTIL EQUIVALENCY-EOF-FLG IS EQUAL TO 'Y'
                       OR EQUIVALENCY-COUNT IS EQUAL TO 300
                   CLOSE EQUIVALENCY-FILE
               END-IF.

               231-LOAD-ONE-EQUIVALENCY.
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
           240-MAP-EQUIVALENT-CODE.
               MOVE EQUIV-LOOKUP-CODE TO EQUIV-COURSE-CODE.
               MOVE 'N' TO EQUIVALENCY-FOUND-FLAG.
               PERFORM 241-CHECK-ONE-EQUIVALENCY
                   VARYING EQUIVALENCY-FIND-SUB FROM 1 BY 1
                   UNTIL EQUIVALENCY-FIND-SUB > EQUIVALENCY-COUNT
                   OR EQUIVALENCY-FOUND.

               241-CHECK-ONE-EQUIVALENCY.
                   IF EQT-OLD-CODE(EQUIVALENCY-FIND-SUB) IS EQUAL TO
                       EQUIV-LOOKUP-CODE
                       AND (EQUIV-LOOKUP-TERM IS EQUAL TO ZERO
                         OR EQUIV-LOOKUP-TERM IS LESS THAN
                           EQT-EFFECTIVE-TERM(EQUIVALENCY-FIND-SUB))
                       MOVE 'Y' TO EQUIVALENCY-FOUND-FLAG
                       MOVE EQT-CURRENT-CODE(EQUIVALENCY-FIND-SUB)
                         TO EQUIV-COURSE-CODE
                   END-IF.

      * one audit line per student who is a candidate or close to it -
      * the master drives the walk because the program of study lives
      * there, not on the history
