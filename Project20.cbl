      *                   - opted-out students say so on the
      *                   register. Retro mode leaves the premium
      *                   alone, the same as the course fees
      *  15-OCT-2026 SL - campus rates: a rate row may name a campus;
      *                   the row for the student's home campus off
      *                   STUDENT-CAMPUS.txt (MAIN when none is set)
      *                   wins over the blank all-campus row for the
      *                   same program and date
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT20.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HEALTH-OPTOUT-STATUS.

      * each student's home campus, kept by PROJECT150 - a student
      * with no row is at MAIN
           SELECT STUDENT-CAMPUS-FILE
           ASSIGN TO "..\STUDENT-CAMPUS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-CAMPUS-STATUS.

      * the arithmetic per student, so nobody ever again has to ask
      * how a figure was arrived at
           SELECT ASSESSMENT-REGISTER
      * dates existed read back
         05 RT-EFFECTIVE-FROM PIC X(8).
         05 RT-EFFECTIVE-TO PIC X(8).
      * the campus the row prices - blank holds at every campus
         05 RT-CAMPUS-CODE PIC X(4).

      * kept in step with Project02.cbl's FD COURSE-FILE
       FD COURSE-FILE.
         05 HOP-OPTOUT-DATE PIC 9(8).
         05 HOP-STATUS PIC X(1).

      * kept in step with Project150.cbl's FD STUDENT-CAMPUS-FILE
       FD STUDENT-CAMPUS-FILE.
       01 STUDENT-CAMPUS-RECORD.
         05 SCM-STUDENT-NUMBER PIC 9(6).
         05 SCM-CAMPUS-CODE PIC X(4).
         05 SCM-SOURCE PIC X(1).
         05 SCM-SET-DATE PIC 9(8).

      * one line per student - every input to the arithmetic and the
      * result, old amount beside new
       FD ASSESSMENT-REGISTER.
           10 RTE-INTL-MULTIPLIER PIC 9V99.
           10 RTE-EFFECTIVE-FROM PIC 9(8).
           10 RTE-EFFECTIVE-TO PIC 9(8).
           10 RTE-CAMPUS-CODE PIC X(4).

       01 RATE-VARIABLES.
         05 RATE-TABLE-COUNT PIC 9(3) VALUE 0.
           88 RATE-FOUND VALUE 'Y'.
      * which date 301 is selecting the in-force row against
         05 RATE-SELECT-DATE PIC 9(8).
      * the student's own campus, and the all-campus row 301 falls
      * back on when that campus has no row of its own
         05 RATE-HOME-CAMPUS PIC X(4).
         05 RATE-FALLBACK-SUB PIC 9(3).

      * the home campuses on file
       01 STUDENT-CAMPUS-CONTAINER.
         05 STUDENT-CAMPUS-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON STUDENT-CAMPUS-COUNT.
           10 SCM-STUDENT-CONTAINER PIC 9(6).
           10 SCM-CAMPUS-CONTAINER PIC X(4).

       01 STUDENT-CAMPUS-VARIABLES.
         05 STUDENT-CAMPUS-STATUS PIC X(2).
         05 STUDENT-CAMPUS-COUNT PIC 9(4) VALUE 0.
         05 STUDENT-CAMPUS-SUB PIC 9(4).
         05 STUDENT-CAMPUS-EOF-FLG PIC X(1) VALUE 'N'.
         05 DEFAULT-CAMPUS-CODE PIC X(4) VALUE "MAIN".

      * the catalog's ancillary fee per course, loaded at startup
       01 COURSE-FEE-TABLE.
           PERFORM 206-LOAD-DEPOSIT-TABLE.
           PERFORM 207-READ-HEALTH-FEE.
           PERFORM 208-LOAD-HEALTH-OPTOUTS.
           PERFORM 209-LOAD-STUDENT-CAMPUSES.
           PERFORM 201-LOAD-STUDENT-MASTER.
           PERFORM 270-VERIFY-MASTER-CONTROL.
           PERFORM 202-OPEN-ASSESSMENT-FILES.
                             TO RTE-FLAT-FEE(RATE-TABLE-COUNT)
                           MOVE RT-INTL-MULTIPLIER
                             TO RTE-INTL-MULTIPLIER(RATE-TABLE-COUNT)
                           MOVE RT-CAMPUS-CODE
                             TO RTE-CAMPUS-CODE(RATE-TABLE-COUNT)
                           PERFORM 2002-DEFAULT-EFFECTIVE-DATES
                   END-READ.

                           END-IF
                   END-READ.

      * the home campuses - a missing file leaves everyone at MAIN
           209-LOAD-STUDENT-CAMPUSES.
               OPEN INPUT STUDENT-CAMPUS-FILE.
               IF STUDENT-CAMPUS-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF STUDENT-CAMPUS-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUDENT-CAMPUS.txt - "
                     "STATUS " STUDENT-CAMPUS-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2091-LOAD-ONE-STUDENT-CAMPUS
                       UNTIL STUDENT-CAMPUS-EOF-FLG IS EQUAL TO 'Y'
                       OR STUDENT-CAMPUS-COUNT IS EQUAL TO 5000
                   CLOSE STUDENT-CAMPUS-FILE
               END-IF
               END-IF.

               2091-LOAD-ONE-STUDENT-CAMPUS.
                   READ STUDENT-CAMPUS-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-CAMPUS-EOF-FLG
                       NOT AT END
                           ADD 1 TO STUDENT-CAMPUS-COUNT
                           MOVE SCM-STUDENT-NUMBER TO
                             SCM-STUDENT-CONTAINER(STUDENT-CAMPUS-COUNT)
                           MOVE SCM-CAMPUS-CODE TO
                             SCM-CAMPUS-CONTAINER(STUDENT-CAMPUS-COUNT)
                   END-READ.

      * load the whole tuition master, same load loop as
      * Project09.cbl's 200-LOAD-STUDENT-MASTER
           201-LOAD-STUDENT-MASTER.
               END-IF.

      * the rate rides on the student's first program of study, and
      * only a row in force on RATE-SELECT-DATE counts; a row for the
      * student's home campus beats the blank all-campus row
           301-FIND-RATE-ENTRY.
               MOVE 'N' TO RATE-FOUND-FLAG.
               MOVE 0 TO RATE-FOUND-SUB.
               MOVE 0 TO RATE-FALLBACK-SUB.
               PERFORM 3012-FIND-HOME-CAMPUS.

               PERFORM 3011-CHECK-ONE-RATE
                   VARYING RATE-FIND-SUB FROM 1 BY 1
                   UNTIL RATE-FIND-SUB > RATE-TABLE-COUNT
                   OR RATE-FOUND.

               IF NOT RATE-FOUND
                   AND RATE-FALLBACK-SUB IS GREATER THAN ZERO
                   MOVE 'Y' TO RATE-FOUND-FLAG
                   MOVE RATE-FALLBACK-SUB TO RATE-FOUND-SUB
               END-IF.

               3011-CHECK-ONE-RATE.
                   IF RTE-PROGRAM-CODE(RATE-FIND-SUB) IS EQUAL TO
                       MST-PROGRAM-OF-STUDY(MASTER-SUB, 1)
                           IS NOT GREATER THAN RATE-SELECT-DATE
                       AND RTE-EFFECTIVE-TO(RATE-FIND-SUB)
                           IS NOT LESS THAN RATE-SELECT-DATE
                       IF RTE-CAMPUS-CODE(RATE-FIND-SUB) IS EQUAL TO
                           RATE-HOME-CAMPUS
                           MOVE 'Y' TO RATE-FOUND-FLAG
                           MOVE RATE-FIND-SUB TO RATE-FOUND-SUB
                       ELSE IF RTE-CAMPUS-CODE(RATE-FIND-SUB)
                           IS EQUAL TO SPACES
                           AND RATE-FALLBACK-SUB IS EQUAL TO ZERO
                           MOVE RATE-FIND-SUB TO RATE-FALLBACK-SUB
                       END-IF
                       END-IF
                   END-IF.

               3012-FIND-HOME-CAMPUS.
                   MOVE DEFAULT-CAMPUS-CODE TO RATE-HOME-CAMPUS.
                   PERFORM 3013-CHECK-ONE-STUDENT-CAMPUS
                       VARYING STUDENT-CAMPUS-SUB FROM 1 BY 1
                       UNTIL STUDENT-CAMPUS-SUB > STUDENT-CAMPUS-COUNT.

               3013-CHECK-ONE-STUDENT-CAMPUS.
                   IF SCM-STUDENT-CONTAINER(STUDENT-CAMPUS-SUB)
                       IS EQUAL TO MST-STUDENT-NUMBER(MASTER-SUB)
                       AND SCM-CAMPUS-CONTAINER(STUDENT-CAMPUS-SUB)
                           IS NOT EQUAL TO SPACES
                       MOVE SCM-CAMPUS-CONTAINER(STUDENT-CAMPUS-SUB)
                         TO RATE-HOME-CAMPUS
                   END-IF.

           302-COMPUTE-ASSESSMENT.
