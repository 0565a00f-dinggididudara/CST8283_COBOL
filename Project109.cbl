      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: term-end merit award selection. Every award on
      *          PROJECT47's AWARD-MASTER.txt with a winners-per-term
      *          count carries its own eligibility rules - minimum
      *          term average, full course load (four or more real
      *          courses, same line PROJECT30 draws), program of
      *          study, and no misconduct case on
      *          MISCONDUCT-CASES.txt or no payment hold on the
      *          master. Choice 1 ranks every student with a row for
      *          the keyed term on TERMHIST.txt who meets an award's
      *          rules, highest term average first (more credit hours
      *          then the lower student number breaks a tie), and
      *          writes the ranked list to AWARD-CANDIDATES.txt - the
      *          top ranks up to the winners count marked R for
      *          recommended, the rest E for eligible. Choice 2 takes
      *          the committee's decisions: each recommended student
      *          is approved or declined in rank order, a declined
      *          place going to the next eligible student, and every
      *          approved winner is appended to AWARD-TRANS.txt ready
      *          for PROJECT48 to post. A term with decisions already
      *          recorded is not re-ranked, so no winner can be
      *          approved twice
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT109.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the awards and their selection rules - read only
           SELECT AWARD-FILE
           ASSIGN TO "..\AWARD-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AWARD-FILE-STATUS.

      * PROJECT18's term history - read only
           SELECT TERM-HISTORY-FILE
           ASSIGN TO "..\TERMHIST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TERM-HISTORY-STATUS.

      * the sequential extract of the master - read only, for the
      * program of study and the payment hold
           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

      * PROJECT101's misconduct cases - read only
           SELECT CASE-FILE
           ASSIGN TO "..\MISCONDUCT-CASES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CASE-FILE-STATUS.

      * the ranked candidates and the committee's decisions, every
      * term kept - rewritten whole by both choices
           SELECT CANDIDATE-FILE
           ASSIGN TO "..\AWARD-CANDIDATES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CANDIDATE-FILE-STATUS.

      * PROJECT48's input - appended with the approved winners
           SELECT AWARD-TRANS-FILE
           ASSIGN TO "..\AWARD-TRANS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AWARD-TRANS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * kept in step with Project47.cbl's FD AWARD-FILE
       FD AWARD-FILE.
       01 AWARD-FILE-IN.
         05 AWD-CODE PIC X(6).
         05 AWD-NAME PIC X(30).
         05 AWD-FUND-SOURCE PIC X(20).
         05 AWD-TERM-AMOUNT PIC 9999V99.
         05 AWD-WINNERS-PER-TERM PIC 9(2).
         05 AWD-MIN-AVERAGE PIC 9(3).
         05 AWD-FULL-LOAD-FLAG PIC X(1).
         05 AWD-PROGRAM PIC X(5).
         05 AWD-NO-MISCONDUCT-FLAG PIC X(1).
         05 AWD-NO-HOLD-FLAG PIC X(1).

      * kept in step with Project18.cbl's FD TERM-HISTORY-FILE
       FD TERM-HISTORY-FILE.
       01 TERM-HISTORY-RECORD.
         05 TH-STUDENT-NUMBER PIC 9(6).
         05 TH-TERM-CODE PIC 9(6).
         05 TH-STUDENT-NAME PIC X(40).
         05 TH-STUDENT-AVERAGE PIC 9(3).
         05 TH-COURSE-COUNT PIC 9(1).
         05 TH-COURSE-ENTRY OCCURS 1 TO 5 TIMES
             DEPENDING ON TH-COURSE-COUNT.
           10 TH-COURSE-CODE PIC X(7).
           10 TH-COURSE-AVERAGE PIC 9(3).
           10 TH-COURSE-CREDIT-HOURS PIC 9(1).

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

      * kept in step with Project101.cbl's FD CASE-FILE
       FD CASE-FILE.
       01 CASE-RECORD.
         05 CAS-CASE-NUMBER PIC 9(5).
         05 CAS-STUDENT-NUMBER PIC 9(6).
         05 CAS-COURSE-CODE PIC X(7).
         05 CAS-TERM-CODE PIC 9(6).
         05 CAS-OFFENCE-TYPE PIC X(1).
         05 CAS-SANCTION PIC X(1).
         05 CAS-REDUCTION PIC 9(3).
         05 CAS-DECISION-DATE PIC 9(8).
         05 CAS-OFFENCE-NUMBER PIC 9(2).
         05 CAS-ESCALATED-FLAG PIC X(1).
         05 CAS-OLD-MARK PIC 9(3).
         05 CAS-NEW-MARK PIC 9(3).
         05 CAS-OPERATOR PIC X(8).

      * one ranked candidate for one award in one term, spaced out so
      * the committee can read the file as it stands. Status R is
      * recommended (inside the winners count), E eligible below the
      * cut, A approved, D declined - the decision date and operator
      * are filled in by choice 2
       FD CANDIDATE-FILE.
       01 CANDIDATE-RECORD.
         05 CND-TERM-CODE PIC 9(6).
         05 FILLER PIC X(2).
         05 CND-AWARD-CODE PIC X(6).
         05 FILLER PIC X(2).
         05 CND-RANK PIC 9(3).
         05 FILLER PIC X(2).
         05 CND-STUDENT-NUMBER PIC 9(6).
         05 FILLER PIC X(2).
         05 CND-STUDENT-NAME PIC X(40).
         05 FILLER PIC X(2).
         05 CND-TERM-AVERAGE PIC 9(3).
         05 FILLER PIC X(2).
         05 CND-CREDIT-HOURS PIC 9(2).
         05 FILLER PIC X(2).
         05 CND-STATUS PIC X(1).
         05 FILLER PIC X(2).
         05 CND-DECISION-DATE PIC 9(8).
         05 FILLER PIC X(2).
         05 CND-OPERATOR PIC X(8).

      * kept in step with Project48.cbl's FD AWARD-TRANS-FILE
       FD AWARD-TRANS-FILE.
       01 AWARD-TRANS-RECORD.
         05 ATR-STUDENT-NUMBER PIC X(6).
         05 ATR-AWARD-CODE PIC X(6).
         05 ATR-TERM-CODE PIC X(6).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 AWARD-FILE-STATUS PIC X(2).
         05 TERM-HISTORY-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 CASE-FILE-STATUS PIC X(2).
         05 CANDIDATE-FILE-STATUS PIC X(2).
         05 AWARD-TRANS-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 AWARD-EOF-FLG PIC X(1) VALUE 'N'.
         05 HISTORY-EOF-FLG PIC X(1) VALUE 'N'.
         05 STUDENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 CASE-EOF-FLG PIC X(1) VALUE 'N'.
         05 CANDIDATE-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-RAW PIC 9(8).
       01 OPERATOR-ID PIC X(8).
       01 MENU-CHOICE PIC X(1).

      * the term being ranked or decided, as keyed
       01 TERM-KEY-FIELDS.
         05 SELECT-TERM-ENTRY PIC X(6).
         05 SELECT-TERM-CODE PIC 9(6).

      * four or more real courses in the term is a full load - the
      * same line PROJECT15 and PROJECT30 draw for full-time
       01 FULL-LOAD-COURSES PIC 9(1) VALUE 4.

      * the award master - only awards with a winners count are
      * ranked, the rest stay awarded by hand
       01 AWARD-TABLE.
         05 AWARD-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON AWARD-COUNT.
           10 TBL-AWD-CODE PIC X(6).
           10 TBL-AWD-NAME PIC X(30).
           10 TBL-AWD-WINNERS-PER-TERM PIC 9(2).
           10 TBL-AWD-MIN-AVERAGE PIC 9(3).
           10 TBL-AWD-FULL-LOAD-FLAG PIC X(1).
           10 TBL-AWD-PROGRAM PIC X(5).
           10 TBL-AWD-NO-MISCONDUCT-FLAG PIC X(1).
           10 TBL-AWD-NO-HOLD-FLAG PIC X(1).

       01 AWARD-VARIABLES.
         05 AWARD-COUNT PIC 9(3) VALUE 0.
         05 AWARD-SUB PIC 9(3).
         05 AWARD-FIND-SUB PIC 9(3).
         05 AWARD-FOUND-SUB PIC 9(3) VALUE 0.

      * the keyed term's rows off TERMHIST.txt, with what the rules
      * need already worked out against the master and the cases
       01 HISTORY-TABLE.
         05 HISTORY-ENTRY OCCURS 1 TO 6000 TIMES
             DEPENDING ON HISTORY-COUNT.
           10 HTB-STUDENT-NUMBER PIC 9(6).
           10 HTB-STUDENT-NAME PIC X(40).
           10 HTB-TERM-AVERAGE PIC 9(3).
           10 HTB-REAL-COURSES PIC 9(1).
           10 HTB-CREDIT-HOURS PIC 9(2).
           10 HTB-MASTER-SUB PIC 9(4).
           10 HTB-CASE-FLAG PIC X(1).
             88 HTB-HAS-CASE VALUE 'Y'.

       01 HISTORY-VARIABLES.
         05 HISTORY-COUNT PIC 9(4) VALUE 0.
         05 HISTORY-SUB PIC 9(4).
         05 HISTORY-COURSE-SUB PIC 9(1).

      * program of study and hold flag for every student on the
      * master
       01 MASTER-TABLE.
         05 MASTER-ENTRY OCCURS 1 TO 6000 TIMES
             DEPENDING ON MASTER-COUNT.
           10 MST-STUDENT-NUMBER PIC 9(6).
           10 MST-PROGRAM-COUNT PIC 9(1).
           10 MST-PROGRAM-OF-STUDY PIC X(5) OCCURS 3 TIMES.
           10 MST-PAYMENT-HOLD-FLAG PIC X(1).

       01 MASTER-VARIABLES.
         05 MASTER-COUNT PIC 9(4) VALUE 0.
         05 MASTER-FIND-SUB PIC 9(4).
         05 MASTER-PROGRAM-SUB PIC 9(1).

      * every student number with a misconduct case on file
       01 CASE-TABLE.
         05 CASE-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON CASE-COUNT.
           10 CST-STUDENT-NUMBER PIC 9(6).

       01 CASE-VARIABLES.
         05 CASE-COUNT PIC 9(4) VALUE 0.
         05 CASE-FIND-SUB PIC 9(4).

      * the whole candidate file, every term, written back whole
       01 CANDIDATE-TABLE.
         05 CANDIDATE-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON CANDIDATE-COUNT.
           10 CDT-TERM-CODE PIC 9(6).
           10 CDT-AWARD-CODE PIC X(6).
           10 CDT-RANK PIC 9(3).
           10 CDT-STUDENT-NUMBER PIC 9(6).
           10 CDT-STUDENT-NAME PIC X(40).
           10 CDT-TERM-AVERAGE PIC 9(3).
           10 CDT-CREDIT-HOURS PIC 9(2).
           10 CDT-STATUS PIC X(1).
             88 CDT-RECOMMENDED VALUE 'R'.
             88 CDT-ELIGIBLE VALUE 'E'.
             88 CDT-APPROVED VALUE 'A'.
             88 CDT-DECLINED VALUE 'D'.
           10 CDT-DECISION-DATE PIC 9(8).
           10 CDT-OPERATOR PIC X(8).

       01 CANDIDATE-VARIABLES.
         05 CANDIDATE-COUNT PIC 9(4) VALUE 0.
         05 CANDIDATE-SUB PIC 9(4).
         05 CANDIDATE-FIND-SUB PIC 9(4).
         05 CANDIDATE-KEEP-COUNT PIC 9(4).
         05 TERM-DECIDED-FLAG PIC X(1).
           88 TERM-HAS-DECISIONS VALUE 'Y'.
         05 CANDIDATE-FULL-FLAG PIC X(1) VALUE 'N'.
           88 CANDIDATE-TABLE-FULL VALUE 'Y'.

      * one award's eligible students, sorted on a key that puts the
      * highest average first, then the most credit hours, then the
      * lowest student number
       01 RANK-TABLE.
         05 RANK-ENTRY OCCURS 1 TO 6000 TIMES
             DEPENDING ON RANK-COUNT.
           10 RNK-SORT-KEY.
             15 RNK-AVERAGE-KEY PIC 9(3).
             15 RNK-HOURS-KEY PIC 9(2).
             15 RNK-STUDENT-KEY PIC 9(6).
           10 RNK-HISTORY-SUB PIC 9(4).

       01 RANK-VARIABLES.
         05 RANK-COUNT PIC 9(4) VALUE 0.
         05 RANK-SUB PIC 9(4).
         05 RANK-SORT-SUB-1 PIC 9(4).
         05 RANK-SORT-SUB-2 PIC 9(4).
         05 RANK-SORT-HOLD.
           10 HOLD-SORT-KEY PIC 9(11).
           10 HOLD-HISTORY-SUB PIC 9(4).
         05 ELIGIBLE-FLAG PIC X(1).
           88 STUDENT-IS-ELIGIBLE VALUE 'Y'.
         05 PROGRAM-MATCH-FLAG PIC X(1).
           88 PROGRAM-MATCHED VALUE 'Y'.

      * the award being decided in choice 2
       01 DECISION-FIELDS.
         05 CURRENT-AWARD-CODE PIC X(6).
         05 AWARD-PLACES PIC 9(2).
         05 AWARD-APPROVED PIC 9(2).
         05 DECISION-ANSWER PIC X(1).
           88 DECISION-VALID VALUE 'Y' 'N'.

       01 COUNTERS.
         05 HOW-MANY-AWARDS-RANKED PIC 9(3) VALUE 0.
         05 HOW-MANY-CANDIDATES PIC 9(5) VALUE 0.
         05 HOW-MANY-RECOMMENDED PIC 9(5) VALUE 0.
         05 HOW-MANY-APPROVED PIC 9(5) VALUE 0.
         05 HOW-MANY-DECLINED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
      * main procedure - one term per run
       100-SELECT-MERIT-AWARDS.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           DISPLAY "1 - RANK MERIT AWARD CANDIDATES FOR A TERM".
           DISPLAY "2 - RECORD THE COMMITTEE'S APPROVED WINNERS".
           DISPLAY "ENTER YOUR CHOICE:".
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE IS NOT EQUAL TO '1'
               AND MENU-CHOICE IS NOT EQUAL TO '2'
               DISPLAY "INVALID CHOICE - RUN ENDED"
               STOP RUN
           END-IF.

           DISPLAY "ENTER TERM CODE (YYYYTT):".
           ACCEPT SELECT-TERM-ENTRY.
           IF SELECT-TERM-ENTRY IS NOT NUMERIC
               DISPLAY "TERM CODE MUST BE SIX DIGITS - RUN ENDED"
               STOP RUN
           END-IF.
           MOVE SELECT-TERM-ENTRY TO SELECT-TERM-CODE.

           PERFORM 200-LOAD-AWARD-MASTER.
           PERFORM 240-LOAD-CANDIDATE-FILE.

           IF MENU-CHOICE IS EQUAL TO '1'
               PERFORM 300-RANK-TERM
           ELSE
               PERFORM 500-DECIDE-TERM-WINNERS
           END-IF.
           STOP RUN.

      * no award master means no rules to rank against
           200-LOAD-AWARD-MASTER.
               OPEN INPUT AWARD-FILE.
               IF AWARD-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN AWARD-MASTER.txt - STATUS "
                     AWARD-FILE-STATUS
                   DISPLAY "SET UP AWARDS WITH PROJECT47 FIRST"
                   STOP RUN
               END-IF.
               PERFORM 2001-LOAD-ONE-AWARD
                   UNTIL AWARD-EOF-FLG IS EQUAL TO 'Y'
                   OR AWARD-COUNT IS EQUAL TO 200.
               CLOSE AWARD-FILE.

      * a line written before the rules existed is hand-awarded
               2001-LOAD-ONE-AWARD.
                   READ AWARD-FILE
                       AT END
                           MOVE 'Y' TO AWARD-EOF-FLG
                       NOT AT END
                           ADD 1 TO AWARD-COUNT
                           MOVE AWD-CODE TO TBL-AWD-CODE(AWARD-COUNT)
                           MOVE AWD-NAME TO TBL-AWD-NAME(AWARD-COUNT)
                           IF AWD-WINNERS-PER-TERM IS NUMERIC
                               AND AWD-MIN-AVERAGE IS NUMERIC
                               MOVE AWD-WINNERS-PER-TERM
                                 TO TBL-AWD-WINNERS-PER-TERM
                                    (AWARD-COUNT)
                               MOVE AWD-MIN-AVERAGE
                                 TO TBL-AWD-MIN-AVERAGE(AWARD-COUNT)
                           ELSE
                               MOVE ZERO
                                 TO TBL-AWD-WINNERS-PER-TERM
                                    (AWARD-COUNT)
                               MOVE ZERO
                                 TO TBL-AWD-MIN-AVERAGE(AWARD-COUNT)
                           END-IF
                           MOVE AWD-FULL-LOAD-FLAG
                             TO TBL-AWD-FULL-LOAD-FLAG(AWARD-COUNT)
                           MOVE AWD-PROGRAM
                             TO TBL-AWD-PROGRAM(AWARD-COUNT)
                           MOVE AWD-NO-MISCONDUCT-FLAG
                             TO TBL-AWD-NO-MISCONDUCT-FLAG
                                (AWARD-COUNT)
                           MOVE AWD-NO-HOLD-FLAG
                             TO TBL-AWD-NO-HOLD-FLAG(AWARD-COUNT)
                   END-READ.

      * the term's rows only - the master and the cases have to be
      * loaded first so each row can be resolved against them
           210-LOAD-TERM-HISTORY.
               OPEN INPUT TERM-HISTORY-FILE.
               IF TERM-HISTORY-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TERMHIST.txt - STATUS "
                     TERM-HISTORY-STATUS
                   STOP RUN
               END-IF.
               PERFORM 2101-LOAD-ONE-HISTORY
                   UNTIL HISTORY-EOF-FLG IS EQUAL TO 'Y'
                   OR HISTORY-COUNT IS EQUAL TO 6000.
               CLOSE TERM-HISTORY-FILE.

               2101-LOAD-ONE-HISTORY.
                   READ TERM-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO HISTORY-EOF-FLG
                       NOT AT END
                           IF TH-TERM-CODE IS EQUAL TO SELECT-TERM-CODE
                               PERFORM 2102-KEEP-ONE-HISTORY
                           END-IF
                   END-READ.

               2102-KEEP-ONE-HISTORY.
                   ADD 1 TO HISTORY-COUNT.
                   MOVE HISTORY-COUNT TO HISTORY-SUB.
                   MOVE TH-STUDENT-NUMBER
                     TO HTB-STUDENT-NUMBER(HISTORY-SUB).
                   MOVE TH-STUDENT-NAME
                     TO HTB-STUDENT-NAME(HISTORY-SUB).
                   MOVE TH-STUDENT-AVERAGE
                     TO HTB-TERM-AVERAGE(HISTORY-SUB).
                   MOVE ZERO TO HTB-REAL-COURSES(HISTORY-SUB).
                   MOVE ZERO TO HTB-CREDIT-HOURS(HISTORY-SUB).
                   PERFORM 2103-COUNT-ONE-COURSE
                       VARYING HISTORY-COURSE-SUB FROM 1 BY 1
                       UNTIL HISTORY-COURSE-SUB > TH-COURSE-COUNT.

                   MOVE ZERO TO HTB-MASTER-SUB(HISTORY-SUB).
                   PERFORM 2104-CHECK-ONE-MASTER
                       VARYING MASTER-FIND-SUB FROM 1 BY 1
                       UNTIL MASTER-FIND-SUB > MASTER-COUNT
                       OR HTB-MASTER-SUB(HISTORY-SUB) > ZERO.

                   MOVE 'N' TO HTB-CASE-FLAG(HISTORY-SUB).
                   PERFORM 2105-CHECK-ONE-CASE
                       VARYING CASE-FIND-SUB FROM 1 BY 1
                       UNTIL CASE-FIND-SUB > CASE-COUNT
                       OR HTB-HAS-CASE(HISTORY-SUB).

      * a blank placeholder row is not a course
                   2103-COUNT-ONE-COURSE.
                       IF TH-COURSE-CODE(HISTORY-COURSE-SUB)
                           IS NOT EQUAL TO SPACES
                           ADD 1 TO HTB-REAL-COURSES(HISTORY-SUB)
                           ADD TH-COURSE-CREDIT-HOURS
                               (HISTORY-COURSE-SUB)
                             TO HTB-CREDIT-HOURS(HISTORY-SUB)
                       END-IF.

                   2104-CHECK-ONE-MASTER.
                       IF MST-STUDENT-NUMBER(MASTER-FIND-SUB)
                           IS EQUAL TO TH-STUDENT-NUMBER
                           MOVE MASTER-FIND-SUB
                             TO HTB-MASTER-SUB(HISTORY-SUB)
                       END-IF.

                   2105-CHECK-ONE-CASE.
                       IF CST-STUDENT-NUMBER(CASE-FIND-SUB)
                           IS EQUAL TO TH-STUDENT-NUMBER
                           MOVE 'Y' TO HTB-CASE-FLAG(HISTORY-SUB)
                       END-IF.

           220-LOAD-STUDENT-MASTER.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - STATUS "
                     STUDENT-FILE-STATUS
                   STOP RUN
               END-IF.
               PERFORM 2201-LOAD-ONE-STUDENT
                   UNTIL STUDENT-EOF-FLG IS EQUAL TO 'Y'
                   OR MASTER-COUNT IS EQUAL TO 6000.
               CLOSE STUDENT-FILE.

               2201-LOAD-ONE-STUDENT.
                   READ STUDENT-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-EOF-FLG
                       NOT AT END
                           ADD 1 TO MASTER-COUNT
                           MOVE STUDENT-NUMBER
                             TO MST-STUDENT-NUMBER(MASTER-COUNT)
                           MOVE PROGRAM-COUNT
                             TO MST-PROGRAM-COUNT(MASTER-COUNT)
                           MOVE PAYMENT-HOLD-FLAG
                             TO MST-PAYMENT-HOLD-FLAG(MASTER-COUNT)
                           PERFORM 2202-LOAD-ONE-PROGRAM
                               VARYING MASTER-PROGRAM-SUB FROM 1 BY 1
                               UNTIL MASTER-PROGRAM-SUB > PROGRAM-COUNT
                   END-READ.

                   2202-LOAD-ONE-PROGRAM.
                       MOVE PROGRAM-OF-STUDY(MASTER-PROGRAM-SUB)
                         TO MST-PROGRAM-OF-STUDY
                            (MASTER-COUNT, MASTER-PROGRAM-SUB).

      * no case file just means no cases have been recorded
           230-LOAD-MISCONDUCT-CASES.
               OPEN INPUT CASE-FILE.
               IF CASE-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF CASE-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN MISCONDUCT-CASES.txt - "
                     "STATUS " CASE-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2301-LOAD-ONE-CASE
                       UNTIL CASE-EOF-FLG IS EQUAL TO 'Y'
                       OR CASE-COUNT IS EQUAL TO 3000
                   CLOSE CASE-FILE
               END-IF
               END-IF.

               2301-LOAD-ONE-CASE.
                   READ CASE-FILE
                       AT END
                           MOVE 'Y' TO CASE-EOF-FLG
                       NOT AT END
                           ADD 1 TO CASE-COUNT
                           MOVE CAS-STUDENT-NUMBER
                             TO CST-STUDENT-NUMBER(CASE-COUNT)
                   END-READ.

      * no candidate file yet is an empty one
           240-LOAD-CANDIDATE-FILE.
               OPEN INPUT CANDIDATE-FILE.
               IF CANDIDATE-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF CANDIDATE-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN AWARD-CANDIDATES.txt - "
                     "STATUS " CANDIDATE-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2401-LOAD-ONE-CANDIDATE
                       UNTIL CANDIDATE-EOF-FLG IS EQUAL TO 'Y'
                       OR CANDIDATE-COUNT IS EQUAL TO 5000
                   CLOSE CANDIDATE-FILE
               END-IF
               END-IF.

               2401-LOAD-ONE-CANDIDATE.
                   READ CANDIDATE-FILE
                       AT END
                           MOVE 'Y' TO CANDIDATE-EOF-FLG
                       NOT AT END
                           ADD 1 TO CANDIDATE-COUNT
                           MOVE CANDIDATE-COUNT TO CANDIDATE-SUB
                           MOVE CND-TERM-CODE
                             TO CDT-TERM-CODE(CANDIDATE-SUB)
                           MOVE CND-AWARD-CODE
                             TO CDT-AWARD-CODE(CANDIDATE-SUB)
                           MOVE CND-RANK TO CDT-RANK(CANDIDATE-SUB)
                           MOVE CND-STUDENT-NUMBER
                             TO CDT-STUDENT-NUMBER(CANDIDATE-SUB)
                           MOVE CND-STUDENT-NAME
                             TO CDT-STUDENT-NAME(CANDIDATE-SUB)
                           MOVE CND-TERM-AVERAGE
                             TO CDT-TERM-AVERAGE(CANDIDATE-SUB)
                           MOVE CND-CREDIT-HOURS
                             TO CDT-CREDIT-HOURS(CANDIDATE-SUB)
                           MOVE CND-STATUS TO CDT-STATUS(CANDIDATE-SUB)
                           MOVE CND-DECISION-DATE
                             TO CDT-DECISION-DATE(CANDIDATE-SUB)
                           MOVE CND-OPERATOR
                             TO CDT-OPERATOR(CANDIDATE-SUB)
                   END-READ.

      * choice 1 - a term the committee has already started deciding
      * keeps its ranking; otherwise the term's old rows are dropped
      * and every merit award is ranked afresh
           300-RANK-TERM.
               MOVE 'N' TO TERM-DECIDED-FLAG.
               PERFORM 3001-CHECK-ONE-DECISION
                   VARYING CANDIDATE-SUB FROM 1 BY 1
                   UNTIL CANDIDATE-SUB > CANDIDATE-COUNT
                   OR TERM-HAS-DECISIONS.
               IF TERM-HAS-DECISIONS
                   DISPLAY "WINNERS ALREADY DECIDED FOR TERM "
                     SELECT-TERM-CODE " - NOT RE-RANKED"
                   STOP RUN
               END-IF.

               PERFORM 220-LOAD-STUDENT-MASTER.
               PERFORM 230-LOAD-MISCONDUCT-CASES.
               PERFORM 210-LOAD-TERM-HISTORY.
               IF HISTORY-COUNT IS EQUAL TO ZERO
                   DISPLAY "NO ROWS FOR TERM " SELECT-TERM-CODE
                     " ON TERMHIST.txt - NOTHING RANKED"
                   STOP RUN
               END-IF.

               MOVE ZERO TO CANDIDATE-KEEP-COUNT.
               PERFORM 3002-KEEP-ONE-OTHER-TERM
                   VARYING CANDIDATE-SUB FROM 1 BY 1
                   UNTIL CANDIDATE-SUB > CANDIDATE-COUNT.
               MOVE CANDIDATE-KEEP-COUNT TO CANDIDATE-COUNT.

               PERFORM 310-RANK-ONE-AWARD
                   VARYING AWARD-SUB FROM 1 BY 1
                   UNTIL AWARD-SUB > AWARD-COUNT.

               PERFORM 900-REWRITE-CANDIDATE-FILE.

               DISPLAY "MERIT AWARDS RANKED:   " HOW-MANY-AWARDS-RANKED.
               DISPLAY "CANDIDATES LISTED:     " HOW-MANY-CANDIDATES.
               DISPLAY "RECOMMENDED:           " HOW-MANY-RECOMMENDED.
               IF CANDIDATE-TABLE-FULL
                   DISPLAY "AWARD-CANDIDATES.txt IS FULL - SOME "
                     "CANDIDATES WERE NOT LISTED"
               END-IF.
               DISPLAY "REVIEW AWARD-CANDIDATES.txt, THEN RUN CHOICE "
                 "2 FOR TERM " SELECT-TERM-CODE.

               3001-CHECK-ONE-DECISION.
                   IF CDT-TERM-CODE(CANDIDATE-SUB) IS EQUAL TO
                       SELECT-TERM-CODE
                       AND (CDT-APPROVED(CANDIDATE-SUB)
                           OR CDT-DECLINED(CANDIDATE-SUB))
                       MOVE 'Y' TO TERM-DECIDED-FLAG
                   END-IF.

               3002-KEEP-ONE-OTHER-TERM.
                   IF CDT-TERM-CODE(CANDIDATE-SUB) IS NOT EQUAL TO
                       SELECT-TERM-CODE
                       ADD 1 TO CANDIDATE-KEEP-COUNT
                       MOVE CANDIDATE-ENTRY(CANDIDATE-SUB)
                         TO CANDIDATE-ENTRY(CANDIDATE-KEEP-COUNT)
                   END-IF.

      * a winners count of zero is an award given out by hand
           310-RANK-ONE-AWARD.
               IF TBL-AWD-WINNERS-PER-TERM(AWARD-SUB) IS GREATER
                   THAN ZERO
                   ADD 1 TO HOW-MANY-AWARDS-RANKED
                   MOVE ZERO TO RANK-COUNT
                   PERFORM 320-CHECK-ONE-STUDENT
                       VARYING HISTORY-SUB FROM 1 BY 1
                       UNTIL HISTORY-SUB > HISTORY-COUNT
                   PERFORM 330-SORT-RANK-TABLE
                   PERFORM 340-LIST-ONE-CANDIDATE
                       VARYING RANK-SUB FROM 1 BY 1
                       UNTIL RANK-SUB > RANK-COUNT
                   DISPLAY "AWARD " TBL-AWD-CODE(AWARD-SUB) " "
                     TBL-AWD-NAME(AWARD-SUB) " - " RANK-COUNT
                     " ELIGIBLE FOR "
                     TBL-AWD-WINNERS-PER-TERM(AWARD-SUB) " PLACES"
               END-IF.

      * every rule the award sets has to hold; a student no longer
      * on the master cannot be posted an award and is passed over
           320-CHECK-ONE-STUDENT.
               MOVE 'Y' TO ELIGIBLE-FLAG.
               MOVE HTB-MASTER-SUB(HISTORY-SUB) TO MASTER-FIND-SUB.

               IF MASTER-FIND-SUB IS EQUAL TO ZERO
                   MOVE 'N' TO ELIGIBLE-FLAG
               END-IF.
               IF HTB-TERM-AVERAGE(HISTORY-SUB) IS LESS THAN
                   TBL-AWD-MIN-AVERAGE(AWARD-SUB)
                   MOVE 'N' TO ELIGIBLE-FLAG
               END-IF.
               IF TBL-AWD-FULL-LOAD-FLAG(AWARD-SUB) IS EQUAL TO 'Y'
                   AND HTB-REAL-COURSES(HISTORY-SUB) IS LESS THAN
                       FULL-LOAD-COURSES
                   MOVE 'N' TO ELIGIBLE-FLAG
               END-IF.
               IF TBL-AWD-NO-MISCONDUCT-FLAG(AWARD-SUB) IS EQUAL TO 'Y'
                   AND HTB-HAS-CASE(HISTORY-SUB)
                   MOVE 'N' TO ELIGIBLE-FLAG
               END-IF.

               IF STUDENT-IS-ELIGIBLE
                   IF TBL-AWD-NO-HOLD-FLAG(AWARD-SUB) IS EQUAL TO 'Y'
                       AND MST-PAYMENT-HOLD-FLAG(MASTER-FIND-SUB)
                           IS EQUAL TO 'Y'
                       MOVE 'N' TO ELIGIBLE-FLAG
                   END-IF
               END-IF.

               IF STUDENT-IS-ELIGIBLE
                   AND TBL-AWD-PROGRAM(AWARD-SUB) IS NOT EQUAL TO
                       SPACES
                   MOVE 'N' TO PROGRAM-MATCH-FLAG
                   PERFORM 3201-CHECK-ONE-PROGRAM
                       VARYING MASTER-PROGRAM-SUB FROM 1 BY 1
                       UNTIL MASTER-PROGRAM-SUB >
                           MST-PROGRAM-COUNT(MASTER-FIND-SUB)
                       OR PROGRAM-MATCHED
                   IF NOT PROGRAM-MATCHED
                       MOVE 'N' TO ELIGIBLE-FLAG
                   END-IF
               END-IF.

               IF STUDENT-IS-ELIGIBLE
                   ADD 1 TO RANK-COUNT
                   COMPUTE RNK-AVERAGE-KEY(RANK-COUNT)
                       = 999 - HTB-TERM-AVERAGE(HISTORY-SUB)
                   COMPUTE RNK-HOURS-KEY(RANK-COUNT)
                       = 99 - HTB-CREDIT-HOURS(HISTORY-SUB)
                   MOVE HTB-STUDENT-NUMBER(HISTORY-SUB)
                     TO RNK-STUDENT-KEY(RANK-COUNT)
                   MOVE HISTORY-SUB TO RNK-HISTORY-SUB(RANK-COUNT)
               END-IF.

               3201-CHECK-ONE-PROGRAM.
                   IF MST-PROGRAM-OF-STUDY
                       (MASTER-FIND-SUB, MASTER-PROGRAM-SUB)
                       IS EQUAL TO TBL-AWD-PROGRAM(AWARD-SUB)
                       MOVE 'Y' TO PROGRAM-MATCH-FLAG
                   END-IF.

      * simple insertion sort on the rank key, same technique as
      * Project18.cbl's history sort
           330-SORT-RANK-TABLE.
               PERFORM 3301-INSERT-ONE-RANK
                   VARYING RANK-SORT-SUB-1 FROM 2 BY 1
                   UNTIL RANK-SORT-SUB-1 > RANK-COUNT.

               3301-INSERT-ONE-RANK.
                   MOVE RANK-ENTRY(RANK-SORT-SUB-1) TO RANK-SORT-HOLD.
                   MOVE RANK-SORT-SUB-1 TO RANK-SORT-SUB-2.

                   PERFORM 3302-SHIFT-ONE-RANK
                       UNTIL RANK-SORT-SUB-2 = 1
                       OR RNK-SORT-KEY(RANK-SORT-SUB-2 - 1)
                           NOT > HOLD-SORT-KEY.

                   MOVE RANK-SORT-HOLD TO RANK-ENTRY(RANK-SORT-SUB-2).

                   3302-SHIFT-ONE-RANK.
                       MOVE RANK-ENTRY(RANK-SORT-SUB-2 - 1)
                         TO RANK-ENTRY(RANK-SORT-SUB-2)
                       SUBTRACT 1 FROM RANK-SORT-SUB-2.

      * the top ranks up to the award's winners count are recommended
           340-LIST-ONE-CANDIDATE.
               IF CANDIDATE-COUNT IS EQUAL TO 5000
                   MOVE 'Y' TO CANDIDATE-FULL-FLAG
               ELSE
                   MOVE RNK-HISTORY-SUB(RANK-SUB) TO HISTORY-SUB
                   ADD 1 TO CANDIDATE-COUNT
                   MOVE CANDIDATE-COUNT TO CANDIDATE-SUB
                   MOVE SELECT-TERM-CODE TO CDT-TERM-CODE(CANDIDATE-SUB)
                   MOVE TBL-AWD-CODE(AWARD-SUB)
                     TO CDT-AWARD-CODE(CANDIDATE-SUB)
                   MOVE RANK-SUB TO CDT-RANK(CANDIDATE-SUB)
                   MOVE HTB-STUDENT-NUMBER(HISTORY-SUB)
                     TO CDT-STUDENT-NUMBER(CANDIDATE-SUB)
                   MOVE HTB-STUDENT-NAME(HISTORY-SUB)
                     TO CDT-STUDENT-NAME(CANDIDATE-SUB)
                   MOVE HTB-TERM-AVERAGE(HISTORY-SUB)
                     TO CDT-TERM-AVERAGE(CANDIDATE-SUB)
                   MOVE HTB-CREDIT-HOURS(HISTORY-SUB)
                     TO CDT-CREDIT-HOURS(CANDIDATE-SUB)
                   MOVE ZERO TO CDT-DECISION-DATE(CANDIDATE-SUB)
                   MOVE SPACES TO CDT-OPERATOR(CANDIDATE-SUB)
                   ADD 1 TO HOW-MANY-CANDIDATES
                   IF RANK-SUB IS GREATER THAN
                       TBL-AWD-WINNERS-PER-TERM(AWARD-SUB)
                       MOVE 'E' TO CDT-STATUS(CANDIDATE-SUB)
                   ELSE
                       MOVE 'R' TO CDT-STATUS(CANDIDATE-SUB)
                       ADD 1 TO HOW-MANY-RECOMMENDED
                   END-IF
               END-IF.

      * choice 2 - the candidate rows are in award-then-rank order
      * as choice 1 wrote them, so one pass offers each award's
      * places in rank order. A place declined goes down the list to
      * the next eligible student; once an award's places are all
      * approved the rest of its list is left as it stands
           500-DECIDE-TERM-WINNERS.
               DISPLAY "ENTER OPERATOR ID:".
               ACCEPT OPERATOR-ID.

               OPEN EXTEND AWARD-TRANS-FILE.
               IF AWARD-TRANS-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT AWARD-TRANS-FILE
               END-IF.
               IF AWARD-TRANS-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN AWARD-TRANS.txt - STATUS "
                     AWARD-TRANS-STATUS
                   STOP RUN
               END-IF.

               MOVE SPACES TO CURRENT-AWARD-CODE.
               PERFORM 510-DECIDE-ONE-ROW
                   VARYING CANDIDATE-SUB FROM 1 BY 1
                   UNTIL CANDIDATE-SUB > CANDIDATE-COUNT.
               CLOSE AWARD-TRANS-FILE.

               IF HOW-MANY-APPROVED IS GREATER THAN ZERO
                   OR HOW-MANY-DECLINED IS GREATER THAN ZERO
                   PERFORM 900-REWRITE-CANDIDATE-FILE
               END-IF.

               DISPLAY "WINNERS APPROVED:      " HOW-MANY-APPROVED.
               DISPLAY "CANDIDATES DECLINED:   " HOW-MANY-DECLINED.
               IF HOW-MANY-APPROVED IS GREATER THAN ZERO
                   DISPLAY "RUN PROJECT48 TO POST AWARD-TRANS.txt"
               ELSE IF HOW-MANY-DECLINED IS EQUAL TO ZERO
                   DISPLAY "NOTHING WAITING FOR A DECISION FOR TERM "
                     SELECT-TERM-CODE
               END-IF
               END-IF.

           510-DECIDE-ONE-ROW.
               IF CDT-TERM-CODE(CANDIDATE-SUB) IS EQUAL TO
                   SELECT-TERM-CODE
                   IF CDT-AWARD-CODE(CANDIDATE-SUB) IS NOT EQUAL TO
                       CURRENT-AWARD-CODE
                       PERFORM 511-START-ONE-AWARD
                   END-IF
                   IF (CDT-RECOMMENDED(CANDIDATE-SUB)
                       OR CDT-ELIGIBLE(CANDIDATE-SUB))
                       AND AWARD-APPROVED IS LESS THAN AWARD-PLACES
                       PERFORM 520-ASK-ONE-CANDIDATE
                   END-IF
               END-IF.

      * the places come off the award master as it stands now - an
      * award since taken off it or set back to hand-awarded has none.
      * Winners approved on an earlier run already hold their places
           511-START-ONE-AWARD.
               MOVE CDT-AWARD-CODE(CANDIDATE-SUB) TO CURRENT-AWARD-CODE.
               MOVE ZERO TO AWARD-PLACES.
               MOVE ZERO TO AWARD-FOUND-SUB.
               PERFORM 5111-CHECK-ONE-AWARD
                   VARYING AWARD-FIND-SUB FROM 1 BY 1
                   UNTIL AWARD-FIND-SUB > AWARD-COUNT
                   OR AWARD-FOUND-SUB > ZERO.

               MOVE ZERO TO AWARD-APPROVED.
               PERFORM 5112-COUNT-ONE-APPROVAL
                   VARYING CANDIDATE-FIND-SUB FROM 1 BY 1
                   UNTIL CANDIDATE-FIND-SUB > CANDIDATE-COUNT.

               IF AWARD-FOUND-SUB IS EQUAL TO ZERO
                   DISPLAY "AWARD " CURRENT-AWARD-CODE
                     " NO LONGER ON AWARD-MASTER.txt - SKIPPED"
               ELSE IF AWARD-APPROVED IS LESS THAN AWARD-PLACES
                   DISPLAY " "
                   DISPLAY "AWARD " CURRENT-AWARD-CODE " "
                     TBL-AWD-NAME(AWARD-FOUND-SUB) " - "
                     AWARD-PLACES " PLACES, " AWARD-APPROVED
                     " APPROVED SO FAR"
               END-IF
               END-IF.

               5111-CHECK-ONE-AWARD.
                   IF TBL-AWD-CODE(AWARD-FIND-SUB) IS EQUAL TO
                       CURRENT-AWARD-CODE
                       MOVE AWARD-FIND-SUB TO AWARD-FOUND-SUB
                       MOVE TBL-AWD-WINNERS-PER-TERM(AWARD-FIND-SUB)
                         TO AWARD-PLACES
                   END-IF.

               5112-COUNT-ONE-APPROVAL.
                   IF CDT-TERM-CODE(CANDIDATE-FIND-SUB) IS EQUAL TO
                       SELECT-TERM-CODE
                       AND CDT-AWARD-CODE(CANDIDATE-FIND-SUB)
                           IS EQUAL TO CURRENT-AWARD-CODE
                       AND CDT-APPROVED(CANDIDATE-FIND-SUB)
                       ADD 1 TO AWARD-APPROVED
                   END-IF.

      * an approval goes straight onto AWARD-TRANS.txt
           520-ASK-ONE-CANDIDATE.
               DISPLAY "RANK " CDT-RANK(CANDIDATE-SUB) "  "
                 CDT-STUDENT-NUMBER(CANDIDATE-SUB) "  "
                 CDT-STUDENT-NAME(CANDIDATE-SUB).
               IF CDT-ELIGIBLE(CANDIDATE-SUB)
                   DISPLAY "     AVERAGE "
                     CDT-TERM-AVERAGE(CANDIDATE-SUB)
                     "  HOURS " CDT-CREDIT-HOURS(CANDIDATE-SUB)
                     "  (NEXT IN LINE)"
               ELSE
                   DISPLAY "     AVERAGE "
                     CDT-TERM-AVERAGE(CANDIDATE-SUB)
                     "  HOURS " CDT-CREDIT-HOURS(CANDIDATE-SUB)
               END-IF.
               DISPLAY "APPROVE THIS WINNER (Y/N):".
               ACCEPT DECISION-ANSWER.
               PERFORM 5201-REPROMPT-DECISION
                   UNTIL DECISION-VALID.

               MOVE RUN-DATE-RAW TO CDT-DECISION-DATE(CANDIDATE-SUB).
               MOVE OPERATOR-ID TO CDT-OPERATOR(CANDIDATE-SUB).
               IF DECISION-ANSWER IS EQUAL TO 'Y'
                   MOVE 'A' TO CDT-STATUS(CANDIDATE-SUB)
                   ADD 1 TO AWARD-APPROVED
                   ADD 1 TO HOW-MANY-APPROVED
                   MOVE CDT-STUDENT-NUMBER(CANDIDATE-SUB)
                     TO ATR-STUDENT-NUMBER
                   MOVE CDT-AWARD-CODE(CANDIDATE-SUB) TO ATR-AWARD-CODE
                   MOVE SELECT-TERM-ENTRY TO ATR-TERM-CODE
                   WRITE AWARD-TRANS-RECORD
               ELSE
                   MOVE 'D' TO CDT-STATUS(CANDIDATE-SUB)
                   ADD 1 TO HOW-MANY-DECLINED
               END-IF.

               5201-REPROMPT-DECISION.
                   DISPLAY "ANSWER Y OR N:".
                   ACCEPT DECISION-ANSWER.

      * rewrite AWARD-CANDIDATES.txt from the table
           900-REWRITE-CANDIDATE-FILE.
               OPEN OUTPUT CANDIDATE-FILE.
               IF CANDIDATE-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN AWARD-CANDIDATES.txt - "
                     "STATUS " CANDIDATE-FILE-STATUS
                   STOP RUN
               END-IF.
               MOVE SPACES TO CANDIDATE-RECORD.

               PERFORM 901-WRITE-ONE-CANDIDATE
                   VARYING CANDIDATE-SUB FROM 1 BY 1
                   UNTIL CANDIDATE-SUB > CANDIDATE-COUNT.

               CLOSE CANDIDATE-FILE.

               901-WRITE-ONE-CANDIDATE.
                   MOVE CDT-TERM-CODE(CANDIDATE-SUB) TO CND-TERM-CODE.
                   MOVE CDT-AWARD-CODE(CANDIDATE-SUB) TO CND-AWARD-CODE.
                   MOVE CDT-RANK(CANDIDATE-SUB) TO CND-RANK.
                   MOVE CDT-STUDENT-NUMBER(CANDIDATE-SUB)
                     TO CND-STUDENT-NUMBER.
                   MOVE CDT-STUDENT-NAME(CANDIDATE-SUB)
                     TO CND-STUDENT-NAME.
                   MOVE CDT-TERM-AVERAGE(CANDIDATE-SUB)
                     TO CND-TERM-AVERAGE.
                   MOVE CDT-CREDIT-HOURS(CANDIDATE-SUB)
                     TO CND-CREDIT-HOURS.
                   MOVE CDT-STATUS(CANDIDATE-SUB) TO CND-STATUS.
                   MOVE CDT-DECISION-DATE(CANDIDATE-SUB)
                     TO CND-DECISION-DATE.
                   MOVE CDT-OPERATOR(CANDIDATE-SUB) TO CND-OPERATOR.
                   WRITE CANDIDATE-RECORD.

       END PROGRAM PROJECT109.
