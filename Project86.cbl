      *          and every add, change, and delete lands on the
      *          shared audit trail as a RULECHG line
      * Tectonics: cobc
      *
      * Modification History:
      *  14-OCT-2026 SL - calendar rows carry a trailing final-exam
      *                   period (start and end) for PROJECT96;
      *                   both blank on rows keyed before it
      *  15-OCT-2026 SL - calendar rows carry a trailing census date
      *                   for PROJECT106's no-show run; blank on rows
      *                   keyed before it
      *  15-OCT-2026 SL - fifth editor for ALLOWANCE-RATES.txt, the
      *                   bad-debt provisioning rate per aging band
      *                   PROJECT121 reads - standard and placed-with-
      *                   agency percents, each 0 to 100, placed never
      *                   under standard
      *  15-OCT-2026 SL - rate rows carry a trailing campus code, an
      *                   active code off CAMPUS-MASTER.txt or blank
      *                   for a row that holds at every campus; the
      *                   campus is part of a row's key
      *  15-OCT-2026 SL - sixth editor for TUITION-CAP.txt, the
      *                   province's allowed year-over-year rise per
      *                   program category and academic year; a new
      *                   or changed dated rate row is compared with
      *                   the program's rate a year before and a rise
      *                   over the cap is refused unless a second
      *                   supervisor overrides it (CAPOVR on the audit
      *                   trail) - PROJECT152 reports the same check
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT86.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REQUIREMENTS-STATUS.

           SELECT ALLOWANCE-RATES-FILE
           ASSIGN TO "..\ALLOWANCE-RATES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALLOWANCE-RATES-STATUS.

      * the catalog, read once so requirement lists can only name
      * real courses
           SELECT COURSE-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COURSE-FILE-STATUS.

      * the campus master, read once so a rate row can only name an
      * active campus
           SELECT CAMPUS-FILE
           ASSIGN TO "..\CAMPUS-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAMPUS-FILE-STATUS.

      * one generic backup pair - the live file is copied out under
      * its own -BAK1 name and verified before any rewrite
           SELECT BACKUP-SOURCE-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

      * the tuition-framework caps - percent rise allowed per program
      * category and academic year
           SELECT TUITION-CAP-FILE
           ASSIGN TO "..\TUITION-CAP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TUITION-CAP-STATUS.

      * the program master, read once for each program's category
           SELECT PROGRAM-FILE
           ASSIGN TO "..\PROGRAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROGRAM-FILE-STATUS.

      * the operator master - every session here starts with a
      * sign-on check against it
           SELECT OPERATOR-FILE
         05 RT-INTL-MULTIPLIER PIC 9V99.
         05 RT-EFFECTIVE-FROM PIC X(8).
         05 RT-EFFECTIVE-TO PIC X(8).
         05 RT-CAMPUS-CODE PIC X(4).

      * kept in step with Project85.cbl - the trailing payment
      * deadline included - with Project96.cbl for the exam period
      * behind it, and with Project106.cbl for the census date
       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
         05 CAL-TERM-START-DATE PIC 9(8).
         05 CAL-FULL-REFUND-END PIC 9(8).
         05 CAL-HALF-REFUND-END PIC 9(8).
         05 CAL-PAYMENT-DEADLINE PIC X(8).
         05 CAL-EXAM-START-DATE PIC X(8).
         05 CAL-EXAM-END-DATE PIC X(8).
         05 CAL-CENSUS-DATE PIC X(8).

      * kept in step with Project33.cbl's FD VIOLATION-CODES-FILE
       FD VIOLATION-CODES-FILE.
             DEPENDING ON PRQ-COURSE-COUNT.
           10 PRQ-COURSE-CODE PIC X(7).

      * kept in step with Project121.cbl's FD ALLOWANCE-RATES-FILE
       FD ALLOWANCE-RATES-FILE.
       01 ALLOWANCE-RATE-RECORD.
         05 ALR-FLOOR-DAYS PIC 9(3).
         05 ALR-STANDARD-PCT PIC 9(3)V99.
         05 ALR-PLACED-PCT PIC 9(3)V99.

      * kept in step with Project02.cbl's FD COURSE-FILE
       FD COURSE-FILE.
       01 COURSE-FILE-IN.
         05 CRS-PREREQ-COUNT PIC X(1).
         05 CRS-PREREQ-CODE PIC X(7) OCCURS 3 TIMES.

      * kept in step with Project150.cbl's FD CAMPUS-FILE
       FD CAMPUS-FILE.
       01 CAMPUS-RECORD.
         05 CMP-CAMPUS-CODE PIC X(4).
         05 CMP-CAMPUS-NAME PIC X(30).
         05 CMP-STREET PIC X(25).
         05 CMP-CITY PIC X(15).
         05 CMP-POSTAL-CODE PIC X(10).
         05 CMP-ACTIVE-FLAG PIC X(1).

      * academic year is the year it starts in - 2026 is the year
      * from 01-SEP-2026; the cap is a percent DDD.CC
       FD TUITION-CAP-FILE.
       01 TUITION-CAP-RECORD.
         05 TCP-CATEGORY-CODE PIC X(4).
         05 TCP-ACADEMIC-YEAR PIC 9(4).
         05 TCP-CAP-PERCENT PIC 9(3)V99.

      * kept in step with Project06.cbl's FD PROGRAM-FILE
       FD PROGRAM-FILE.
       01 PROGRAM-FILE-IN.
         05 PROGRAM-CODE PIC X(5).
         05 PROGRAM-NAME PIC X(20).
         05 PROGRAM-CAMPUS-CODE PIC X(4).
         05 PROGRAM-CATEGORY-CODE PIC X(4).

       FD BACKUP-SOURCE-FILE.
       01 BACKUP-SOURCE-RECORD PIC X(120).

         05 TERM-CALENDAR-STATUS PIC X(2).
         05 VIOLATION-CODES-STATUS PIC X(2).
         05 REQUIREMENTS-STATUS PIC X(2).
         05 ALLOWANCE-RATES-STATUS PIC X(2).
         05 TUITION-CAP-STATUS PIC X(2).
         05 PROGRAM-FILE-STATUS PIC X(2).
         05 COURSE-FILE-STATUS PIC X(2).
         05 BACKUP-SOURCE-STATUS PIC X(2).
         05 BACKUP-TARGET-STATUS PIC X(2).
           88 CATALOG-CODE-FOUND VALUE 'Y'.
         05 CAT-LOOKUP-CODE PIC X(7).

      * the active campus codes off CAMPUS-MASTER.txt - with no campus
      * master on file, MAIN is the only campus
       01 CAMPUS-TABLE.
         05 CAMPUS-ENTRY OCCURS 1 TO 50 TIMES
             DEPENDING ON CAMPUS-COUNT.
           10 TBL-CAMPUS-CODE PIC X(4).

       01 CAMPUS-VARIABLES.
         05 CAMPUS-FILE-STATUS PIC X(2).
         05 CAMPUS-EOF-FLG PIC X(1) VALUE 'N'.
         05 CAMPUS-COUNT PIC 9(2) VALUE 0.
         05 CAMPUS-SUB PIC 9(2).
         05 CAMPUS-VALID-FLAG PIC X(1).
           88 CAMPUS-IS-VALID VALUE 'Y'.
         05 ENTRY-CAMPUS-CODE PIC X(4).
         05 DEFAULT-CAMPUS-CODE PIC X(4) VALUE "MAIN".

      * the rate table in memory
       01 RATE-WORK-TABLE.
         05 RTT-ENTRY OCCURS 1 TO 100 TIMES
           10 RTT-MULTIPLIER PIC 9V99.
           10 RTT-FROM PIC X(8).
           10 RTT-TO PIC X(8).
           10 RTT-CAMPUS PIC X(4).
           10 RTT-DELETED PIC X(1).

       01 RATE-WORK-VARIABLES.
           10 CWT-FULL-END PIC 9(8).
           10 CWT-HALF-END PIC 9(8).
           10 CWT-DEADLINE PIC 9(8).
           10 CWT-EXAM-START PIC X(8).
           10 CWT-EXAM-END PIC X(8).
           10 CWT-CENSUS PIC X(8).
           10 CWT-DELETED PIC X(1).

       01 CALENDAR-WORK-VARIABLES.
         05 RQT-COURSE-SUB PIC 9(1).
         05 RQT-COURSES-OK PIC X(1).

      * the allowance bands in memory
       01 ALLOWANCE-WORK-TABLE.
         05 AWT-ENTRY OCCURS 1 TO 20 TIMES
             DEPENDING ON AWT-COUNT.
           10 AWT-FLOOR-DAYS PIC 9(3).
           10 AWT-STANDARD-PCT PIC 9(3)V99.
           10 AWT-PLACED-PCT PIC 9(3)V99.
           10 AWT-DELETED PIC X(1).

       01 ALLOWANCE-WORK-VARIABLES.
         05 AWT-COUNT PIC 9(2) VALUE 0.
         05 AWT-SUB PIC 9(2).
         05 AWT-EOF-FLG PIC X(1).
         05 AWT-CHANGED PIC X(1).

      * the tuition caps in memory
       01 CAP-WORK-TABLE.
         05 CPT-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON CPT-COUNT.
           10 CPT-CATEGORY-CODE PIC X(4).
           10 CPT-ACADEMIC-YEAR PIC 9(4).
           10 CPT-CAP-PERCENT PIC 9(3)V99.
           10 CPT-DELETED PIC X(1).

       01 CAP-WORK-VARIABLES.
         05 CPT-COUNT PIC 9(3) VALUE 0.
         05 CPT-SUB PIC 9(3).
         05 CPT-EOF-FLG PIC X(1).
         05 CPT-CHANGED PIC X(1).
         05 ENTRY-CATEGORY-CODE PIC X(4).
         05 ENTRY-ACADEMIC-YEAR PIC X(4).

      * each program's tuition category off PROGRAM.txt
       01 PROGRAM-CATEGORY-TABLE.
         05 PGC-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON PGC-COUNT.
           10 PGC-PROGRAM-CODE PIC X(5).
           10 PGC-CATEGORY-CODE PIC X(4).

       01 PROGRAM-CATEGORY-VARIABLES.
         05 PGC-COUNT PIC 9(3) VALUE 0.
         05 PGC-SUB PIC 9(3).
         05 PGC-EOF-FLG PIC X(1) VALUE 'N'.

      * the cap check on one rate row - the prior-year rate is the
      * row for the same program and campus (or, failing that, the
      * all-campus row) in effect one year before the new row starts
       01 CAP-CHECK-FIELDS.
         05 ACADEMIC-YEAR-START-MONTH PIC 9(2) VALUE 09.
         05 CAP-EXCLUDE-SUB PIC 9(3) VALUE 0.
         05 CAP-PRIOR-SUB PIC 9(3) VALUE 0.
         05 CAP-FOUND-SUB PIC 9(3) VALUE 0.
         05 CAP-LOOKUP-CAMPUS PIC X(4).
         05 CAP-CATEGORY-CODE PIC X(4).
         05 CAP-NEW-DATE PIC 9(8).
         05 CAP-NEW-DATE-PARTS REDEFINES CAP-NEW-DATE.
           10 CAP-NEW-YYYY PIC 9(4).
           10 CAP-NEW-MM PIC 9(2).
           10 CAP-NEW-DD PIC 9(2).
         05 CAP-PRIOR-DATE PIC 9(8).
         05 CAP-PRIOR-DATE-X REDEFINES CAP-PRIOR-DATE PIC X(8).
         05 CAP-ACADEMIC-YEAR PIC 9(4).
         05 CAP-OLD-AMOUNT PIC 9999V99.
         05 CAP-NEW-AMOUNT PIC 9999V99.
         05 CAP-RESULT-PCT PIC S9(3)V99.
         05 CAP-CREDIT-PCT PIC S9(3)V99.
         05 CAP-FEE-PCT PIC S9(3)V99.
         05 CAP-CREDIT-EDIT PIC -ZZ9.99.
         05 CAP-FEE-EDIT PIC -ZZ9.99.
         05 CAP-LIMIT-EDIT PIC ZZ9.99.
         05 CAP-OVERRIDE-ID PIC X(8).
         05 CAP-OVERRIDE-PASSWORD PIC X(8).
         05 CAP-OVERRIDE-SUB PIC 9(3).
         05 CAP-OVERRIDE-FLAG PIC X(1).
           88 CAP-OVERRIDE-GIVEN VALUE 'Y'.

      * shared lookup and entry state across the six editors
       01 EDIT-WORK-FIELDS.
         05 FOUND-SUB PIC 9(3).
         05 FOUND-FLAG PIC X(1).
         05 ENTRY-DATE-2 PIC X(8).
         05 ENTRY-DATE-3 PIC X(8).
         05 ENTRY-DATE-4 PIC X(8).
         05 ENTRY-DATE-5 PIC X(8).
         05 ENTRY-DATE-6 PIC X(8).
         05 ENTRY-DATE-7 PIC X(8).
         05 ENTRY-TEXT PIC X(20).
         05 ENTRY-COUNT PIC X(1).
         05 ENTRY-COURSE PIC X(7).
         05 FINE-DIGITS REDEFINES FINE-WORK PIC 9(5).
         05 MULT-WORK PIC 9V99.
         05 MULT-DIGITS REDEFINES MULT-WORK PIC 9(3).
         05 PCT-WORK PIC 9(3)V99.
         05 PCT-DIGITS REDEFINES PCT-WORK PIC 9(5).
         05 STANDARD-PCT-WORK PIC 9(3)V99.
         05 VALID-ROW-FLAG PIC X(1).
           88 ROW-VALID VALUE 'Y'.

       100-MAINTAIN-RULE-FILES.
           PERFORM 250-SIGN-ON.
           PERFORM 210-LOAD-COURSE-CATALOG.
           PERFORM 215-LOAD-CAMPUS-TABLE.
           PERFORM 220-LOAD-PROGRAM-CATEGORIES.

           PERFORM 110-TAKE-ONE-TOP-CHOICE
               UNTIL TOP-MENU-CHOICE IS EQUAL TO '7'.
           STOP RUN.

           110-TAKE-ONE-TOP-CHOICE.
               DISPLAY "2 - TERM CALENDAR".
               DISPLAY "3 - VIOLATION CODES".
               DISPLAY "4 - PROGRAM REQUIREMENTS".
               DISPLAY "5 - ALLOWANCE RATES".
               DISPLAY "6 - TUITION CAPS".
               DISPLAY "7 - EXIT".
               DISPLAY "ENTER YOUR CHOICE:".
               ACCEPT TOP-MENU-CHOICE.

                   PERFORM 600-MAINTAIN-VIOLATION-CODES
               ELSE IF TOP-MENU-CHOICE IS EQUAL TO '4'
                   PERFORM 700-MAINTAIN-REQUIREMENTS
               ELSE IF TOP-MENU-CHOICE IS EQUAL TO '5'
                   PERFORM 300-MAINTAIN-ALLOWANCE-RATES
               ELSE IF TOP-MENU-CHOICE IS EQUAL TO '6'
                   PERFORM 950-MAINTAIN-TUITION-CAPS
               ELSE IF TOP-MENU-CHOICE IS NOT EQUAL TO '7'
                   DISPLAY "ENTER 1 THROUGH 7"
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
                       MOVE 'Y' TO CAT-FOUND-FLAG
                   END-IF.

           215-LOAD-CAMPUS-TABLE.
               OPEN INPUT CAMPUS-FILE.
               IF CAMPUS-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF CAMPUS-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CAMPUS-MASTER.txt - STATUS "
                     CAMPUS-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 216-LOAD-ONE-CAMPUS
                       UNTIL CAMPUS-EOF-FLG IS EQUAL TO 'Y'
                       OR CAMPUS-COUNT IS EQUAL TO 50
                   CLOSE CAMPUS-FILE
               END-IF
               END-IF.

               IF CAMPUS-COUNT IS EQUAL TO ZERO
                   MOVE 1 TO CAMPUS-COUNT
                   MOVE DEFAULT-CAMPUS-CODE TO TBL-CAMPUS-CODE(1)
               END-IF.

               216-LOAD-ONE-CAMPUS.
                   READ CAMPUS-FILE
                       AT END
                           MOVE 'Y' TO CAMPUS-EOF-FLG
                       NOT AT END
                           IF CMP-ACTIVE-FLAG IS EQUAL TO 'Y'
                               ADD 1 TO CAMPUS-COUNT
                               MOVE CMP-CAMPUS-CODE
                                 TO TBL-CAMPUS-CODE(CAMPUS-COUNT)
                           END-IF
                   END-READ.

           217-FIND-CAMPUS-CODE.
               MOVE 'N' TO CAMPUS-VALID-FLAG.
               PERFORM 218-CHECK-ONE-CAMPUS
                   VARYING CAMPUS-SUB FROM 1 BY 1
                   UNTIL CAMPUS-SUB > CAMPUS-COUNT
                   OR CAMPUS-IS-VALID.

               218-CHECK-ONE-CAMPUS.
                   IF TBL-CAMPUS-CODE(CAMPUS-SUB) IS EQUAL TO
                       ENTRY-CAMPUS-CODE
                       MOVE 'Y' TO CAMPUS-VALID-FLAG
                   END-IF.

      * a program not on PROGRAM.txt, or with no category, has no cap
      * to be held to
           220-LOAD-PROGRAM-CATEGORIES.
               OPEN INPUT PROGRAM-FILE.
               IF PROGRAM-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF PROGRAM-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN PROGRAM.txt - STATUS "
                     PROGRAM-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 221-LOAD-ONE-PROGRAM-CATEGORY
                       UNTIL PGC-EOF-FLG IS EQUAL TO 'Y'
                       OR PGC-COUNT IS EQUAL TO 500
                   CLOSE PROGRAM-FILE
               END-IF
               END-IF.

               221-LOAD-ONE-PROGRAM-CATEGORY.
                   MOVE SPACES TO PROGRAM-FILE-IN.
                   READ PROGRAM-FILE
                       AT END
                           MOVE 'Y' TO PGC-EOF-FLG
                       NOT AT END
                           ADD 1 TO PGC-COUNT
                           MOVE PROGRAM-CODE
                             TO PGC-PROGRAM-CODE(PGC-COUNT)
                           MOVE PROGRAM-CATEGORY-CODE
                             TO PGC-CATEGORY-CODE(PGC-COUNT)
                   END-READ.

      * the caps as they stand on disk - read by the cap editor and
      * again each time the rate editor opens, so a cap keyed this
      * session is the one a rate is checked against
           225-LOAD-TUITION-CAPS.
               MOVE 0 TO CPT-COUNT.
               MOVE 'N' TO CPT-EOF-FLG.
               OPEN INPUT TUITION-CAP-FILE.
               IF TUITION-CAP-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO CPT-EOF-FLG
               ELSE IF TUITION-CAP-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TUITION-CAP.txt - STATUS "
                     TUITION-CAP-STATUS
                   STOP RUN
               END-IF
               END-IF.
               PERFORM 226-LOAD-ONE-TUITION-CAP
                   UNTIL CPT-EOF-FLG IS EQUAL TO 'Y'
                   OR CPT-COUNT IS EQUAL TO 200.
               IF TUITION-CAP-STATUS IS NOT EQUAL TO "35"
                   CLOSE TUITION-CAP-FILE
               END-IF.

               226-LOAD-ONE-TUITION-CAP.
                   READ TUITION-CAP-FILE
                       AT END
                           MOVE 'Y' TO CPT-EOF-FLG
                       NOT AT END
                           ADD 1 TO CPT-COUNT
                           MOVE TCP-CATEGORY-CODE
                             TO CPT-CATEGORY-CODE(CPT-COUNT)
                           MOVE TCP-ACADEMIC-YEAR
                             TO CPT-ACADEMIC-YEAR(CPT-COUNT)
                           MOVE TCP-CAP-PERCENT
                             TO CPT-CAP-PERCENT(CPT-COUNT)
                           MOVE 'N' TO CPT-DELETED(CPT-COUNT)
                   END-READ.

      ******************************************************************
      * the allowance-rate editor - one row per aging band, keyed by
      * the band's first day overdue; a placed-with-agency account is
      * never provisioned at less than an in-house one
      ******************************************************************
           300-MAINTAIN-ALLOWANCE-RATES.
               MOVE 0 TO AWT-COUNT.
               MOVE 'N' TO AWT-CHANGED.
               MOVE 'N' TO AWT-EOF-FLG.

               OPEN INPUT ALLOWANCE-RATES-FILE.
               IF ALLOWANCE-RATES-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO AWT-EOF-FLG
               ELSE IF ALLOWANCE-RATES-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ALLOWANCE-RATES.txt - "
                     "STATUS " ALLOWANCE-RATES-STATUS
                   STOP RUN
               END-IF
               END-IF.
               PERFORM 301-LOAD-ONE-ALLOWANCE-RATE
                   UNTIL AWT-EOF-FLG IS EQUAL TO 'Y'
                   OR AWT-COUNT IS EQUAL TO 20.
               IF ALLOWANCE-RATES-STATUS IS NOT EQUAL TO "35"
                   CLOSE ALLOWANCE-RATES-FILE
               END-IF.

               MOVE SPACE TO FILE-MENU-CHOICE.
               PERFORM 310-TAKE-ONE-ALLOWANCE-ACTION
                   UNTIL FILE-MENU-CHOICE IS EQUAL TO '5'.

               IF AWT-CHANGED IS EQUAL TO 'Y'
                   MOVE "..\ALLOWANCE-RATES.txt"
                     TO BACKUP-SOURCE-NAME
                   MOVE "..\ALLOWANCE-RATES-BAK1.txt"
                     TO BACKUP-TARGET-NAME
                   MOVE "ALLOW-RATES" TO BACKUP-MASTER-LABEL
                   PERFORM 910-BACKUP-RULE-FILE
                   PERFORM 390-REWRITE-ALLOWANCE-RATES
               ELSE
                   DISPLAY "NO CHANGES - ALLOWANCE-RATES.txt LEFT "
                     "UNTOUCHED"
               END-IF.

               301-LOAD-ONE-ALLOWANCE-RATE.
                   READ ALLOWANCE-RATES-FILE
                       AT END
                           MOVE 'Y' TO AWT-EOF-FLG
                       NOT AT END
                           ADD 1 TO AWT-COUNT
                           MOVE ALR-FLOOR-DAYS
                             TO AWT-FLOOR-DAYS(AWT-COUNT)
                           MOVE ALR-STANDARD-PCT
                             TO AWT-STANDARD-PCT(AWT-COUNT)
                           MOVE ALR-PLACED-PCT
                             TO AWT-PLACED-PCT(AWT-COUNT)
                           MOVE 'N' TO AWT-DELETED(AWT-COUNT)
                   END-READ.

               310-TAKE-ONE-ALLOWANCE-ACTION.
                   DISPLAY " ".
                   DISPLAY "ALLOWANCE RATES: 1-ADD 2-CHANGE "
                     "3-DELETE 4-LIST 5-SAVE AND BACK".
                   ACCEPT FILE-MENU-CHOICE.

                   IF FILE-MENU-CHOICE IS EQUAL TO '1'
                       PERFORM 320-ADD-ALLOWANCE-ROW
                   ELSE IF FILE-MENU-CHOICE IS EQUAL TO '2'
                       PERFORM 330-CHANGE-ALLOWANCE-ROW
                   ELSE IF FILE-MENU-CHOICE IS EQUAL TO '3'
                       PERFORM 340-DELETE-ALLOWANCE-ROW
                   ELSE IF FILE-MENU-CHOICE IS EQUAL TO '4'
                       PERFORM 350-LIST-ALLOWANCE-ROWS
                   ELSE IF FILE-MENU-CHOICE IS NOT EQUAL TO '5'
                       DISPLAY "ENTER 1 THROUGH 5"
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF.

               320-ADD-ALLOWANCE-ROW.
                   DISPLAY "BAND STARTS AT DAYS OVERDUE (DDD):".
                   ACCEPT ENTRY-KEY-3.
                   PERFORM 360-FIND-ALLOWANCE-ROW.
                   IF ROW-FOUND
                       DISPLAY "BAND ALREADY ON FILE - USE CHANGE"
                   ELSE IF ENTRY-KEY-3 IS NOT NUMERIC
                       DISPLAY "BAND START MUST BE THREE DIGITS"
                   ELSE IF AWT-COUNT IS EQUAL TO 20
                       DISPLAY "BAND TABLE FULL - NOT ADDED"
                   ELSE
                       PERFORM 321-ACCEPT-ALLOWANCE-FIELDS
                       IF ROW-VALID
                           ADD 1 TO AWT-COUNT
                           MOVE AWT-COUNT TO FOUND-SUB
                           PERFORM 322-APPLY-ALLOWANCE-FIELDS
                           MOVE "ADDED ALLOWANCE BAND"
                             TO AUDIT-BEFORE-BUILD
                           PERFORM 380-WRITE-ALLOWANCE-AUDIT
                       END-IF
                   END-IF
                   END-IF
                   END-IF.

      * both percents five digits DDDCC and no more than 100.00, and
      * the placed percent at least the standard one - an account
      * already with the agency is the worse risk
               321-ACCEPT-ALLOWANCE-FIELDS.
                   MOVE 'N' TO VALID-ROW-FLAG.
                   DISPLAY "STANDARD PERCENT (DDDCC, NO POINT):".
                   ACCEPT ENTRY-AMOUNT.

                   IF ENTRY-AMOUNT(1:5) IS NOT NUMERIC
                       DISPLAY "PERCENT MUST BE FIVE DIGITS"
                   ELSE
                       MOVE ENTRY-AMOUNT(1:5) TO PCT-DIGITS
                       IF PCT-WORK IS GREATER THAN 100.00
                           DISPLAY "PERCENT OVER 100.00 - REJECTED"
                       ELSE
                           MOVE PCT-WORK TO STANDARD-PCT-WORK
                           PERFORM 323-ACCEPT-PLACED-PERCENT
                       END-IF
                   END-IF.

               323-ACCEPT-PLACED-PERCENT.
                   DISPLAY "PLACED-WITH-AGENCY PERCENT (DDDCC, NO "
                     "POINT):".
                   ACCEPT ENTRY-AMOUNT.

                   IF ENTRY-AMOUNT(1:5) IS NOT NUMERIC
                       DISPLAY "PERCENT MUST BE FIVE DIGITS"
                   ELSE
                       MOVE ENTRY-AMOUNT(1:5) TO PCT-DIGITS
                       IF PCT-WORK IS GREATER THAN 100.00
                           DISPLAY "PERCENT OVER 100.00 - REJECTED"
                       ELSE IF PCT-WORK IS LESS THAN STANDARD-PCT-WORK
                           DISPLAY "PLACED PERCENT UNDER THE STANDARD "
                             "ONE - REJECTED"
                       ELSE
                           MOVE 'Y' TO VALID-ROW-FLAG
                       END-IF
                       END-IF
                   END-IF.

               322-APPLY-ALLOWANCE-FIELDS.
                   MOVE ENTRY-KEY-3 TO AWT-FLOOR-DAYS(FOUND-SUB).
                   MOVE STANDARD-PCT-WORK
                     TO AWT-STANDARD-PCT(FOUND-SUB).
                   MOVE PCT-WORK TO AWT-PLACED-PCT(FOUND-SUB).
                   MOVE 'N' TO AWT-DELETED(FOUND-SUB).
                   MOVE 'Y' TO AWT-CHANGED.

               330-CHANGE-ALLOWANCE-ROW.
                   DISPLAY "BAND STARTS AT DAYS OVERDUE (DDD):".
                   ACCEPT ENTRY-KEY-3.
                   PERFORM 360-FIND-ALLOWANCE-ROW.
                   IF NOT ROW-FOUND
                       DISPLAY "NO SUCH BAND"
                   ELSE
                       PERFORM 321-ACCEPT-ALLOWANCE-FIELDS
                       IF ROW-VALID
                           MOVE "CHANGED ALLOWANCE BAND"
                             TO AUDIT-BEFORE-BUILD
                           PERFORM 322-APPLY-ALLOWANCE-FIELDS
                           PERFORM 380-WRITE-ALLOWANCE-AUDIT
                       END-IF
                   END-IF.

               340-DELETE-ALLOWANCE-ROW.
                   DISPLAY "BAND STARTS AT DAYS OVERDUE (DDD):".
                   ACCEPT ENTRY-KEY-3.
                   PERFORM 360-FIND-ALLOWANCE-ROW.
                   IF NOT ROW-FOUND
                       DISPLAY "NO SUCH BAND"
                   ELSE
                       MOVE 'Y' TO AWT-DELETED(FOUND-SUB)
                       MOVE 'Y' TO AWT-CHANGED
                       MOVE "DELETED ALLOWANCE BAND"
                         TO AUDIT-BEFORE-BUILD
                       PERFORM 380-WRITE-ALLOWANCE-AUDIT
                   END-IF.

               350-LIST-ALLOWANCE-ROWS.
                   PERFORM 351-LIST-ONE-ALLOWANCE-ROW
                       VARYING AWT-SUB FROM 1 BY 1
                       UNTIL AWT-SUB > AWT-COUNT.

                   351-LIST-ONE-ALLOWANCE-ROW.
                       IF AWT-DELETED(AWT-SUB) IS NOT EQUAL TO 'Y'
                           DISPLAY AWT-FLOOR-DAYS(AWT-SUB) "  "
                             AWT-STANDARD-PCT(AWT-SUB) "  "
                             AWT-PLACED-PCT(AWT-SUB)
                       END-IF.

               360-FIND-ALLOWANCE-ROW.
                   MOVE 'N' TO FOUND-FLAG.
                   MOVE 0 TO FOUND-SUB.
                   PERFORM 361-CHECK-ONE-ALLOWANCE-ROW
                       VARYING AWT-SUB FROM 1 BY 1
                       UNTIL AWT-SUB > AWT-COUNT
                       OR ROW-FOUND.

                   361-CHECK-ONE-ALLOWANCE-ROW.
                       IF AWT-FLOOR-DAYS(AWT-SUB) IS EQUAL TO
                           ENTRY-KEY-3
                           AND AWT-DELETED(AWT-SUB)
                               IS NOT EQUAL TO 'Y'
                           MOVE 'Y' TO FOUND-FLAG
                           MOVE AWT-SUB TO FOUND-SUB
                       END-IF.

               380-WRITE-ALLOWANCE-AUDIT.
                   MOVE "RULECHG" TO AUDIT-ACTION.
                   MOVE SPACES TO AUDIT-AFTER-BUILD.
                   STRING "ALLOWANCE-RATES " DELIMITED BY SIZE
                       ENTRY-KEY-3 DELIMITED BY SIZE
                       INTO AUDIT-AFTER-BUILD
                   END-STRING.
                   PERFORM 801-WRITE-AUDIT-LINE.

               390-REWRITE-ALLOWANCE-RATES.
                   OPEN OUTPUT ALLOWANCE-RATES-FILE.
                   IF ALLOWANCE-RATES-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN "
                         "ALLOWANCE-RATES.txt - STATUS "
                         ALLOWANCE-RATES-STATUS
                       STOP RUN
                   END-IF.
                   PERFORM 391-WRITE-ONE-ALLOWANCE-ROW
                       VARYING AWT-SUB FROM 1 BY 1
                       UNTIL AWT-SUB > AWT-COUNT.
                   CLOSE ALLOWANCE-RATES-FILE.
                   DISPLAY "ALLOWANCE-RATES.txt REWRITTEN".

                   391-WRITE-ONE-ALLOWANCE-ROW.
                       IF AWT-DELETED(AWT-SUB) IS NOT EQUAL TO 'Y'
                           MOVE AWT-FLOOR-DAYS(AWT-SUB)
                             TO ALR-FLOOR-DAYS
                           MOVE AWT-STANDARD-PCT(AWT-SUB)
                             TO ALR-STANDARD-PCT
                           MOVE AWT-PLACED-PCT(AWT-SUB)
                             TO ALR-PLACED-PCT
                           WRITE ALLOWANCE-RATE-RECORD
                       END-IF.

      ******************************************************************
      * the rate table editor
      ******************************************************************
               MOVE 0 TO RTT-COUNT.
               MOVE 'N' TO RTT-CHANGED.
               MOVE 'N' TO RTT-EOF-FLG.
               PERFORM 225-LOAD-TUITION-CAPS.

               OPEN INPUT RATE-TABLE-FILE.
               IF RATE-TABLE-STATUS IS EQUAL TO "35"
                           MOVE RT-EFFECTIVE-FROM
                             TO RTT-FROM(RTT-COUNT)
                           MOVE RT-EFFECTIVE-TO TO RTT-TO(RTT-COUNT)
                           MOVE RT-CAMPUS-CODE
                             TO RTT-CAMPUS(RTT-COUNT)
                           MOVE 'N' TO RTT-DELETED(RTT-COUNT)
                   END-READ.

                   IF RTT-COUNT IS EQUAL TO 100
                       DISPLAY "RATE TABLE FULL - NOT ADDED"
                   ELSE
                       MOVE 0 TO CAP-EXCLUDE-SUB
                       PERFORM 421-ACCEPT-RATE-FIELDS
                       IF ROW-VALID
                           ADD 1 TO RTT-COUNT
                   END-IF
                   END-IF.

                   IF ROW-VALID
                       PERFORM 426-CHECK-TUITION-CAP
                   END-IF.

               423-ACCEPT-RATE-TAIL.
                   MOVE AMOUNT-WORK TO RT-PER-CREDIT-RATE.
                   DISPLAY "FLAT FEE (DDDDCC, NO POINT):".
                       DISPLAY "FROM DATE IS AFTER TO DATE - "
                         "REJECTED"
                   ELSE
                       PERFORM 425-ACCEPT-RATE-CAMPUS
                   END-IF
                   END-IF
                   END-IF.

      * a campus row prices that campus only; a blank row is the
      * default every campus without its own row falls back to
               425-ACCEPT-RATE-CAMPUS.
                   DISPLAY "CAMPUS CODE (BLANK = ALL CAMPUSES):".
                   MOVE SPACES TO ENTRY-CAMPUS-CODE.
                   ACCEPT ENTRY-CAMPUS-CODE.
                   IF ENTRY-CAMPUS-CODE IS EQUAL TO SPACES
                       MOVE 'Y' TO VALID-ROW-FLAG
                   ELSE
                       PERFORM 217-FIND-CAMPUS-CODE
                       IF CAMPUS-IS-VALID
                           MOVE 'Y' TO VALID-ROW-FLAG
                       ELSE
                           DISPLAY "CAMPUS NOT ACTIVE ON "
                             "CAMPUS-MASTER.txt - REJECTED"
                       END-IF
                   END-IF.

      * domestic tuition - the per-credit rate and the flat fee - may
      * not rise more than the category's cap for the academic year
      * the row starts in over the rate in effect a year earlier. An
      * open-dated row, a program with no earlier rate, and a
      * category with no cap on file are let through with a warning
               426-CHECK-TUITION-CAP.
                   IF ENTRY-DATE-1 IS EQUAL TO SPACES
                       DISPLAY "OPEN FROM DATE - NO TUITION CAP CHECK"
                   ELSE
                       MOVE ENTRY-DATE-1 TO CAP-NEW-DATE
                       PERFORM 4261-FIND-PRIOR-YEAR-RATE
                       IF CAP-PRIOR-SUB IS EQUAL TO ZERO
                           DISPLAY "NO RATE A YEAR EARLIER - NO "
                             "TUITION CAP CHECK"
                       ELSE
                           PERFORM 4263-FIND-TUITION-CAP
                           IF CAP-FOUND-SUB IS EQUAL TO ZERO
                               DISPLAY "NO TUITION CAP ON FILE FOR "
                                 "CATEGORY '" CAP-CATEGORY-CODE
                                 "' YEAR " CAP-ACADEMIC-YEAR
                                 " - NOT CHECKED"
                           ELSE
                               PERFORM 4265-COMPARE-WITH-CAP
                           END-IF
                       END-IF
                   END-IF.

      * the latest-starting row for the program that covers the same
      * day a year earlier - the campus's own row first, the
      * all-campus row when the campus had none
                   4261-FIND-PRIOR-YEAR-RATE.
                       IF CAP-NEW-MM IS LESS THAN
                           ACADEMIC-YEAR-START-MONTH
                           COMPUTE CAP-ACADEMIC-YEAR = CAP-NEW-YYYY - 1
                       ELSE
                           MOVE CAP-NEW-YYYY TO CAP-ACADEMIC-YEAR
                       END-IF.
                       COMPUTE CAP-PRIOR-DATE = CAP-NEW-DATE - 10000.

                       MOVE 0 TO CAP-PRIOR-SUB.
                       MOVE ENTRY-CAMPUS-CODE TO CAP-LOOKUP-CAMPUS.
                       PERFORM 4262-CHECK-ONE-PRIOR-RATE
                           VARYING RTT-SUB FROM 1 BY 1
                           UNTIL RTT-SUB > RTT-COUNT.
                       IF CAP-PRIOR-SUB IS EQUAL TO ZERO
                           AND ENTRY-CAMPUS-CODE IS NOT EQUAL TO SPACES
                           MOVE SPACES TO CAP-LOOKUP-CAMPUS
                           PERFORM 4262-CHECK-ONE-PRIOR-RATE
                               VARYING RTT-SUB FROM 1 BY 1
                               UNTIL RTT-SUB > RTT-COUNT
                       END-IF.

                   4262-CHECK-ONE-PRIOR-RATE.
                       IF RTT-PROGRAM-CODE(RTT-SUB) IS EQUAL TO
                           ENTRY-KEY-5
                           AND RTT-CAMPUS(RTT-SUB) IS EQUAL TO
                               CAP-LOOKUP-CAMPUS
                           AND RTT-DELETED(RTT-SUB)
                               IS NOT EQUAL TO 'Y'
                           AND RTT-SUB IS NOT EQUAL TO CAP-EXCLUDE-SUB
                           AND (RTT-FROM(RTT-SUB) IS EQUAL TO SPACES
                               OR RTT-FROM(RTT-SUB) IS NOT GREATER
                                   THAN CAP-PRIOR-DATE-X)
                           AND (RTT-TO(RTT-SUB) IS EQUAL TO SPACES
                               OR RTT-TO(RTT-SUB) IS NOT LESS
                                   THAN CAP-PRIOR-DATE-X)
                           IF CAP-PRIOR-SUB IS EQUAL TO ZERO
                               MOVE RTT-SUB TO CAP-PRIOR-SUB
                           ELSE IF RTT-FROM(RTT-SUB) IS GREATER THAN
                               RTT-FROM(CAP-PRIOR-SUB)
                               MOVE RTT-SUB TO CAP-PRIOR-SUB
                           END-IF
                           END-IF
                       END-IF.

                   4263-FIND-TUITION-CAP.
                       MOVE SPACES TO CAP-CATEGORY-CODE.
                       PERFORM 4264-CHECK-ONE-PROGRAM-CATEGORY
                           VARYING PGC-SUB FROM 1 BY 1
                           UNTIL PGC-SUB > PGC-COUNT.

                       MOVE 0 TO CAP-FOUND-SUB.
                       IF CAP-CATEGORY-CODE IS NOT EQUAL TO SPACES
                           PERFORM 4266-CHECK-ONE-TUITION-CAP
                               VARYING CPT-SUB FROM 1 BY 1
                               UNTIL CPT-SUB > CPT-COUNT
                               OR CAP-FOUND-SUB IS GREATER THAN ZERO
                       END-IF.

                   4264-CHECK-ONE-PROGRAM-CATEGORY.
                       IF PGC-PROGRAM-CODE(PGC-SUB) IS EQUAL TO
                           ENTRY-KEY-5
                           MOVE PGC-CATEGORY-CODE(PGC-SUB)
                             TO CAP-CATEGORY-CODE
                       END-IF.

                   4266-CHECK-ONE-TUITION-CAP.
                       IF CPT-CATEGORY-CODE(CPT-SUB) IS EQUAL TO
                           CAP-CATEGORY-CODE
                           AND CPT-ACADEMIC-YEAR(CPT-SUB) IS EQUAL TO
                               CAP-ACADEMIC-YEAR
                           AND CPT-DELETED(CPT-SUB)
                               IS NOT EQUAL TO 'Y'
                           MOVE CPT-SUB TO CAP-FOUND-SUB
                       END-IF.

      * either rise over the cap refuses the row unless overridden
                   4265-COMPARE-WITH-CAP.
                       MOVE RTT-PER-CREDIT(CAP-PRIOR-SUB)
                         TO CAP-OLD-AMOUNT.
                       MOVE RT-PER-CREDIT-RATE TO CAP-NEW-AMOUNT.
                       PERFORM 4267-COMPUTE-INCREASE.
                       MOVE CAP-RESULT-PCT TO CAP-CREDIT-PCT.
                       MOVE RTT-FLAT-FEE(CAP-PRIOR-SUB)
                         TO CAP-OLD-AMOUNT.
                       MOVE RT-FLAT-FEE TO CAP-NEW-AMOUNT.
                       PERFORM 4267-COMPUTE-INCREASE.
                       MOVE CAP-RESULT-PCT TO CAP-FEE-PCT.

                       MOVE CAP-CREDIT-PCT TO CAP-CREDIT-EDIT.
                       MOVE CAP-FEE-PCT TO CAP-FEE-EDIT.
                       MOVE CPT-CAP-PERCENT(CAP-FOUND-SUB)
                         TO CAP-LIMIT-EDIT.
                       DISPLAY "PER-CREDIT RISE " CAP-CREDIT-EDIT
                         "%  FLAT FEE RISE " CAP-FEE-EDIT
                         "%  CAP " CAP-LIMIT-EDIT "% ("
                         CAP-CATEGORY-CODE " " CAP-ACADEMIC-YEAR ")".

                       IF CAP-CREDIT-PCT IS GREATER THAN
                           CPT-CAP-PERCENT(CAP-FOUND-SUB)
                           OR CAP-FEE-PCT IS GREATER THAN
                               CPT-CAP-PERCENT(CAP-FOUND-SUB)
                           PERFORM 427-GET-CAP-OVERRIDE
                           IF NOT CAP-OVERRIDE-GIVEN
                               MOVE 'N' TO VALID-ROW-FLAG
                               DISPLAY "OVER THE TUITION CAP - "
                                 "REJECTED"
                           END-IF
                       END-IF.

      * a rise from nothing has no percentage - it is held to be over
      * any cap
                   4267-COMPUTE-INCREASE.
                       IF CAP-OLD-AMOUNT IS EQUAL TO ZERO
                           IF CAP-NEW-AMOUNT IS GREATER THAN ZERO
                               MOVE 999.99 TO CAP-RESULT-PCT
                           ELSE
                               MOVE ZERO TO CAP-RESULT-PCT
                           END-IF
                       ELSE
                           COMPUTE CAP-RESULT-PCT ROUNDED =
                               (CAP-NEW-AMOUNT - CAP-OLD-AMOUNT)
                               * 100 / CAP-OLD-AMOUNT
                               ON SIZE ERROR
                                   MOVE 999.99 TO CAP-RESULT-PCT
                           END-COMPUTE
                       END-IF.

      * the signed-on supervisor cannot pass their own breach - a
      * second active, unlocked supervisor keys their ID and password,
      * and the override goes on the audit trail under both names
               427-GET-CAP-OVERRIDE.
                   MOVE 'N' TO CAP-OVERRIDE-FLAG.
                   DISPLAY "A SECOND SUPERVISOR MAY OVERRIDE THE CAP".
                   DISPLAY "OVERRIDING SUPERVISOR ID (BLANK = NO "
                     "OVERRIDE):".
                   MOVE SPACES TO CAP-OVERRIDE-ID.
                   ACCEPT CAP-OVERRIDE-ID.

                   IF CAP-OVERRIDE-ID IS EQUAL TO SPACES
                       CONTINUE
                   ELSE IF CAP-OVERRIDE-ID IS EQUAL TO OPERATOR-ID
                       DISPLAY "OVERRIDE MUST COME FROM ANOTHER "
                         "SUPERVISOR"
                   ELSE
                       DISPLAY "PASSWORD:"
                       ACCEPT CAP-OVERRIDE-PASSWORD
                       MOVE 0 TO CAP-OVERRIDE-SUB
                       PERFORM 4271-CHECK-ONE-OVERRIDE-ID
                           VARYING OPS-SUB FROM 1 BY 1
                           UNTIL OPS-SUB > OPS-COUNT
                           OR CAP-OVERRIDE-SUB IS GREATER THAN ZERO
                       IF CAP-OVERRIDE-SUB IS EQUAL TO ZERO
                           DISPLAY "OVERRIDE NOT ACCEPTED"
                       ELSE IF OPS-PASSWORD(CAP-OVERRIDE-SUB)
                           IS NOT EQUAL TO CAP-OVERRIDE-PASSWORD
                           OR OPS-ROLE(CAP-OVERRIDE-SUB)
                               IS NOT EQUAL TO 'S'
                           OR OPS-ACTIVE(CAP-OVERRIDE-SUB)
                               IS NOT EQUAL TO 'Y'
                           OR OPS-LOCKED-FLAG(CAP-OVERRIDE-SUB)
                               IS EQUAL TO 'Y'
                           DISPLAY "OVERRIDE NOT ACCEPTED"
                       ELSE
                           MOVE 'Y' TO CAP-OVERRIDE-FLAG
                           PERFORM 4272-WRITE-OVERRIDE-AUDIT
                       END-IF
                       END-IF
                   END-IF
                   END-IF.

                   4271-CHECK-ONE-OVERRIDE-ID.
                       IF OPS-ID(OPS-SUB) IS EQUAL TO CAP-OVERRIDE-ID
                           MOVE OPS-SUB TO CAP-OVERRIDE-SUB
                       END-IF.

                   4272-WRITE-OVERRIDE-AUDIT.
                       MOVE "CAPOVR" TO AUDIT-ACTION.
                       MOVE SPACES TO AUDIT-BEFORE-BUILD.
                       STRING "TUITION CAP OVERRIDE BY "
                           DELIMITED BY SIZE
                           CAP-OVERRIDE-ID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CAP-CATEGORY-CODE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CAP-ACADEMIC-YEAR DELIMITED BY SIZE
                           INTO AUDIT-BEFORE-BUILD
                       END-STRING.
                       MOVE SPACES TO AUDIT-AFTER-BUILD.
                       STRING "RATE-TABLE " DELIMITED BY SIZE
                           ENTRY-KEY-5 DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ENTRY-CAMPUS-CODE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ENTRY-DATE-1 DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CAP-CREDIT-EDIT DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CAP-FEE-EDIT DELIMITED BY SIZE
                           INTO AUDIT-AFTER-BUILD
                       END-STRING.
                       PERFORM 801-WRITE-AUDIT-LINE.

               422-APPLY-RATE-FIELDS.
                   MOVE ENTRY-KEY-5 TO RTT-PROGRAM-CODE(FOUND-SUB).
                   MOVE RT-PER-CREDIT-RATE
                     TO RTT-MULTIPLIER(FOUND-SUB).
                   MOVE ENTRY-DATE-1 TO RTT-FROM(FOUND-SUB).
                   MOVE ENTRY-DATE-2 TO RTT-TO(FOUND-SUB).
                   MOVE ENTRY-CAMPUS-CODE TO RTT-CAMPUS(FOUND-SUB).
                   MOVE 'N' TO RTT-DELETED(FOUND-SUB).
                   MOVE 'Y' TO RTT-CHANGED.

                   IF NOT ROW-FOUND
                       DISPLAY "NO SUCH RATE ROW"
                   ELSE
                       MOVE FOUND-SUB TO CAP-EXCLUDE-SUB
                       PERFORM 421-ACCEPT-RATE-FIELDS
                       IF ROW-VALID
                           MOVE "CHANGED RATE ROW"
                   END-IF.

      * first undeleted row for the keyed program - the dated rows
      * of one program are keyed by program, campus, and from-date
               460-FIND-RATE-ROW.
                   DISPLAY "PROGRAM CODE:".
                   ACCEPT ENTRY-KEY-5.
                   DISPLAY "CAMPUS CODE (BLANK = ALL-CAMPUS ROW):".
                   MOVE SPACES TO ENTRY-CAMPUS-CODE.
                   ACCEPT ENTRY-CAMPUS-CODE.
                   DISPLAY "EFFECTIVE FROM (BLANK = FIRST ROW):".
                   ACCEPT ENTRY-DATE-3.

                   461-CHECK-ONE-RATE-ROW.
                       IF RTT-PROGRAM-CODE(RTT-SUB) IS EQUAL TO
                           ENTRY-KEY-5
                           AND RTT-CAMPUS(RTT-SUB) IS EQUAL TO
                               ENTRY-CAMPUS-CODE
                           AND RTT-DELETED(RTT-SUB)
                               IS NOT EQUAL TO 'Y'
                           AND (ENTRY-DATE-3 IS EQUAL TO SPACES
                             RTT-FLAT-FEE(RTT-SUB) "  "
                             RTT-MULTIPLIER(RTT-SUB) "  "
                             RTT-FROM(RTT-SUB) "-"
                             RTT-TO(RTT-SUB) "  "
                             RTT-CAMPUS(RTT-SUB)
                       END-IF.

               480-WRITE-RATE-AUDIT.
                   MOVE SPACES TO AUDIT-AFTER-BUILD.
                   STRING "RATE-TABLE " DELIMITED BY SIZE
                       ENTRY-KEY-5 DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ENTRY-CAMPUS-CODE DELIMITED BY SIZE
                       INTO AUDIT-AFTER-BUILD
                   END-STRING.
                   PERFORM 801-WRITE-AUDIT-LINE.
                           MOVE RTT-FROM(RTT-SUB)
                             TO RT-EFFECTIVE-FROM
                           MOVE RTT-TO(RTT-SUB) TO RT-EFFECTIVE-TO
                           MOVE RTT-CAMPUS(RTT-SUB) TO RT-CAMPUS-CODE
                           WRITE RATE-TABLE-IN
                       END-IF.

                               MOVE CAL-HALF-REFUND-END
                                 TO CWT-DEADLINE(CWT-COUNT)
                           END-IF
                           MOVE CAL-EXAM-START-DATE
                             TO CWT-EXAM-START(CWT-COUNT)
                           MOVE CAL-EXAM-END-DATE
                             TO CWT-EXAM-END(CWT-COUNT)
                           MOVE CAL-CENSUS-DATE
                             TO CWT-CENSUS(CWT-COUNT)
                           MOVE 'N' TO CWT-DELETED(CWT-COUNT)
                   END-READ.

                             TO CWT-HALF-END(CWT-COUNT)
                           MOVE ENTRY-DATE-4
                             TO CWT-DEADLINE(CWT-COUNT)
                           MOVE ENTRY-DATE-5
                             TO CWT-EXAM-START(CWT-COUNT)
                           MOVE ENTRY-DATE-6
                             TO CWT-EXAM-END(CWT-COUNT)
                           MOVE ENTRY-DATE-7
                             TO CWT-CENSUS(CWT-COUNT)
                           MOVE 'N' TO CWT-DELETED(CWT-COUNT)
                           MOVE 'Y' TO CWT-CHANGED
                           MOVE "ADDED CALENDAR ROW"
                   ACCEPT ENTRY-DATE-3.
                   DISPLAY "PAYMENT DEADLINE (YYYYMMDD):".
                   ACCEPT ENTRY-DATE-4.
                   DISPLAY "EXAM PERIOD START (YYYYMMDD, BLANK IF "
                     "NOT YET SET):".
                   ACCEPT ENTRY-DATE-5.
                   DISPLAY "EXAM PERIOD END (YYYYMMDD, BLANK IF "
                     "NOT YET SET):".
                   ACCEPT ENTRY-DATE-6.
                   DISPLAY "CENSUS DATE (YYYYMMDD, BLANK IF NOT YET "
                     "SET):".
                   ACCEPT ENTRY-DATE-7.

                   IF ENTRY-DATE-1 IS NOT NUMERIC
                       OR ENTRY-DATE-2 IS NOT NUMERIC
                       OR ENTRY-DATE-3 IS GREATER THAN ENTRY-DATE-4
                       DISPLAY "DATES MUST RUN START, FULL END, "
                         "HALF END, DEADLINE IN ORDER - REJECTED"
                   ELSE IF ENTRY-DATE-5 IS EQUAL TO SPACES
                       AND ENTRY-DATE-6 IS NOT EQUAL TO SPACES
                       OR ENTRY-DATE-5 IS NOT EQUAL TO SPACES
                       AND ENTRY-DATE-6 IS EQUAL TO SPACES
                       DISPLAY "EXAM PERIOD NEEDS BOTH DATES OR "
                         "NEITHER - REJECTED"
                   ELSE IF ENTRY-DATE-5 IS NOT EQUAL TO SPACES
                       AND (ENTRY-DATE-5 IS NOT NUMERIC
                       OR ENTRY-DATE-6 IS NOT NUMERIC)
                       DISPLAY "EXAM DATES MUST BE YYYYMMDD"
                   ELSE IF ENTRY-DATE-5 IS NOT EQUAL TO SPACES
                       AND (ENTRY-DATE-5 IS NOT GREATER THAN
                           ENTRY-DATE-1
                       OR ENTRY-DATE-5 IS GREATER THAN ENTRY-DATE-6)
                       DISPLAY "EXAM PERIOD MUST FALL AFTER TERM "
                         "START AND RUN START TO END - REJECTED"
                   ELSE IF ENTRY-DATE-7 IS NOT EQUAL TO SPACES
                       AND ENTRY-DATE-7 IS NOT NUMERIC
                       DISPLAY "CENSUS DATE MUST BE YYYYMMDD"
                   ELSE IF ENTRY-DATE-7 IS NOT EQUAL TO SPACES
                       AND (ENTRY-DATE-7 IS NOT GREATER THAN
                           ENTRY-DATE-1
                       OR ENTRY-DATE-7 IS GREATER THAN ENTRY-DATE-4)
                       DISPLAY "CENSUS DATE MUST FALL AFTER TERM "
                         "START AND BY THE DEADLINE - REJECTED"
                   ELSE
                       PERFORM 522-CHECK-FOR-OVERLAP
                       IF ROWS-OVERLAP
                           MOVE 'Y' TO VALID-ROW-FLAG
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF.

      * two terms overlap when one starts before the other's
                           DISPLAY CWT-START(CWT-SUB) " "
                             CWT-FULL-END(CWT-SUB) " "
                             CWT-HALF-END(CWT-SUB) " "
                             CWT-DEADLINE(CWT-SUB) " EXAMS "
                             CWT-EXAM-START(CWT-SUB) " "
                             CWT-EXAM-END(CWT-SUB) " CENSUS "
                             CWT-CENSUS(CWT-SUB)
                       END-IF.

               580-WRITE-CALENDAR-AUDIT.
                             TO CAL-HALF-REFUND-END
                           MOVE CWT-DEADLINE(CWT-SUB)
                             TO CAL-PAYMENT-DEADLINE
                           MOVE CWT-EXAM-START(CWT-SUB)
                             TO CAL-EXAM-START-DATE
                           MOVE CWT-EXAM-END(CWT-SUB)
                             TO CAL-EXAM-END-DATE
                           MOVE CWT-CENSUS(CWT-SUB)
                             TO CAL-CENSUS-DATE
                           WRITE TERM-CALENDAR-RECORD
                       END-IF.

                             TO PRQ-COURSE-CODE(RQT-COURSE-SUB).

      ******************************************************************
      * the tuition-cap editor - one row per program category and
      * academic year, the cap a percent no more than 100.00
      ******************************************************************
           950-MAINTAIN-TUITION-CAPS.
               MOVE 'N' TO CPT-CHANGED.
               PERFORM 225-LOAD-TUITION-CAPS.

               MOVE SPACE TO FILE-MENU-CHOICE.
               PERFORM 951-TAKE-ONE-CAP-ACTION
                   UNTIL FILE-MENU-CHOICE IS EQUAL TO '5'.

               IF CPT-CHANGED IS EQUAL TO 'Y'
                   MOVE "..\TUITION-CAP.txt" TO BACKUP-SOURCE-NAME
                   MOVE "..\TUITION-CAP-BAK1.txt"
                     TO BACKUP-TARGET-NAME
                   MOVE "TUITION-CAP" TO BACKUP-MASTER-LABEL
                   PERFORM 910-BACKUP-RULE-FILE
                   PERFORM 990-REWRITE-TUITION-CAPS
               ELSE
                   DISPLAY "NO CHANGES - TUITION-CAP.txt LEFT "
                     "UNTOUCHED"
               END-IF.

               951-TAKE-ONE-CAP-ACTION.
                   DISPLAY " ".
                   DISPLAY "TUITION CAPS: 1-ADD 2-CHANGE "
                     "3-DELETE 4-LIST 5-SAVE AND BACK".
                   ACCEPT FILE-MENU-CHOICE.

                   IF FILE-MENU-CHOICE IS EQUAL TO '1'
                       PERFORM 960-ADD-CAP-ROW
                   ELSE IF FILE-MENU-CHOICE IS EQUAL TO '2'
                       PERFORM 965-CHANGE-CAP-ROW
                   ELSE IF FILE-MENU-CHOICE IS EQUAL TO '3'
                       PERFORM 970-DELETE-CAP-ROW
                   ELSE IF FILE-MENU-CHOICE IS EQUAL TO '4'
                       PERFORM 975-LIST-CAP-ROWS
                   ELSE IF FILE-MENU-CHOICE IS NOT EQUAL TO '5'
                       DISPLAY "ENTER 1 THROUGH 5"
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF.

               955-ACCEPT-CAP-KEY.
                   DISPLAY "PROGRAM CATEGORY (XXXX):".
                   MOVE SPACES TO ENTRY-CATEGORY-CODE.
                   ACCEPT ENTRY-CATEGORY-CODE.
                   DISPLAY "ACADEMIC YEAR IT STARTS IN (YYYY):".
                   MOVE SPACES TO ENTRY-ACADEMIC-YEAR.
                   ACCEPT ENTRY-ACADEMIC-YEAR.
                   PERFORM 980-FIND-CAP-ROW.

               960-ADD-CAP-ROW.
                   PERFORM 955-ACCEPT-CAP-KEY.
                   IF ROW-FOUND
                       DISPLAY "CAP ALREADY ON FILE - USE CHANGE"
                   ELSE IF ENTRY-CATEGORY-CODE IS EQUAL TO SPACES
                       DISPLAY "CATEGORY MAY NOT BE BLANK"
                   ELSE IF ENTRY-ACADEMIC-YEAR IS NOT NUMERIC
                       DISPLAY "ACADEMIC YEAR MUST BE FOUR DIGITS"
                   ELSE IF CPT-COUNT IS EQUAL TO 200
                       DISPLAY "CAP TABLE FULL - NOT ADDED"
                   ELSE
                       PERFORM 961-ACCEPT-CAP-PERCENT
                       IF ROW-VALID
                           ADD 1 TO CPT-COUNT
                           MOVE CPT-COUNT TO FOUND-SUB
                           PERFORM 962-APPLY-CAP-FIELDS
                           MOVE "ADDED TUITION CAP"
                             TO AUDIT-BEFORE-BUILD
                           PERFORM 985-WRITE-CAP-AUDIT
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF.

      * five digits DDDCC and no more than 100.00
               961-ACCEPT-CAP-PERCENT.
                   MOVE 'N' TO VALID-ROW-FLAG.
                   DISPLAY "CAP PERCENT (DDDCC, NO POINT):".
                   ACCEPT ENTRY-AMOUNT.

                   IF ENTRY-AMOUNT(1:5) IS NOT NUMERIC
                       DISPLAY "PERCENT MUST BE FIVE DIGITS"
                   ELSE
                       MOVE ENTRY-AMOUNT(1:5) TO PCT-DIGITS
                       IF PCT-WORK IS GREATER THAN 100.00
                           DISPLAY "PERCENT OVER 100.00 - REJECTED"
                       ELSE
                           MOVE 'Y' TO VALID-ROW-FLAG
                       END-IF
                   END-IF.

               962-APPLY-CAP-FIELDS.
                   MOVE ENTRY-CATEGORY-CODE
                     TO CPT-CATEGORY-CODE(FOUND-SUB).
                   MOVE ENTRY-ACADEMIC-YEAR
                     TO CPT-ACADEMIC-YEAR(FOUND-SUB).
                   MOVE PCT-WORK TO CPT-CAP-PERCENT(FOUND-SUB).
                   MOVE 'N' TO CPT-DELETED(FOUND-SUB).
                   MOVE 'Y' TO CPT-CHANGED.

               965-CHANGE-CAP-ROW.
                   PERFORM 955-ACCEPT-CAP-KEY.
                   IF NOT ROW-FOUND
                       DISPLAY "NO SUCH CAP"
                   ELSE
                       PERFORM 961-ACCEPT-CAP-PERCENT
                       IF ROW-VALID
                           MOVE "CHANGED TUITION CAP"
                             TO AUDIT-BEFORE-BUILD
                           PERFORM 962-APPLY-CAP-FIELDS
                           PERFORM 985-WRITE-CAP-AUDIT
                       END-IF
                   END-IF.

               970-DELETE-CAP-ROW.
                   PERFORM 955-ACCEPT-CAP-KEY.
                   IF NOT ROW-FOUND
                       DISPLAY "NO SUCH CAP"
                   ELSE
                       MOVE 'Y' TO CPT-DELETED(FOUND-SUB)
                       MOVE 'Y' TO CPT-CHANGED
                       MOVE "DELETED TUITION CAP"
                         TO AUDIT-BEFORE-BUILD
                       PERFORM 985-WRITE-CAP-AUDIT
                   END-IF.

               975-LIST-CAP-ROWS.
                   PERFORM 976-LIST-ONE-CAP-ROW
                       VARYING CPT-SUB FROM 1 BY 1
                       UNTIL CPT-SUB > CPT-COUNT.

                   976-LIST-ONE-CAP-ROW.
                       IF CPT-DELETED(CPT-SUB) IS NOT EQUAL TO 'Y'
                           DISPLAY CPT-CATEGORY-CODE(CPT-SUB) "  "
                             CPT-ACADEMIC-YEAR(CPT-SUB) "  "
                             CPT-CAP-PERCENT(CPT-SUB)
                       END-IF.

               980-FIND-CAP-ROW.
                   MOVE 'N' TO FOUND-FLAG.
                   MOVE 0 TO FOUND-SUB.
                   PERFORM 981-CHECK-ONE-CAP-ROW
                       VARYING CPT-SUB FROM 1 BY 1
                       UNTIL CPT-SUB > CPT-COUNT
                       OR ROW-FOUND.

                   981-CHECK-ONE-CAP-ROW.
                       IF CPT-CATEGORY-CODE(CPT-SUB) IS EQUAL TO
                           ENTRY-CATEGORY-CODE
                           AND CPT-ACADEMIC-YEAR(CPT-SUB) IS EQUAL TO
                               ENTRY-ACADEMIC-YEAR
                           AND CPT-DELETED(CPT-SUB)
                               IS NOT EQUAL TO 'Y'
                           MOVE 'Y' TO FOUND-FLAG
                           MOVE CPT-SUB TO FOUND-SUB
                       END-IF.

               985-WRITE-CAP-AUDIT.
                   MOVE "RULECHG" TO AUDIT-ACTION.
                   MOVE SPACES TO AUDIT-AFTER-BUILD.
                   STRING "TUITION-CAP " DELIMITED BY SIZE
                       ENTRY-CATEGORY-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ENTRY-ACADEMIC-YEAR DELIMITED BY SIZE
                       INTO AUDIT-AFTER-BUILD
                   END-STRING.
                   PERFORM 801-WRITE-AUDIT-LINE.

               990-REWRITE-TUITION-CAPS.
                   OPEN OUTPUT TUITION-CAP-FILE.
                   IF TUITION-CAP-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN "
                         "TUITION-CAP.txt - STATUS "
                         TUITION-CAP-STATUS
                       STOP RUN
                   END-IF.
                   PERFORM 991-WRITE-ONE-CAP-ROW
                       VARYING CPT-SUB FROM 1 BY 1
                       UNTIL CPT-SUB > CPT-COUNT.
                   CLOSE TUITION-CAP-FILE.
                   DISPLAY "TUITION-CAP.txt REWRITTEN".

                   991-WRITE-ONE-CAP-ROW.
                       IF CPT-DELETED(CPT-SUB) IS NOT EQUAL TO 'Y'
                           MOVE CPT-CATEGORY-CODE(CPT-SUB)
                             TO TCP-CATEGORY-CODE
                           MOVE CPT-ACADEMIC-YEAR(CPT-SUB)
                             TO TCP-ACADEMIC-YEAR
                           MOVE CPT-CAP-PERCENT(CPT-SUB)
                             TO TCP-CAP-PERCENT
                           WRITE TUITION-CAP-RECORD
                       END-IF.

      ******************************************************************
      * one generic backup routine serves all six files - copy the
      * live file out under its -BAK1 name, verify the copy holds
      * every record, and note it on the backup index; the rewrite
      * never starts on an unverified backup
