      * Purpose: withdrawal and course-drop processing - reads
      *          withdrawal transactions (WITHDRAWAL-TRANS.txt: student
      *          number, effective date, 'F' full withdrawal or 'C'
      *          plus the COURSE-CODE being dropped; 'N' a census
      *          no-show from PROJECT106, 'X' plus the COURSE-CODE of
      *          a section PROJECT107 cancelled - both credited in
      *          full off the term's assessed TUITION, bypassing the
      *          refund calendar), prorates the tuition against the
      *          term calendar
      *          (TERM-CALENDAR.txt: 100 percent refund through the
      *          full-refund date, 50 percent through the half-refund
      *          date, nothing after), reduces TUITION-OWED on
      *          its own statement line. A course drop's share of the
      *          balance is prorated by credit hours
      * Tectonics: cobc
      *
      * Modification History:
      *  14-OCT-2026 SL - section waitlists: the run asks for the term
      *                   being withdrawn from, and a drop or full
      *                   withdrawal now gives back the student's
      *                   section seats for that term - the capture
      *                   line comes off SECTION-ENROLLMENT.txt,
      *                   SEC-ENROLLED comes down, and the freed seat
      *                   is offered to the next student on
      *                   SECTION-WAITLIST.txt with a response
      *                   deadline (call-in line on SEAT-OFFERS.txt)
      *  15-OCT-2026 SL - co-op: a full withdrawal also cancels the
      *                   student's open work term for the keyed term
      *                   on COOP-WORKTERM.txt (status 'X') - the
      *                   co-op fee is part of the balance the
      *                   proration already adjusts
      *  15-OCT-2026 SL - attendance: a withdrawal or drop prorates
      *                   from the student's last date of attendance
      *                   on PROJECT105's ATTENDANCE-HISTORY.txt for
      *                   the keyed term when that is earlier than
      *                   the form's date (term start when the
      *                   student never attended), and a new type N
      *                   from PROJECT106's census run cancels a
      *                   no-show with the whole balance reversed
      *  15-OCT-2026 SL - cancelled sections: a new type X from
      *                   PROJECT107 drops the course from a section
      *                   that will not run, credited in full whatever
      *                   the refund calendar says and never prorated
      *                   from attendance
      *  15-OCT-2026 SL - no-shows and cancelled sections credit the
      *                   term's assessed TUITION off CHARGE-DETAIL.txt
      *                   (PROJECT120's billing window, less the
      *                   student's WDRAWADJ credits already posted)
      *                   rather than the balance, so a student who
      *                   had paid goes to a credit balance for
      *                   PROJECT10's refund run
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT21.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COURSE-FILE-STATUS.

      * PROJECT52's section master, the per-student captures, and the
      * section waitlist - a dropped course gives its seat back and
      * the seat goes to the next student in line
           SELECT SECTION-FILE
           ASSIGN TO "..\SECTION-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SECTION-FILE-STATUS.

           SELECT ENROLLMENT-FILE
           ASSIGN TO "..\SECTION-ENROLLMENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENROLLMENT-FILE-STATUS.

           SELECT WAITLIST-FILE
           ASSIGN TO "..\SECTION-WAITLIST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WAITLIST-FILE-STATUS.

      * the registrar's call-in list - one line per seat offered
           SELECT SEAT-OFFER-FILE
           ASSIGN TO "..\SEAT-OFFERS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEAT-OFFER-STATUS.

      * PROJECT105's attendance history - read only, for the last
      * date of attendance
           SELECT HISTORY-FILE
           ASSIGN TO "..\ATTENDANCE-HISTORY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTORY-FILE-STATUS.

      * PROJECT103's work-term registrations - rewritten here under
      * the master lock, same as PROJECT103 does
           SELECT WORKTERM-FILE
           ASSIGN TO "..\COOP-WORKTERM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORKTERM-FILE-STATUS.

      * the master-lock convention - taken before this program touches
      * STUFILE3.txt, released on a clean exit, left in place by an

       DATA DIVISION.
       FILE SECTION.
      * type F full withdrawal, C course drop, N census no-show,
      * X drop from a cancelled section
       FD WITHDRAWAL-FILE.
       01 WITHDRAWAL-RECORD.
         05 WD-STUDENT-NUMBER PIC X(6).
         05 WD-EFFECTIVE-DATE PIC 9(8).
         05 WD-TYPE PIC X(1).
           88 WD-FULL-WITHDRAWAL VALUE 'F'.
           88 WD-COURSE-DROP VALUE 'C'.
           88 WD-NO-SHOW VALUE 'N'.
           88 WD-SECTION-CANCELLED VALUE 'X'.
         05 WD-COURSE-CODE PIC X(7).

      * kept in step with Project86.cbl's FD TERM-CALENDAR-FILE
       FD TERM-CALENDAR-FILE.
       01 TERM-CALENDAR-RECORD.
         05 CAL-TERM-START-DATE PIC 9(8).
         05 CAL-FULL-REFUND-END PIC 9(8).
         05 CAL-HALF-REFUND-END PIC 9(8).
         05 CAL-PAYMENT-DEADLINE PIC X(8).
         05 CAL-EXAM-START-DATE PIC X(8).
         05 CAL-EXAM-END-DATE PIC X(8).
         05 CAL-EXAM-END-NUMERIC REDEFINES CAL-EXAM-END-DATE
             PIC 9(8).
         05 CAL-CENSUS-DATE PIC X(8).

      * current STUDENT-FILE-IN layout, as read/written by PROJECT03 -
      * kept in step with Project3.cbl's FD STUDENT-FILE
         05 CRS-PREREQ-COUNT PIC X(1).
         05 CRS-PREREQ-CODE PIC X(7) OCCURS 3 TIMES.

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

      * kept in step with Project105.cbl's FD HISTORY-FILE
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
         05 ATH-STUDENT-NUMBER PIC 9(6).
         05 ATH-COURSE-CODE PIC X(7).
         05 ATH-SECTION-CODE PIC X(3).
         05 ATH-TERM-CODE PIC 9(6).
         05 ATH-FIRST-ATTENDED PIC 9(8).
         05 ATH-LAST-ATTENDED PIC 9(8).
         05 ATH-DAYS-PRESENT PIC 9(3).
         05 ATH-DAYS-ABSENT PIC 9(3).
         05 ATH-LAST-CLASS-DATE PIC 9(8).

      * kept in step with Project103.cbl's FD WORKTERM-FILE
       FD WORKTERM-FILE.
       01 WORKTERM-RECORD.
         05 WKT-STUDENT-NUMBER PIC 9(6).
         05 WKT-TERM-CODE PIC 9(6).
         05 WKT-EMPLOYER-CODE PIC X(6).
         05 WKT-START-DATE PIC 9(8).
         05 WKT-END-DATE PIC 9(8).
         05 WKT-SUPERVISOR PIC X(20).
         05 WKT-STATUS PIC X(1).
         05 WKT-FEE-BILLED PIC 9999V99.
         05 WKT-CONFIRMED-DATE PIC 9(8).
         05 WKT-OPERATOR PIC X(8).

      * one record while the master is in use - kept in step with the
      * other programs honouring the lock, and with Project25.cbl's

       01 PRORATION-FIELDS.
         05 REFUND-PERCENT PIC 9(3).
         05 REFUND-BASE PIC S9(5)V99.
         05 ADJUSTMENT-AMOUNT PIC S9(5)V99.
         05 DROP-CREDIT-HOURS PIC 9(1).
         05 TOTAL-CREDIT-HOURS PIC 9(2).
         05 PRORATION-DATE PIC 9(8).

       01 AUDIT-TIME-FIELDS.
         05 AUDIT-DATE-RAW.
       01 AUDIT-AFTER-BUILD PIC X(50).
       01 AUDIT-AMOUNT-EDIT PIC -ZZZ9.99.

      * the section files in memory while the run releases seats -
      * same tables PROJECT77 keeps
       01 SECTION-TABLE.
         05 SECTION-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON SECTION-COUNT.
           10 TBL-SEC-COURSE-CODE PIC X(7).
           10 TBL-SEC-SECTION-CODE PIC X(3).
           10 TBL-SEC-TERM-CODE PIC 9(6).
           10 TBL-SEC-CAPACITY PIC 9(3).
           10 TBL-SEC-ENROLLED PIC 9(3).

       01 SECTION-VARIABLES.
         05 SECTION-FILE-STATUS PIC X(2).
         05 ENROLLMENT-FILE-STATUS PIC X(2).
         05 WAITLIST-FILE-STATUS PIC X(2).
         05 SEAT-OFFER-STATUS PIC X(2).
         05 SECTION-COUNT PIC 9(3) VALUE 0.
         05 SECTION-EOF-FLG PIC X(1) VALUE 'N'.
         05 SECTION-FIND-SUB PIC 9(3).
         05 SECTION-FOUND-SUB PIC 9(3).
         05 SECTION-FOUND-FLAG PIC X(1).
           88 SECTION-ROW-FOUND VALUE 'Y'.
         05 SECTION-CHANGED-FLAG PIC X(1) VALUE 'N'.
         05 RELEASE-TERM-ENTRY PIC X(6).
         05 RELEASE-TERM-CODE PIC 9(6) VALUE 0.
         05 RELEASE-COURSE-CODE PIC X(7).
         05 SEATS-HELD PIC 9(3).
         05 SEATS-FREE PIC S9(3).
         05 HOW-MANY-SEATS-RELEASED PIC 9(4) VALUE 0.
         05 HOW-MANY-SEATS-OFFERED PIC 9(4) VALUE 0.

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
         05 WAITLIST-EOF-FLG PIC X(1) VALUE 'N'.
         05 WAITLIST-SUB PIC 9(4).
         05 WAITLIST-FIND-SUB PIC 9(4).
         05 WAITLIST-NEXT-SUB PIC 9(4).
         05 WAITLIST-CHANGED-FLAG PIC X(1) VALUE 'N'.
      * an offer holds the seat this many days - same window PROJECT90
      * gives
         05 OFFER-RESPONSE-DAYS PIC 9(2) VALUE 3.
         05 OFFER-DEADLINE-DATE PIC 9(8).
         05 OFFER-DATE-INTEGER PIC 9(7).

      * the work-term registrations in memory while the run cancels
      * placements - every row, so the file can be written back whole
       01 WORKTERM-TABLE.
         05 WORKTERM-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON WORKTERM-COUNT.
           10 TBL-WKT-STUDENT-NUMBER PIC 9(6).
           10 TBL-WKT-TERM-CODE PIC 9(6).
           10 TBL-WKT-EMPLOYER-CODE PIC X(6).
           10 TBL-WKT-START-DATE PIC 9(8).
           10 TBL-WKT-END-DATE PIC 9(8).
           10 TBL-WKT-SUPERVISOR PIC X(20).
           10 TBL-WKT-STATUS PIC X(1).
             88 TBL-WKT-OPEN VALUE 'S' 'C'.
           10 TBL-WKT-FEE-BILLED PIC 9999V99.
           10 TBL-WKT-CONFIRMED-DATE PIC 9(8).
           10 TBL-WKT-OPERATOR PIC X(8).

       01 WORKTERM-VARIABLES.
         05 WORKTERM-FILE-STATUS PIC X(2).
         05 WORKTERM-COUNT PIC 9(4) VALUE 0.
         05 WORKTERM-EOF-FLG PIC X(1) VALUE 'N'.
         05 WORKTERM-SUB PIC 9(4).
         05 COOP-TERM-CODE PIC 9(6) VALUE 0.
         05 WORKTERM-CHANGED-FLAG PIC X(1) VALUE 'N'.
         05 HOW-MANY-WORKTERMS-CANCELLED PIC 9(4) VALUE 0.

      * the keyed term's attendance rows - the last date attended
      * per student and course
       01 ATTENDANCE-TABLE.
         05 ATTENDANCE-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON ATTENDANCE-COUNT.
           10 TBL-ATH-STUDENT-NUMBER PIC 9(6).
           10 TBL-ATH-COURSE-CODE PIC X(7).
           10 TBL-ATH-LAST-ATTENDED PIC 9(8).

       01 ATTENDANCE-VARIABLES.
         05 HISTORY-FILE-STATUS PIC X(2).
         05 ATTENDANCE-COUNT PIC 9(4) VALUE 0.
         05 ATTENDANCE-EOF-FLG PIC X(1) VALUE 'N'.
         05 ATTENDANCE-SUB PIC 9(4).
         05 ATTENDANCE-TERM-CODE PIC 9(6) VALUE 0.
         05 LAST-ATTENDED-DATE PIC 9(8).
         05 ATTENDANCE-ROW-FLAG PIC X(1).
           88 ATTENDANCE-ON-FILE VALUE 'Y'.
         05 HOW-MANY-LDA-PRORATED PIC 9(4) VALUE 0.

      * each student's TUITION assessed this term, net of the WDRAWADJ
      * credits already posted against it - the base a no-show or a
      * cancelled section is credited from
       01 TERM-TUITION-TABLE.
         05 TTN-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON TTN-COUNT.
           10 TTN-STUDENT-NUMBER PIC 9(6).
           10 TTN-NET-TUITION PIC S9(6)V99.

      * kept in step with PROJECT120's window - a term's TUITION is
      * billed no earlier than this many days before it starts
       01 TERM-BILLING-LEAD-DAYS PIC 9(3) VALUE 120.

       01 TERM-TUITION-VARIABLES.
         05 TTN-COUNT PIC 9(4) VALUE 0.
         05 TTN-SUB PIC 9(4).
         05 TTN-FIND-NUMBER PIC 9(6).
         05 TTN-FOUND-SUB PIC 9(4).
         05 TTN-FULL-FLAG PIC X(1) VALUE 'N'.
         05 CHARGE-EOF-FLG PIC X(1) VALUE 'N'.
         05 TERM-START-INTEGER PIC 9(8).
         05 TERM-END-DATE PIC 9(8).
         05 WINDOW-START-INTEGER PIC 9(8).
         05 WINDOW-START-DATE PIC 9(8).

       01 COUNTERS.
         05 HOW-MANY-READ PIC 9(6) VALUE 0.
         05 HOW-MANY-APPLIED PIC 9(6) VALUE 0.
           DISPLAY "ENTER OPERATOR ID:".
           ACCEPT OPERATOR-ID.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           DISPLAY "ENTER TERM BEING WITHDRAWN FROM (YYYYTT):".
           ACCEPT RELEASE-TERM-ENTRY.
           PERFORM 260-ACQUIRE-MASTER-LOCK.

           PERFORM 200-READ-TERM-CALENDAR.
           PERFORM 205-LOAD-COURSE-FEES.
           PERFORM 206-LOAD-SECTION-FILES.
           PERFORM 207-LOAD-WORKTERM-FILE.
           PERFORM 208-LOAD-ATTENDANCE-HISTORY.
           PERFORM 209-LOAD-TERM-TUITION.
           PERFORM 201-LOAD-STUDENT-MASTER.
           PERFORM 270-VERIFY-MASTER-CONTROL.
           PERFORM 202-OPEN-TRANSACTION-FILES.
               PERFORM 500-REWRITE-STUDENT-MASTER
               PERFORM 271-UPDATE-MASTER-CONTROL
           END-IF.
           IF SECTION-CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 510-REWRITE-SECTION-FILES
           END-IF.
           IF WORKTERM-CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 520-REWRITE-WORKTERM-FILE
           END-IF.

           DISPLAY "WITHDRAWALS READ: " HOW-MANY-READ
             "  APPLIED: " HOW-MANY-APPLIED
             "  REJECTED: " HOW-MANY-REJECTED.
           DISPLAY "COURSE FEES REVERSED: " HOW-MANY-FEES-REVERSED.
           DISPLAY "SECTION SEATS RELEASED: " HOW-MANY-SEATS-RELEASED
             "  OFFERED ON: " HOW-MANY-SEATS-OFFERED.
           DISPLAY "CO-OP WORK TERMS CANCELLED: "
             HOW-MANY-WORKTERMS-CANCELLED.
           DISPLAY "PRORATED FROM LAST DATE OF ATTENDANCE: "
             HOW-MANY-LDA-PRORATED.
           PERFORM 261-RELEASE-MASTER-LOCK.
           STOP RUN.

                             TO CFE-COURSE-FEE(CFE-COUNT)
                   END-READ.

      * the section files - no term keyed, or no section master,
      * means no seats are released this run and the withdrawals
      * still apply
           206-LOAD-SECTION-FILES.
               COMPUTE OFFER-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE-RAW)
                   + OFFER-RESPONSE-DAYS.
               COMPUTE OFFER-DEADLINE-DATE =
                   FUNCTION DATE-OF-INTEGER(OFFER-DATE-INTEGER).

               IF RELEASE-TERM-ENTRY IS NOT NUMERIC
                   DISPLAY "NO TERM KEYED - SECTION SEATS NOT "
                     "RELEASED THIS RUN"
               ELSE
                   MOVE RELEASE-TERM-ENTRY TO RELEASE-TERM-CODE
                   OPEN INPUT SECTION-FILE
                   IF SECTION-FILE-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "NO SECTION-MASTER.txt ON FILE - "
                         "SECTION SEATS NOT RELEASED THIS RUN"
                       MOVE ZERO TO RELEASE-TERM-CODE
                   ELSE
                       PERFORM 2061-LOAD-ONE-SECTION
                           UNTIL SECTION-EOF-FLG IS EQUAL TO 'Y'
                           OR SECTION-COUNT IS EQUAL TO 500
                       CLOSE SECTION-FILE
                       PERFORM 2062-LOAD-CAPTURES-AND-QUEUE
                   END-IF
               END-IF.

               2061-LOAD-ONE-SECTION.
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

               2062-LOAD-CAPTURES-AND-QUEUE.
                   OPEN INPUT ENROLLMENT-FILE.
                   IF ENROLLMENT-FILE-STATUS IS EQUAL TO "00"
                       PERFORM 2063-LOAD-ONE-CAPTURE
                           UNTIL ENROLLMENT-EOF-FLG IS EQUAL TO 'Y'
                           OR ENROLLMENT-COUNT IS EQUAL TO 5000
                       CLOSE ENROLLMENT-FILE
                   END-IF.

                   OPEN INPUT WAITLIST-FILE.
                   IF WAITLIST-FILE-STATUS IS EQUAL TO "00"
                       PERFORM 2064-LOAD-ONE-WAITLIST-ENTRY
                           UNTIL WAITLIST-EOF-FLG IS EQUAL TO 'Y'
                           OR WAITLIST-COUNT IS EQUAL TO 2000
                       CLOSE WAITLIST-FILE
                   END-IF.

               2063-LOAD-ONE-CAPTURE.
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

               2064-LOAD-ONE-WAITLIST-ENTRY.
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

      * the work terms - no term keyed, or no registrations on file,
      * means no placements are cancelled this run
           207-LOAD-WORKTERM-FILE.
               IF RELEASE-TERM-ENTRY IS NUMERIC
                   MOVE RELEASE-TERM-ENTRY TO COOP-TERM-CODE
                   OPEN INPUT WORKTERM-FILE
                   IF WORKTERM-FILE-STATUS IS EQUAL TO "35"
                       MOVE ZERO TO COOP-TERM-CODE
                   ELSE IF WORKTERM-FILE-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN COOP-WORKTERM.txt - "
                         "STATUS " WORKTERM-FILE-STATUS
                       PERFORM 261-RELEASE-MASTER-LOCK
                       STOP RUN
                   ELSE
                       PERFORM 2071-LOAD-ONE-WORKTERM
                           UNTIL WORKTERM-EOF-FLG IS EQUAL TO 'Y'
                           OR WORKTERM-COUNT IS EQUAL TO 3000
                       CLOSE WORKTERM-FILE
                   END-IF
                   END-IF
               END-IF.

               2071-LOAD-ONE-WORKTERM.
                   READ WORKTERM-FILE
                       AT END
                           MOVE 'Y' TO WORKTERM-EOF-FLG
                       NOT AT END
                           ADD 1 TO WORKTERM-COUNT
                           MOVE WKT-STUDENT-NUMBER
                             TO TBL-WKT-STUDENT-NUMBER(WORKTERM-COUNT)
                           MOVE WKT-TERM-CODE
                             TO TBL-WKT-TERM-CODE(WORKTERM-COUNT)
                           MOVE WKT-EMPLOYER-CODE
                             TO TBL-WKT-EMPLOYER-CODE(WORKTERM-COUNT)
                           MOVE WKT-START-DATE
                             TO TBL-WKT-START-DATE(WORKTERM-COUNT)
                           MOVE WKT-END-DATE
                             TO TBL-WKT-END-DATE(WORKTERM-COUNT)
                           MOVE WKT-SUPERVISOR
                             TO TBL-WKT-SUPERVISOR(WORKTERM-COUNT)
                           MOVE WKT-STATUS
                             TO TBL-WKT-STATUS(WORKTERM-COUNT)
                           MOVE WKT-FEE-BILLED
                             TO TBL-WKT-FEE-BILLED(WORKTERM-COUNT)
                           MOVE WKT-CONFIRMED-DATE
                             TO TBL-WKT-CONFIRMED-DATE(WORKTERM-COUNT)
                           MOVE WKT-OPERATOR
                             TO TBL-WKT-OPERATOR(WORKTERM-COUNT)
                   END-READ.

      * the attendance history - no term keyed, or no history on
      * file, means every withdrawal prorates from its form date
           208-LOAD-ATTENDANCE-HISTORY.
               IF RELEASE-TERM-ENTRY IS NUMERIC
                   MOVE RELEASE-TERM-ENTRY TO ATTENDANCE-TERM-CODE
                   OPEN INPUT HISTORY-FILE
                   IF HISTORY-FILE-STATUS IS EQUAL TO "35"
                       MOVE ZERO TO ATTENDANCE-TERM-CODE
                   ELSE IF HISTORY-FILE-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN ATTENDANCE-HISTORY.txt "
                         "- STATUS " HISTORY-FILE-STATUS
                       PERFORM 261-RELEASE-MASTER-LOCK
                       STOP RUN
                   ELSE
                       PERFORM 2081-LOAD-ONE-ATTENDANCE-ROW
                           UNTIL ATTENDANCE-EOF-FLG IS EQUAL TO 'Y'
                           OR ATTENDANCE-COUNT IS EQUAL TO 5000
                       CLOSE HISTORY-FILE
                   END-IF
                   END-IF
               END-IF.

               2081-LOAD-ONE-ATTENDANCE-ROW.
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO ATTENDANCE-EOF-FLG
                       NOT AT END
                           IF ATH-TERM-CODE IS EQUAL TO
                               ATTENDANCE-TERM-CODE
                               ADD 1 TO ATTENDANCE-COUNT
                               MOVE ATH-STUDENT-NUMBER
                                 TO TBL-ATH-STUDENT-NUMBER
                                   (ATTENDANCE-COUNT)
                               MOVE ATH-COURSE-CODE
                                 TO TBL-ATH-COURSE-CODE
                                   (ATTENDANCE-COUNT)
                               MOVE ATH-LAST-ATTENDED
                                 TO TBL-ATH-LAST-ATTENDED
                                   (ATTENDANCE-COUNT)
                           END-IF
                   END-READ.

      * the term's TUITION billings and WDRAWADJ credits, over the
      * same window PROJECT120 and PROJECT126 take - an older line
      * belongs to an earlier term; read before 202 reopens the
      * ledger for this run's own lines
           209-LOAD-TERM-TUITION.
               COMPUTE TERM-START-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CAL-TERM-START-DATE).
               COMPUTE WINDOW-START-INTEGER =
                   TERM-START-INTEGER - TERM-BILLING-LEAD-DAYS.
               COMPUTE WINDOW-START-DATE =
                   FUNCTION DATE-OF-INTEGER(WINDOW-START-INTEGER).
               IF CAL-EXAM-END-DATE IS NUMERIC
                   AND CAL-EXAM-END-NUMERIC IS GREATER THAN
                       CAL-TERM-START-DATE
                   MOVE CAL-EXAM-END-NUMERIC TO TERM-END-DATE
               ELSE
                   MOVE 99999999 TO TERM-END-DATE
               END-IF.

               OPEN INPUT CHARGE-LEDGER.
               IF CHARGE-LEDGER-STATUS IS EQUAL TO "35"
                   DISPLAY "NO CHARGE-DETAIL.txt - NO TERM TUITION "
                     "TO CREDIT A NO-SHOW OR CANCELLED SECTION FROM"
               ELSE IF CHARGE-LEDGER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CHARGE-DETAIL.txt - "
                     "STATUS " CHARGE-LEDGER-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               ELSE
                   PERFORM 2091-TAKE-ONE-CHARGE
                       UNTIL CHARGE-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE CHARGE-LEDGER
               END-IF
               END-IF.

               IF TTN-FULL-FLAG IS EQUAL TO 'Y'
                   DISPLAY "OVER 3000 STUDENTS BILLED THIS TERM - "
                     "RUN STOPPED, NOTHING POSTED"
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.

               2091-TAKE-ONE-CHARGE.
                   READ CHARGE-LEDGER
                       AT END
                           MOVE 'Y' TO CHARGE-EOF-FLG
                       NOT AT END
                           IF (CHG-CHARGE-TYPE IS EQUAL TO "TUITION"
                               OR CHG-CHARGE-TYPE IS EQUAL TO
                                   "WDRAWADJ")
                               AND CHG-DATE IS NOT LESS THAN
                                   WINDOW-START-DATE
                               AND CHG-DATE IS NOT GREATER THAN
                                   TERM-END-DATE
                               MOVE CHG-STUDENT-NUMBER
                                 TO TTN-FIND-NUMBER
                               PERFORM 360-FIND-OR-ADD-TERM-TUITION
                               IF TTN-FOUND-SUB > ZERO
                                   ADD CHG-AMOUNT
                                     TO TTN-NET-TUITION(TTN-FOUND-SUB)
                               END-IF
                           END-IF
                   END-READ.

      * load the whole tuition master, same load loop as
      * Project09.cbl's 200-LOAD-STUDENT-MASTER
           201-LOAD-STUDENT-MASTER.
                   MOVE "REJECTED - BAD STUDENT NUMBER"
                     TO WRG-STATUS-OUT
                   PERFORM 305-WRITE-REJECT-LINE
               ELSE IF NOT WD-FULL-WITHDRAWAL
                   AND NOT WD-COURSE-DROP
                   AND NOT WD-NO-SHOW
                   AND NOT WD-SECTION-CANCELLED
                   MOVE "REJECTED - TYPE NOT F/C/N/X"
                     TO WRG-STATUS-OUT
                   PERFORM 305-WRITE-REJECT-LINE
               ELSE
                   MOVE WD-STUDENT-NUMBER TO WD-STUDENT-NUMERIC
                       PERFORM 305-WRITE-REJECT-LINE
                   ELSE
                       PERFORM 302-WORK-OUT-REFUND-PERCENT
                       IF WD-FULL-WITHDRAWAL OR WD-NO-SHOW
                           PERFORM 303-APPLY-FULL-WITHDRAWAL
                       ELSE
                           PERFORM 304-APPLY-COURSE-DROP
                   END-IF.

      * 100 percent through the full-refund date, 50 through the
      * half-refund date, nothing after - counted from the last date
      * of attendance when that comes before the form; a census
      * no-show or a cancelled section is credited in full whatever
      * the date
           302-WORK-OUT-REFUND-PERCENT.
               PERFORM 350-SET-PRORATION-DATE.

               IF WD-NO-SHOW OR WD-SECTION-CANCELLED
                   MOVE 100 TO REFUND-PERCENT
               ELSE IF PRORATION-DATE IS NOT GREATER THAN
                   CAL-FULL-REFUND-END
                   MOVE 100 TO REFUND-PERCENT
               ELSE IF PRORATION-DATE IS NOT GREATER THAN
                   CAL-HALF-REFUND-END
                   MOVE 50 TO REFUND-PERCENT
               ELSE
                   MOVE 0 TO REFUND-PERCENT
               END-IF
               END-IF
               END-IF.

      * a full withdrawal prorates the whole balance and closes out
      * every course slot; a no-show is credited the whole of the
      * term's assessed TUITION instead, which takes a student who had
      * paid into a credit balance for PROJECT10 to refund
           303-APPLY-FULL-WITHDRAWAL.
               IF WD-NO-SHOW
                   MOVE WD-STUDENT-NUMERIC TO TTN-FIND-NUMBER
                   PERFORM 360-FIND-OR-ADD-TERM-TUITION
                   MOVE ZERO TO REFUND-BASE
                   IF TTN-FOUND-SUB > ZERO
                       AND TTN-NET-TUITION(TTN-FOUND-SUB) > ZERO
                       MOVE TTN-NET-TUITION(TTN-FOUND-SUB)
                         TO REFUND-BASE
                   END-IF
               ELSE
                   MOVE MST-TUITION-OWED(MASTER-FOUND-SUB)
                     TO REFUND-BASE
               END-IF.
               PERFORM 306-ADJUST-BALANCE.

      * every course on the record gives back its ancillary fee in
               MOVE 1
                 TO MST-COURSE-CREDIT-HOURS(MASTER-FOUND-SUB, 1).

      * every section seat the student holds this term comes back,
      * and a student leaving the term leaves its waitlists too
               IF RELEASE-TERM-CODE IS GREATER THAN ZERO
                   MOVE SPACES TO RELEASE-COURSE-CODE
                   PERFORM 320-RELEASE-ONE-CAPTURE
                       VARYING ENROLLMENT-SUB FROM 1 BY 1
                       UNTIL ENROLLMENT-SUB > ENROLLMENT-COUNT
                   PERFORM 322-WITHDRAW-ONE-QUEUE-ENTRY
                       VARYING WAITLIST-SUB FROM 1 BY 1
                       UNTIL WAITLIST-SUB > WAITLIST-COUNT
               END-IF.

      * and a student leaving the term is not going out on a work
      * term in it either
               IF COOP-TERM-CODE IS GREATER THAN ZERO
                   PERFORM 340-CANCEL-ONE-WORKTERM
                       VARYING WORKTERM-SUB FROM 1 BY 1
                       UNTIL WORKTERM-SUB > WORKTERM-COUNT
               END-IF.

               IF WD-NO-SHOW
                   MOVE "NO-SHOW CANCELLATION APPLIED"
                     TO WRG-STATUS-OUT
               ELSE IF PRORATION-DATE IS LESS THAN WD-EFFECTIVE-DATE
                   MOVE SPACES TO WRG-STATUS-OUT
                   STRING "FULL WITHDRAWAL - LDA " DELIMITED BY SIZE
                       PRORATION-DATE DELIMITED BY SIZE
                       INTO WRG-STATUS-OUT
                   END-STRING
                   ADD 1 TO HOW-MANY-LDA-PRORATED
               ELSE
                   MOVE "FULL WITHDRAWAL APPLIED" TO WRG-STATUS-OUT
               END-IF
               END-IF.
               PERFORM 307-WRITE-APPLIED-LINE.

      * a course drop prorates that course's credit-hour share of the
      * balance and closes out just its slot - a cancelled section's
      * share is taken of the term's assessed TUITION instead
           304-APPLY-COURSE-DROP.
               MOVE 'N' TO COURSE-FOUND-FLAG.
               MOVE ZERO TO TOTAL-CREDIT-HOURS.
                     TO WRG-STATUS-OUT
                   PERFORM 305-WRITE-REJECT-LINE
               ELSE
                   IF WD-SECTION-CANCELLED
                       MOVE WD-STUDENT-NUMERIC TO TTN-FIND-NUMBER
                       PERFORM 360-FIND-OR-ADD-TERM-TUITION
                   END-IF
                   IF TOTAL-CREDIT-HOURS IS EQUAL TO 0
                       MOVE ZERO TO REFUND-BASE
                   ELSE IF NOT WD-SECTION-CANCELLED
                       COMPUTE REFUND-BASE ROUNDED =
                           MST-TUITION-OWED(MASTER-FOUND-SUB)
                           * DROP-CREDIT-HOURS / TOTAL-CREDIT-HOURS
                   ELSE IF TTN-FOUND-SUB > ZERO
                       AND TTN-NET-TUITION(TTN-FOUND-SUB) > ZERO
                       COMPUTE REFUND-BASE ROUNDED =
                           TTN-NET-TUITION(TTN-FOUND-SUB)
                           * DROP-CREDIT-HOURS / TOTAL-CREDIT-HOURS
                   ELSE
                       MOVE ZERO TO REFUND-BASE
                   END-IF
                   END-IF
                   END-IF
                   PERFORM 306-ADJUST-BALANCE
                   MOVE WD-COURSE-CODE TO FEE-LOOKUP-COURSE
                   PERFORM 310-REVERSE-COURSE-FEE
                   PERFORM 308-CLOSE-OUT-COURSE-SLOT
                   IF RELEASE-TERM-CODE IS GREATER THAN ZERO
                       MOVE WD-COURSE-CODE TO RELEASE-COURSE-CODE
                       PERFORM 320-RELEASE-ONE-CAPTURE
                           VARYING ENROLLMENT-SUB FROM 1 BY 1
                           UNTIL ENROLLMENT-SUB > ENROLLMENT-COUNT
                   END-IF
                   IF WD-SECTION-CANCELLED
                       MOVE "SECTION CANCELLED - CREDITED"
                         TO WRG-STATUS-OUT
                   ELSE IF PRORATION-DATE IS LESS THAN
                       WD-EFFECTIVE-DATE
                       MOVE SPACES TO WRG-STATUS-OUT
                       STRING "COURSE DROP - LDA " DELIMITED BY SIZE
                           PRORATION-DATE DELIMITED BY SIZE
                           INTO WRG-STATUS-OUT
                       END-STRING
                       ADD 1 TO HOW-MANY-LDA-PRORATED
                   ELSE
                       MOVE "COURSE DROP APPLIED" TO WRG-STATUS-OUT
                   END-IF
                   END-IF
                   PERFORM 307-WRITE-APPLIED-LINE
               END-IF.

                   END-IF.

      * the adjustment comes off the balance, the hold re-derives,
      * and the audit trail and charge ledger both get their lines -
      * the balance may go below zero, and PROJECT10 refunds it
           306-ADJUST-BALANCE.
               COMPUTE ADJUSTMENT-AMOUNT ROUNDED =
                   REFUND-BASE * REFUND-PERCENT / 100.
               IF ADJUSTMENT-AMOUNT IS NOT EQUAL TO ZERO
                   MOVE WD-STUDENT-NUMERIC TO CHG-STUDENT-NUMBER
                   MOVE "WDRAWADJ" TO CHG-CHARGE-TYPE
                   IF WD-NO-SHOW
                       MOVE "NO-SHOW REVERSAL" TO CHG-DESCRIPTION
                   ELSE IF WD-SECTION-CANCELLED
                       MOVE "SECTION CANCELLED" TO CHG-DESCRIPTION
                   ELSE
                       MOVE "WITHDRAWAL ADJ" TO CHG-DESCRIPTION
                   END-IF
                   END-IF
                   COMPUTE CHG-AMOUNT = ADJUSTMENT-AMOUNT * -1
                   MOVE RUN-DATE-RAW TO CHG-DATE
                   WRITE CHARGE-LEDGER-LINE
      * a later line for the same student this run credits only
      * what is left
                   MOVE WD-STUDENT-NUMERIC TO TTN-FIND-NUMBER
                   PERFORM 360-FIND-OR-ADD-TERM-TUITION
                   IF TTN-FOUND-SUB > ZERO
                       ADD CHG-AMOUNT TO TTN-NET-TUITION(TTN-FOUND-SUB)
                   END-IF
               END-IF.

      * shift the slots above the dropped course down over it - when
                       MOVE CFE-FIND-SUB TO CFE-FOUND-SUB
                   END-IF.

      * the student's capture line for the term - one course when
      * RELEASE-COURSE-CODE is set, every course when it is blank -
      * comes off, the section's count comes down, and the freed
      * seat is offered on
           320-RELEASE-ONE-CAPTURE.
               IF TBL-ENR-STUDENT-NUMBER(ENROLLMENT-SUB) IS EQUAL TO
                   WD-STUDENT-NUMERIC
                   AND TBL-ENR-TERM-CODE(ENROLLMENT-SUB) IS EQUAL TO
                       RELEASE-TERM-CODE
                   AND TBL-ENR-DELETED-FLAG(ENROLLMENT-SUB)
                       IS NOT EQUAL TO 'Y'
                   AND (RELEASE-COURSE-CODE IS EQUAL TO SPACES
                     OR TBL-ENR-COURSE-CODE(ENROLLMENT-SUB)
                       IS EQUAL TO RELEASE-COURSE-CODE)
                   MOVE 'Y' TO TBL-ENR-DELETED-FLAG(ENROLLMENT-SUB)
                   MOVE 'Y' TO SECTION-CHANGED-FLAG
                   ADD 1 TO HOW-MANY-SEATS-RELEASED
                   PERFORM 321-FIND-SECTION-ROW
                   IF SECTION-ROW-FOUND
                       IF TBL-SEC-ENROLLED(SECTION-FOUND-SUB)
                           IS GREATER THAN ZERO
                           SUBTRACT 1
                             FROM TBL-SEC-ENROLLED(SECTION-FOUND-SUB)
                       END-IF
                       PERFORM 330-OFFER-FREED-SEAT
                   END-IF
               END-IF.

           321-FIND-SECTION-ROW.
               MOVE 'N' TO SECTION-FOUND-FLAG.
               MOVE 0 TO SECTION-FOUND-SUB.

               PERFORM 3211-CHECK-ONE-SECTION
                   VARYING SECTION-FIND-SUB FROM 1 BY 1
                   UNTIL SECTION-FIND-SUB > SECTION-COUNT
                   OR SECTION-ROW-FOUND.

               3211-CHECK-ONE-SECTION.
                   IF TBL-SEC-COURSE-CODE(SECTION-FIND-SUB) IS EQUAL
                       TO TBL-ENR-COURSE-CODE(ENROLLMENT-SUB)
                       AND TBL-SEC-SECTION-CODE(SECTION-FIND-SUB)
                           IS EQUAL TO
                             TBL-ENR-SECTION-CODE(ENROLLMENT-SUB)
                       AND TBL-SEC-TERM-CODE(SECTION-FIND-SUB)
                           IS EQUAL TO RELEASE-TERM-CODE
                       MOVE 'Y' TO SECTION-FOUND-FLAG
                       MOVE SECTION-FIND-SUB TO SECTION-FOUND-SUB
                   END-IF.

      * a withdrawing student's waiting entries are removed; an
      * offer they were holding goes to the next in line
           322-WITHDRAW-ONE-QUEUE-ENTRY.
               IF WLT-STUDENT-NUMBER(WAITLIST-SUB) IS EQUAL TO
                   WD-STUDENT-NUMERIC
                   AND WLT-TERM-CODE(WAITLIST-SUB) IS EQUAL TO
                       RELEASE-TERM-CODE
                   IF WLT-STATUS(WAITLIST-SUB) IS EQUAL TO 'W'
                       MOVE 'R' TO WLT-STATUS(WAITLIST-SUB)
                       MOVE 'Y' TO WAITLIST-CHANGED-FLAG
                       MOVE 'Y' TO SECTION-CHANGED-FLAG
                   ELSE IF WLT-STATUS(WAITLIST-SUB) IS EQUAL TO 'O'
                       MOVE 'R' TO WLT-STATUS(WAITLIST-SUB)
                       MOVE 'Y' TO WAITLIST-CHANGED-FLAG
                       MOVE 'Y' TO SECTION-CHANGED-FLAG
                       PERFORM 323-FIND-QUEUE-SECTION-ROW
                       IF SECTION-ROW-FOUND
                           PERFORM 330-OFFER-FREED-SEAT
                       END-IF
                   END-IF
                   END-IF
               END-IF.

           323-FIND-QUEUE-SECTION-ROW.
               MOVE 'N' TO SECTION-FOUND-FLAG.
               MOVE 0 TO SECTION-FOUND-SUB.

               PERFORM 3231-CHECK-ONE-SECTION
                   VARYING SECTION-FIND-SUB FROM 1 BY 1
                   UNTIL SECTION-FIND-SUB > SECTION-COUNT
                   OR SECTION-ROW-FOUND.

               3231-CHECK-ONE-SECTION.
                   IF TBL-SEC-COURSE-CODE(SECTION-FIND-SUB) IS EQUAL
                       TO WLT-COURSE-CODE(WAITLIST-SUB)
                       AND TBL-SEC-SECTION-CODE(SECTION-FIND-SUB)
                           IS EQUAL TO WLT-SECTION-CODE(WAITLIST-SUB)
                       AND TBL-SEC-TERM-CODE(SECTION-FIND-SUB)
                           IS EQUAL TO RELEASE-TERM-CODE
                       MOVE 'Y' TO SECTION-FOUND-FLAG
                       MOVE SECTION-FIND-SUB TO SECTION-FOUND-SUB
                   END-IF.

      * a seat has come free on the section at SECTION-FOUND-SUB -
      * when no open offer already holds it, the head of the queue
      * gets it with a response deadline; PROJECT90 lapses it after
           330-OFFER-FREED-SEAT.
               MOVE ZERO TO SEATS-HELD.
               PERFORM 3301-COUNT-ONE-HELD-SEAT
                   VARYING WAITLIST-FIND-SUB FROM 1 BY 1
                   UNTIL WAITLIST-FIND-SUB > WAITLIST-COUNT.
               COMPUTE SEATS-FREE =
                   TBL-SEC-CAPACITY(SECTION-FOUND-SUB)
                   - TBL-SEC-ENROLLED(SECTION-FOUND-SUB) - SEATS-HELD.

               MOVE ZERO TO WAITLIST-NEXT-SUB.
               IF SEATS-FREE IS GREATER THAN ZERO
                   PERFORM 3302-CHECK-ONE-WAITING
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
                   PERFORM 3303-WRITE-OFFER-LINE
                   ADD 1 TO HOW-MANY-SEATS-OFFERED
               END-IF.

               3301-COUNT-ONE-HELD-SEAT.
                   IF WLT-STATUS(WAITLIST-FIND-SUB) IS EQUAL TO 'O'
                       AND WLT-COURSE-CODE(WAITLIST-FIND-SUB)
                           IS EQUAL TO
                             TBL-SEC-COURSE-CODE(SECTION-FOUND-SUB)
                       AND WLT-SECTION-CODE(WAITLIST-FIND-SUB)
                           IS EQUAL TO
                             TBL-SEC-SECTION-CODE(SECTION-FOUND-SUB)
                       AND WLT-TERM-CODE(WAITLIST-FIND-SUB)
                           IS EQUAL TO
                             TBL-SEC-TERM-CODE(SECTION-FOUND-SUB)
                       ADD 1 TO SEATS-HELD
                   END-IF.

               3302-CHECK-ONE-WAITING.
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

               3303-WRITE-OFFER-LINE.
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

      * a seeking or confirmed placement for the term is cancelled;
      * one already completed or cancelled is left as it stands
           340-CANCEL-ONE-WORKTERM.
               IF TBL-WKT-STUDENT-NUMBER(WORKTERM-SUB) IS EQUAL TO
                   WD-STUDENT-NUMERIC
                   AND TBL-WKT-TERM-CODE(WORKTERM-SUB) IS EQUAL TO
                       COOP-TERM-CODE
                   AND TBL-WKT-OPEN(WORKTERM-SUB)
                   MOVE 'X' TO TBL-WKT-STATUS(WORKTERM-SUB)
                   MOVE 'Y' TO WORKTERM-CHANGED-FLAG
                   ADD 1 TO HOW-MANY-WORKTERMS-CANCELLED
               END-IF.

      * the form's date unless the attendance history says the
      * student stopped coming earlier - the latest present day over
      * the whole term for a withdrawal, over the dropped course for
      * a drop; rows that never once show the student present date
      * it from the term start; no rows leave the form's date
           350-SET-PRORATION-DATE.
               MOVE WD-EFFECTIVE-DATE TO PRORATION-DATE.
               MOVE 'N' TO ATTENDANCE-ROW-FLAG.
               MOVE ZERO TO LAST-ATTENDED-DATE.

               IF ATTENDANCE-TERM-CODE IS GREATER THAN ZERO
                   AND NOT WD-NO-SHOW
                   AND NOT WD-SECTION-CANCELLED
                   PERFORM 351-CHECK-ONE-ATTENDANCE-ROW
                       VARYING ATTENDANCE-SUB FROM 1 BY 1
                       UNTIL ATTENDANCE-SUB > ATTENDANCE-COUNT
               END-IF.

               IF ATTENDANCE-ON-FILE
                   IF LAST-ATTENDED-DATE IS EQUAL TO ZERO
                       MOVE CAL-TERM-START-DATE TO LAST-ATTENDED-DATE
                   END-IF
                   IF LAST-ATTENDED-DATE IS LESS THAN PRORATION-DATE
                       MOVE LAST-ATTENDED-DATE TO PRORATION-DATE
                   END-IF
               END-IF.

               351-CHECK-ONE-ATTENDANCE-ROW.
                   IF TBL-ATH-STUDENT-NUMBER(ATTENDANCE-SUB)
                       IS EQUAL TO WD-STUDENT-NUMERIC
                       AND (WD-FULL-WITHDRAWAL
                       OR TBL-ATH-COURSE-CODE(ATTENDANCE-SUB)
                           IS EQUAL TO WD-COURSE-CODE)
                       MOVE 'Y' TO ATTENDANCE-ROW-FLAG
                       IF TBL-ATH-LAST-ATTENDED(ATTENDANCE-SUB)
                           IS GREATER THAN LAST-ATTENDED-DATE
                           MOVE TBL-ATH-LAST-ATTENDED(ATTENDANCE-SUB)
                             TO LAST-ATTENDED-DATE
                       END-IF
                   END-IF.

      * the student's row of the term tuition table, added at zero
      * when the ledger had nothing for them - TTN-FOUND-SUB stays
      * zero only when the table is full
           360-FIND-OR-ADD-TERM-TUITION.
               MOVE ZERO TO TTN-FOUND-SUB.
               PERFORM 361-CHECK-ONE-TERM-TUITION
                   VARYING TTN-SUB FROM 1 BY 1
                   UNTIL TTN-SUB > TTN-COUNT
                   OR TTN-FOUND-SUB > ZERO.

               IF TTN-FOUND-SUB IS EQUAL TO ZERO
                   IF TTN-COUNT IS EQUAL TO 3000
                       MOVE 'Y' TO TTN-FULL-FLAG
                   ELSE
                       ADD 1 TO TTN-COUNT
                       MOVE TTN-COUNT TO TTN-FOUND-SUB
                       MOVE TTN-FIND-NUMBER
                         TO TTN-STUDENT-NUMBER(TTN-COUNT)
                       MOVE ZERO TO TTN-NET-TUITION(TTN-COUNT)
                   END-IF
               END-IF.

               361-CHECK-ONE-TERM-TUITION.
                   IF TTN-STUDENT-NUMBER(TTN-SUB) IS EQUAL TO
                       TTN-FIND-NUMBER
                       MOVE TTN-SUB TO TTN-FOUND-SUB
                   END-IF.

           305-WRITE-REJECT-LINE.
               MOVE WD-STUDENT-NUMBER TO WRG-STUDENT-NUMBER-OUT.
               MOVE WD-TYPE TO WRG-TYPE-OUT.
               OPEN OUTPUT MASTER-LOCK-FILE.
               CLOSE MASTER-LOCK-FILE.

      * section master, captures, and waitlist all go back together
      * once any seat has moved
           510-REWRITE-SECTION-FILES.
               OPEN OUTPUT SECTION-FILE.
               IF SECTION-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-MASTER.txt - "
                     "STATUS " SECTION-FILE-STATUS
                   STOP RUN
               END-IF.
               PERFORM 511-WRITE-ONE-SECTION
                   VARYING SECTION-FIND-SUB FROM 1 BY 1
                   UNTIL SECTION-FIND-SUB > SECTION-COUNT.
               CLOSE SECTION-FILE.

               OPEN OUTPUT ENROLLMENT-FILE.
               IF ENROLLMENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN SECTION-ENROLLMENT.txt - "
                     "STATUS " ENROLLMENT-FILE-STATUS
                   STOP RUN
               END-IF.
               PERFORM 512-WRITE-ONE-CAPTURE
                   VARYING ENROLLMENT-SUB FROM 1 BY 1
                   UNTIL ENROLLMENT-SUB > ENROLLMENT-COUNT.
               CLOSE ENROLLMENT-FILE.

               IF WAITLIST-CHANGED-FLAG IS EQUAL TO 'Y'
                   OPEN OUTPUT WAITLIST-FILE
                   IF WAITLIST-FILE-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN SECTION-WAITLIST.txt - "
                         "STATUS " WAITLIST-FILE-STATUS
                       STOP RUN
                   END-IF
                   PERFORM 513-WRITE-ONE-WAITLIST-ENTRY
                       VARYING WAITLIST-SUB FROM 1 BY 1
                       UNTIL WAITLIST-SUB > WAITLIST-COUNT
                   CLOSE WAITLIST-FILE
               END-IF.

               511-WRITE-ONE-SECTION.
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

               512-WRITE-ONE-CAPTURE.
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

               513-WRITE-ONE-WAITLIST-ENTRY.
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

           520-REWRITE-WORKTERM-FILE.
               OPEN OUTPUT WORKTERM-FILE.
               IF WORKTERM-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN COOP-WORKTERM.txt - "
                     "STATUS " WORKTERM-FILE-STATUS
                   STOP RUN
               END-IF.
               PERFORM 521-WRITE-ONE-WORKTERM
                   VARYING WORKTERM-SUB FROM 1 BY 1
                   UNTIL WORKTERM-SUB > WORKTERM-COUNT.
               CLOSE WORKTERM-FILE.

               521-WRITE-ONE-WORKTERM.
                   MOVE TBL-WKT-STUDENT-NUMBER(WORKTERM-SUB)
                     TO WKT-STUDENT-NUMBER.
                   MOVE TBL-WKT-TERM-CODE(WORKTERM-SUB)
                     TO WKT-TERM-CODE.
                   MOVE TBL-WKT-EMPLOYER-CODE(WORKTERM-SUB)
                     TO WKT-EMPLOYER-CODE.
                   MOVE TBL-WKT-START-DATE(WORKTERM-SUB)
                     TO WKT-START-DATE.
                   MOVE TBL-WKT-END-DATE(WORKTERM-SUB)
                     TO WKT-END-DATE.
                   MOVE TBL-WKT-SUPERVISOR(WORKTERM-SUB)
                     TO WKT-SUPERVISOR.
                   MOVE TBL-WKT-STATUS(WORKTERM-SUB) TO WKT-STATUS.
                   MOVE TBL-WKT-FEE-BILLED(WORKTERM-SUB)
                     TO WKT-FEE-BILLED.
                   MOVE TBL-WKT-CONFIRMED-DATE(WORKTERM-SUB)
                     TO WKT-CONFIRMED-DATE.
                   MOVE TBL-WKT-OPERATOR(WORKTERM-SUB)
                     TO WKT-OPERATOR.
                   WRITE WORKTERM-RECORD.


      * check the master against its own control record before
      * anything downstream trusts it - count and hash both have to
