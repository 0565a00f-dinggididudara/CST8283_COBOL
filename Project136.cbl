      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: monthly EV charging billing - the lot chargers'
      *          controller exports EV-SESSIONS.txt, one line per
      *          session: the permit number keyed at the station,
      *          station ID, kWh delivered, and plug-in and unplug
      *          date and time. For the keyed billing month (YYYYMM)
      *          each session started in the month is checked through
      *          CARIDX6.DAT the way PROJECT71 checks a scan - the
      *          permit must be on file, in force on the session
      *          date, and registered to an electric car
      *          (CAR-FUEL-TYPE 'E') whose owner is on the tuition
      *          master. A good session is priced off EV-RATES.txt
      *          (the row in force on the session date): kWh at the
      *          energy rate, plus idle time - plugged-in minutes
      *          past the row's free minutes - at the hourly idle
      *          rate. Each permit's month posts as one EVCHARGE line
      *          to the holder's account under the master lock, so
      *          PROJECT03's statement shows it, with HST beside it
      *          when TAX-RULES.txt flags EVCHARGE taxable. Every
      *          other session goes to EV-EXCEPTIONS.txt for the
      *          parking office with the reason, the month's billing
      *          by permit goes on EV-BILLING-REGISTER.txt, and
      *          facilities get usage totals per station on
      *          EV-STATION-USAGE.txt. A month bills once: the run
      *          refuses a month EV-BILLING-HISTORY.txt already
      *          holds, or one before it
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT136.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the chargers' controller export
           SELECT EV-SESSION-FILE
           ASSIGN TO "..\EV-SESSIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SESSION-FILE-STATUS.

      * one row per rate change, by effective date
           SELECT EV-RATE-FILE
           ASSIGN TO "..\EV-RATES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATE-FILE-STATUS.

      * one line per month billed - the rerun guard
           SELECT EV-HISTORY-FILE
           ASSIGN TO "..\EV-BILLING-HISTORY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT CAR-INDEXED-FILE
           ASSIGN TO "..\CARIDX6.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-PERMIT-NUMBER
           FILE STATUS IS CAR-IDX-STATUS.

      * kept in step with Project40.cbl's FD TAX-RULES-FILE
           SELECT TAX-RULES-FILE
           ASSIGN TO "..\TAX-RULES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TAX-RULES-STATUS.

           SELECT EV-EXCEPTIONS
           ASSIGN TO "..\EV-EXCEPTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPTIONS-STATUS.

           SELECT EV-REGISTER
           ASSIGN TO "..\EV-BILLING-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-STATUS.

           SELECT EV-STATION-USAGE
           ASSIGN TO "..\EV-STATION-USAGE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS USAGE-STATUS.

           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

      * STUIDX3.DAT - the live student master, keyed on student
      * number; PROJECT03 builds it once and every update batch
      * rewrites it in place from then on
           SELECT STUDENT-INDEXED-FILE
           ASSIGN TO "..\STUIDX3.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-STUDENT-NUMBER
           FILE STATUS IS IDX-FILE-STATUS.

           SELECT CHARGE-LEDGER
           ASSIGN TO "..\CHARGE-DETAIL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHARGE-LEDGER-STATUS.

      * the master-lock convention - taken around the billing pass
           SELECT MASTER-LOCK-FILE
           ASSIGN TO "..\STUFILE3-LOCK.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCK-FILE-STATUS.

      * STUFILE3.txt's own control record, refreshed after posting
           SELECT MASTER-CONTROL-FILE
           ASSIGN TO "..\STUFILE3-CONTROL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MASTER-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * permit keyed at the station (zeros or blank when the driver
      * skipped it), station, kWh, plug-in and unplug stamps
       FD EV-SESSION-FILE.
       01 EV-SESSION-RECORD.
         05 EVS-PERMIT-NUMBER PIC X(6).
         05 EVS-STATION-ID PIC X(6).
         05 EVS-KWH PIC 9(3)V999.
         05 EVS-START-DATE PIC 9(8).
         05 EVS-START-TIME.
           10 EVS-START-HH PIC 9(2).
           10 EVS-START-MM PIC 9(2).
         05 EVS-END-DATE PIC 9(8).
         05 EVS-END-TIME.
           10 EVS-END-HH PIC 9(2).
           10 EVS-END-MM PIC 9(2).

      * energy rate per kWh, minutes a car may stay plugged in free,
      * and the hourly idle rate past them
       FD EV-RATE-FILE.
       01 EV-RATE-RECORD.
         05 ERT-EFFECTIVE-DATE PIC 9(8).
         05 ERT-KWH-RATE PIC 9V9999.
         05 ERT-FREE-MINUTES PIC 9(4).
         05 ERT-IDLE-RATE PIC 99V99.

       FD EV-HISTORY-FILE.
       01 EV-HISTORY-RECORD.
         05 EVH-BILLING-MONTH PIC 9(6).
         05 EVH-RUN-DATE PIC 9(8).
         05 EVH-OPERATOR PIC X(8).
         05 EVH-PERMITS-BILLED PIC 9(4).
         05 EVH-AMOUNT-BILLED PIC 9(7)V99.

      * kept in step with Lab6.cbl's FD CAR-INDEXED-FILE
       FD CAR-INDEXED-FILE.
       01 CAR-INDEXED-RECORD.
         05 IDX-PERMIT-NUMBER PIC 9(6).
         05 IDX-CAR-TYPE PIC X(5).
         05 IDX-CAR-YEAR PIC 9(4).
         05 IDX-ENGINE-SIZE PIC 9(1).
         05 IDX-OWNER-STUDENT-NUMBER PIC 9(6).
         05 IDX-RATING PIC 9(1).
         05 IDX-ISSUE-DATE PIC 9(8).
         05 IDX-EXPIRY-DATE PIC 9(8).
         05 IDX-LOT-CODE PIC X(2).
         05 IDX-FUEL-TYPE PIC X(1).
         05 IDX-PLATE PIC X(8).
         05 IDX-PROVINCE PIC X(2).
         05 IDX-PLATE-2 PIC X(8).
         05 IDX-PROVINCE-2 PIC X(2).
         05 IDX-CAR-TYPE-2 PIC X(5).
         05 IDX-CAR-YEAR-2 PIC 9(4).

      * one rule per charge type
       FD TAX-RULES-FILE.
       01 TAX-RULE-IN.
         05 TAXR-CHARGE-TYPE PIC X(8).
         05 TAXR-TAXABLE-FLAG PIC X(1).
         05 TAXR-RATE PIC 9V999.

       FD EV-EXCEPTIONS.
       01 EV-EXCEPTION-LINE.
         05 EXC-PERMIT-OUT PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 EXC-OWNER-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 EXC-STATION-OUT PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 EXC-DATE-OUT PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 EXC-TIME-OUT PIC 9(4).
         05 FILLER PIC X(2) VALUE SPACE.
         05 EXC-KWH-OUT PIC ZZ9.999.
         05 FILLER PIC X(2) VALUE SPACE.
         05 EXC-REASON-OUT PIC X(30).

       FD EV-REGISTER.
       01 EV-REGISTER-LINE.
         05 REG-PERMIT-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 REG-OWNER-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 REG-SESSIONS-OUT PIC ZZZ9.
         05 FILLER PIC X(2) VALUE SPACE.
         05 REG-KWH-OUT PIC ZZZZ9.999.
         05 FILLER PIC X(2) VALUE SPACE.
         05 REG-ENERGY-OUT PIC ZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 REG-IDLE-OUT PIC ZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 REG-TAX-OUT PIC ZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 REG-TOTAL-OUT PIC ZZZZ9.99.

       FD EV-STATION-USAGE.
       01 EV-USAGE-LINE.
         05 USE-STATION-OUT PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 USE-SESSIONS-OUT PIC ZZZ9.
         05 FILLER PIC X(2) VALUE SPACE.
         05 USE-KWH-OUT PIC ZZZZ9.999.
         05 FILLER PIC X(2) VALUE SPACE.
         05 USE-HOURS-OUT PIC ZZZZ9.9.
         05 FILLER PIC X(2) VALUE SPACE.
         05 USE-IDLE-HOURS-OUT PIC ZZZZ9.9.
         05 FILLER PIC X(2) VALUE SPACE.
         05 USE-EXCEPTIONS-OUT PIC ZZZ9.
         05 FILLER PIC X(2) VALUE SPACE.
         05 USE-BILLED-OUT PIC ZZZZ9.99.

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

      * indexed image of the student master - kept in step with
      * Project3.cbl's FD STUDENT-INDEXED-RECORD
       FD STUDENT-INDEXED-FILE.
       01 STUDENT-INDEXED-RECORD.
         05 IDX-STUDENT-NUMBER PIC 9(6).
         05 IDX-TUITION-OWED PIC S9999V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 IDX-STUDENT-NAME PIC X(40).
         05 IDX-PROGRAM-COUNT PIC 9(1).
         05 IDX-PROGRAM-ENTRY OCCURS 1 TO 3 TIMES
             DEPENDING ON IDX-PROGRAM-COUNT.
           10 IDX-PROGRAM-OF-STUDY PIC X(5).
         05 IDX-DUE-DATE PIC 9(8).
         05 IDX-COURSE-COUNT PIC 9(1).
         05 IDX-COURSE-ENTRY OCCURS 1 TO 5 TIMES
             DEPENDING ON IDX-COURSE-COUNT.
           10 IDX-COURSE-CODE PIC X(7).
           10 IDX-COURSE-AVERAGE PIC 9(3).
           10 IDX-COURSE-CREDIT-HOURS PIC 9(1).
         05 IDX-INTERNATIONAL-STUDENT-FLAG PIC X(1).
         05 IDX-PAYMENT-HOLD-FLAG PIC X(1).

      * one charge line per posting - same layout the other charge
      * ledger writers carry
       FD CHARGE-LEDGER.
       01 CHARGE-LEDGER-LINE.
         05 CHG-STUDENT-NUMBER PIC 9(6).
         05 CHG-CHARGE-TYPE PIC X(8).
         05 CHG-DESCRIPTION PIC X(20).
         05 CHG-AMOUNT PIC S9999V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 CHG-DATE PIC 9(8).

      * one record while the master is in use - kept in step with the
      * other programs honouring the lock
       FD MASTER-LOCK-FILE.
       01 MASTER-LOCK-RECORD.
         05 LCK-PROGRAM PIC X(9).
         05 LCK-OPERATOR PIC X(8).
         05 LCK-START-STAMP PIC X(17).

      * one record - kept in step across every STUFILE3.txt program
       FD MASTER-CONTROL-FILE.
       01 MASTER-CONTROL-RECORD.
         05 MCT-GEN-DATE PIC 9(8).
         05 MCT-PROGRAM PIC X(9).
         05 MCT-RECORD-COUNT PIC 9(6).
         05 MCT-HASH-TOTAL PIC S9(9)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 SESSION-FILE-STATUS PIC X(2).
         05 RATE-FILE-STATUS PIC X(2).
         05 HISTORY-FILE-STATUS PIC X(2).
         05 CAR-IDX-STATUS PIC X(2).
         05 TAX-RULES-STATUS PIC X(2).
         05 EXCEPTIONS-STATUS PIC X(2).
         05 REGISTER-STATUS PIC X(2).
         05 USAGE-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 IDX-FILE-STATUS PIC X(2).
         05 CHARGE-LEDGER-STATUS PIC X(2).
         05 LOCK-FILE-STATUS PIC X(2).
         05 MASTER-CONTROL-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 SESSION-EOF-FLG PIC X(1) VALUE 'N'.
         05 RATE-EOF-FLG PIC X(1) VALUE 'N'.
         05 HISTORY-EOF-FLG PIC X(1) VALUE 'N'.
         05 TAX-EOF-FLG PIC X(1) VALUE 'N'.

       01 OPERATOR-ID PIC X(8).
       01 RUN-DATE-FULL PIC 9(8).

       01 PERIOD-FIELDS.
         05 PERIOD-ENTRY PIC X(6).
         05 PERIOD-ENTRY-NUMERIC REDEFINES PERIOD-ENTRY PIC 9(6).
         05 PERIOD-YEAR-MONTH.
           10 PERIOD-YEAR PIC 9(4).
           10 PERIOD-MONTH PIC 9(2).

      * EVCHARGE is untaxed unless TAX-RULES.txt carries a row
      * flagging it taxable
       01 EV-TAX-RATE PIC 9V999 VALUE 0.

      * EV charges land on the balance under the same threshold the
      * entry programs use
       01 PAYMENT-HOLD-THRESHOLD PIC S9999V99 VALUE 5000.00.

      * the rate rows in effective-date order as keyed - the row in
      * force is the latest one on or before the session date
       01 RATE-TABLE.
         05 RATE-ENTRY OCCURS 1 TO 50 TIMES
             DEPENDING ON RATE-COUNT.
           10 TBL-ERT-EFFECTIVE-DATE PIC 9(8).
           10 TBL-ERT-KWH-RATE PIC 9V9999.
           10 TBL-ERT-FREE-MINUTES PIC 9(4).
           10 TBL-ERT-IDLE-RATE PIC 99V99.

      * the month's bill per permit, built up session by session
       01 PERMIT-BILL-TABLE.
         05 PERMIT-BILL-ENTRY OCCURS 1 TO 1000 TIMES
             DEPENDING ON PERMIT-BILL-COUNT.
           10 PBT-PERMIT-NUMBER PIC 9(6).
           10 PBT-OWNER-NUMBER PIC 9(6).
           10 PBT-MASTER-SUB PIC 9(4).
           10 PBT-SESSIONS PIC 9(4).
           10 PBT-KWH PIC 9(5)V999.
           10 PBT-ENERGY-AMOUNT PIC 9(5)V99.
           10 PBT-IDLE-AMOUNT PIC 9(5)V99.

      * per-station usage for facilities - every session in the
      * month counts, billed or not, since the charger was in use
       01 STATION-TABLE.
         05 STATION-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON STATION-COUNT.
           10 STN-STATION-ID PIC X(6).
           10 STN-SESSIONS PIC 9(4).
           10 STN-KWH PIC 9(5)V999.
           10 STN-MINUTES PIC 9(7).
           10 STN-IDLE-MINUTES PIC 9(7).
           10 STN-EXCEPTIONS PIC 9(4).
           10 STN-BILLED PIC 9(5)V99.

       01 STATION-SORT-FIELDS.
         05 STATION-SORT-SUB-1 PIC 9(3).
         05 STATION-SORT-SUB-2 PIC 9(3).
         05 STATION-SORT-HOLD.
           10 HOLD-STN-STATION-ID PIC X(6).
           10 FILLER PIC X(37).

       01 SESSION-WORK-FIELDS.
         05 SESSION-REASON PIC X(30).
         05 SESSION-OWNER PIC 9(6).
         05 SESSION-MINUTES PIC S9(7).
         05 SESSION-IDLE-MINUTES PIC S9(7).
         05 SESSION-ENERGY PIC 9(5)V99.
         05 SESSION-IDLE-CHARGE PIC 9(5)V99.
         05 RATE-SUB PIC 9(2).
         05 RATE-FOUND-SUB PIC 9(2) VALUE 0.
         05 PERMIT-BILL-SUB PIC 9(4).
         05 PERMIT-BILL-FOUND-SUB PIC 9(4) VALUE 0.
         05 STATION-SUB PIC 9(3).
         05 STATION-FOUND-SUB PIC 9(3) VALUE 0.
         05 RATE-COUNT PIC 9(2) VALUE 0.
         05 PERMIT-BILL-COUNT PIC 9(4) VALUE 0.
         05 STATION-COUNT PIC 9(3) VALUE 0.
         05 START-YEAR-MONTH PIC 9(6).
         05 PERMIT-CHARGE PIC S9999V99.
         05 PERMIT-TAX PIC S9999V99.
         05 HOURS-WORK PIC 9(5)V9.

       01 COUNTERS.
         05 HOW-MANY-SESSIONS PIC 9(5) VALUE 0.
         05 HOW-MANY-IN-MONTH PIC 9(5) VALUE 0.
         05 HOW-MANY-EXCEPTIONS PIC 9(5) VALUE 0.
         05 HOW-MANY-BILLED PIC 9(4) VALUE 0.
         05 BILLED-TOTAL PIC 9(7)V99 VALUE 0.
         05 TAX-TOTAL PIC 9(7)V99 VALUE 0.

       01 POSTING-FIELDS.
         05 MASTER-SUB PIC 9(4).
         05 PROGRAM-SUB PIC 9(1).
         05 COURSE-SUB PIC 9(1).
         05 MASTER-FOUND-SUB PIC 9(4).
         05 MASTER-FOUND-FLAG PIC X(1).
           88 MASTER-STUDENT-FOUND VALUE 'Y'.
         05 DETAIL-STUDENT-NUM PIC 9(6).

      * the tuition master in memory for the posting rewrite - whole
      * record images plus the balance/hold bytes this program touches
       01 STUDENT-MASTER-TABLE.
         05 STUDENT-MASTER-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON STUDENT-MASTER-COUNT.
           10 MST-IMAGE PIC X(135).
           10 MST-STUDENT-NUMBER PIC 9(6).
           10 MST-TUITION-OWED PIC S9999V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           10 MST-HOLD-FLAG PIC X(1).

       01 STUDENT-MASTER-VARIABLES.
         05 STUDENT-MASTER-COUNT PIC 9(4) VALUE 0.
         05 MASTER-EOF-FLG PIC X(1).
         05 CONTROL-COUNT-WORK PIC 9(6) VALUE 0.
         05 CONTROL-HASH-WORK PIC S9(9)V99 VALUE 0.
         05 MCT-FOUND-FLAG PIC X(1).
         05 CONTROL-COUNT-OUT-WORK PIC 9(6) VALUE 0.
         05 CONTROL-HASH-OUT-WORK PIC S9(9)V99 VALUE 0.
         05 MCT-DATE-WORK PIC 9(8).

       01 LOCK-FIELDS.
         05 LCK-DATE-RAW.
           10 LCK-YY PIC 99.
           10 LCK-MM PIC 99.
           10 LCK-DD PIC 99.
         05 LCK-TIME-RAW.
           10 LCK-HH PIC 99.
           10 LCK-MIN PIC 99.
           10 LCK-SS PIC 99.
           10 FILLER PIC 9(2).
         05 LCK-STAMP.
           10 LCK-STAMP-MM PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 LCK-STAMP-DD PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 LCK-STAMP-YY PIC 99.
           10 FILLER PIC X VALUE SPACE.
           10 LCK-STAMP-HH PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 LCK-STAMP-MIN PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 LCK-STAMP-SS PIC 99.

       PROCEDURE DIVISION.
      * main procedure - key the month, price the month's sessions,
      * then post one line per permit under the master lock
       100-BILL-EV-CHARGING.
           DISPLAY "ENTER OPERATOR ID:".
           ACCEPT OPERATOR-ID.
           ACCEPT RUN-DATE-FULL FROM DATE YYYYMMDD.

           DISPLAY "ENTER BILLING MONTH (YYYYMM):".
           ACCEPT PERIOD-ENTRY.
           IF PERIOD-ENTRY IS NOT NUMERIC
               DISPLAY "MONTH MUST BE SIX DIGITS YYYYMM"
               STOP RUN
           END-IF.
           MOVE PERIOD-ENTRY-NUMERIC TO PERIOD-YEAR-MONTH.
           IF PERIOD-MONTH < 1 OR PERIOD-MONTH > 12
               DISPLAY "MONTH MUST BE 01 TO 12"
               STOP RUN
           END-IF.

           PERFORM 200-CHECK-BILLING-HISTORY.
           PERFORM 210-LOAD-RATES.
           PERFORM 220-LOAD-TAX-RATE.
           PERFORM 230-OPEN-RUN-FILES.

           PERFORM 260-ACQUIRE-MASTER-LOCK.
           PERFORM 400-LOAD-STUDENT-MASTER.
           PERFORM 270-VERIFY-MASTER-CONTROL.

           PERFORM 240-READ-ONE-SESSION.
           PERFORM 300-PRICE-ONE-SESSION
               UNTIL SESSION-EOF-FLG IS EQUAL TO 'Y'.
           CLOSE EV-SESSION-FILE.
           CLOSE CAR-INDEXED-FILE.
           CLOSE EV-EXCEPTIONS.

           PERFORM 500-BILL-PERMITS.
           IF HOW-MANY-BILLED > 0
               PERFORM 410-REWRITE-STUDENT-MASTER
               PERFORM 420-UPDATE-MASTER-CONTROL
           END-IF.
           PERFORM 600-RECORD-BILLING-MONTH.
           PERFORM 261-RELEASE-MASTER-LOCK.

           PERFORM 700-WRITE-STATION-USAGE.

           DISPLAY "MONTH " PERIOD-ENTRY " - SESSIONS READ: "
             HOW-MANY-SESSIONS "  IN MONTH: " HOW-MANY-IN-MONTH.
           DISPLAY "PERMITS BILLED: " HOW-MANY-BILLED
             "  AMOUNT: " BILLED-TOTAL "  HST: " TAX-TOTAL.
           DISPLAY "EXCEPTIONS: " HOW-MANY-EXCEPTIONS
             " - SEE EV-EXCEPTIONS.txt".
           STOP RUN.

      * a month bills once - the month keyed must be past every month
      * already on the history
           200-CHECK-BILLING-HISTORY.
               OPEN INPUT EV-HISTORY-FILE.
               IF HISTORY-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF HISTORY-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN EV-BILLING-HISTORY.txt - "
                     "STATUS " HISTORY-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 201-CHECK-ONE-BILLED-MONTH
                       UNTIL HISTORY-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE EV-HISTORY-FILE
               END-IF
               END-IF.

               201-CHECK-ONE-BILLED-MONTH.
                   READ EV-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO HISTORY-EOF-FLG
                       NOT AT END
                           IF EVH-BILLING-MONTH IS NOT LESS THAN
                               PERIOD-ENTRY-NUMERIC
                               DISPLAY "MONTH " EVH-BILLING-MONTH
                                 " IS ALREADY BILLED - "
                                 PERIOD-ENTRY " CANNOT RUN NOW"
                               CLOSE EV-HISTORY-FILE
                               STOP RUN
                           END-IF
                   END-READ.

           210-LOAD-RATES.
               OPEN INPUT EV-RATE-FILE.
               IF RATE-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN EV-RATES.txt - STATUS "
                     RATE-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 211-LOAD-ONE-RATE
                   UNTIL RATE-EOF-FLG IS EQUAL TO 'Y'
                   OR RATE-COUNT IS EQUAL TO 50.
               CLOSE EV-RATE-FILE.

               211-LOAD-ONE-RATE.
                   READ EV-RATE-FILE
                       AT END
                           MOVE 'Y' TO RATE-EOF-FLG
                       NOT AT END
                           ADD 1 TO RATE-COUNT
                           MOVE EV-RATE-RECORD
                             TO RATE-ENTRY(RATE-COUNT)
                   END-READ.

      * finance can make EV charging taxable through TAX-RULES.txt
      * without a program change
           220-LOAD-TAX-RATE.
               OPEN INPUT TAX-RULES-FILE.
               IF TAX-RULES-STATUS IS NOT EQUAL TO "00"
                   CONTINUE
               ELSE
                   PERFORM 221-CHECK-ONE-TAX-RULE
                       UNTIL TAX-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE TAX-RULES-FILE
               END-IF.

               221-CHECK-ONE-TAX-RULE.
                   READ TAX-RULES-FILE
                       AT END
                           MOVE 'Y' TO TAX-EOF-FLG
                       NOT AT END
                           IF TAXR-CHARGE-TYPE IS EQUAL TO "EVCHARGE"
                               AND TAXR-TAXABLE-FLAG IS EQUAL TO 'Y'
                               MOVE TAXR-RATE TO EV-TAX-RATE
                           END-IF
                   END-READ.

           230-OPEN-RUN-FILES.
               OPEN INPUT EV-SESSION-FILE.
               IF SESSION-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN EV-SESSIONS.txt - STATUS "
                     SESSION-FILE-STATUS
                   STOP RUN
               END-IF.

               OPEN INPUT CAR-INDEXED-FILE.
               IF CAR-IDX-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CARIDX6.DAT - STATUS "
                     CAR-IDX-STATUS
                   DISPLAY "RUN LAB6'S INDEX CONVERSION FIRST"
                   STOP RUN
               END-IF.

               OPEN OUTPUT EV-EXCEPTIONS.
               IF EXCEPTIONS-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN EV-EXCEPTIONS.txt - STATUS "
                     EXCEPTIONS-STATUS
                   STOP RUN
               END-IF.
               MOVE SPACES TO EV-EXCEPTION-LINE.

           240-READ-ONE-SESSION.
               READ EV-SESSION-FILE
                   AT END
                       MOVE 'Y' TO SESSION-EOF-FLG
                   NOT AT END
                       ADD 1 TO HOW-MANY-SESSIONS
               END-READ.

      * one session - only those plugged in during the month count;
      * a record the controller garbled is reported whatever its date
           300-PRICE-ONE-SESSION.
               MOVE SPACES TO SESSION-REASON.
               MOVE ZERO TO SESSION-OWNER.
               MOVE 0 TO STATION-FOUND-SUB.

               IF EVS-START-DATE IS NOT NUMERIC
                   OR EVS-END-DATE IS NOT NUMERIC
                   OR EVS-START-TIME IS NOT NUMERIC
                   OR EVS-END-TIME IS NOT NUMERIC
                   OR EVS-KWH IS NOT NUMERIC
                   MOVE "SESSION RECORD UNREADABLE" TO SESSION-REASON
                   PERFORM 340-WRITE-ONE-EXCEPTION
               ELSE
                   COMPUTE START-YEAR-MONTH = EVS-START-DATE / 100
                   IF START-YEAR-MONTH IS EQUAL TO
                       PERIOD-ENTRY-NUMERIC
                       ADD 1 TO HOW-MANY-IN-MONTH
                       PERFORM 305-CHECK-ONE-SESSION
                   END-IF
               END-IF.

               PERFORM 240-READ-ONE-SESSION.

      * a session with anything wrong goes to the parking office
      * instead of onto anyone's account
           305-CHECK-ONE-SESSION.
               PERFORM 310-WORK-OUT-MINUTES.
               PERFORM 320-TALLY-STATION.

               IF SESSION-MINUTES < 0
                   MOVE "UNPLUGGED BEFORE PLUGGED IN" TO SESSION-REASON
               ELSE IF EVS-PERMIT-NUMBER IS NOT NUMERIC
                   OR EVS-PERMIT-NUMBER IS EQUAL TO "000000"
                   MOVE "NO PERMIT KEYED AT STATION" TO SESSION-REASON
               ELSE
                   MOVE EVS-PERMIT-NUMBER TO IDX-PERMIT-NUMBER
                   READ CAR-INDEXED-FILE
                       INVALID KEY
                           MOVE "PERMIT NOT ON FILE" TO SESSION-REASON
                       NOT INVALID KEY
                           PERFORM 330-CHECK-PERMIT
                   END-READ
               END-IF
               END-IF.

               IF SESSION-REASON IS EQUAL TO SPACES
                   PERFORM 350-FIND-RATE
                   IF RATE-FOUND-SUB IS EQUAL TO ZERO
                       MOVE "NO EV RATE IN FORCE" TO SESSION-REASON
                   END-IF
               END-IF.

               IF SESSION-REASON IS EQUAL TO SPACES
                   PERFORM 360-CHARGE-ONE-SESSION
               ELSE
                   PERFORM 340-WRITE-ONE-EXCEPTION
               END-IF.

      * plugged-in minutes - a session can run past midnight or
      * over a weekend, so the day count comes from the dates
           310-WORK-OUT-MINUTES.
               COMPUTE SESSION-MINUTES =
                   (FUNCTION INTEGER-OF-DATE(EVS-END-DATE)
                   - FUNCTION INTEGER-OF-DATE(EVS-START-DATE)) * 1440
                   + EVS-END-HH * 60 + EVS-END-MM
                   - EVS-START-HH * 60 - EVS-START-MM.

           320-TALLY-STATION.
               MOVE 0 TO STATION-FOUND-SUB.
               PERFORM 321-CHECK-ONE-STATION
                   VARYING STATION-SUB FROM 1 BY 1
                   UNTIL STATION-SUB > STATION-COUNT
                   OR STATION-FOUND-SUB > 0.

               IF STATION-FOUND-SUB IS EQUAL TO ZERO
                   AND STATION-COUNT < 200
                   ADD 1 TO STATION-COUNT
                   MOVE STATION-COUNT TO STATION-FOUND-SUB
                   MOVE EVS-STATION-ID
                     TO STN-STATION-ID(STATION-FOUND-SUB)
                   MOVE ZERO TO STN-SESSIONS(STATION-FOUND-SUB)
                   MOVE ZERO TO STN-KWH(STATION-FOUND-SUB)
                   MOVE ZERO TO STN-MINUTES(STATION-FOUND-SUB)
                   MOVE ZERO TO STN-IDLE-MINUTES(STATION-FOUND-SUB)
                   MOVE ZERO TO STN-EXCEPTIONS(STATION-FOUND-SUB)
                   MOVE ZERO TO STN-BILLED(STATION-FOUND-SUB)
               END-IF.

               IF STATION-FOUND-SUB > 0
                   ADD 1 TO STN-SESSIONS(STATION-FOUND-SUB)
                   ADD EVS-KWH TO STN-KWH(STATION-FOUND-SUB)
                   IF SESSION-MINUTES > 0
                       ADD SESSION-MINUTES
                         TO STN-MINUTES(STATION-FOUND-SUB)
                   END-IF
               END-IF.

               321-CHECK-ONE-STATION.
                   IF STN-STATION-ID(STATION-SUB) IS EQUAL TO
                       EVS-STATION-ID
                       MOVE STATION-SUB TO STATION-FOUND-SUB
                   END-IF.

      * the permit must be an electric car's, in force on the day,
      * and its owner must have an account to bill
           330-CHECK-PERMIT.
               MOVE IDX-OWNER-STUDENT-NUMBER TO SESSION-OWNER.
               IF IDX-FUEL-TYPE IS NOT EQUAL TO 'E'
                   MOVE "NOT AN ELECTRIC VEHICLE PERMIT"
                     TO SESSION-REASON
               ELSE IF EVS-START-DATE < IDX-ISSUE-DATE
                   OR EVS-START-DATE > IDX-EXPIRY-DATE
                   MOVE "PERMIT NOT IN FORCE ON DATE" TO SESSION-REASON
               ELSE
                   MOVE IDX-OWNER-STUDENT-NUMBER TO DETAIL-STUDENT-NUM
                   PERFORM 502-FIND-ONE-STUDENT
                   IF NOT MASTER-STUDENT-FOUND
                       MOVE "OWNER NOT ON TUITION MASTER"
                         TO SESSION-REASON
                   END-IF
               END-IF
               END-IF.

           340-WRITE-ONE-EXCEPTION.
               MOVE SPACES TO EV-EXCEPTION-LINE.
               MOVE EVS-PERMIT-NUMBER TO EXC-PERMIT-OUT.
               MOVE SESSION-OWNER TO EXC-OWNER-OUT.
               MOVE EVS-STATION-ID TO EXC-STATION-OUT.
               MOVE EVS-START-DATE TO EXC-DATE-OUT.
               MOVE EVS-START-TIME TO EXC-TIME-OUT.
               IF EVS-KWH IS NUMERIC
                   MOVE EVS-KWH TO EXC-KWH-OUT
               END-IF.
               MOVE SESSION-REASON TO EXC-REASON-OUT.
               WRITE EV-EXCEPTION-LINE.

               ADD 1 TO HOW-MANY-EXCEPTIONS.
               IF STATION-FOUND-SUB > 0
                   ADD 1 TO STN-EXCEPTIONS(STATION-FOUND-SUB)
               END-IF.

      * latest row on or before the session date - the rows need not
      * be keyed in order
           350-FIND-RATE.
               MOVE 0 TO RATE-FOUND-SUB.
               PERFORM 351-CHECK-ONE-RATE
                   VARYING RATE-SUB FROM 1 BY 1
                   UNTIL RATE-SUB > RATE-COUNT.

               351-CHECK-ONE-RATE.
                   IF TBL-ERT-EFFECTIVE-DATE(RATE-SUB) IS NOT GREATER
                       THAN EVS-START-DATE
                       IF RATE-FOUND-SUB IS EQUAL TO ZERO
                           MOVE RATE-SUB TO RATE-FOUND-SUB
                       ELSE IF TBL-ERT-EFFECTIVE-DATE(RATE-SUB) >
                           TBL-ERT-EFFECTIVE-DATE(RATE-FOUND-SUB)
                           MOVE RATE-SUB TO RATE-FOUND-SUB
                       END-IF
                       END-IF
                   END-IF.

      * energy by the kWh, idle by the hour past the free minutes,
      * both onto the permit's month
           360-CHARGE-ONE-SESSION.
               COMPUTE SESSION-ENERGY ROUNDED =
                   EVS-KWH * TBL-ERT-KWH-RATE(RATE-FOUND-SUB).

               COMPUTE SESSION-IDLE-MINUTES = SESSION-MINUTES
                   - TBL-ERT-FREE-MINUTES(RATE-FOUND-SUB).
               IF SESSION-IDLE-MINUTES < 0
                   MOVE ZERO TO SESSION-IDLE-MINUTES
               END-IF.
               COMPUTE SESSION-IDLE-CHARGE ROUNDED =
                   SESSION-IDLE-MINUTES
                   * TBL-ERT-IDLE-RATE(RATE-FOUND-SUB) / 60.

               PERFORM 361-FIND-PERMIT-BILL.
               IF PERMIT-BILL-FOUND-SUB IS EQUAL TO ZERO
                   MOVE "PERMIT TABLE FULL - NOT BILLED"
                     TO SESSION-REASON
                   PERFORM 340-WRITE-ONE-EXCEPTION
               ELSE
                   ADD 1 TO PBT-SESSIONS(PERMIT-BILL-FOUND-SUB)
                   ADD EVS-KWH TO PBT-KWH(PERMIT-BILL-FOUND-SUB)
                   ADD SESSION-ENERGY
                     TO PBT-ENERGY-AMOUNT(PERMIT-BILL-FOUND-SUB)
                   ADD SESSION-IDLE-CHARGE
                     TO PBT-IDLE-AMOUNT(PERMIT-BILL-FOUND-SUB)
                   IF STATION-FOUND-SUB > 0
                       ADD SESSION-IDLE-MINUTES
                         TO STN-IDLE-MINUTES(STATION-FOUND-SUB)
                       ADD SESSION-ENERGY
                         TO STN-BILLED(STATION-FOUND-SUB)
                       ADD SESSION-IDLE-CHARGE
                         TO STN-BILLED(STATION-FOUND-SUB)
                   END-IF
               END-IF.

               361-FIND-PERMIT-BILL.
                   MOVE 0 TO PERMIT-BILL-FOUND-SUB.
                   PERFORM 362-CHECK-ONE-PERMIT-BILL
                       VARYING PERMIT-BILL-SUB FROM 1 BY 1
                       UNTIL PERMIT-BILL-SUB > PERMIT-BILL-COUNT
                       OR PERMIT-BILL-FOUND-SUB > 0.

                   IF PERMIT-BILL-FOUND-SUB IS EQUAL TO ZERO
                       AND PERMIT-BILL-COUNT < 1000
                       ADD 1 TO PERMIT-BILL-COUNT
                       MOVE PERMIT-BILL-COUNT TO PERMIT-BILL-FOUND-SUB
                       MOVE IDX-PERMIT-NUMBER
                         TO PBT-PERMIT-NUMBER(PERMIT-BILL-FOUND-SUB)
                       MOVE IDX-OWNER-STUDENT-NUMBER
                         TO PBT-OWNER-NUMBER(PERMIT-BILL-FOUND-SUB)
                       MOVE MASTER-FOUND-SUB
                         TO PBT-MASTER-SUB(PERMIT-BILL-FOUND-SUB)
                       MOVE ZERO TO PBT-SESSIONS(PERMIT-BILL-FOUND-SUB)
                       MOVE ZERO TO PBT-KWH(PERMIT-BILL-FOUND-SUB)
                       MOVE ZERO
                         TO PBT-ENERGY-AMOUNT(PERMIT-BILL-FOUND-SUB)
                       MOVE ZERO
                         TO PBT-IDLE-AMOUNT(PERMIT-BILL-FOUND-SUB)
                   END-IF.

                   362-CHECK-ONE-PERMIT-BILL.
                       IF PBT-PERMIT-NUMBER(PERMIT-BILL-SUB) IS EQUAL
                           TO IDX-PERMIT-NUMBER
                           MOVE PERMIT-BILL-SUB
                             TO PERMIT-BILL-FOUND-SUB
                       END-IF.

      * the matched slot is captured inside the scan because the
      * VARYING subscript has already moved past it once the loop ends
           502-FIND-ONE-STUDENT.
               MOVE 'N' TO MASTER-FOUND-FLAG.
               MOVE 0 TO MASTER-FOUND-SUB.
               PERFORM 5021-CHECK-ONE-STUDENT
                   VARYING MASTER-SUB FROM 1 BY 1
                   UNTIL MASTER-SUB > STUDENT-MASTER-COUNT
                   OR MASTER-STUDENT-FOUND.

               5021-CHECK-ONE-STUDENT.
                   IF MST-STUDENT-NUMBER(MASTER-SUB) IS EQUAL TO
                       DETAIL-STUDENT-NUM
                       MOVE 'Y' TO MASTER-FOUND-FLAG
                       MOVE MASTER-SUB TO MASTER-FOUND-SUB
                   END-IF.

      * one EVCHARGE line per permit for the month, HST beside it
      * when the charge type is taxable; the total over the threshold
      * sets the hold, the same as the other charge feeds
           500-BILL-PERMITS.
               OPEN OUTPUT EV-REGISTER.
               IF REGISTER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN EV-BILLING-REGISTER.txt - "
                     "STATUS " REGISTER-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.

               OPEN EXTEND CHARGE-LEDGER.
               IF CHARGE-LEDGER-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT CHARGE-LEDGER
               END-IF.
               IF CHARGE-LEDGER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CHARGE-DETAIL.txt - STATUS "
                     CHARGE-LEDGER-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.

               MOVE SPACES TO EV-REGISTER-LINE.
               PERFORM 501-BILL-ONE-PERMIT
                   VARYING PERMIT-BILL-SUB FROM 1 BY 1
                   UNTIL PERMIT-BILL-SUB > PERMIT-BILL-COUNT.

               CLOSE CHARGE-LEDGER.
               CLOSE EV-REGISTER.

               501-BILL-ONE-PERMIT.
                   MOVE PBT-MASTER-SUB(PERMIT-BILL-SUB)
                     TO MASTER-FOUND-SUB.
                   COMPUTE PERMIT-CHARGE =
                       PBT-ENERGY-AMOUNT(PERMIT-BILL-SUB)
                       + PBT-IDLE-AMOUNT(PERMIT-BILL-SUB).
                   COMPUTE PERMIT-TAX ROUNDED =
                       PERMIT-CHARGE * EV-TAX-RATE.

                   IF PERMIT-CHARGE > 0
                       ADD PERMIT-CHARGE
                         TO MST-TUITION-OWED(MASTER-FOUND-SUB)
                       ADD PERMIT-TAX
                         TO MST-TUITION-OWED(MASTER-FOUND-SUB)
                       IF MST-TUITION-OWED(MASTER-FOUND-SUB) >
                           PAYMENT-HOLD-THRESHOLD
                           MOVE 'Y' TO MST-HOLD-FLAG(MASTER-FOUND-SUB)
                       END-IF

                       MOVE PBT-OWNER-NUMBER(PERMIT-BILL-SUB)
                         TO CHG-STUDENT-NUMBER
                       MOVE "EVCHARGE" TO CHG-CHARGE-TYPE
                       MOVE SPACES TO CHG-DESCRIPTION
                       STRING "EV CHARGING " DELIMITED BY SIZE
                           PERIOD-ENTRY DELIMITED BY SIZE
                           INTO CHG-DESCRIPTION
                       END-STRING
                       MOVE PERMIT-CHARGE TO CHG-AMOUNT
                       MOVE RUN-DATE-FULL TO CHG-DATE
                       WRITE CHARGE-LEDGER-LINE
                       ADD PERMIT-CHARGE TO BILLED-TOTAL
                       ADD 1 TO HOW-MANY-BILLED

                       IF PERMIT-TAX > 0
                           MOVE "HST" TO CHG-CHARGE-TYPE
                           MOVE "HST ON EVCHARGE" TO CHG-DESCRIPTION
                           MOVE PERMIT-TAX TO CHG-AMOUNT
                           WRITE CHARGE-LEDGER-LINE
                           ADD PERMIT-TAX TO TAX-TOTAL
                       END-IF
                   END-IF.

                   MOVE PBT-PERMIT-NUMBER(PERMIT-BILL-SUB)
                     TO REG-PERMIT-OUT.
                   MOVE PBT-OWNER-NUMBER(PERMIT-BILL-SUB)
                     TO REG-OWNER-OUT.
                   MOVE PBT-SESSIONS(PERMIT-BILL-SUB)
                     TO REG-SESSIONS-OUT.
                   MOVE PBT-KWH(PERMIT-BILL-SUB) TO REG-KWH-OUT.
                   MOVE PBT-ENERGY-AMOUNT(PERMIT-BILL-SUB)
                     TO REG-ENERGY-OUT.
                   MOVE PBT-IDLE-AMOUNT(PERMIT-BILL-SUB)
                     TO REG-IDLE-OUT.
                   MOVE PERMIT-TAX TO REG-TAX-OUT.
                   COMPUTE REG-TOTAL-OUT = PERMIT-CHARGE + PERMIT-TAX.
                   WRITE EV-REGISTER-LINE.

      * the month goes on the history so it can never bill twice
           600-RECORD-BILLING-MONTH.
               OPEN EXTEND EV-HISTORY-FILE.
               IF HISTORY-FILE-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT EV-HISTORY-FILE
               END-IF.
               IF HISTORY-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN EV-BILLING-HISTORY.txt - "
                     "STATUS " HISTORY-FILE-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.

               MOVE PERIOD-ENTRY-NUMERIC TO EVH-BILLING-MONTH.
               MOVE RUN-DATE-FULL TO EVH-RUN-DATE.
               MOVE OPERATOR-ID TO EVH-OPERATOR.
               MOVE HOW-MANY-BILLED TO EVH-PERMITS-BILLED.
               MOVE BILLED-TOTAL TO EVH-AMOUNT-BILLED.
               WRITE EV-HISTORY-RECORD.
               CLOSE EV-HISTORY-FILE.

      * facilities' usage by station, in station order - simple
      * insertion sort, same technique as Project109.cbl's rank sort
           700-WRITE-STATION-USAGE.
               PERFORM 701-INSERT-ONE-STATION
                   VARYING STATION-SORT-SUB-1 FROM 2 BY 1
                   UNTIL STATION-SORT-SUB-1 > STATION-COUNT.

               OPEN OUTPUT EV-STATION-USAGE.
               IF USAGE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN EV-STATION-USAGE.txt - "
                     "STATUS " USAGE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 703-WRITE-ONE-STATION
                   VARYING STATION-SUB FROM 1 BY 1
                   UNTIL STATION-SUB > STATION-COUNT.

               CLOSE EV-STATION-USAGE.

               701-INSERT-ONE-STATION.
                   MOVE STATION-ENTRY(STATION-SORT-SUB-1)
                     TO STATION-SORT-HOLD.
                   MOVE STATION-SORT-SUB-1 TO STATION-SORT-SUB-2.

                   PERFORM 702-SHIFT-ONE-STATION
                       UNTIL STATION-SORT-SUB-2 = 1
                       OR STN-STATION-ID(STATION-SORT-SUB-2 - 1)
                           NOT > HOLD-STN-STATION-ID.

                   MOVE STATION-SORT-HOLD
                     TO STATION-ENTRY(STATION-SORT-SUB-2).

                   702-SHIFT-ONE-STATION.
                       MOVE STATION-ENTRY(STATION-SORT-SUB-2 - 1)
                         TO STATION-ENTRY(STATION-SORT-SUB-2)
                       SUBTRACT 1 FROM STATION-SORT-SUB-2.

               703-WRITE-ONE-STATION.
                   MOVE SPACES TO EV-USAGE-LINE.
                   MOVE STN-STATION-ID(STATION-SUB)
                     TO USE-STATION-OUT.
                   MOVE STN-SESSIONS(STATION-SUB) TO USE-SESSIONS-OUT.
                   MOVE STN-KWH(STATION-SUB) TO USE-KWH-OUT.
                   COMPUTE HOURS-WORK ROUNDED =
                       STN-MINUTES(STATION-SUB) / 60.
                   MOVE HOURS-WORK TO USE-HOURS-OUT.
                   COMPUTE HOURS-WORK ROUNDED =
                       STN-IDLE-MINUTES(STATION-SUB) / 60.
                   MOVE HOURS-WORK TO USE-IDLE-HOURS-OUT.
                   MOVE STN-EXCEPTIONS(STATION-SUB)
                     TO USE-EXCEPTIONS-OUT.
                   MOVE STN-BILLED(STATION-SUB) TO USE-BILLED-OUT.
                   WRITE EV-USAGE-LINE.

      * whole record images plus the fields posting touches - the
      * rewrite reassembles each record with the updated balance and
      * hold byte spliced back in
           400-LOAD-STUDENT-MASTER.
               OPEN INPUT STUDENT-INDEXED-FILE.
               IF IDX-FILE-STATUS IS EQUAL TO "35"
                   DISPLAY "STUIDX3.DAT NOT ON FILE - RUN PROJECT03 "
                     "FIRST TO BUILD THE INDEXED MASTER"
                   STOP RUN
               END-IF.
               IF IDX-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUIDX3.DAT - STATUS "
                     IDX-FILE-STATUS
                   STOP RUN
               END-IF.

               MOVE 'N' TO MASTER-EOF-FLG.
               MOVE 0 TO STUDENT-MASTER-COUNT.
               PERFORM 401-LOAD-ONE-STUDENT
                   UNTIL MASTER-EOF-FLG IS EQUAL TO 'Y'
                   OR STUDENT-MASTER-COUNT IS EQUAL TO 3000.

               CLOSE STUDENT-INDEXED-FILE.

               401-LOAD-ONE-STUDENT.
                   READ STUDENT-INDEXED-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO MASTER-EOF-FLG
                       NOT AT END
                           PERFORM 402-COPY-INDEX-TO-RECORD
                           ADD 1 TO CONTROL-COUNT-WORK
                           ADD TUITION-OWED TO CONTROL-HASH-WORK
                           ADD 1 TO STUDENT-MASTER-COUNT
                           MOVE STUDENT-FILE-IN
                             TO MST-IMAGE(STUDENT-MASTER-COUNT)
                           MOVE STUDENT-NUMBER
                             TO MST-STUDENT-NUMBER
                               (STUDENT-MASTER-COUNT)
                           MOVE TUITION-OWED
                             TO MST-TUITION-OWED(STUDENT-MASTER-COUNT)
                           MOVE PAYMENT-HOLD-FLAG
                             TO MST-HOLD-FLAG(STUDENT-MASTER-COUNT)
                   END-READ.

      * unpack the indexed record into the flat record area the
      * image capture above expects - same field order both ways
           402-COPY-INDEX-TO-RECORD.
               MOVE IDX-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE IDX-TUITION-OWED TO TUITION-OWED
               MOVE IDX-STUDENT-NAME TO STUDENT-NAME
               MOVE IDX-PROGRAM-COUNT TO PROGRAM-COUNT
               PERFORM 403-COPY-ONE-PROGRAM-FROM-IDX
                   VARYING PROGRAM-SUB FROM 1 BY 1
                   UNTIL PROGRAM-SUB > PROGRAM-COUNT
               MOVE IDX-DUE-DATE TO DUE-DATE
               MOVE IDX-COURSE-COUNT TO COURSE-COUNT
               PERFORM 404-COPY-ONE-COURSE-FROM-IDX
                   VARYING COURSE-SUB FROM 1 BY 1
                   UNTIL COURSE-SUB > COURSE-COUNT
               MOVE IDX-INTERNATIONAL-STUDENT-FLAG
               TO INTERNATIONAL-STUDENT-FLAG
               MOVE IDX-PAYMENT-HOLD-FLAG
               TO PAYMENT-HOLD-FLAG.

           403-COPY-ONE-PROGRAM-FROM-IDX.
               MOVE IDX-PROGRAM-OF-STUDY(PROGRAM-SUB)
               TO PROGRAM-OF-STUDY(PROGRAM-SUB).

           404-COPY-ONE-COURSE-FROM-IDX.
               MOVE IDX-COURSE-CODE(COURSE-SUB)
               TO COURSE-CODE(COURSE-SUB)
               MOVE IDX-COURSE-AVERAGE(COURSE-SUB)
               TO COURSE-AVERAGE(COURSE-SUB)
               MOVE IDX-COURSE-CREDIT-HOURS(COURSE-SUB)
               TO COURSE-CREDIT-HOURS(COURSE-SUB).

           410-REWRITE-STUDENT-MASTER.
               OPEN OUTPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - STATUS "
                     STUDENT-FILE-STATUS
                   STOP RUN
               END-IF.

               OPEN I-O STUDENT-INDEXED-FILE.
               IF IDX-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUIDX3.DAT - STATUS "
                     IDX-FILE-STATUS
                   STOP RUN
               END-IF.

               MOVE 0 TO CONTROL-COUNT-OUT-WORK.
               MOVE 0 TO CONTROL-HASH-OUT-WORK.

               PERFORM 411-WRITE-ONE-STUDENT
                   VARYING MASTER-SUB FROM 1 BY 1
                   UNTIL MASTER-SUB > STUDENT-MASTER-COUNT.

               CLOSE STUDENT-FILE.
               CLOSE STUDENT-INDEXED-FILE.

      * the image carries the variable-length course table intact;
      * only the balance and hold byte are spliced back in through
      * the record layout. The counts are pinned to their maxima
      * before the copy so the record area is at full length whatever
      * the last record read looked like - the image's own count
      * bytes then size the WRITE
               411-WRITE-ONE-STUDENT.
                   MOVE 3 TO PROGRAM-COUNT.
                   MOVE 5 TO COURSE-COUNT.
                   MOVE MST-IMAGE(MASTER-SUB) TO STUDENT-FILE-IN.
                   MOVE MST-TUITION-OWED(MASTER-SUB) TO TUITION-OWED.
                   MOVE MST-HOLD-FLAG(MASTER-SUB)
                     TO PAYMENT-HOLD-FLAG.
                   WRITE STUDENT-FILE-IN.
                   PERFORM 412-REWRITE-ONE-INDEXED.
                   ADD 1 TO CONTROL-COUNT-OUT-WORK.
                   ADD TUITION-OWED TO CONTROL-HASH-OUT-WORK.

      * same record, keyed in place on the live master - a student
      * missing from the index would mean the two copies diverged,
      * which PROJECT03's nightly regeneration would then heal
           412-REWRITE-ONE-INDEXED.
               MOVE STUDENT-NUMBER TO IDX-STUDENT-NUMBER
               MOVE TUITION-OWED TO IDX-TUITION-OWED
               MOVE STUDENT-NAME TO IDX-STUDENT-NAME
               MOVE PROGRAM-COUNT TO IDX-PROGRAM-COUNT
               PERFORM 413-COPY-ONE-PROGRAM-TO-IDX
                   VARYING PROGRAM-SUB FROM 1 BY 1
                   UNTIL PROGRAM-SUB > PROGRAM-COUNT
               MOVE DUE-DATE TO IDX-DUE-DATE
               MOVE COURSE-COUNT TO IDX-COURSE-COUNT
               PERFORM 414-COPY-ONE-COURSE-TO-IDX
                   VARYING COURSE-SUB FROM 1 BY 1
                   UNTIL COURSE-SUB > COURSE-COUNT
               MOVE INTERNATIONAL-STUDENT-FLAG
               TO IDX-INTERNATIONAL-STUDENT-FLAG
               MOVE PAYMENT-HOLD-FLAG TO IDX-PAYMENT-HOLD-FLAG
               REWRITE STUDENT-INDEXED-RECORD
                   INVALID KEY
                       DISPLAY "STUDENT " STUDENT-NUMBER
                         " NOT ON STUIDX3.DAT - INDEX ENTRY "
                         "LEFT UNCHANGED"
               END-REWRITE.

           413-COPY-ONE-PROGRAM-TO-IDX.
               MOVE PROGRAM-OF-STUDY(PROGRAM-SUB)
               TO IDX-PROGRAM-OF-STUDY(PROGRAM-SUB).

           414-COPY-ONE-COURSE-TO-IDX.
               MOVE COURSE-CODE(COURSE-SUB)
               TO IDX-COURSE-CODE(COURSE-SUB)
               MOVE COURSE-AVERAGE(COURSE-SUB)
               TO IDX-COURSE-AVERAGE(COURSE-SUB)
               MOVE COURSE-CREDIT-HOURS(COURSE-SUB)
               TO IDX-COURSE-CREDIT-HOURS(COURSE-SUB).


      * prove the index against the master control record before
      * posting - a count or hash miss means a batch updated the
      * master without keeping the index in step
           270-VERIFY-MASTER-CONTROL.
               MOVE 'N' TO MCT-FOUND-FLAG.
               OPEN INPUT MASTER-CONTROL-FILE.
               IF MASTER-CONTROL-STATUS IS EQUAL TO "00"
                   READ MASTER-CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 'Y' TO MCT-FOUND-FLAG
                   END-READ
                   CLOSE MASTER-CONTROL-FILE
               END-IF.

               IF MCT-FOUND-FLAG IS EQUAL TO 'N'
                   DISPLAY "NO STUFILE3-CONTROL.txt YET - COUNT/HASH "
                     "NOT VERIFIED THIS RUN"
               ELSE
                   IF MCT-RECORD-COUNT IS NOT EQUAL TO
                       CONTROL-COUNT-WORK
                       OR MCT-HASH-TOTAL IS NOT EQUAL TO
                           CONTROL-HASH-WORK
                       DISPLAY "*** STUIDX3.DAT FAILS THE MASTER "
                         "CONTROL RECORD - RUN STOPPED ***"
                       DISPLAY "CONTROL SAYS " MCT-RECORD-COUNT
                         " RECORDS, HASH " MCT-HASH-TOTAL
                       DISPLAY "INDEX HOLDS  " CONTROL-COUNT-WORK
                         " RECORDS, HASH " CONTROL-HASH-WORK
                       DISPLAY "IF A BATCH UPDATED THE MASTER "
                         "OUTSIDE THE INDEX, REBUILD STUIDX3.DAT "
                         "WITH PROJECT03 AND RERUN"
                       STOP RUN
                   END-IF
               END-IF.

           420-UPDATE-MASTER-CONTROL.
               ACCEPT MCT-DATE-WORK FROM DATE YYYYMMDD.
               OPEN OUTPUT MASTER-CONTROL-FILE.
               IF MASTER-CONTROL-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3-CONTROL.txt - "
                     "STATUS " MASTER-CONTROL-STATUS
                   STOP RUN
               END-IF.
               MOVE MCT-DATE-WORK TO MCT-GEN-DATE.
               MOVE "PROJ136" TO MCT-PROGRAM.
               MOVE CONTROL-COUNT-OUT-WORK TO MCT-RECORD-COUNT.
               MOVE CONTROL-HASH-OUT-WORK TO MCT-HASH-TOTAL.
               WRITE MASTER-CONTROL-RECORD.
               CLOSE MASTER-CONTROL-FILE.

      * take the master lock or stop - same convention as the other
      * STUFILE3.txt writers; a stale lock is cleared through
      * PROJECT25
           260-ACQUIRE-MASTER-LOCK.
               OPEN INPUT MASTER-LOCK-FILE.
               IF LOCK-FILE-STATUS IS EQUAL TO "00"
                   READ MASTER-LOCK-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           DISPLAY "STUFILE3.txt IS IN USE BY "
                             LCK-PROGRAM " (OPERATOR " LCK-OPERATOR
                             ") SINCE " LCK-START-STAMP
                           DISPLAY "IF THAT RUN ABENDED, CLEAR THE "
                             "LOCK WITH PROJECT25"
                           CLOSE MASTER-LOCK-FILE
                           STOP RUN
                   END-READ
                   CLOSE MASTER-LOCK-FILE
               END-IF.

               ACCEPT LCK-DATE-RAW FROM DATE.
               ACCEPT LCK-TIME-RAW FROM TIME.
               MOVE LCK-MM TO LCK-STAMP-MM.
               MOVE LCK-DD TO LCK-STAMP-DD.
               MOVE LCK-YY TO LCK-STAMP-YY.
               MOVE LCK-HH TO LCK-STAMP-HH.
               MOVE LCK-MIN TO LCK-STAMP-MIN.
               MOVE LCK-SS TO LCK-STAMP-SS.

               OPEN OUTPUT MASTER-LOCK-FILE.
               IF LOCK-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3-LOCK.txt - "
                     "STATUS " LOCK-FILE-STATUS
                   STOP RUN
               END-IF.
               MOVE "PROJ136" TO LCK-PROGRAM.
               MOVE OPERATOR-ID TO LCK-OPERATOR.
               MOVE LCK-STAMP TO LCK-START-STAMP.
               WRITE MASTER-LOCK-RECORD.
               CLOSE MASTER-LOCK-FILE.

           261-RELEASE-MASTER-LOCK.
               OPEN OUTPUT MASTER-LOCK-FILE.
               CLOSE MASTER-LOCK-FILE.

       END PROGRAM PROJECT136.
