      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: month-end bad-debt allowance provisioning. For the
      *          keyed period (YYYYMM) the batch reads PROJECT03's
      *          receivables aging (AGING-REPORT-<date>.txt, the run
      *          date keyed or, left blank, the period's last day)
      *          and provisions each account's total due at the rate
      *          for its aging band on ALLOWANCE-RATES.txt (kept
      *          through PROJECT86) - the band being the one with the
      *          highest starting day the account has reached, and
      *          the rate the band's placed percent when the account
      *          is on COLLECTION-STATUS.txt with the agency, its
      *          standard percent otherwise. The required allowance
      *          is summed by program (STUFILE3's first program of
      *          study) and set against the program's allowance at
      *          the last period on ALLOWANCE-HISTORY.txt; the
      *          difference books to the GL as this run's own batch
      *          (ALLOWANCE-GL-EXTRACT.txt) through
      *          GL-ACCOUNT-MAP.txt, charge type BADDEBT - bad-debt
      *          expense against the allowance when it rises, the
      *          reverse when it falls. The period's working goes on
      *          ALLOWANCE-REPORT-YYYYMM.txt by program and by band. A
      *          period is provisioned once: the run refuses a period
      *          the history already holds, or one before it
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - register ALLOWANCE-GL-EXTRACT.txt on
      *                   TRANSMISSION-REGISTER.txt with its entry count
      *                   and hash total once the trailer is written
      *  15-OCT-2026 SL - aging line carries PROJECT03's campus column;
      *                   the campus summary lines it closes the report
      *                   with start with text and are passed over
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT121.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the provisioning percent per aging band
           SELECT ALLOWANCE-RATES-FILE
           ASSIGN TO "..\ALLOWANCE-RATES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALLOWANCE-RATES-STATUS.

      * PROJECT03's aging for the keyed run date
           SELECT AGING-REPORT
           ASSIGN TO AGING-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AGING-REPORT-STATUS.

      * the accounts placed with the agency
           SELECT COLLECTION-STATUS-FILE
           ASSIGN TO "..\COLLECTION-STATUS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COLLECTION-STATUS-STATUS.

      * the student master - only each student's program is taken
           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

      * one line per program per period provisioned, appended run
      * after run
           SELECT ALLOWANCE-HISTORY
           ASSIGN TO "..\ALLOWANCE-HISTORY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALLOWANCE-HISTORY-STATUS.

      * the period's working, named per period
           SELECT ALLOWANCE-REPORT
           ASSIGN TO ALLOWANCE-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALLOWANCE-REPORT-STATUS.

      * the program-code/charge-type to debit/credit account mappings
           SELECT GL-ACCOUNT-MAP-FILE
           ASSIGN TO "..\GL-ACCOUNT-MAP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GL-ACCOUNT-MAP-STATUS.

      * this run's own GL batch - header, DR/CR pairs, trailer
           SELECT GL-EXTRACT-FILE
           ASSIGN TO "..\ALLOWANCE-GL-EXTRACT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GL-EXTRACT-STATUS.

      * one line per outbound file sent - kept in step with every
      * extract writer, Project146.cbl and Project147.cbl
           SELECT TRANSMISSION-REGISTER
           ASSIGN TO "..\TRANSMISSION-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSMIT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one row per aging band, keyed by the first day overdue the
      * band covers - kept in step with Project86.cbl's
      * FD ALLOWANCE-RATES-FILE
       FD ALLOWANCE-RATES-FILE.
       01 ALLOWANCE-RATE-RECORD.
         05 ALR-FLOOR-DAYS PIC 9(3).
         05 ALR-STANDARD-PCT PIC 9(3)V99.
         05 ALR-PLACED-PCT PIC 9(3)V99.

      * kept in step with Project3.cbl's FD AGING-REPORT - the edited
      * columns de-edit on the MOVE out
       FD AGING-REPORT.
       01 AGING-REPORT-LINE.
         05 AGE-STUDENT-NUMBER-IN PIC 9(6).
         05 FILLER PIC X(2).
         05 AGE-STUDENT-NAME-IN PIC X(40).
         05 FILLER PIC X(2).
         05 AGE-TUITION-OWED-IN PIC ZZZZ.99.
         05 FILLER PIC X(2).
         05 AGE-DAYS-OVERDUE-IN PIC ZZZZ9.
         05 FILLER PIC X(2).
         05 AGE-BUCKET-IN PIC X(12).
         05 FILLER PIC X(2).
         05 AGE-LATE-FEE-IN PIC ZZZZ.99.
         05 FILLER PIC X(2).
         05 AGE-TOTAL-DUE-IN PIC ZZZZZ.99.
         05 FILLER PIC X(2).
         05 AGE-CAMPUS-IN PIC X(4).

      * kept in step with Project3.cbl's and Project14.cbl's
      * FD COLLECTION-STATUS-FILE
       FD COLLECTION-STATUS-FILE.
       01 COLLECTION-STATUS-RECORD.
         05 COL-STUDENT-NUMBER PIC 9(6).
         05 COL-PLACED-DATE PIC 9(8).
         05 COL-AGENCY-CODE PIC X(4).
         05 COL-PLACED-AMOUNT PIC 9999V99.
         05 COL-RECOVERED PIC 9(5)V99.

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

      * the receivable aged and the allowance it called for, one
      * program in one period
       FD ALLOWANCE-HISTORY.
       01 ALLOWANCE-HISTORY-LINE.
         05 ALH-PERIOD PIC 9(6).
         05 ALH-PROGRAM-CODE PIC X(5).
         05 ALH-RECEIVABLE PIC 9(7)V99.
         05 ALH-ALLOWANCE PIC 9(7)V99.
         05 ALH-AGING-DATE PIC 9(8).
         05 ALH-RUN-DATE PIC 9(8).

       FD ALLOWANCE-REPORT.
       01 ALLOWANCE-REPORT-LINE PIC X(100).

      * kept in step with Project48.cbl's FD GL-ACCOUNT-MAP-FILE
       FD GL-ACCOUNT-MAP-FILE.
       01 GL-ACCOUNT-MAP-IN.
         05 MAP-PROGRAM-CODE PIC X(5).
         05 MAP-CHARGE-TYPE PIC X(8).
         05 MAP-DEBIT-ACCOUNT PIC X(20).
         05 MAP-CREDIT-ACCOUNT PIC X(20).

      * same record layout as Project3.cbl's GL-EXTRACT-LINE
       FD GL-EXTRACT-FILE.
       01 GL-EXTRACT-LINE.
         05 GL-RECORD-TYPE-OUT PIC X(7).
         05 FILLER PIC X(2) VALUE SPACE.
         05 GL-STUDENT-NUMBER-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 GL-PROGRAM-CODE-OUT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACE.
         05 GL-ACCOUNT-OUT PIC X(20).
         05 FILLER PIC X(2) VALUE SPACE.
         05 GL-DEBIT-CREDIT-OUT PIC X(2).
         05 FILLER PIC X(2) VALUE SPACE.
         05 GL-AMOUNT-OUT PIC ZZZZZ.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 GL-DESCRIPTION-OUT PIC X(20).

      * status SENT when written, RECEIVED or REJECTED once the
      * partner answers - kept in step with Project146.cbl's
      * FD TRANSMISSION-REGISTER
       FD TRANSMISSION-REGISTER.
       01 TRANSMISSION-REGISTER-RECORD.
         05 TXR-FILE-NAME PIC X(40).
         05 TXR-DESTINATION PIC X(12).
         05 TXR-PERIOD PIC X(8).
         05 TXR-RECORD-COUNT PIC 9(7).
         05 TXR-HASH-TOTAL PIC S9(11)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 TXR-CREATED-BY PIC X(9).
         05 TXR-CREATED-DATE PIC 9(8).
         05 TXR-CREATED-TIME PIC 9(6).
         05 TXR-STATUS PIC X(8).
         05 TXR-ACK-DATE PIC 9(8).
         05 TXR-ACK-REASON PIC X(30).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 ALLOWANCE-RATES-STATUS PIC X(2).
         05 AGING-REPORT-STATUS PIC X(2).
         05 COLLECTION-STATUS-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 ALLOWANCE-HISTORY-STATUS PIC X(2).
         05 ALLOWANCE-REPORT-STATUS PIC X(2).
         05 GL-ACCOUNT-MAP-STATUS PIC X(2).
         05 GL-EXTRACT-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 RATES-EOF-FLG PIC X(1) VALUE 'N'.
         05 AGING-EOF-FLG PIC X(1) VALUE 'N'.
         05 COLLECTION-EOF-FLG PIC X(1) VALUE 'N'.
         05 MASTER-EOF-FLG PIC X(1) VALUE 'N'.
         05 HISTORY-EOF-FLG PIC X(1) VALUE 'N'.
         05 MAP-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-RAW PIC 9(8).
       01 AGING-REPORT-FILENAME PIC X(40).
       01 ALLOWANCE-REPORT-FILENAME PIC X(40).

      * the keyed period and the aging run it is provisioned from
       01 PERIOD-FIELDS.
         05 PERIOD-ENTRY PIC X(6).
         05 PERIOD-ENTRY-NUMERIC REDEFINES PERIOD-ENTRY PIC 9(6).
         05 PERIOD-YEAR-MONTH.
           10 PERIOD-YEAR PIC 9(4).
           10 PERIOD-MONTH PIC 9(2).
         05 PERIOD-START-DATE PIC 9(8).
         05 PERIOD-END-DATE PIC 9(8).
         05 PERIOD-END-INTEGER PIC 9(8).
         05 NEXT-MONTH-START PIC 9(8).
         05 NEXT-YEAR PIC 9(4).
         05 NEXT-MONTH PIC 9(2).
         05 AGING-DATE-ENTRY PIC X(8).
         05 AGING-DATE-NUMERIC REDEFINES AGING-DATE-ENTRY
             PIC 9(8).
         05 AGING-DATE PIC 9(8).

      * the bands in first-day order, with what each provisioned
       01 ALLOWANCE-BAND-TABLE.
         05 ALB-ENTRY OCCURS 1 TO 20 TIMES
             DEPENDING ON ALB-COUNT.
           10 ALB-FLOOR-DAYS PIC 9(3).
           10 ALB-STANDARD-PCT PIC 9(3)V99.
           10 ALB-PLACED-PCT PIC 9(3)V99.
           10 ALB-STANDARD-BALANCE PIC 9(8)V99.
           10 ALB-PLACED-BALANCE PIC 9(8)V99.
           10 ALB-ALLOWANCE PIC 9(8)V99.

       01 ALLOWANCE-BAND-VARIABLES.
         05 ALB-COUNT PIC 9(2) VALUE 0.
         05 ALB-SUB PIC 9(2).
         05 ALB-SLOT-SUB PIC 9(2).
         05 ALB-SHIFT-SUB PIC 9(2).
         05 ALB-FOUND-SUB PIC 9(2).

      * one line per account on the aging - a restarted PROJECT03 run
      * can age an account twice, and the later line stands
       01 AGED-STUDENT-TABLE.
         05 AST-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON AST-COUNT.
           10 AST-STUDENT-NUMBER PIC 9(6).
           10 AST-PROGRAM-CODE PIC X(5).
           10 AST-BALANCE PIC 9(5)V99.
           10 AST-DAYS-OVERDUE PIC 9(5).
           10 AST-PLACED-FLAG PIC X(1).
             88 AST-PLACED VALUE 'Y'.

       01 AGED-STUDENT-VARIABLES.
         05 AST-COUNT PIC 9(4) VALUE 0.
         05 AST-SUB PIC 9(4).
         05 AST-FOUND-SUB PIC 9(4).

      * the allowance by program, in program-code order
       01 ALLOWANCE-PROGRAM-TABLE.
         05 ALP-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON ALP-COUNT.
           10 ALP-PROGRAM-CODE PIC X(5).
           10 ALP-RECEIVABLE PIC 9(7)V99.
           10 ALP-PLACED-BALANCE PIC 9(7)V99.
           10 ALP-REQUIRED PIC 9(7)V99.
           10 ALP-PRIOR-PERIOD PIC 9(6).
           10 ALP-PRIOR-ALLOWANCE PIC 9(7)V99.
           10 ALP-ADJUSTMENT PIC S9(7)V99.

       01 ALLOWANCE-PROGRAM-VARIABLES.
         05 ALP-COUNT PIC 9(3) VALUE 0.
         05 ALP-SUB PIC 9(3).
         05 ALP-SLOT-SUB PIC 9(3).
         05 ALP-SHIFT-SUB PIC 9(3).
         05 ALP-FIND-CODE PIC X(5).
         05 ALP-MATCH-FLAG PIC X(1).
           88 ALP-PROGRAM-MATCHED VALUE 'Y'.

       01 ACCOUNT-MAP-TABLE.
         05 MAP-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON MAP-COUNT.
           10 TBL-MAP-PROGRAM-CODE PIC X(5).
           10 TBL-MAP-CHARGE-TYPE PIC X(8).
           10 TBL-MAP-DEBIT-ACCOUNT PIC X(20).
           10 TBL-MAP-CREDIT-ACCOUNT PIC X(20).

      * the BADDEBT mapping's debit side is the program's bad-debt
      * expense account and its credit side the allowance for
      * doubtful accounts
       01 ACCOUNT-MAP-VARIABLES.
         05 MAP-COUNT PIC 9(3) VALUE 0.
         05 MAP-FIND-SUB PIC 9(3).
         05 MAP-FOUND-FLAG PIC X(1).
           88 MAP-ROW-FOUND VALUE 'Y'.
         05 EXPENSE-ACCOUNT PIC X(20).
         05 ALLOWANCE-ACCOUNT PIC X(20).

      * GL-AMOUNT-OUT holds 99999.99 at most - a bigger adjustment
      * goes out as more than one pair
       01 GL-BATCH-FIELDS.
         05 GL-ENTRY-COUNT PIC 9(6) VALUE 0.
         05 GL-HASH-TOTAL PIC S9(9)V99 VALUE 0.
         05 GL-PAIR-AMOUNT PIC 9(5)V99.
         05 GL-PAIR-LIMIT PIC 9(5)V99 VALUE 99999.99.
         05 GL-PAIR-REMAINING PIC 9(7)V99.
         05 GL-PAIR-DEBIT PIC X(20).
         05 GL-PAIR-CREDIT PIC X(20).
         05 GL-PAIR-DESCRIPTION PIC X(20).

       01 PROVISION-WORK-FIELDS.
         05 ACCOUNT-PERCENT PIC 9(3)V99.
         05 ACCOUNT-ALLOWANCE PIC 9(7)V99.
         05 AGED-BALANCE-WORK PIC 9(5)V99.
         05 AGED-DAYS-WORK PIC 9(5).

       01 COUNTERS.
         05 HOW-MANY-AGING-LINES PIC 9(5) VALUE 0.
         05 HOW-MANY-PLACED PIC 9(5) VALUE 0.
         05 HOW-MANY-UNBANDED PIC 9(5) VALUE 0.
         05 HOW-MANY-ADJUSTED PIC 9(3) VALUE 0.
         05 STUDENT-TABLE-FULL PIC X(1) VALUE 'N'.
         05 TOTAL-RECEIVABLE PIC 9(9)V99 VALUE 0.
         05 TOTAL-PLACED-BALANCE PIC 9(9)V99 VALUE 0.
         05 TOTAL-REQUIRED PIC 9(9)V99 VALUE 0.
         05 TOTAL-PRIOR PIC 9(9)V99 VALUE 0.
         05 TOTAL-ADJUSTMENT PIC S9(9)V99 VALUE 0.
         05 UNBANDED-BALANCE PIC 9(9)V99 VALUE 0.

       01 REPORT-HEADING-LINE.
         05 FILLER PIC X(39)
             VALUE "BAD-DEBT ALLOWANCE PROVISIONING -     ".
         05 RPT-HEAD-PERIOD PIC 9(6).
         05 FILLER PIC X(15) VALUE "   AGING RUN OF".
         05 FILLER PIC X(1) VALUE SPACE.
         05 RPT-HEAD-AGING-DATE PIC 9(8).
         05 FILLER PIC X(31) VALUE SPACE.

       01 REPORT-COLUMN-LINE.
         05 FILLER PIC X(9) VALUE "PROGRAM".
         05 FILLER PIC X(15) VALUE "     RECEIVABLE".
         05 FILLER PIC X(15) VALUE "         PLACED".
         05 FILLER PIC X(15) VALUE "       REQUIRED".
         05 FILLER PIC X(15) VALUE "          PRIOR".
         05 FILLER PIC X(15) VALUE "     ADJUSTMENT".
         05 FILLER PIC X(16) VALUE SPACE.

       01 REPORT-DETAIL-LINE.
         05 RDL-PROGRAM-OUT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACE.
         05 RDL-RECEIVABLE-OUT PIC -ZZZ,ZZZ,ZZ9.99.
         05 RDL-PLACED-OUT PIC -ZZZ,ZZZ,ZZ9.99.
         05 RDL-REQUIRED-OUT PIC -ZZZ,ZZZ,ZZ9.99.
         05 RDL-PRIOR-OUT PIC -ZZZ,ZZZ,ZZ9.99.
         05 RDL-ADJUSTMENT-OUT PIC -ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(18) VALUE SPACE.

       01 REPORT-TOTAL-LINE.
         05 FILLER PIC X(7) VALUE "TOTAL".
         05 RTL-RECEIVABLE-OUT PIC -ZZZ,ZZZ,ZZ9.99.
         05 RTL-PLACED-OUT PIC -ZZZ,ZZZ,ZZ9.99.
         05 RTL-REQUIRED-OUT PIC -ZZZ,ZZZ,ZZ9.99.
         05 RTL-PRIOR-OUT PIC -ZZZ,ZZZ,ZZ9.99.
         05 RTL-ADJUSTMENT-OUT PIC -ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(18) VALUE SPACE.

       01 BAND-COLUMN-LINE.
         05 FILLER PIC X(9) VALUE "FROM DAY".
         05 FILLER PIC X(10) VALUE "  STD PCT".
         05 FILLER PIC X(10) VALUE "  PLC PCT".
         05 FILLER PIC X(15) VALUE "   STD BALANCE".
         05 FILLER PIC X(15) VALUE "   PLC BALANCE".
         05 FILLER PIC X(15) VALUE "      ALLOWANCE".
         05 FILLER PIC X(26) VALUE SPACE.

       01 BAND-DETAIL-LINE.
         05 BDL-FLOOR-OUT PIC ZZ9.
         05 FILLER PIC X(6) VALUE SPACE.
         05 BDL-STANDARD-PCT-OUT PIC ZZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 BDL-PLACED-PCT-OUT PIC ZZZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 BDL-STANDARD-BAL-OUT PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 BDL-PLACED-BAL-OUT PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 BDL-ALLOWANCE-OUT PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(28) VALUE SPACE.

       01 REPORT-COUNT-LINE.
         05 FILLER PIC X(16) VALUE "ACCOUNTS AGED   ".
         05 RCL-AGED-OUT PIC ZZZZ9.
         05 FILLER PIC X(20) VALUE "   PLACED W/AGENCY  ".
         05 RCL-PLACED-OUT PIC ZZZZ9.
         05 FILLER PIC X(54) VALUE SPACE.

       01 REPORT-UNBANDED-LINE.
         05 FILLER PIC X(31)
             VALUE "ACCOUNTS BEFORE THE FIRST BAND ".
         05 RUL-COUNT-OUT PIC ZZZZ9.
         05 FILLER PIC X(12) VALUE "   OWING    ".
         05 RUL-BALANCE-OUT PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(24) VALUE " - NO ALLOWANCE PROVIDED".
         05 FILLER PIC X(14) VALUE SPACE.

      * what the transmission register is told about each file sent
      * - a blank period defaults to the day the file was written
       01 TRANSMIT-REGISTER-FIELDS.
         05 TRANSMIT-REGISTER-STATUS PIC X(2).
         05 TRANSMIT-FILE-NAME PIC X(40).
         05 TRANSMIT-DESTINATION PIC X(12).
         05 TRANSMIT-PERIOD PIC X(8).
         05 TRANSMIT-RECORD-COUNT PIC 9(7).
         05 TRANSMIT-HASH-TOTAL PIC S9(11)V99.
         05 TRANSMIT-DATE-RAW PIC 9(8).
         05 TRANSMIT-TIME-RAW.
           10 TRANSMIT-TIME-HHMMSS PIC 9(6).
           10 FILLER PIC 9(2).

       PROCEDURE DIVISION.
      * main procedure - key the period and aging run, provision each
      * account aged, then true each program's allowance up
       100-PROVISION-BAD-DEBT.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.

           DISPLAY "ENTER ALLOWANCE PERIOD (YYYYMM):".
           ACCEPT PERIOD-ENTRY.
           IF PERIOD-ENTRY IS NOT NUMERIC
               DISPLAY "PERIOD MUST BE SIX DIGITS YYYYMM"
               STOP RUN
           END-IF.
           MOVE PERIOD-ENTRY-NUMERIC TO PERIOD-YEAR-MONTH.
           IF PERIOD-MONTH < 1 OR PERIOD-MONTH > 12
               DISPLAY "PERIOD MONTH MUST BE 01 TO 12"
               STOP RUN
           END-IF.

           PERFORM 200-DERIVE-PERIOD-WINDOW.

           DISPLAY "ENTER AGING REPORT RUN DATE (YYYYMMDD, BLANK = "
             PERIOD-END-DATE "):".
           MOVE SPACES TO AGING-DATE-ENTRY.
           ACCEPT AGING-DATE-ENTRY.
           IF AGING-DATE-ENTRY IS EQUAL TO SPACES
               MOVE PERIOD-END-DATE TO AGING-DATE
           ELSE IF AGING-DATE-ENTRY IS NOT NUMERIC
               DISPLAY "AGING RUN DATE MUST BE EIGHT DIGITS YYYYMMDD"
               STOP RUN
           ELSE
               MOVE AGING-DATE-NUMERIC TO AGING-DATE
           END-IF
           END-IF.
           IF AGING-DATE < PERIOD-START-DATE
               DISPLAY "AGING RUN " AGING-DATE " IS BEFORE PERIOD "
                 PERIOD-ENTRY " - IT CANNOT STAND FOR THE PERIOD END"
               STOP RUN
           END-IF.
           MOVE SPACES TO AGING-REPORT-FILENAME.
           STRING "..\AGING-REPORT-" DELIMITED BY SIZE
               AGING-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO AGING-REPORT-FILENAME
           END-STRING.

           PERFORM 210-LOAD-ALLOWANCE-RATES.
           PERFORM 220-LOAD-ALLOWANCE-HISTORY.
           PERFORM 230-LOAD-AGING-REPORT.
           PERFORM 240-MARK-PLACED-ACCOUNTS.
           PERFORM 250-TAKE-STUDENT-PROGRAMS.
           PERFORM 260-LOAD-ACCOUNT-MAP.
           PERFORM 270-OPEN-OUTPUT-FILES.

           PERFORM 300-PROVISION-ONE-ACCOUNT
               VARYING AST-SUB FROM 1 BY 1
               UNTIL AST-SUB > AST-COUNT.

           PERFORM 400-ADJUST-ONE-PROGRAM
               VARYING ALP-SUB FROM 1 BY 1
               UNTIL ALP-SUB > ALP-COUNT.

           PERFORM 500-WRITE-ALLOWANCE-REPORT.
           PERFORM 600-CLOSE-OUTPUT-FILES.

           DISPLAY "PERIOD " PERIOD-ENTRY " PROVISIONED - "
             HOW-MANY-ADJUSTED " PROGRAM(S) ADJUSTED, SEE "
             ALLOWANCE-REPORT-FILENAME.
           STOP RUN.

      * the period runs from the 1st to the day before the next
      * month's 1st
           200-DERIVE-PERIOD-WINDOW.
               COMPUTE PERIOD-START-DATE =
                   PERIOD-YEAR * 10000 + PERIOD-MONTH * 100 + 1.
               IF PERIOD-MONTH IS EQUAL TO 12
                   COMPUTE NEXT-YEAR = PERIOD-YEAR + 1
                   MOVE 1 TO NEXT-MONTH
               ELSE
                   MOVE PERIOD-YEAR TO NEXT-YEAR
                   COMPUTE NEXT-MONTH = PERIOD-MONTH + 1
               END-IF.
               COMPUTE NEXT-MONTH-START =
                   NEXT-YEAR * 10000 + NEXT-MONTH * 100 + 1.
               COMPUTE PERIOD-END-INTEGER =
                   FUNCTION INTEGER-OF-DATE(NEXT-MONTH-START) - 1.
               COMPUTE PERIOD-END-DATE =
                   FUNCTION DATE-OF-INTEGER(PERIOD-END-INTEGER).

               MOVE SPACES TO ALLOWANCE-REPORT-FILENAME.
               STRING "..\ALLOWANCE-REPORT-" DELIMITED BY SIZE
                   PERIOD-ENTRY DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO ALLOWANCE-REPORT-FILENAME
               END-STRING.

      * the bands, insertion-placed in first-day order so the account
      * lookup and the report both walk them oldest-last
           210-LOAD-ALLOWANCE-RATES.
               OPEN INPUT ALLOWANCE-RATES-FILE.
               IF ALLOWANCE-RATES-STATUS IS EQUAL TO "35"
                   DISPLAY "NO ALLOWANCE-RATES.txt - SET THE BANDS "
                     "UP THROUGH PROJECT86 FIRST"
                   STOP RUN
               END-IF.
               IF ALLOWANCE-RATES-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ALLOWANCE-RATES.txt - "
                     "STATUS " ALLOWANCE-RATES-STATUS
                   STOP RUN
               END-IF.
               PERFORM 211-LOAD-ONE-BAND
                   UNTIL RATES-EOF-FLG IS EQUAL TO 'Y'
                   OR ALB-COUNT IS EQUAL TO 20.
               CLOSE ALLOWANCE-RATES-FILE.

               IF ALB-COUNT IS EQUAL TO ZERO
                   DISPLAY "ALLOWANCE-RATES.txt IS EMPTY - SET THE "
                     "BANDS UP THROUGH PROJECT86 FIRST"
                   STOP RUN
               END-IF.

               211-LOAD-ONE-BAND.
                   READ ALLOWANCE-RATES-FILE
                       AT END
                           MOVE 'Y' TO RATES-EOF-FLG
                       NOT AT END
                           PERFORM 212-PLACE-ONE-BAND
                   END-READ.

               212-PLACE-ONE-BAND.
                   MOVE 1 TO ALB-SLOT-SUB.
                   PERFORM 213-FIND-BAND-SLOT
                       UNTIL ALB-SLOT-SUB > ALB-COUNT
                       OR ALB-FLOOR-DAYS(ALB-SLOT-SUB) IS GREATER
                           THAN ALR-FLOOR-DAYS.
                   ADD 1 TO ALB-COUNT.
                   MOVE ALB-COUNT TO ALB-SHIFT-SUB.
                   PERFORM 214-SHIFT-ONE-BAND
                       UNTIL ALB-SHIFT-SUB IS NOT GREATER
                         THAN ALB-SLOT-SUB.
                   MOVE ALR-FLOOR-DAYS TO ALB-FLOOR-DAYS(ALB-SLOT-SUB).
                   MOVE ALR-STANDARD-PCT
                     TO ALB-STANDARD-PCT(ALB-SLOT-SUB).
                   MOVE ALR-PLACED-PCT TO ALB-PLACED-PCT(ALB-SLOT-SUB).
                   MOVE ZERO TO ALB-STANDARD-BALANCE(ALB-SLOT-SUB).
                   MOVE ZERO TO ALB-PLACED-BALANCE(ALB-SLOT-SUB).
                   MOVE ZERO TO ALB-ALLOWANCE(ALB-SLOT-SUB).

                   213-FIND-BAND-SLOT.
                       ADD 1 TO ALB-SLOT-SUB.

                   214-SHIFT-ONE-BAND.
                       MOVE ALB-ENTRY(ALB-SHIFT-SUB - 1)
                         TO ALB-ENTRY(ALB-SHIFT-SUB)
                       SUBTRACT 1 FROM ALB-SHIFT-SUB.

      * each program's allowance as of its latest period on file - a
      * period already on the history, or a later one, stops the run
      * so nothing books twice
           220-LOAD-ALLOWANCE-HISTORY.
               OPEN INPUT ALLOWANCE-HISTORY.
               IF ALLOWANCE-HISTORY-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF ALLOWANCE-HISTORY-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ALLOWANCE-HISTORY.txt - "
                     "STATUS " ALLOWANCE-HISTORY-STATUS
                   STOP RUN
               ELSE
                   PERFORM 221-LOAD-ONE-HISTORY-LINE
                       UNTIL HISTORY-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE ALLOWANCE-HISTORY
               END-IF
               END-IF.

               221-LOAD-ONE-HISTORY-LINE.
                   READ ALLOWANCE-HISTORY
                       AT END
                           MOVE 'Y' TO HISTORY-EOF-FLG
                       NOT AT END
                           PERFORM 222-TAKE-ONE-HISTORY-LINE
                   END-READ.

               222-TAKE-ONE-HISTORY-LINE.
                   IF ALH-PERIOD IS NOT LESS THAN PERIOD-ENTRY-NUMERIC
                       DISPLAY "PERIOD " ALH-PERIOD " IS ALREADY "
                         "PROVISIONED - " PERIOD-ENTRY
                         " CANNOT RUN NOW"
                       CLOSE ALLOWANCE-HISTORY
                       STOP RUN
                   END-IF.
                   MOVE ALH-PROGRAM-CODE TO ALP-FIND-CODE.
                   PERFORM 380-FIND-OR-ADD-PROGRAM.
                   IF ALH-PERIOD IS GREATER THAN
                       ALP-PRIOR-PERIOD(ALP-SLOT-SUB)
                       MOVE ALH-PERIOD TO ALP-PRIOR-PERIOD(ALP-SLOT-SUB)
                       MOVE ALH-ALLOWANCE
                         TO ALP-PRIOR-ALLOWANCE(ALP-SLOT-SUB)
                   END-IF.

      * every account on the aging with something owing; an account
      * aged twice by a restarted run keeps its later line
           230-LOAD-AGING-REPORT.
               OPEN INPUT AGING-REPORT.
               IF AGING-REPORT-STATUS IS EQUAL TO "35"
                   DISPLAY "NO " AGING-REPORT-FILENAME " - RUN "
                     "PROJECT03 FOR THE PERIOD END FIRST"
                   STOP RUN
               END-IF.
               IF AGING-REPORT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN " AGING-REPORT-FILENAME
                     " - STATUS " AGING-REPORT-STATUS
                   STOP RUN
               END-IF.
               PERFORM 231-TAKE-ONE-AGING-LINE
                   UNTIL AGING-EOF-FLG IS EQUAL TO 'Y'.
               CLOSE AGING-REPORT.

               IF STUDENT-TABLE-FULL IS EQUAL TO 'Y'
                   DISPLAY "OVER 5000 ACCOUNTS ON THE AGING - RUN "
                     "STOPPED, NOTHING POSTED"
                   STOP RUN
               END-IF.

               231-TAKE-ONE-AGING-LINE.
                   READ AGING-REPORT
                       AT END
                           MOVE 'Y' TO AGING-EOF-FLG
                       NOT AT END
                           IF AGE-STUDENT-NUMBER-IN IS NUMERIC
                               ADD 1 TO HOW-MANY-AGING-LINES
                               PERFORM 232-ADD-ONE-AGED-ACCOUNT
                           END-IF
                   END-READ.

      * the days column is unsigned, so an account not yet due reads
      * as days ahead - anything PROJECT03 bucketed CURRENT (COURANT
      * on a French statement) starts at day zero
               232-ADD-ONE-AGED-ACCOUNT.
                   MOVE AGE-TOTAL-DUE-IN TO AGED-BALANCE-WORK.
                   IF AGE-BUCKET-IN(1:2) IS EQUAL TO "CU"
                       OR AGE-BUCKET-IN(1:2) IS EQUAL TO "CO"
                       MOVE ZERO TO AGED-DAYS-WORK
                   ELSE
                       MOVE AGE-DAYS-OVERDUE-IN TO AGED-DAYS-WORK
                   END-IF.

                   MOVE ZERO TO AST-FOUND-SUB.
                   PERFORM 233-CHECK-ONE-AGED-ACCOUNT
                       VARYING AST-SUB FROM 1 BY 1
                       UNTIL AST-SUB > AST-COUNT
                       OR AST-FOUND-SUB > ZERO.

                   IF AST-FOUND-SUB IS EQUAL TO ZERO
                       IF AST-COUNT IS EQUAL TO 5000
                           MOVE 'Y' TO STUDENT-TABLE-FULL
                       ELSE
                           ADD 1 TO AST-COUNT
                           MOVE AST-COUNT TO AST-FOUND-SUB
                           MOVE AGE-STUDENT-NUMBER-IN
                             TO AST-STUDENT-NUMBER(AST-COUNT)
                           MOVE "?????" TO AST-PROGRAM-CODE(AST-COUNT)
                           MOVE 'N' TO AST-PLACED-FLAG(AST-COUNT)
                       END-IF
                   END-IF.

                   IF AST-FOUND-SUB > ZERO
                       MOVE AGED-BALANCE-WORK
                         TO AST-BALANCE(AST-FOUND-SUB)
                       MOVE AGED-DAYS-WORK
                         TO AST-DAYS-OVERDUE(AST-FOUND-SUB)
                   END-IF.

                   233-CHECK-ONE-AGED-ACCOUNT.
                       IF AST-STUDENT-NUMBER(AST-SUB) IS EQUAL TO
                           AGE-STUDENT-NUMBER-IN
                           MOVE AST-SUB TO AST-FOUND-SUB
                       END-IF.

      * an account on the placed list is provisioned at its band's
      * placed percent
           240-MARK-PLACED-ACCOUNTS.
               OPEN INPUT COLLECTION-STATUS-FILE.
               IF COLLECTION-STATUS-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF COLLECTION-STATUS-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN COLLECTION-STATUS.txt - "
                     "STATUS " COLLECTION-STATUS-STATUS
                   STOP RUN
               ELSE
                   PERFORM 241-TAKE-ONE-PLACEMENT
                       UNTIL COLLECTION-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE COLLECTION-STATUS-FILE
               END-IF
               END-IF.

               241-TAKE-ONE-PLACEMENT.
                   READ COLLECTION-STATUS-FILE
                       AT END
                           MOVE 'Y' TO COLLECTION-EOF-FLG
                       NOT AT END
                           PERFORM 242-MARK-ONE-ACCOUNT
                               VARYING AST-SUB FROM 1 BY 1
                               UNTIL AST-SUB > AST-COUNT
                   END-READ.

               242-MARK-ONE-ACCOUNT.
                   IF AST-STUDENT-NUMBER(AST-SUB) IS EQUAL TO
                       COL-STUDENT-NUMBER
                       MOVE 'Y' TO AST-PLACED-FLAG(AST-SUB)
                   END-IF.

      * each account's first program off the master; one gone from
      * the master provisions under ?????
           250-TAKE-STUDENT-PROGRAMS.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - STATUS "
                     STUDENT-FILE-STATUS
                   STOP RUN
               END-IF.
               PERFORM 251-TAKE-ONE-STUDENT
                   UNTIL MASTER-EOF-FLG IS EQUAL TO 'Y'.
               CLOSE STUDENT-FILE.

               251-TAKE-ONE-STUDENT.
                   READ STUDENT-FILE
                       AT END
                           MOVE 'Y' TO MASTER-EOF-FLG
                       NOT AT END
                           PERFORM 252-SET-ONE-PROGRAM
                               VARYING AST-SUB FROM 1 BY 1
                               UNTIL AST-SUB > AST-COUNT
                   END-READ.

               252-SET-ONE-PROGRAM.
                   IF AST-STUDENT-NUMBER(AST-SUB) IS EQUAL TO
                       STUDENT-NUMBER
                       MOVE PROGRAM-OF-STUDY(1)
                         TO AST-PROGRAM-CODE(AST-SUB)
                   END-IF.

      * the account map is held whole and searched per program - a
      * missing file or mapping books to the named fallback
      * accounts, as PROJECT50 does
           260-LOAD-ACCOUNT-MAP.
               OPEN INPUT GL-ACCOUNT-MAP-FILE.
               IF GL-ACCOUNT-MAP-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN GL-ACCOUNT-MAP.txt - "
                     "POSTINGS BOOK TO THE DEFAULT ACCOUNTS"
               ELSE
                   PERFORM 261-LOAD-ONE-MAPPING
                       UNTIL MAP-EOF-FLG IS EQUAL TO 'Y'
                       OR MAP-COUNT IS EQUAL TO 500
                   CLOSE GL-ACCOUNT-MAP-FILE
               END-IF.

               261-LOAD-ONE-MAPPING.
                   READ GL-ACCOUNT-MAP-FILE
                       AT END
                           MOVE 'Y' TO MAP-EOF-FLG
                       NOT AT END
                           ADD 1 TO MAP-COUNT
                           MOVE MAP-PROGRAM-CODE
                             TO TBL-MAP-PROGRAM-CODE(MAP-COUNT)
                           MOVE MAP-CHARGE-TYPE
                             TO TBL-MAP-CHARGE-TYPE(MAP-COUNT)
                           MOVE MAP-DEBIT-ACCOUNT
                             TO TBL-MAP-DEBIT-ACCOUNT(MAP-COUNT)
                           MOVE MAP-CREDIT-ACCOUNT
                             TO TBL-MAP-CREDIT-ACCOUNT(MAP-COUNT)
                   END-READ.

           270-OPEN-OUTPUT-FILES.
               OPEN OUTPUT ALLOWANCE-REPORT.
               IF ALLOWANCE-REPORT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN " ALLOWANCE-REPORT-FILENAME
                     " - STATUS " ALLOWANCE-REPORT-STATUS
                   STOP RUN
               END-IF.
               MOVE PERIOD-ENTRY-NUMERIC TO RPT-HEAD-PERIOD.
               MOVE AGING-DATE TO RPT-HEAD-AGING-DATE.
               WRITE ALLOWANCE-REPORT-LINE FROM REPORT-HEADING-LINE.
               MOVE SPACES TO ALLOWANCE-REPORT-LINE.
               WRITE ALLOWANCE-REPORT-LINE.
               WRITE ALLOWANCE-REPORT-LINE FROM REPORT-COLUMN-LINE.

               OPEN EXTEND ALLOWANCE-HISTORY.
               IF ALLOWANCE-HISTORY-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT ALLOWANCE-HISTORY
               END-IF.
               IF ALLOWANCE-HISTORY-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ALLOWANCE-HISTORY.txt - "
                     "STATUS " ALLOWANCE-HISTORY-STATUS
                   STOP RUN
               END-IF.

               OPEN OUTPUT GL-EXTRACT-FILE.
               IF GL-EXTRACT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ALLOWANCE-GL-EXTRACT.txt - "
                     "STATUS " GL-EXTRACT-STATUS
                   STOP RUN
               END-IF.
               MOVE SPACES TO GL-EXTRACT-LINE.
               MOVE "HEADER" TO GL-RECORD-TYPE-OUT.
               MOVE ZERO TO GL-STUDENT-NUMBER-OUT.
               MOVE SPACES TO GL-PROGRAM-CODE-OUT.
               MOVE "BAD-DEBT ALLOWANCE" TO GL-ACCOUNT-OUT.
               MOVE SPACES TO GL-DEBIT-CREDIT-OUT.
               MOVE ZERO TO GL-AMOUNT-OUT.
               STRING "PERIOD " DELIMITED BY SIZE
                   PERIOD-ENTRY DELIMITED BY SIZE
                   INTO GL-DESCRIPTION-OUT
               END-STRING.
               WRITE GL-EXTRACT-LINE.

      * the account's band is the last one whose first day it has
      * reached; an account short of the first band carries nothing
           300-PROVISION-ONE-ACCOUNT.
               IF AST-BALANCE(AST-SUB) IS GREATER THAN ZERO
                   MOVE ZERO TO ALB-FOUND-SUB
                   PERFORM 301-CHECK-ONE-BAND
                       VARYING ALB-SUB FROM 1 BY 1
                       UNTIL ALB-SUB > ALB-COUNT
                   IF AST-PLACED(AST-SUB)
                       ADD 1 TO HOW-MANY-PLACED
                   END-IF
                   IF ALB-FOUND-SUB IS EQUAL TO ZERO
                       ADD 1 TO HOW-MANY-UNBANDED
                       ADD AST-BALANCE(AST-SUB) TO UNBANDED-BALANCE
                       MOVE ZERO TO ACCOUNT-ALLOWANCE
                   ELSE
                       PERFORM 310-PROVISION-IN-BAND
                   END-IF
                   PERFORM 320-ADD-TO-PROGRAM
               END-IF.

               301-CHECK-ONE-BAND.
                   IF ALB-FLOOR-DAYS(ALB-SUB) IS NOT GREATER THAN
                       AST-DAYS-OVERDUE(AST-SUB)
                       MOVE ALB-SUB TO ALB-FOUND-SUB
                   END-IF.

               310-PROVISION-IN-BAND.
                   IF AST-PLACED(AST-SUB)
                       MOVE ALB-PLACED-PCT(ALB-FOUND-SUB)
                         TO ACCOUNT-PERCENT
                       ADD AST-BALANCE(AST-SUB)
                         TO ALB-PLACED-BALANCE(ALB-FOUND-SUB)
                   ELSE
                       MOVE ALB-STANDARD-PCT(ALB-FOUND-SUB)
                         TO ACCOUNT-PERCENT
                       ADD AST-BALANCE(AST-SUB)
                         TO ALB-STANDARD-BALANCE(ALB-FOUND-SUB)
                   END-IF.
                   COMPUTE ACCOUNT-ALLOWANCE ROUNDED =
                       AST-BALANCE(AST-SUB) * ACCOUNT-PERCENT / 100.
                   ADD ACCOUNT-ALLOWANCE
                     TO ALB-ALLOWANCE(ALB-FOUND-SUB).

               320-ADD-TO-PROGRAM.
                   MOVE AST-PROGRAM-CODE(AST-SUB) TO ALP-FIND-CODE.
                   PERFORM 380-FIND-OR-ADD-PROGRAM.
                   ADD AST-BALANCE(AST-SUB)
                     TO ALP-RECEIVABLE(ALP-SLOT-SUB).
                   IF AST-PLACED(AST-SUB)
                       ADD AST-BALANCE(AST-SUB)
                         TO ALP-PLACED-BALANCE(ALP-SLOT-SUB)
                   END-IF.
                   ADD ACCOUNT-ALLOWANCE TO ALP-REQUIRED(ALP-SLOT-SUB).

      * the program's line, insertion-placed in program-code order
      * the first time the program turns up; ALP-SLOT-SUB is left on
      * it
           380-FIND-OR-ADD-PROGRAM.
               MOVE 'N' TO ALP-MATCH-FLAG.
               MOVE 1 TO ALP-SLOT-SUB.
               PERFORM 381-FIND-PROGRAM-SLOT
                   UNTIL ALP-SLOT-SUB > ALP-COUNT
                   OR ALP-PROGRAM-MATCHED
                   OR ALP-PROGRAM-CODE(ALP-SLOT-SUB) IS GREATER
                       THAN ALP-FIND-CODE.

               IF NOT ALP-PROGRAM-MATCHED
                   IF ALP-COUNT IS EQUAL TO 200
                       MOVE 200 TO ALP-SLOT-SUB
                       MOVE "OTHER" TO ALP-PROGRAM-CODE(200)
                   ELSE
                       ADD 1 TO ALP-COUNT
                       MOVE ALP-COUNT TO ALP-SHIFT-SUB
                       PERFORM 382-SHIFT-ONE-PROGRAM
                           UNTIL ALP-SHIFT-SUB IS NOT GREATER
                             THAN ALP-SLOT-SUB
                       MOVE ALP-FIND-CODE
                         TO ALP-PROGRAM-CODE(ALP-SLOT-SUB)
                       MOVE ZERO TO ALP-RECEIVABLE(ALP-SLOT-SUB)
                       MOVE ZERO TO ALP-PLACED-BALANCE(ALP-SLOT-SUB)
                       MOVE ZERO TO ALP-REQUIRED(ALP-SLOT-SUB)
                       MOVE ZERO TO ALP-PRIOR-PERIOD(ALP-SLOT-SUB)
                       MOVE ZERO TO ALP-PRIOR-ALLOWANCE(ALP-SLOT-SUB)
                       MOVE ZERO TO ALP-ADJUSTMENT(ALP-SLOT-SUB)
                   END-IF
               END-IF.

               381-FIND-PROGRAM-SLOT.
                   IF ALP-PROGRAM-CODE(ALP-SLOT-SUB) IS EQUAL TO
                       ALP-FIND-CODE
                       MOVE 'Y' TO ALP-MATCH-FLAG
                   ELSE
                       ADD 1 TO ALP-SLOT-SUB
                   END-IF.

               382-SHIFT-ONE-PROGRAM.
                   MOVE ALP-ENTRY(ALP-SHIFT-SUB - 1)
                     TO ALP-ENTRY(ALP-SHIFT-SUB)
                   SUBTRACT 1 FROM ALP-SHIFT-SUB.

      * required less what the books already hold is the month's
      * adjustment - expense against the allowance when it rises, the
      * allowance back into expense when it falls; a program with
      * nothing required and nothing held drops off the history
           400-ADJUST-ONE-PROGRAM.
               COMPUTE ALP-ADJUSTMENT(ALP-SUB) =
                   ALP-REQUIRED(ALP-SUB) - ALP-PRIOR-ALLOWANCE(ALP-SUB).

               IF ALP-ADJUSTMENT(ALP-SUB) IS NOT EQUAL TO ZERO
                   ADD 1 TO HOW-MANY-ADJUSTED
                   PERFORM 410-FIND-ACCOUNTS
                   IF ALP-ADJUSTMENT(ALP-SUB) > ZERO
                       MOVE ALP-ADJUSTMENT(ALP-SUB)
                         TO GL-PAIR-REMAINING
                       MOVE EXPENSE-ACCOUNT TO GL-PAIR-DEBIT
                       MOVE ALLOWANCE-ACCOUNT TO GL-PAIR-CREDIT
                       MOVE "ALLOWANCE RAISED" TO GL-PAIR-DESCRIPTION
                   ELSE
                       COMPUTE GL-PAIR-REMAINING =
                           0 - ALP-ADJUSTMENT(ALP-SUB)
                       MOVE ALLOWANCE-ACCOUNT TO GL-PAIR-DEBIT
                       MOVE EXPENSE-ACCOUNT TO GL-PAIR-CREDIT
                       MOVE "ALLOWANCE RELEASED" TO GL-PAIR-DESCRIPTION
                   END-IF
                   PERFORM 420-WRITE-ONE-PAIR
                       UNTIL GL-PAIR-REMAINING IS EQUAL TO ZERO
               END-IF.

               IF ALP-REQUIRED(ALP-SUB) IS NOT EQUAL TO ZERO
                   OR ALP-PRIOR-ALLOWANCE(ALP-SUB)
                       IS NOT EQUAL TO ZERO
                   OR ALP-RECEIVABLE(ALP-SUB) IS NOT EQUAL TO ZERO
                   PERFORM 430-APPEND-HISTORY-LINE
               END-IF.

      * this program's accounts, the legacy names standing in for any
      * mapping not on file
               410-FIND-ACCOUNTS.
                   MOVE "BAD DEBT EXPENSE" TO EXPENSE-ACCOUNT.
                   MOVE "ALLOWANCE DOUBTFUL" TO ALLOWANCE-ACCOUNT.

                   MOVE 'N' TO MAP-FOUND-FLAG.
                   MOVE 1 TO MAP-FIND-SUB.
                   PERFORM 411-CHECK-ONE-MAPPING
                       UNTIL MAP-FIND-SUB > MAP-COUNT
                       OR MAP-ROW-FOUND.
                   IF MAP-ROW-FOUND
                       MOVE TBL-MAP-DEBIT-ACCOUNT(MAP-FIND-SUB)
                         TO EXPENSE-ACCOUNT
                       MOVE TBL-MAP-CREDIT-ACCOUNT(MAP-FIND-SUB)
                         TO ALLOWANCE-ACCOUNT
                   END-IF.

                   411-CHECK-ONE-MAPPING.
                       IF TBL-MAP-PROGRAM-CODE(MAP-FIND-SUB) IS EQUAL
                           TO ALP-PROGRAM-CODE(ALP-SUB)
                           AND TBL-MAP-CHARGE-TYPE(MAP-FIND-SUB)
                               IS EQUAL TO "BADDEBT"
                           MOVE 'Y' TO MAP-FOUND-FLAG
                       ELSE
                           ADD 1 TO MAP-FIND-SUB
                       END-IF.

      * one DR/CR pair of at most GL-PAIR-LIMIT off what is left
               420-WRITE-ONE-PAIR.
                   IF GL-PAIR-REMAINING > GL-PAIR-LIMIT
                       MOVE GL-PAIR-LIMIT TO GL-PAIR-AMOUNT
                   ELSE
                       MOVE GL-PAIR-REMAINING TO GL-PAIR-AMOUNT
                   END-IF.
                   SUBTRACT GL-PAIR-AMOUNT FROM GL-PAIR-REMAINING.

                   MOVE SPACES TO GL-EXTRACT-LINE.
                   MOVE "DETAIL" TO GL-RECORD-TYPE-OUT.
                   MOVE ZERO TO GL-STUDENT-NUMBER-OUT.
                   MOVE ALP-PROGRAM-CODE(ALP-SUB)
                     TO GL-PROGRAM-CODE-OUT.
                   MOVE GL-PAIR-DEBIT TO GL-ACCOUNT-OUT.
                   MOVE "DR" TO GL-DEBIT-CREDIT-OUT.
                   MOVE GL-PAIR-AMOUNT TO GL-AMOUNT-OUT.
                   MOVE GL-PAIR-DESCRIPTION TO GL-DESCRIPTION-OUT.
                   WRITE GL-EXTRACT-LINE.

                   MOVE GL-PAIR-CREDIT TO GL-ACCOUNT-OUT.
                   MOVE "CR" TO GL-DEBIT-CREDIT-OUT.
                   WRITE GL-EXTRACT-LINE.

                   ADD 2 TO GL-ENTRY-COUNT.
                   ADD GL-PAIR-AMOUNT TO GL-HASH-TOTAL.
                   ADD GL-PAIR-AMOUNT TO GL-HASH-TOTAL.

               430-APPEND-HISTORY-LINE.
                   MOVE PERIOD-ENTRY-NUMERIC TO ALH-PERIOD.
                   MOVE ALP-PROGRAM-CODE(ALP-SUB) TO ALH-PROGRAM-CODE.
                   MOVE ALP-RECEIVABLE(ALP-SUB) TO ALH-RECEIVABLE.
                   MOVE ALP-REQUIRED(ALP-SUB) TO ALH-ALLOWANCE.
                   MOVE AGING-DATE TO ALH-AGING-DATE.
                   MOVE RUN-DATE-RAW TO ALH-RUN-DATE.
                   WRITE ALLOWANCE-HISTORY-LINE.

      * by program - prior + adjustment = required - then by band,
      * and what the bands could not place
           500-WRITE-ALLOWANCE-REPORT.
               PERFORM 501-WRITE-ONE-PROGRAM
                   VARYING ALP-SUB FROM 1 BY 1
                   UNTIL ALP-SUB > ALP-COUNT.

               MOVE SPACES TO ALLOWANCE-REPORT-LINE.
               WRITE ALLOWANCE-REPORT-LINE.
               MOVE TOTAL-RECEIVABLE TO RTL-RECEIVABLE-OUT.
               MOVE TOTAL-PLACED-BALANCE TO RTL-PLACED-OUT.
               MOVE TOTAL-REQUIRED TO RTL-REQUIRED-OUT.
               MOVE TOTAL-PRIOR TO RTL-PRIOR-OUT.
               MOVE TOTAL-ADJUSTMENT TO RTL-ADJUSTMENT-OUT.
               WRITE ALLOWANCE-REPORT-LINE FROM REPORT-TOTAL-LINE.

               MOVE SPACES TO ALLOWANCE-REPORT-LINE.
               WRITE ALLOWANCE-REPORT-LINE.
               WRITE ALLOWANCE-REPORT-LINE FROM BAND-COLUMN-LINE.
               PERFORM 502-WRITE-ONE-BAND
                   VARYING ALB-SUB FROM 1 BY 1
                   UNTIL ALB-SUB > ALB-COUNT.

               MOVE SPACES TO ALLOWANCE-REPORT-LINE.
               WRITE ALLOWANCE-REPORT-LINE.
               MOVE AST-COUNT TO RCL-AGED-OUT.
               MOVE HOW-MANY-PLACED TO RCL-PLACED-OUT.
               WRITE ALLOWANCE-REPORT-LINE FROM REPORT-COUNT-LINE.
               IF HOW-MANY-UNBANDED > ZERO
                   MOVE HOW-MANY-UNBANDED TO RUL-COUNT-OUT
                   MOVE UNBANDED-BALANCE TO RUL-BALANCE-OUT
                   WRITE ALLOWANCE-REPORT-LINE
                     FROM REPORT-UNBANDED-LINE
               END-IF.

               501-WRITE-ONE-PROGRAM.
                   IF ALP-REQUIRED(ALP-SUB) IS NOT EQUAL TO ZERO
                       OR ALP-PRIOR-ALLOWANCE(ALP-SUB)
                           IS NOT EQUAL TO ZERO
                       OR ALP-RECEIVABLE(ALP-SUB) IS NOT EQUAL TO ZERO
                       MOVE ALP-PROGRAM-CODE(ALP-SUB)
                         TO RDL-PROGRAM-OUT
                       MOVE ALP-RECEIVABLE(ALP-SUB)
                         TO RDL-RECEIVABLE-OUT
                       MOVE ALP-PLACED-BALANCE(ALP-SUB)
                         TO RDL-PLACED-OUT
                       MOVE ALP-REQUIRED(ALP-SUB) TO RDL-REQUIRED-OUT
                       MOVE ALP-PRIOR-ALLOWANCE(ALP-SUB)
                         TO RDL-PRIOR-OUT
                       MOVE ALP-ADJUSTMENT(ALP-SUB)
                         TO RDL-ADJUSTMENT-OUT
                       WRITE ALLOWANCE-REPORT-LINE
                         FROM REPORT-DETAIL-LINE

                       ADD ALP-RECEIVABLE(ALP-SUB) TO TOTAL-RECEIVABLE
                       ADD ALP-PLACED-BALANCE(ALP-SUB)
                         TO TOTAL-PLACED-BALANCE
                       ADD ALP-REQUIRED(ALP-SUB) TO TOTAL-REQUIRED
                       ADD ALP-PRIOR-ALLOWANCE(ALP-SUB) TO TOTAL-PRIOR
                       ADD ALP-ADJUSTMENT(ALP-SUB) TO TOTAL-ADJUSTMENT
                   END-IF.

               502-WRITE-ONE-BAND.
                   MOVE ALB-FLOOR-DAYS(ALB-SUB) TO BDL-FLOOR-OUT.
                   MOVE ALB-STANDARD-PCT(ALB-SUB)
                     TO BDL-STANDARD-PCT-OUT.
                   MOVE ALB-PLACED-PCT(ALB-SUB) TO BDL-PLACED-PCT-OUT.
                   MOVE ALB-STANDARD-BALANCE(ALB-SUB)
                     TO BDL-STANDARD-BAL-OUT.
                   MOVE ALB-PLACED-BALANCE(ALB-SUB)
                     TO BDL-PLACED-BAL-OUT.
                   MOVE ALB-ALLOWANCE(ALB-SUB) TO BDL-ALLOWANCE-OUT.
                   WRITE ALLOWANCE-REPORT-LINE FROM BAND-DETAIL-LINE.

           600-CLOSE-OUTPUT-FILES.
               CLOSE ALLOWANCE-REPORT.
               CLOSE ALLOWANCE-HISTORY.

               MOVE SPACES TO GL-EXTRACT-LINE.
               MOVE "TRAILER" TO GL-RECORD-TYPE-OUT.
               MOVE GL-ENTRY-COUNT TO GL-STUDENT-NUMBER-OUT.
               MOVE SPACES TO GL-PROGRAM-CODE-OUT.
               MOVE "ENTRY COUNT/HASH" TO GL-ACCOUNT-OUT.
               MOVE SPACES TO GL-DEBIT-CREDIT-OUT.
               MOVE GL-HASH-TOTAL TO GL-AMOUNT-OUT.
               MOVE "BATCH TOTAL" TO GL-DESCRIPTION-OUT.
               WRITE GL-EXTRACT-LINE.
               CLOSE GL-EXTRACT-FILE.

               MOVE "ALLOWANCE-GL-EXTRACT.txt" TO TRANSMIT-FILE-NAME.
               MOVE "GL" TO TRANSMIT-DESTINATION.
               MOVE RUN-DATE-RAW TO TRANSMIT-PERIOD.
               MOVE GL-ENTRY-COUNT TO TRANSMIT-RECORD-COUNT.
               MOVE GL-HASH-TOTAL TO TRANSMIT-HASH-TOTAL.
               PERFORM 880-REGISTER-TRANSMISSION.

      * one SENT line on the transmission register per file written -
      * PROJECT146 posts the partner's receipt or rejection against it
      * and PROJECT147 reports what is overdue or was sent twice
           880-REGISTER-TRANSMISSION.
               ACCEPT TRANSMIT-DATE-RAW FROM DATE YYYYMMDD.
               ACCEPT TRANSMIT-TIME-RAW FROM TIME.
               IF TRANSMIT-PERIOD IS EQUAL TO SPACES
                   MOVE TRANSMIT-DATE-RAW TO TRANSMIT-PERIOD
               END-IF.

               OPEN EXTEND TRANSMISSION-REGISTER.
               IF TRANSMIT-REGISTER-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT TRANSMISSION-REGISTER
               END-IF.
               IF TRANSMIT-REGISTER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TRANSMISSION-REGISTER.txt - "
                     "STATUS " TRANSMIT-REGISTER-STATUS
                   STOP RUN
               END-IF.

               MOVE SPACES TO TRANSMISSION-REGISTER-RECORD.
               MOVE TRANSMIT-FILE-NAME TO TXR-FILE-NAME.
               MOVE TRANSMIT-DESTINATION TO TXR-DESTINATION.
               MOVE TRANSMIT-PERIOD TO TXR-PERIOD.
               MOVE TRANSMIT-RECORD-COUNT TO TXR-RECORD-COUNT.
               MOVE TRANSMIT-HASH-TOTAL TO TXR-HASH-TOTAL.
               MOVE "PROJ121" TO TXR-CREATED-BY.
               MOVE TRANSMIT-DATE-RAW TO TXR-CREATED-DATE.
               MOVE TRANSMIT-TIME-HHMMSS TO TXR-CREATED-TIME.
               MOVE "SENT" TO TXR-STATUS.
               MOVE ZERO TO TXR-ACK-DATE.
               MOVE SPACES TO TXR-ACK-REASON.
               WRITE TRANSMISSION-REGISTER-RECORD.
               CLOSE TRANSMISSION-REGISTER.

       END PROGRAM PROJECT121.
