      *                   place of its mark and is excluded from the
      *                   cumulative credit-weighted average until
      *                   the incomplete resolves or lapses
      *  14-OCT-2026 SL - a term on PROJECT97's HONOUR-ROLL.txt
      *                   prints a Dean's Honour List notation under
      *                   that term's courses
      *  15-OCT-2026 SL - closing a term now needs PROJECT99's roster
      *                   check on GRADE-ROLL-CHECK.txt: no row for
      *                   the term, or marks still outstanding with
      *                   no registrar override, refuses the close
      *  15-OCT-2026 SL - course renumberings on PROJECT100's
      *                   COURSE-EQUIVALENCY.txt: an attempt under an
      *                   old code is the same course as its current
      *                   code for the best-attempt rule, so only one
      *                   of them counts in the cumulative average
      *  15-OCT-2026 SL - transcript orders: choice 3 fills the orders
      *                   PROJECT108 has billed onto
      *                   TRANSCRIPT-QUEUE.txt - mailed orders print
      *                   to TRANSCRIPT.txt under a mailing block, one
      *                   transcript per copy; electronic orders go on
      *                   TRANSCRIPT-EXTRACT.txt as fixed-format
      *                   records; each one logged to
      *                   TRANSCRIPT-ORDER-LOG.txt
      *  15-OCT-2026 SL - a student with an active PROJECT140 service
      *                   hold whose type blocks transcripts is
      *                   withheld from the transcript run, whatever
      *                   the payment hold says, and listed with the
      *                   releasing office and the hold reason
      *  15-OCT-2026 SL - register each run's electronic transcripts on
      *                   the transmission register, lines counted and
      *                   student numbers hashed
      *  15-OCT-2026 SL - TRANSCRIPT-EXTRACT.txt is written fresh each
      *                   order run rather than appended to, so the
      *                   file sent matches the count and hash
      *                   registered for it
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT18.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INCOMPLETE-FILE-STATUS.

      * PROJECT97's dean's honour list, one row per student per term
           SELECT HONOUR-ROLL-FILE
           ASSIGN TO "..\HONOUR-ROLL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HONOUR-ROLL-STATUS.

      * PROJECT100's course renumberings - an old code maps to the
      * current one for attempts before the effective term
           SELECT EQUIVALENCY-FILE
           ASSIGN TO "..\COURSE-EQUIVALENCY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EQUIVALENCY-FILE-STATUS.

      * PROJECT99's missing-grade verdict per term - the close is
      * refused until the term's row is clear or overridden
           SELECT ROLL-CHECK-FILE
           ASSIGN TO "..\GRADE-ROLL-CHECK.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROLL-CHECK-STATUS.

      * every student whose transcript the run held back, with the
      * balance that caused it - the registrar works this list
           SELECT WITHHELD-LIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WITHHELD-LIST-STATUS.

      * PROJECT108's billed transcript orders - emptied once filled
           SELECT QUEUE-FILE
           ASSIGN TO "..\TRANSCRIPT-QUEUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QUEUE-FILE-STATUS.

      * the fixed-format electronic transcripts for other
      * institutions - this order run's only, as registered on the
      * transmission register
           SELECT EXTRACT-FILE
           ASSIGN TO "..\TRANSCRIPT-EXTRACT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXTRACT-FILE-STATUS.

      * what was sent where and when - shared with PROJECT108
           SELECT ORDER-LOG
           ASSIGN TO "..\TRANSCRIPT-ORDER-LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDER-LOG-STATUS.

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

      * one line per outbound file sent - kept in step with every
      * extract writer, Project146.cbl and Project147.cbl
           SELECT TRANSMISSION-REGISTER
           ASSIGN TO "..\TRANSMISSION-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSMIT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * current STUDENT-FILE-IN layout, as read by PROJECT03 - kept in
             VALUE "CUMULATIVE WEIGHTED AVERAGE: ".
         05 TRN-CUM-AVERAGE-OUT PIC ZZ9.

      * the mailing block printed above each ordered copy that goes
      * out by mail
       01 TRANSCRIPT-MAIL-LINE.
         05 MBL-LABEL-OUT PIC X(8).
         05 MBL-TEXT-OUT PIC X(40).
         05 MBL-GAP-OUT PIC X(2).
         05 MBL-COPY-LABEL-OUT PIC X(5).
         05 MBL-COPY-OUT PIC Z9.
         05 MBL-OF-OUT PIC X(4).
         05 MBL-COPIES-OUT PIC Z9.

       FD TRANSCRIPT-OVERRIDE-FILE.
       01 TRANSCRIPT-OVERRIDE-RECORD.
         05 OVR-STUDENT-NUMBER PIC 9(6).
         05 INC-DEADLINE-DATE PIC 9(8).
         05 INC-STATUS PIC X(1).

      * kept in step with Project97.cbl's FD HONOUR-ROLL-FILE
       FD HONOUR-ROLL-FILE.
       01 HONOUR-ROLL-RECORD.
         05 HNR-STUDENT-NUMBER PIC 9(6).
         05 HNR-TERM-CODE PIC 9(6).
         05 HNR-TERM-AVERAGE PIC 9(3).
         05 HNR-CREDIT-HOURS PIC 9(2).

      * kept in step with Project100.cbl's FD EQUIVALENCY-FILE
       FD EQUIVALENCY-FILE.
       01 EQUIVALENCY-RECORD.
         05 EQV-OLD-CODE PIC X(7).
         05 EQV-CURRENT-CODE PIC X(7).
         05 EQV-EFFECTIVE-TERM PIC 9(6).

      * kept in step with Project99.cbl's FD ROLL-CHECK-FILE
       FD ROLL-CHECK-FILE.
       01 ROLL-CHECK-RECORD.
         05 RCK-TERM-CODE PIC 9(6).
         05 RCK-CHECK-DATE PIC 9(8).
         05 RCK-CAPTURE-COUNT PIC 9(5).
         05 RCK-OUTSTANDING-COUNT PIC 9(5).
         05 RCK-OVERRIDE-OPERATOR PIC X(8).
         05 RCK-OVERRIDE-DATE PIC X(8).
         05 RCK-OVERRIDE-REASON PIC X(30).

       FD WITHHELD-LIST.
       01 WITHHELD-LIST-LINE.
         05 WHL-STUDENT-NUMBER-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 WHL-REASON-OUT PIC X(20).

      * one billed order - kept in step with Project108.cbl's
      * FD QUEUE-FILE
       FD QUEUE-FILE.
       01 QUEUE-RECORD.
         05 TQU-STUDENT-NUMBER PIC 9(6).
         05 TQU-DELIVERY-METHOD PIC X(1).
           88 TQU-BY-MAIL VALUE 'M'.
           88 TQU-ELECTRONIC VALUE 'E'.
         05 TQU-COPIES PIC 9(2).
         05 TQU-INSTITUTION-CODE PIC X(6).
         05 TQU-RECIPIENT-NAME PIC X(30).
         05 TQU-RECIPIENT-ADDRESS PIC X(40).
         05 TQU-FEE-BILLED PIC 9999V99.
         05 TQU-ORDER-DATE PIC 9(8).

      * the electronic transcript, one record per line of the printed
      * one: H header, C course attempt, T transfer credit, N term
      * notation, S summary. Every record carries the student, the
      * receiving institution and the order date, so the receiver can
      * group them without relying on record order; the S record's
      * detail count covers the C, T and N records before it
       FD EXTRACT-FILE.
       01 EXTRACT-RECORD.
         05 ETX-RECORD-TYPE PIC X(1).
         05 ETX-STUDENT-NUMBER PIC 9(6).
         05 ETX-INSTITUTION-CODE PIC X(6).
         05 ETX-ORDER-DATE PIC 9(8).
         05 ETX-DETAIL PIC X(60).
         05 ETX-HEADER-DETAIL REDEFINES ETX-DETAIL.
           10 ETX-STUDENT-NAME PIC X(40).
           10 ETX-SEND-DATE PIC 9(8).
           10 FILLER PIC X(12).
         05 ETX-COURSE-DETAIL REDEFINES ETX-DETAIL.
           10 ETX-TERM-CODE PIC 9(6).
           10 ETX-COURSE-CODE PIC X(7).
           10 ETX-COURSE-MARK PIC X(3).
           10 ETX-COURSE-MARK-N REDEFINES ETX-COURSE-MARK
               PIC 9(3).
           10 ETX-LETTER-GRADE PIC X(1).
           10 ETX-CREDIT-HOURS PIC 9(1).
           10 ETX-REPEAT-MARKER PIC X(1).
           10 FILLER PIC X(41).
         05 ETX-TRANSFER-DETAIL REDEFINES ETX-DETAIL.
           10 ETX-TRF-COURSE-CODE PIC X(7).
           10 ETX-TRF-CREDIT-HOURS PIC 9(1).
           10 ETX-TRF-INSTITUTION PIC X(30).
           10 FILLER PIC X(22).
         05 ETX-NOTATION-DETAIL REDEFINES ETX-DETAIL.
           10 ETX-NOTE-TERM-CODE PIC 9(6).
           10 ETX-NOTATION PIC X(20).
           10 FILLER PIC X(34).
         05 ETX-SUMMARY-DETAIL REDEFINES ETX-DETAIL.
           10 ETX-CUM-AVERAGE PIC 9(3).
           10 ETX-CUM-CREDIT-HOURS PIC 9(4).
           10 ETX-DETAIL-COUNT PIC 9(5).
           10 FILLER PIC X(48).

      * one line per order event - kept in step with Project108.cbl's
      * FD ORDER-LOG
       FD ORDER-LOG.
       01 ORDER-LOG-LINE.
         05 TOL-TIMESTAMP-OUT PIC X(17).
         05 FILLER PIC X(2) VALUE SPACE.
         05 TOL-STUDENT-NUMBER-OUT PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 TOL-METHOD-OUT PIC X(1).
         05 FILLER PIC X(2) VALUE SPACE.
         05 TOL-COPIES-OUT PIC X(2).
         05 FILLER PIC X(2) VALUE SPACE.
         05 TOL-RECIPIENT-OUT PIC X(30).
         05 FILLER PIC X(2) VALUE SPACE.
         05 TOL-INSTITUTION-OUT PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 TOL-FEE-OUT PIC -ZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 TOL-STATUS-OUT PIC X(30).

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
         05 STUDENT-FILE-STATUS PIC X(2).
         05 TRANSCRIPT-STATUS PIC X(2).
         05 TRANSCRIPT-OVERRIDE-STATUS PIC X(2).
         05 WITHHELD-LIST-STATUS PIC X(2).
         05 QUEUE-FILE-STATUS PIC X(2).
         05 EXTRACT-FILE-STATUS PIC X(2).
         05 ORDER-LOG-STATUS PIC X(2).

       01 STUDENT-EOF-FLG PIC X(1) VALUE 'N'.
       01 HISTORY-EOF-FLG PIC X(1) VALUE 'N'.
       01 CLOSE-TERM-ENTRY PIC X(6).
       01 CLOSE-TERM-CODE PIC 9(6).

      * the term's row off GRADE-ROLL-CHECK.txt, if there is one
       01 ROLL-CHECK-FIELDS.
         05 ROLL-CHECK-STATUS PIC X(2).
         05 ROLL-CHECK-EOF-FLG PIC X(1).
         05 ROLL-CHECK-FOUND-FLAG PIC X(1).
           88 ROLL-CHECK-ON-FILE VALUE 'Y'.
         05 ROLL-CLEARED-FLAG PIC X(1).
           88 ROLL-CLEARED VALUE 'Y'.
         05 TERM-OUTSTANDING-COUNT PIC 9(5).
         05 TERM-OVERRIDE-OPERATOR PIC X(8).

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

      * whole history file in memory for both the duplicate check on a
      * close and the transcript walk - kept in student-number-then-
      * term order by an insertion sort after load
             15 HST-COURSE-CODE-CONTAINER PIC X(7).
             15 HST-COURSE-AVERAGE-CONTAINER PIC 9(3).
             15 HST-COURSE-HOURS-CONTAINER PIC 9(1).
      * the code the attempt counts as today, after renumbering
             15 HST-COURSE-KEY-CONTAINER PIC X(7).

       01 HISTORY-VARIABLES.
         05 HISTORY-TABLE-COUNT PIC 9(4) VALUE 0.
             15 HOLD-COURSE-CODE PIC X(7).
             15 HOLD-COURSE-AVERAGE PIC 9(3).
             15 HOLD-COURSE-HOURS PIC 9(1).
             15 HOLD-COURSE-KEY PIC X(7).
         05 DUPLICATE-TERM-FLAG PIC X(1).
           88 TERM-ALREADY-CLOSED VALUE 'Y'.

         05 FILLER PIC X(2) VALUE SPACE.
         05 TRD-INSTITUTION-OUT PIC X(30).

      * PROJECT97's honour terms, loaded once for the transcript pass
       01 HONOUR-ROLL-TABLE.
         05 HONOUR-ROLL-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON HONOUR-ROLL-COUNT.
           10 HRT-STUDENT-NUMBER PIC 9(6).
           10 HRT-TERM-CODE PIC 9(6).

       01 HONOUR-ROLL-VARIABLES.
         05 HONOUR-ROLL-STATUS PIC X(2).
         05 HONOUR-ROLL-COUNT PIC 9(4) VALUE 0.
         05 HONOUR-ROLL-EOF-FLG PIC X(1) VALUE 'N'.
         05 HONOUR-ROLL-FIND-SUB PIC 9(4).
         05 HONOUR-ROLL-FOUND-FLAG PIC X(1).
           88 TERM-ON-HONOUR-ROLL VALUE 'Y'.

      * printed under the courses of a term on the honour roll
       01 HONOUR-NOTATION-LINE.
         05 HNL-STUDENT-NUMBER-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 HNL-TERM-CODE-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 FILLER PIC X(18) VALUE "DEAN'S HONOUR LIST".

       01 INCOMPLETE-VARIABLES.
         05 INCOMPLETE-FILE-STATUS PIC X(2).
         05 INCOMPLETE-COUNT PIC 9(3) VALUE 0.
       01 OVERRIDE-EOF-FLG PIC X(1) VALUE 'N'.
       01 RUN-DATE-FULL PIC 9(8).

      * transcript order fill - where the walk's lines go, and the
      * order being filled
       01 TRANSCRIPT-DESTINATION-FLAG PIC X(1) VALUE 'P'.
         88 TRANSCRIPT-TO-PRINT VALUE 'P'.
         88 TRANSCRIPT-TO-EXTRACT VALUE 'E'.

       01 ORDER-FILL-VARIABLES.
         05 QUEUE-EOF-FLG PIC X(1) VALUE 'N'.
         05 ORDER-FIRST-SUB PIC 9(4).
         05 ORDER-HISTORY-FLAG PIC X(1).
           88 ORDER-HAS-HISTORY VALUE 'Y'.
         05 ORDER-COPY-SUB PIC 9(2).
         05 ORDER-STATUS PIC X(30).
         05 EXTRACT-DETAIL-COUNT PIC 9(5).

       01 LOG-TIME-FIELDS.
         05 LOG-DATE-RAW.
           10 LOG-YY PIC 99.
           10 LOG-MM PIC 99.
           10 LOG-DD PIC 99.
         05 LOG-TIME-RAW.
           10 LOG-HH PIC 99.
           10 LOG-MIN PIC 99.
           10 LOG-SS PIC 99.
           10 FILLER PIC 9(2).
         05 LOG-STAMP.
           10 LOG-STAMP-MM PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 LOG-STAMP-DD PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 LOG-STAMP-YY PIC 99.
           10 FILLER PIC X VALUE SPACE.
           10 LOG-STAMP-HH PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 LOG-STAMP-MIN PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 LOG-STAMP-SS PIC 99.

       01 COUNTERS.
         05 HOW-MANY-STUDENTS PIC 9(6) VALUE 0.
         05 HOW-MANY-ROLLED PIC 9(6) VALUE 0.
         05 HOW-MANY-TRANSCRIPTS PIC 9(6) VALUE 0.
         05 HOW-MANY-WITHHELD PIC 9(6) VALUE 0.
         05 HOW-MANY-RELEASED PIC 9(6) VALUE 0.
         05 HOW-MANY-SERVICE-HELD PIC 9(6) VALUE 0.
         05 HOW-MANY-ORDERS PIC 9(6) VALUE 0.
         05 HOW-MANY-MAILED PIC 9(6) VALUE 0.
         05 HOW-MANY-SENT PIC 9(6) VALUE 0.
         05 HOW-MANY-NOT-FILLED PIC 9(6) VALUE 0.
         05 EXTRACT-LINE-COUNT PIC 9(7) VALUE 0.
         05 EXTRACT-STUDENT-HASH PIC 9(11) VALUE 0.

      * active service-indicator holds whose type blocks transcripts - a
      * hold whose type is missing from HOLD-TYPES.txt blocks
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
      * main procedure

           DISPLAY "1 - CLOSE A TERM INTO THE HISTORY MASTER".
           DISPLAY "2 - PRODUCE TRANSCRIPTS FROM THE HISTORY MASTER".
           DISPLAY "3 - FILL THE BILLED TRANSCRIPT ORDERS".
           DISPLAY "ENTER YOUR CHOICE:".
           ACCEPT MENU-CHOICE.

               PERFORM 300-CLOSE-ONE-TERM
           ELSE IF MENU-CHOICE IS EQUAL TO '2'
               PERFORM 400-PRODUCE-TRANSCRIPTS
           ELSE IF MENU-CHOICE IS EQUAL TO '3'
               PERFORM 420-FILL-TRANSCRIPT-ORDERS
           ELSE
               DISPLAY "INVALID CHOICE"
           END-IF
           END-IF
           END-IF.

           STOP RUN.
      * whole TERMHIST.txt into memory, sorted by student then term -
      * a missing file just means no term has ever been closed
           200-LOAD-HISTORY-TABLE.
               PERFORM 210-LOAD-EQUIVALENCY-TABLE.
               OPEN INPUT TERM-HISTORY-FILE.
               IF TERM-HISTORY-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO HISTORY-EOF-FLG
                   MOVE TH-COURSE-CREDIT-HOURS(COURSE-SUB)
                     TO HST-COURSE-HOURS-CONTAINER
                       (HISTORY-TABLE-COUNT, COURSE-SUB).
                   MOVE TH-COURSE-CODE(COURSE-SUB) TO EQUIV-LOOKUP-CODE.
                   MOVE TH-TERM-CODE TO EQUIV-LOOKUP-TERM.
                   PERFORM 220-MAP-EQUIVALENT-CODE.
                   MOVE EQUIV-COURSE-CODE
                     TO HST-COURSE-KEY-CONTAINER
                       (HISTORY-TABLE-COUNT, COURSE-SUB).

      * simple insertion sort on the student-number-plus-term key,
      * same technique as Project3.cbl's table sorts
                             TO HISTORY-ENTRY(HISTORY-SORT-SUB-2)
                           SUBTRACT 1 FROM HISTORY-SORT-SUB-2.

      * a missing equivalency file just means nothing has been
      * renumbered yet
           210-LOAD-EQUIVALENCY-TABLE.
               OPEN INPUT EQUIVALENCY-FILE.
               IF EQUIVALENCY-FILE-STATUS IS NOT EQUAL TO "00"
                   CONTINUE
               ELSE
                   PERFORM 2101-LOAD-ONE-EQUIVALENCY
                       UNTIL EQUIVALENCY-EOF-FLG IS EQUAL TO 'Y'
                       OR EQUIVALENCY-COUNT IS EQUAL TO 300
                   CLOSE EQUIVALENCY-FILE
               END-IF.

               2101-LOAD-ONE-EQUIVALENCY.
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
           220-MAP-EQUIVALENT-CODE.
               MOVE EQUIV-LOOKUP-CODE TO EQUIV-COURSE-CODE.
               MOVE 'N' TO EQUIVALENCY-FOUND-FLAG.
               PERFORM 2201-CHECK-ONE-EQUIVALENCY
                   VARYING EQUIVALENCY-FIND-SUB FROM 1 BY 1
                   UNTIL EQUIVALENCY-FIND-SUB > EQUIVALENCY-COUNT
                   OR EQUIVALENCY-FOUND.

               2201-CHECK-ONE-EQUIVALENCY.
                   IF EQT-OLD-CODE(EQUIVALENCY-FIND-SUB) IS EQUAL TO
                       EQUIV-LOOKUP-CODE
                       AND (EQUIV-LOOKUP-TERM IS EQUAL TO ZERO
                         OR EQUIV-LOOKUP-TERM IS LESS THAN
                           EQT-EFFECTIVE-TERM(EQUIVALENCY-FIND-SUB))
                       MOVE 'Y' TO EQUIVALENCY-FOUND-FLAG
                       MOVE EQT-CURRENT-CODE(EQUIVALENCY-FIND-SUB)
                         TO EQUIV-COURSE-CODE
                   END-IF.

      * roll every student's current course table into the history
      * under the entered term code - a student already closed for
      * that term is skipped and counted, so re-running a close can
                   DISPLAY "TERM CODE MUST BE SIX DIGITS"
               ELSE
                   MOVE CLOSE-TERM-ENTRY TO CLOSE-TERM-CODE
                   PERFORM 307-CHECK-ROLL-CLEARANCE
                   IF ROLL-CLEARED
                       PERFORM 301-ROLL-MASTER-INTO-HISTORY
                   END-IF
               END-IF.

      * every captured student needs a final mark or an INC before
      * the roll - PROJECT99 checks the rosters and records the
      * verdict, or the registrar's override of it
           307-CHECK-ROLL-CLEARANCE.
               MOVE 'N' TO ROLL-CLEARED-FLAG.
               MOVE 'N' TO ROLL-CHECK-FOUND-FLAG.
               MOVE 'N' TO ROLL-CHECK-EOF-FLG.
               OPEN INPUT ROLL-CHECK-FILE.
               IF ROLL-CHECK-STATUS IS EQUAL TO "00"
                   PERFORM 3071-READ-ONE-ROLL-CHECK
                       UNTIL ROLL-CHECK-EOF-FLG IS EQUAL TO 'Y'
                       OR ROLL-CHECK-ON-FILE
                   CLOSE ROLL-CHECK-FILE
               ELSE IF ROLL-CHECK-STATUS IS NOT EQUAL TO "35"
                   DISPLAY "UNABLE TO OPEN GRADE-ROLL-CHECK.txt - "
                     "STATUS " ROLL-CHECK-STATUS
                   STOP RUN
               END-IF
               END-IF.

               IF NOT ROLL-CHECK-ON-FILE
                   DISPLAY "TERM " CLOSE-TERM-CODE " HAS NO MISSING-"
                     "GRADE CHECK - RUN PROJECT99 FIRST"
               ELSE IF TERM-OUTSTANDING-COUNT IS EQUAL TO ZERO
                   MOVE 'Y' TO ROLL-CLEARED-FLAG
               ELSE IF TERM-OVERRIDE-OPERATOR IS NOT EQUAL TO SPACES
                   DISPLAY "CLOSING UNDER REGISTRAR OVERRIDE BY "
                     TERM-OVERRIDE-OPERATOR " - "
                     TERM-OUTSTANDING-COUNT " MARKS OUTSTANDING"
                   MOVE 'Y' TO ROLL-CLEARED-FLAG
               ELSE
                   DISPLAY "TERM " CLOSE-TERM-CODE " NOT CLOSED - "
                     TERM-OUTSTANDING-COUNT " FINAL MARKS OUTSTANDING"
                   DISPLAY "SEE MISSING-GRADES.txt, LOAD THE MARKS "
                     "AND RE-RUN PROJECT99"
               END-IF
               END-IF
               END-IF.

               3071-READ-ONE-ROLL-CHECK.
                   READ ROLL-CHECK-FILE
                       AT END
                           MOVE 'Y' TO ROLL-CHECK-EOF-FLG
                       NOT AT END
                           IF RCK-TERM-CODE IS EQUAL TO CLOSE-TERM-CODE
                               MOVE 'Y' TO ROLL-CHECK-FOUND-FLAG
                               MOVE RCK-OUTSTANDING-COUNT
                                 TO TERM-OUTSTANDING-COUNT
                               MOVE RCK-OVERRIDE-OPERATOR
                                 TO TERM-OVERRIDE-OPERATOR
                           END-IF
                   END-READ.

           301-ROLL-MASTER-INTO-HISTORY.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
           400-PRODUCE-TRANSCRIPTS.
               PERFORM 406-LOAD-HOLD-TABLE.
               PERFORM 407-LOAD-OVERRIDE-TABLE.
               PERFORM 415-LOAD-SERVICE-HOLDS.
               PERFORM 409-LOAD-INCOMPLETE-TABLE.
               PERFORM 411-LOAD-TRANSFER-TABLE.
               PERFORM 413-LOAD-HONOUR-ROLL.
               ACCEPT RUN-DATE-FULL FROM DATE YYYYMMDD.

               OPEN OUTPUT TRANSCRIPT-REPORT.
                 " TRANSCRIPT(S) WRITTEN TO TRANSCRIPT.txt".
               DISPLAY HOW-MANY-WITHHELD " WITHHELD ON PAYMENT HOLD, "
                 HOW-MANY-RELEASED " RELEASED BY OVERRIDE".
               DISPLAY HOW-MANY-SERVICE-HELD
                 " WITHHELD ON SERVICE HOLD".

           401-WRITE-ONE-HISTORY-TERM.
               IF HST-STUDENT-CONTAINER(HISTORY-FIND-SUB) IS NOT EQUAL
                       VARYING COURSE-SUB FROM 1 BY 1
                       UNTIL COURSE-SUB >
                         HST-COURSE-COUNT-CONTAINER(HISTORY-FIND-SUB)
                   PERFORM 414-WRITE-HONOUR-NOTATION
               END-IF.

           402-WRITE-ONE-COURSE-LINE.
                   ELSE
                       MOVE 'R' TO TRN-REPEAT-MARKER-OUT
                   END-IF
                   IF TRANSCRIPT-TO-EXTRACT
                       PERFORM 426-EXTRACT-COURSE-LINE
                   ELSE
                       WRITE TRANSCRIPT-LINE
                   END-IF

      * a pending incomplete carries no mark yet, so it stays out
      * of the cumulative average the same way a superseded repeat
                   END-IF.

      * this attempt counts unless the same student has a better one
      * at the same code - or an equivalent one - anywhere on file -
      * a higher average wins outright, and on a tie the later term
      * (then the later slot) wins, so exactly one attempt ever
      * counts
           405-CHECK-BEST-ATTEMPT.
               MOVE 'Y' TO BEST-ATTEMPT-FLAG.

                   IF (REPEAT-ENTRY-SUB IS NOT EQUAL TO
                       HISTORY-FIND-SUB
                       OR REPEAT-COURSE-SUB IS NOT EQUAL TO COURSE-SUB)
                       AND HST-COURSE-KEY-CONTAINER
                           (REPEAT-ENTRY-SUB, REPEAT-COURSE-SUB)
                           IS EQUAL TO HST-COURSE-KEY-CONTAINER
                           (HISTORY-FIND-SUB, COURSE-SUB)
                       PERFORM 4053-JUDGE-ONE-ATTEMPT
                   END-IF.
                   END-IF
               END-IF.

      * a service hold that blocks transcripts is lifted only by its
      * office through PROJECT140 - the supervisor releases above do
      * not reach it
               IF NOT TRANSCRIPT-WITHHELD
                   MOVE TRANSCRIPT-CURRENT-STUDENT
                     TO SVH-LOOKUP-STUDENT
                   PERFORM 416-FIND-SERVICE-HOLD
                   IF SERVICE-HOLD-FOUND
                       MOVE 'Y' TO TRANSCRIPT-HOLD-FLG
                       ADD 1 TO HOW-MANY-SERVICE-HELD
                       PERFORM 4087-WRITE-SERVICE-HOLD-LINE
                   END-IF
               END-IF.

      * the matched slot is captured inside the scan because the
      * VARYING subscript has already moved past it once the loop ends
               4081-FIND-HOLD-ENTRY.
                   MOVE "WITHHELD" TO WHL-NOTE-OUT.
                   WRITE WITHHELD-LIST-LINE.

      * HOLD <type> BY <releasing office>, where a supervisor release
      * would name the supervisor
               4087-WRITE-SERVICE-HOLD-LINE.
                   MOVE SPACES TO WITHHELD-LIST-LINE.
                   MOVE TRANSCRIPT-CURRENT-STUDENT
                     TO WHL-STUDENT-NUMBER-OUT.
                   MOVE HST-NAME-CONTAINER(HISTORY-FIND-SUB)
                     TO WHL-STUDENT-NAME-OUT.
                   IF STUDENT-ON-HOLD-TABLE
                       MOVE HLD-BALANCE-CONTAINER(HOLD-FOUND-SUB)
                         TO WHL-BALANCE-OUT
                   ELSE
                       MOVE ZERO TO WHL-BALANCE-OUT
                   END-IF.
                   MOVE "HOLD" TO WHL-NOTE-OUT(1:5).
                   MOVE SVH-HOLD-TYPE(SVH-FOUND-SUB)
                     TO WHL-NOTE-OUT(6:4).
                   MOVE " BY" TO WHL-NOTE-OUT(10:5).
                   MOVE SVH-OFFICE(SVH-FOUND-SUB)
                     TO WHL-SUPERVISOR-OUT.
                   MOVE SVH-REASON(SVH-FOUND-SUB) TO WHL-REASON-OUT.
                   WRITE WITHHELD-LIST-LINE.

      * the three line layouts share one record area, so each build
      * blanks it before moving its own fields in
           403-WRITE-CUMULATIVE-LINE.
               MOVE "CUMULATIVE WEIGHTED AVERAGE: "
                 TO TRN-CUM-LABEL-OUT.
               MOVE CUM-AVERAGE TO TRN-CUM-AVERAGE-OUT.
               IF TRANSCRIPT-TO-EXTRACT
                   PERFORM 429-EXTRACT-SUMMARY-LINE
               ELSE
                   WRITE TRANSCRIPT-CUM-LINE
               END-IF.

      * a missing transfer file just means nobody has advanced
      * standing yet
                         TO TRD-COURSE-CODE-OUT
                       MOVE TRT-INSTITUTION(TRANSFER-FIND-SUB)
                         TO TRD-INSTITUTION-OUT
                       IF TRANSCRIPT-TO-EXTRACT
                           PERFORM 427-EXTRACT-TRANSFER-LINE
                       ELSE
                           WRITE TRANSCRIPT-LINE
                               FROM TRANSFER-DETAIL-LINE
                       END-IF
                   END-IF.

      * a missing roll just means no honour list has been run yet
           413-LOAD-HONOUR-ROLL.
               OPEN INPUT HONOUR-ROLL-FILE.
               IF HONOUR-ROLL-STATUS IS NOT EQUAL TO "00"
                   CONTINUE
               ELSE
                   PERFORM 4131-LOAD-ONE-HONOUR-ROW
                       UNTIL HONOUR-ROLL-EOF-FLG IS EQUAL TO 'Y'
                       OR HONOUR-ROLL-COUNT IS EQUAL TO 5000
                   CLOSE HONOUR-ROLL-FILE
               END-IF.

               4131-LOAD-ONE-HONOUR-ROW.
                   READ HONOUR-ROLL-FILE
                       AT END
                           MOVE 'Y' TO HONOUR-ROLL-EOF-FLG
                       NOT AT END
                           ADD 1 TO HONOUR-ROLL-COUNT
                           MOVE HNR-STUDENT-NUMBER
                             TO HRT-STUDENT-NUMBER(HONOUR-ROLL-COUNT)
                           MOVE HNR-TERM-CODE
                             TO HRT-TERM-CODE(HONOUR-ROLL-COUNT)
                   END-READ.

      * the notation sits directly under the honours term's courses
           414-WRITE-HONOUR-NOTATION.
               MOVE 'N' TO HONOUR-ROLL-FOUND-FLAG.
               PERFORM 4141-CHECK-ONE-HONOUR-ROW
                   VARYING HONOUR-ROLL-FIND-SUB FROM 1 BY 1
                   UNTIL HONOUR-ROLL-FIND-SUB > HONOUR-ROLL-COUNT
                   OR TERM-ON-HONOUR-ROLL.
               IF TERM-ON-HONOUR-ROLL
                   MOVE HST-STUDENT-CONTAINER(HISTORY-FIND-SUB)
                     TO HNL-STUDENT-NUMBER-OUT
                   MOVE HST-TERM-CONTAINER(HISTORY-FIND-SUB)
                     TO HNL-TERM-CODE-OUT
                   IF TRANSCRIPT-TO-EXTRACT
                       PERFORM 428-EXTRACT-NOTATION-LINE
                   ELSE
                       WRITE TRANSCRIPT-NAME-LINE
                           FROM HONOUR-NOTATION-LINE
                   END-IF
               END-IF.

               4141-CHECK-ONE-HONOUR-ROW.
                   IF HRT-STUDENT-NUMBER(HONOUR-ROLL-FIND-SUB)
                       IS EQUAL TO
                         HST-STUDENT-CONTAINER(HISTORY-FIND-SUB)
                       AND HRT-TERM-CODE(HONOUR-ROLL-FIND-SUB)
                           IS EQUAL TO
                             HST-TERM-CONTAINER(HISTORY-FIND-SUB)
                       MOVE 'Y' TO HONOUR-ROLL-FOUND-FLAG
                   END-IF.

      * fill the orders PROJECT108 billed - each one walks the
      * student's history through the same paragraphs as the full
      * transcript run, so an ordered transcript reads exactly like
      * the one choice 2 prints. The hold was settled when the order
      * was billed, so it is not looked at again here. The queue is
      * emptied once every order on it has been filled or logged
           420-FILL-TRANSCRIPT-ORDERS.
               PERFORM 409-LOAD-INCOMPLETE-TABLE.
               PERFORM 411-LOAD-TRANSFER-TABLE.
               PERFORM 413-LOAD-HONOUR-ROLL.
               ACCEPT RUN-DATE-FULL FROM DATE YYYYMMDD.

               OPEN INPUT QUEUE-FILE.
               IF QUEUE-FILE-STATUS IS EQUAL TO "35"
                   DISPLAY "NO TRANSCRIPT-QUEUE.txt - NO ORDERS TO "
                     "FILL"
               ELSE IF QUEUE-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TRANSCRIPT-QUEUE.txt - "
                     "STATUS " QUEUE-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 421-OPEN-ORDER-OUTPUTS
                   PERFORM 422-FILL-ONE-ORDER
                       UNTIL QUEUE-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE QUEUE-FILE
                   CLOSE TRANSCRIPT-REPORT
                   CLOSE EXTRACT-FILE
                   IF HOW-MANY-SENT IS GREATER THAN ZERO
                       MOVE "TRANSCRIPT-EXTRACT.txt"
                         TO TRANSMIT-FILE-NAME
                       MOVE "TRANSCRIPT" TO TRANSMIT-DESTINATION
                       MOVE RUN-DATE-FULL TO TRANSMIT-PERIOD
                       MOVE EXTRACT-LINE-COUNT TO TRANSMIT-RECORD-COUNT
                       MOVE EXTRACT-STUDENT-HASH TO TRANSMIT-HASH-TOTAL
                       PERFORM 880-REGISTER-TRANSMISSION
                   END-IF
                   CLOSE ORDER-LOG
                   OPEN OUTPUT QUEUE-FILE
                   CLOSE QUEUE-FILE
                   DISPLAY "ORDERS FILLED: " HOW-MANY-ORDERS
                     "  MAILED: " HOW-MANY-MAILED
                     "  SENT ELECTRONICALLY: " HOW-MANY-SENT
                     "  NOT FILLED: " HOW-MANY-NOT-FILLED
               END-IF
               END-IF.

      * TRANSCRIPT.txt and TRANSCRIPT-EXTRACT.txt carry only this
      * run's copies, so the extract holds exactly the lines and hash
      * registered for it; only the order log is appended to
               421-OPEN-ORDER-OUTPUTS.
                   OPEN OUTPUT TRANSCRIPT-REPORT.
                   IF TRANSCRIPT-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN TRANSCRIPT.txt - STATUS "
                         TRANSCRIPT-STATUS
                       STOP RUN
                   END-IF.
                   MOVE SPACES TO TRANSCRIPT-NAME-LINE.
                   MOVE "PRODUCED FROM THE FINAL GRADE CYCLE"
                     TO TRN-HDR-STUDENT-NAME-OUT.
                   WRITE TRANSCRIPT-NAME-LINE.

                   OPEN OUTPUT EXTRACT-FILE.
                   IF EXTRACT-FILE-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN TRANSCRIPT-EXTRACT.txt"
                         " - STATUS " EXTRACT-FILE-STATUS
                       STOP RUN
                   END-IF.

                   OPEN EXTEND ORDER-LOG.
                   IF ORDER-LOG-STATUS IS EQUAL TO "35"
                       OPEN OUTPUT ORDER-LOG
                   END-IF.
                   IF ORDER-LOG-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN TRANSCRIPT-ORDER-LOG.txt"
                         " - STATUS " ORDER-LOG-STATUS
                       STOP RUN
                   END-IF.
                   MOVE SPACES TO ORDER-LOG-LINE.

               422-FILL-ONE-ORDER.
                   READ QUEUE-FILE
                       AT END
                           MOVE 'Y' TO QUEUE-EOF-FLG
                       NOT AT END
                           ADD 1 TO HOW-MANY-ORDERS
                           PERFORM 423-FIND-ORDER-HISTORY
                           IF NOT ORDER-HAS-HISTORY
                               MOVE "NOT FILLED - NO HISTORY"
                                 TO ORDER-STATUS
                               DISPLAY "ORDER FOR " TQU-STUDENT-NUMBER
                                 " NOT FILLED - NO HISTORY ON FILE"
                               ADD 1 TO HOW-MANY-NOT-FILLED
                           ELSE IF TQU-ELECTRONIC
                               PERFORM 425-SEND-ELECTRONIC-ORDER
                               MOVE "SENT ELECTRONICALLY"
                                 TO ORDER-STATUS
                               ADD 1 TO HOW-MANY-SENT
                           ELSE
                               PERFORM 424-PRINT-ONE-MAILED-COPY
                                   VARYING ORDER-COPY-SUB FROM 1 BY 1
                                   UNTIL ORDER-COPY-SUB > TQU-COPIES
                               MOVE "PRINTED FOR MAILING"
                                 TO ORDER-STATUS
                               ADD 1 TO HOW-MANY-MAILED
                           END-IF
                           END-IF
                           PERFORM 4201-WRITE-ORDER-LOG-LINE
                   END-READ.

      * the student's first term on the sorted history - the walk
      * runs on from there while the student number holds
               423-FIND-ORDER-HISTORY.
                   MOVE 'N' TO ORDER-HISTORY-FLAG.
                   MOVE 0 TO ORDER-FIRST-SUB.
                   PERFORM 4231-CHECK-ONE-ORDER-TERM
                       VARYING HISTORY-FIND-SUB FROM 1 BY 1
                       UNTIL HISTORY-FIND-SUB > HISTORY-TABLE-COUNT
                       OR ORDER-HAS-HISTORY.

                   4231-CHECK-ONE-ORDER-TERM.
                       IF HST-STUDENT-CONTAINER(HISTORY-FIND-SUB)
                           IS EQUAL TO TQU-STUDENT-NUMBER
                           MOVE 'Y' TO ORDER-HISTORY-FLAG
                           MOVE HISTORY-FIND-SUB TO ORDER-FIRST-SUB
                       END-IF.

      * one printed copy - the mailing block, then the same header,
      * course, notation, transfer and cumulative lines choice 2
      * prints
               424-PRINT-ONE-MAILED-COPY.
                   MOVE 'P' TO TRANSCRIPT-DESTINATION-FLAG.
                   MOVE SPACES TO TRANSCRIPT-LINE.
                   WRITE TRANSCRIPT-LINE.
                   MOVE SPACES TO TRANSCRIPT-MAIL-LINE.
                   MOVE "MAIL TO " TO MBL-LABEL-OUT.
                   MOVE TQU-RECIPIENT-NAME TO MBL-TEXT-OUT.
                   MOVE "COPY " TO MBL-COPY-LABEL-OUT.
                   MOVE ORDER-COPY-SUB TO MBL-COPY-OUT.
                   MOVE " OF " TO MBL-OF-OUT.
                   MOVE TQU-COPIES TO MBL-COPIES-OUT.
                   WRITE TRANSCRIPT-MAIL-LINE.
                   MOVE SPACES TO TRANSCRIPT-MAIL-LINE.
                   MOVE TQU-RECIPIENT-ADDRESS TO MBL-TEXT-OUT.
                   WRITE TRANSCRIPT-MAIL-LINE.

                   MOVE SPACES TO TRANSCRIPT-LINE.
                   MOVE TQU-STUDENT-NUMBER
                     TO TRN-HDR-STUDENT-NUMBER-OUT.
                   MOVE HST-NAME-CONTAINER(ORDER-FIRST-SUB)
                     TO TRN-HDR-STUDENT-NAME-OUT.
                   WRITE TRANSCRIPT-NAME-LINE.
                   PERFORM 4241-WALK-ORDER-HISTORY.

      * every term for the ordering student, then the transfer and
      * cumulative lines - 402, 414 and 403 send each line to the
      * print file or the extract by TRANSCRIPT-DESTINATION-FLAG
               4241-WALK-ORDER-HISTORY.
                   MOVE TQU-STUDENT-NUMBER
                     TO TRANSCRIPT-CURRENT-STUDENT.
                   MOVE ZERO TO CUM-COURSE-TOTAL.
                   MOVE ZERO TO CUM-CREDIT-HOURS.
                   PERFORM 4242-WALK-ONE-ORDER-TERM
                       VARYING HISTORY-FIND-SUB FROM ORDER-FIRST-SUB
                       BY 1
                       UNTIL HISTORY-FIND-SUB > HISTORY-TABLE-COUNT
                       OR HST-STUDENT-CONTAINER(HISTORY-FIND-SUB)
                           IS NOT EQUAL TO TQU-STUDENT-NUMBER.
                   PERFORM 403-WRITE-CUMULATIVE-LINE.

                   4242-WALK-ONE-ORDER-TERM.
                       PERFORM 402-WRITE-ONE-COURSE-LINE
                           VARYING COURSE-SUB FROM 1 BY 1
                           UNTIL COURSE-SUB >
                             HST-COURSE-COUNT-CONTAINER
                               (HISTORY-FIND-SUB).
                       PERFORM 414-WRITE-HONOUR-NOTATION.

      * an electronic order - the H record, then the walk into the
      * extract; 403 closes it with the S record
               425-SEND-ELECTRONIC-ORDER.
                   MOVE 'E' TO TRANSCRIPT-DESTINATION-FLAG.
                   MOVE ZERO TO EXTRACT-DETAIL-COUNT.
                   PERFORM 4251-START-EXTRACT-RECORD.
                   MOVE 'H' TO ETX-RECORD-TYPE.
                   MOVE HST-NAME-CONTAINER(ORDER-FIRST-SUB)
                     TO ETX-STUDENT-NAME.
                   MOVE RUN-DATE-FULL TO ETX-SEND-DATE.
                   WRITE EXTRACT-RECORD.
                   PERFORM 4241-WALK-ORDER-HISTORY.
                   MOVE 'P' TO TRANSCRIPT-DESTINATION-FLAG.

      * the key every extract record carries - and so the one place
      * the run's lines are counted for the transmission register
               4251-START-EXTRACT-RECORD.
                   MOVE SPACES TO EXTRACT-RECORD.
                   MOVE TQU-STUDENT-NUMBER TO ETX-STUDENT-NUMBER.
                   MOVE TQU-INSTITUTION-CODE TO ETX-INSTITUTION-CODE.
                   MOVE TQU-ORDER-DATE TO ETX-ORDER-DATE.
                   ADD 1 TO EXTRACT-LINE-COUNT.
                   ADD TQU-STUDENT-NUMBER TO EXTRACT-STUDENT-HASH.

      * the course line 402 has just built, as a C record - the mark
      * zero-filled, or INC for a pending incomplete
               426-EXTRACT-COURSE-LINE.
                   PERFORM 4251-START-EXTRACT-RECORD.
                   MOVE 'C' TO ETX-RECORD-TYPE.
                   MOVE HST-TERM-CONTAINER(HISTORY-FIND-SUB)
                     TO ETX-TERM-CODE.
                   MOVE HST-COURSE-CODE-CONTAINER
                       (HISTORY-FIND-SUB, COURSE-SUB)
                     TO ETX-COURSE-CODE.
                   IF COURSE-IS-INCOMPLETE
                       MOVE "INC" TO ETX-COURSE-MARK
                   ELSE
                       MOVE HST-COURSE-AVERAGE-CONTAINER
                           (HISTORY-FIND-SUB, COURSE-SUB)
                         TO ETX-COURSE-MARK-N
                   END-IF.
                   MOVE TRN-LETTER-GRADE-OUT TO ETX-LETTER-GRADE.
                   MOVE HST-COURSE-HOURS-CONTAINER
                       (HISTORY-FIND-SUB, COURSE-SUB)
                     TO ETX-CREDIT-HOURS.
                   MOVE TRN-REPEAT-MARKER-OUT TO ETX-REPEAT-MARKER.
                   WRITE EXTRACT-RECORD.
                   ADD 1 TO EXTRACT-DETAIL-COUNT.

               427-EXTRACT-TRANSFER-LINE.
                   PERFORM 4251-START-EXTRACT-RECORD.
                   MOVE 'T' TO ETX-RECORD-TYPE.
                   MOVE TRT-COURSE-CODE(TRANSFER-FIND-SUB)
                     TO ETX-TRF-COURSE-CODE.
                   MOVE TRT-CREDIT-HOURS(TRANSFER-FIND-SUB)
                     TO ETX-TRF-CREDIT-HOURS.
                   MOVE TRT-INSTITUTION(TRANSFER-FIND-SUB)
                     TO ETX-TRF-INSTITUTION.
                   WRITE EXTRACT-RECORD.
                   ADD 1 TO EXTRACT-DETAIL-COUNT.

               428-EXTRACT-NOTATION-LINE.
                   PERFORM 4251-START-EXTRACT-RECORD.
                   MOVE 'N' TO ETX-RECORD-TYPE.
                   MOVE HST-TERM-CONTAINER(HISTORY-FIND-SUB)
                     TO ETX-NOTE-TERM-CODE.
                   MOVE "DEAN'S HONOUR LIST" TO ETX-NOTATION.
                   WRITE EXTRACT-RECORD.
                   ADD 1 TO EXTRACT-DETAIL-COUNT.

               429-EXTRACT-SUMMARY-LINE.
                   PERFORM 4251-START-EXTRACT-RECORD.
                   MOVE 'S' TO ETX-RECORD-TYPE.
                   MOVE CUM-AVERAGE TO ETX-CUM-AVERAGE.
                   MOVE CUM-CREDIT-HOURS TO ETX-CUM-CREDIT-HOURS.
                   MOVE EXTRACT-DETAIL-COUNT TO ETX-DETAIL-COUNT.
                   WRITE EXTRACT-RECORD.

      * what was sent, where, and when
               4201-WRITE-ORDER-LOG-LINE.
                   ACCEPT LOG-DATE-RAW FROM DATE.
                   ACCEPT LOG-TIME-RAW FROM TIME.
                   MOVE LOG-MM TO LOG-STAMP-MM.
                   MOVE LOG-DD TO LOG-STAMP-DD.
                   MOVE LOG-YY TO LOG-STAMP-YY.
                   MOVE LOG-HH TO LOG-STAMP-HH.
                   MOVE LOG-MIN TO LOG-STAMP-MIN.
                   MOVE LOG-SS TO LOG-STAMP-SS.

                   MOVE SPACES TO ORDER-LOG-LINE.
                   MOVE LOG-STAMP TO TOL-TIMESTAMP-OUT.
                   MOVE TQU-STUDENT-NUMBER TO TOL-STUDENT-NUMBER-OUT.
                   MOVE TQU-DELIVERY-METHOD TO TOL-METHOD-OUT.
                   MOVE TQU-COPIES TO TOL-COPIES-OUT.
                   MOVE TQU-RECIPIENT-NAME TO TOL-RECIPIENT-OUT.
                   MOVE TQU-INSTITUTION-CODE TO TOL-INSTITUTION-OUT.
                   MOVE TQU-FEE-BILLED TO TOL-FEE-OUT.
                   MOVE ORDER-STATUS TO TOL-STATUS-OUT.
                   WRITE ORDER-LOG-LINE.

      * standard 90/80/70/60 grading scale, same as the scale the
      * statement run used when it printed the per-term listing
           404-DERIVE-LETTER-GRADE.
               END-IF
               END-IF.

      * PROJECT140's hold master - the types first, so only the active
      * holds that stop transcripts are kept; no file just means nothing
      * has been placed
           415-LOAD-SERVICE-HOLDS.
               OPEN INPUT HOLD-TYPE-FILE.
               IF HOLD-TYPE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO HOLD-TYPE-EOF-FLG
               ELSE IF HOLD-TYPE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN HOLD-TYPES.txt - STATUS "
                     HOLD-TYPE-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 4151-LOAD-ONE-HOLD-TYPE
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

               PERFORM 4152-LOAD-ONE-STUDENT-HOLD
                   UNTIL STUDENT-HOLD-EOF-FLG IS EQUAL TO 'Y'
                   OR SVH-COUNT IS EQUAL TO 3000.

               IF STUDENT-HOLD-STATUS IS NOT EQUAL TO "35"
                   CLOSE STUDENT-HOLD-FILE
               END-IF.

               4151-LOAD-ONE-HOLD-TYPE.
                   READ HOLD-TYPE-FILE
                       AT END
                           MOVE 'Y' TO HOLD-TYPE-EOF-FLG
                       NOT AT END
                           ADD 1 TO SVT-COUNT
                           MOVE HTY-HOLD-TYPE
                             TO SVT-HOLD-TYPE(SVT-COUNT)
                           MOVE HTY-BLOCKS-TRANSCRIPT
                             TO SVT-BLOCKS-FLAG(SVT-COUNT)
                   END-READ.

               4152-LOAD-ONE-STUDENT-HOLD.
                   READ STUDENT-HOLD-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-HOLD-EOF-FLG
                       NOT AT END
                           IF SHD-STATUS IS EQUAL TO 'A'
                               PERFORM 4153-CHECK-HOLD-BLOCKS
                               IF SVH-BLOCKS-FLAG IS EQUAL TO 'Y'
                                   PERFORM 4155-KEEP-ONE-STUDENT-HOLD
                               END-IF
                           END-IF
                   END-READ.

               4153-CHECK-HOLD-BLOCKS.
                   MOVE 'Y' TO SVH-BLOCKS-FLAG.
                   MOVE 'N' TO SVT-FOUND-FLAG.
                   PERFORM 4154-CHECK-ONE-HOLD-TYPE
                       VARYING SVT-SUB FROM 1 BY 1
                       UNTIL SVT-SUB > SVT-COUNT
                       OR SERVICE-TYPE-FOUND.

                   4154-CHECK-ONE-HOLD-TYPE.
                       IF SVT-HOLD-TYPE(SVT-SUB) IS EQUAL TO
                           SHD-HOLD-TYPE
                           MOVE 'Y' TO SVT-FOUND-FLAG
                           MOVE SVT-BLOCKS-FLAG(SVT-SUB)
                             TO SVH-BLOCKS-FLAG
                       END-IF.

               4155-KEEP-ONE-STUDENT-HOLD.
                   ADD 1 TO SVH-COUNT.
                   MOVE SHD-STUDENT-NUMBER
                     TO SVH-STUDENT-NUMBER(SVH-COUNT).
                   MOVE SHD-HOLD-TYPE TO SVH-HOLD-TYPE(SVH-COUNT).
                   MOVE SHD-RELEASE-OFFICE TO SVH-OFFICE(SVH-COUNT).
                   MOVE SHD-REASON TO SVH-REASON(SVH-COUNT).

      * the first hold on file stopping transcripts for
      * SVH-LOOKUP-STUDENT, with the refusal text filled in
           416-FIND-SERVICE-HOLD.
               MOVE 'N' TO SVH-FOUND-FLAG.
               MOVE 0 TO SVH-FOUND-SUB.
               PERFORM 4161-CHECK-ONE-SERVICE-HOLD
                   VARYING SVH-SUB FROM 1 BY 1
                   UNTIL SVH-SUB > SVH-COUNT
                   OR SERVICE-HOLD-FOUND.
               IF SERVICE-HOLD-FOUND
                   MOVE SVH-HOLD-TYPE(SVH-FOUND-SUB) TO SHX-HOLD-TYPE
                   MOVE SVH-OFFICE(SVH-FOUND-SUB) TO SHX-OFFICE
               END-IF.

               4161-CHECK-ONE-SERVICE-HOLD.
                   IF SVH-STUDENT-NUMBER(SVH-SUB) IS EQUAL TO
                       SVH-LOOKUP-STUDENT
                       MOVE 'Y' TO SVH-FOUND-FLAG
                       MOVE SVH-SUB TO SVH-FOUND-SUB
                   END-IF.

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
               MOVE "PROJECT18" TO TXR-CREATED-BY.
               MOVE TRANSMIT-DATE-RAW TO TXR-CREATED-DATE.
               MOVE TRANSMIT-TIME-HHMMSS TO TXR-CREATED-TIME.
               MOVE "SENT" TO TXR-STATUS.
               MOVE ZERO TO TXR-ACK-DATE.
               MOVE SPACES TO TXR-ACK-REASON.
               WRITE TRANSMISSION-REGISTER-RECORD.
               CLOSE TRANSMISSION-REGISTER.

       END PROGRAM PROJECT18.
