      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: nightly ID card run against ID-CARDS.txt, the card
      *          master PROJECT133 keeps:
      *            - every live card still waiting for the printer
      *              (new, replacement or retaken photo) goes to
      *              CARD-PRODUCTION.txt with the student's name and
      *              photo reference, and is marked sent so it prints
      *              once
      *            - a replacement card's fee is billed IDCARD to the
      *              student's account, under the master lock and
      *              control record the same as PROJECT40
      *            - every lost or deactivated card goes to
      *              CARD-HOTLIST.txt, rebuilt whole each night, which
      *              the dining and parking systems load so a dead
      *              card cannot draw down a meal plan or open a lot
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - register the nightly CARD-PRODUCTION.txt (to
      *                   the card printer) and CARD-HOTLIST.txt (to
      *                   dining and parking) on the transmission
      *                   register, each counted and hashed on student
      *                   number
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT134.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the card master - loaded whole and rewritten with the printed
      * and fee flags moved on
           SELECT ID-CARD-FILE
           ASSIGN TO "..\ID-CARDS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ID-CARD-FILE-STATUS.

      * to the card printer - tonight's cards only
           SELECT CARD-PRODUCTION-FILE
           ASSIGN TO "..\CARD-PRODUCTION.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRODUCTION-FILE-STATUS.

      * to dining and parking - every card that must not be honoured
           SELECT CARD-HOTLIST-FILE
           ASSIGN TO "..\CARD-HOTLIST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOTLIST-FILE-STATUS.

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

      * the master-lock convention - taken around the fee posting
           SELECT MASTER-LOCK-FILE
           ASSIGN TO "..\STUFILE3-LOCK.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCK-FILE-STATUS.

      * STUFILE3.txt's own control record, refreshed after posting
           SELECT MASTER-CONTROL-FILE
           ASSIGN TO "..\STUFILE3-CONTROL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MASTER-CONTROL-STATUS.

      * one line per outbound file sent - kept in step with every
      * extract writer, Project146.cbl and Project147.cbl
           SELECT TRANSMISSION-REGISTER
           ASSIGN TO "..\TRANSMISSION-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSMIT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one card - kept in step with Project133.cbl
       FD ID-CARD-FILE.
       01 ID-CARD-RECORD.
         05 ICD-CARD-NUMBER PIC 9(8).
         05 ICD-STUDENT-NUMBER PIC 9(6).
         05 ICD-ISSUE-DATE PIC 9(8).
         05 ICD-STATUS PIC X(1).
         05 ICD-STATUS-DATE PIC 9(8).
         05 ICD-PHOTO-REF PIC X(20).
         05 ICD-ISSUE-REASON PIC X(1).
         05 ICD-PRINTED-FLAG PIC X(1).
         05 ICD-FEE-FLAG PIC X(1).
         05 ICD-ISSUED-BY PIC X(8).

      * one card to print - reason N new card, R replacement
       FD CARD-PRODUCTION-FILE.
       01 CARD-PRODUCTION-RECORD.
         05 CPR-CARD-NUMBER PIC 9(8).
         05 CPR-STUDENT-NUMBER PIC 9(6).
         05 CPR-STUDENT-NAME PIC X(40).
         05 CPR-PHOTO-REF PIC X(20).
         05 CPR-ISSUE-DATE PIC 9(8).
         05 CPR-ISSUE-REASON PIC X(1).

      * one dead card - status L reported lost, D deactivated. Kept
      * in step with Project72.cbl
       FD CARD-HOTLIST-FILE.
       01 CARD-HOTLIST-RECORD.
         05 CHL-CARD-NUMBER PIC 9(8).
         05 CHL-STUDENT-NUMBER PIC 9(6).
         05 CHL-STATUS PIC X(1).
         05 CHL-STATUS-DATE PIC 9(8).

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
         05 ID-CARD-FILE-STATUS PIC X(2).
         05 PRODUCTION-FILE-STATUS PIC X(2).
         05 HOTLIST-FILE-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 IDX-FILE-STATUS PIC X(2).
         05 CHARGE-LEDGER-STATUS PIC X(2).
         05 LOCK-FILE-STATUS PIC X(2).
         05 MASTER-CONTROL-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 ID-CARD-EOF-FLG PIC X(1) VALUE 'N'.
         05 STUDENT-EOF-FLG PIC X(1) VALUE 'N'.

       01 OPERATOR-ID PIC X(8).
       01 RUN-DATE-FULL PIC 9(8).

      * what the card office charges for a lost card
       01 CARD-REPLACEMENT-FEE PIC S9999V99 VALUE 25.00.

      * card charges land on the balance under the same threshold the
      * entry programs use
       01 PAYMENT-HOLD-THRESHOLD PIC S9999V99 VALUE 5000.00.

      * the whole card master in memory - same byte layout as the
      * record, so it moves in and out whole
       01 ID-CARD-TABLE.
         05 ID-CARD-ENTRY OCCURS 1 TO 9000 TIMES
             DEPENDING ON ID-CARD-COUNT.
           10 TBL-ICD-CARD-NUMBER PIC 9(8).
           10 TBL-ICD-STUDENT-NUMBER PIC 9(6).
           10 TBL-ICD-ISSUE-DATE PIC 9(8).
           10 TBL-ICD-STATUS PIC X(1).
             88 TBL-ICD-ACTIVE VALUE 'A'.
             88 TBL-ICD-DEAD VALUE 'L' 'D'.
           10 TBL-ICD-STATUS-DATE PIC 9(8).
           10 TBL-ICD-PHOTO-REF PIC X(20).
           10 TBL-ICD-ISSUE-REASON PIC X(1).
           10 TBL-ICD-PRINTED-FLAG PIC X(1).
             88 TBL-ICD-WAITING-TO-PRINT VALUE 'N'.
           10 TBL-ICD-FEE-FLAG PIC X(1).
             88 TBL-ICD-FEE-DUE VALUE 'D'.
           10 TBL-ICD-ISSUED-BY PIC X(8).

      * student number and name off the master, for the card face
       01 STUDENT-NAME-TABLE.
         05 STUDENT-NAME-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON STUDENT-NAME-COUNT.
           10 SNT-STUDENT-NUMBER PIC 9(6).
           10 SNT-STUDENT-NAME PIC X(40).

       01 CARD-VARIABLES.
         05 ID-CARD-COUNT PIC 9(4) VALUE 0.
         05 CARD-SUB PIC 9(4).
         05 STUDENT-NAME-COUNT PIC 9(4) VALUE 0.
         05 STUDENT-SUB PIC 9(4).
         05 STUDENT-FOUND-SUB PIC 9(4) VALUE 0.
         05 FEES-DUE-COUNT PIC 9(4) VALUE 0.
         05 CARD-CHANGED-FLAG PIC X(1) VALUE 'N'.
         05 HOW-MANY-PRINTED PIC 9(4) VALUE 0.
         05 HOW-MANY-HOTLISTED PIC 9(4) VALUE 0.
         05 PRODUCTION-STUDENT-HASH PIC 9(11) VALUE 0.
         05 HOTLIST-STUDENT-HASH PIC 9(11) VALUE 0.
         05 HOW-MANY-FEES-BILLED PIC 9(4) VALUE 0.
         05 HOW-MANY-FEES-HELD PIC 9(4) VALUE 0.

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
      * main procedure - the master is locked only on a night with a
      * replacement fee to bill; printing and the hotlist need only
      * the card master
       100-RUN-ID-CARDS.
           DISPLAY "ENTER OPERATOR ID:".
           ACCEPT OPERATOR-ID.
           ACCEPT RUN-DATE-FULL FROM DATE YYYYMMDD.

           PERFORM 210-LOAD-ID-CARDS.
           PERFORM 220-LOAD-STUDENT-NAMES.

           IF FEES-DUE-COUNT IS GREATER THAN ZERO
               PERFORM 260-ACQUIRE-MASTER-LOCK
               PERFORM 400-LOAD-STUDENT-MASTER
               PERFORM 270-VERIFY-MASTER-CONTROL
               PERFORM 500-BILL-REPLACEMENT-FEES
               IF HOW-MANY-FEES-BILLED > 0
                   PERFORM 410-REWRITE-STUDENT-MASTER
                   PERFORM 420-UPDATE-MASTER-CONTROL
               END-IF
               PERFORM 261-RELEASE-MASTER-LOCK
           END-IF.

           PERFORM 300-WRITE-PRODUCTION-EXTRACT.
           PERFORM 320-WRITE-HOTLIST.

           IF CARD-CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 600-REWRITE-ID-CARDS
           END-IF.

           DISPLAY "CARDS SENT TO THE PRINTER: " HOW-MANY-PRINTED.
           DISPLAY "CARDS ON THE HOTLIST: " HOW-MANY-HOTLISTED.
           DISPLAY "REPLACEMENT FEES BILLED: " HOW-MANY-FEES-BILLED.
           IF HOW-MANY-FEES-HELD > 0
               DISPLAY "REPLACEMENT FEES NOT BILLED - STUDENT NOT ON "
                 "MASTER: " HOW-MANY-FEES-HELD
           END-IF.
           STOP RUN.

      * no card master yet means nothing to print and an empty
      * hotlist - the run still goes so dining and parking get a file
           210-LOAD-ID-CARDS.
               OPEN INPUT ID-CARD-FILE.
               IF ID-CARD-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF ID-CARD-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ID-CARDS.txt - STATUS "
                     ID-CARD-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 211-LOAD-ONE-CARD
                       UNTIL ID-CARD-EOF-FLG IS EQUAL TO 'Y'
                       OR ID-CARD-COUNT IS EQUAL TO 9000
                   CLOSE ID-CARD-FILE
               END-IF
               END-IF.

               211-LOAD-ONE-CARD.
                   READ ID-CARD-FILE
                       AT END
                           MOVE 'Y' TO ID-CARD-EOF-FLG
                       NOT AT END
                           ADD 1 TO ID-CARD-COUNT
                           MOVE ID-CARD-RECORD
                             TO ID-CARD-ENTRY(ID-CARD-COUNT)
                           IF TBL-ICD-FEE-DUE(ID-CARD-COUNT)
                               ADD 1 TO FEES-DUE-COUNT
                           END-IF
                   END-READ.

      * names for the card face - a student gone from the master
      * still gets a card, just without a printed name
           220-LOAD-STUDENT-NAMES.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - STATUS "
                     STUDENT-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 221-LOAD-ONE-STUDENT-NAME
                       UNTIL STUDENT-EOF-FLG IS EQUAL TO 'Y'
                       OR STUDENT-NAME-COUNT IS EQUAL TO 3000
                   CLOSE STUDENT-FILE
               END-IF
               END-IF.

               221-LOAD-ONE-STUDENT-NAME.
                   READ STUDENT-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-EOF-FLG
                       NOT AT END
                           ADD 1 TO STUDENT-NAME-COUNT
                           MOVE STUDENT-NUMBER
                             TO SNT-STUDENT-NUMBER(STUDENT-NAME-COUNT)
                           MOVE STUDENT-NAME
                             TO SNT-STUDENT-NAME(STUDENT-NAME-COUNT)
                   END-READ.

      * tonight's cards only - each one is marked sent as it goes out
      * so the printer never sees it twice
           300-WRITE-PRODUCTION-EXTRACT.
               OPEN OUTPUT CARD-PRODUCTION-FILE.
               IF PRODUCTION-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CARD-PRODUCTION.txt - "
                     "STATUS " PRODUCTION-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 301-WRITE-ONE-PRODUCTION
                   VARYING CARD-SUB FROM 1 BY 1
                   UNTIL CARD-SUB > ID-CARD-COUNT.

               CLOSE CARD-PRODUCTION-FILE.

               MOVE "CARD-PRODUCTION.txt" TO TRANSMIT-FILE-NAME.
               MOVE "CARD-PRINT" TO TRANSMIT-DESTINATION.
               MOVE RUN-DATE-FULL TO TRANSMIT-PERIOD.
               MOVE HOW-MANY-PRINTED TO TRANSMIT-RECORD-COUNT.
               MOVE PRODUCTION-STUDENT-HASH TO TRANSMIT-HASH-TOTAL.
               PERFORM 880-REGISTER-TRANSMISSION.

               301-WRITE-ONE-PRODUCTION.
                   IF TBL-ICD-ACTIVE(CARD-SUB)
                       AND TBL-ICD-WAITING-TO-PRINT(CARD-SUB)
                       PERFORM 302-FIND-STUDENT-NAME
                       MOVE TBL-ICD-CARD-NUMBER(CARD-SUB)
                         TO CPR-CARD-NUMBER
                       MOVE TBL-ICD-STUDENT-NUMBER(CARD-SUB)
                         TO CPR-STUDENT-NUMBER
                       IF STUDENT-FOUND-SUB IS GREATER THAN ZERO
                           MOVE SNT-STUDENT-NAME(STUDENT-FOUND-SUB)
                             TO CPR-STUDENT-NAME
                       ELSE
                           MOVE SPACES TO CPR-STUDENT-NAME
                       END-IF
                       MOVE TBL-ICD-PHOTO-REF(CARD-SUB)
                         TO CPR-PHOTO-REF
                       MOVE TBL-ICD-ISSUE-DATE(CARD-SUB)
                         TO CPR-ISSUE-DATE
                       MOVE TBL-ICD-ISSUE-REASON(CARD-SUB)
                         TO CPR-ISSUE-REASON
                       WRITE CARD-PRODUCTION-RECORD
                       MOVE 'Y' TO TBL-ICD-PRINTED-FLAG(CARD-SUB)
                       MOVE 'Y' TO CARD-CHANGED-FLAG
                       ADD 1 TO HOW-MANY-PRINTED
                       ADD TBL-ICD-STUDENT-NUMBER(CARD-SUB)
                         TO PRODUCTION-STUDENT-HASH
                   END-IF.

               302-FIND-STUDENT-NAME.
                   MOVE 0 TO STUDENT-FOUND-SUB.
                   PERFORM 303-CHECK-ONE-NAME
                       VARYING STUDENT-SUB FROM 1 BY 1
                       UNTIL STUDENT-SUB > STUDENT-NAME-COUNT
                       OR STUDENT-FOUND-SUB > 0.

                   303-CHECK-ONE-NAME.
                       IF SNT-STUDENT-NUMBER(STUDENT-SUB) IS EQUAL TO
                           TBL-ICD-STUDENT-NUMBER(CARD-SUB)
                           MOVE STUDENT-SUB TO STUDENT-FOUND-SUB
                       END-IF.

      * rebuilt whole every night - a card stays on the list for as
      * long as it stays on the card master
           320-WRITE-HOTLIST.
               OPEN OUTPUT CARD-HOTLIST-FILE.
               IF HOTLIST-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CARD-HOTLIST.txt - STATUS "
                     HOTLIST-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 321-WRITE-ONE-HOTLIST
                   VARYING CARD-SUB FROM 1 BY 1
                   UNTIL CARD-SUB > ID-CARD-COUNT.

               CLOSE CARD-HOTLIST-FILE.

               MOVE "CARD-HOTLIST.txt" TO TRANSMIT-FILE-NAME.
               MOVE "CARD-HOTLIST" TO TRANSMIT-DESTINATION.
               MOVE RUN-DATE-FULL TO TRANSMIT-PERIOD.
               MOVE HOW-MANY-HOTLISTED TO TRANSMIT-RECORD-COUNT.
               MOVE HOTLIST-STUDENT-HASH TO TRANSMIT-HASH-TOTAL.
               PERFORM 880-REGISTER-TRANSMISSION.

               321-WRITE-ONE-HOTLIST.
                   IF TBL-ICD-DEAD(CARD-SUB)
                       MOVE TBL-ICD-CARD-NUMBER(CARD-SUB)
                         TO CHL-CARD-NUMBER
                       MOVE TBL-ICD-STUDENT-NUMBER(CARD-SUB)
                         TO CHL-STUDENT-NUMBER
                       MOVE TBL-ICD-STATUS(CARD-SUB) TO CHL-STATUS
                       MOVE TBL-ICD-STATUS-DATE(CARD-SUB)
                         TO CHL-STATUS-DATE
                       WRITE CARD-HOTLIST-RECORD
                       ADD 1 TO HOW-MANY-HOTLISTED
                       ADD TBL-ICD-STUDENT-NUMBER(CARD-SUB)
                         TO HOTLIST-STUDENT-HASH
                   END-IF.

      * one IDCARD line per replacement - a student no longer on the
      * master leaves the fee due for the card office to follow up
           500-BILL-REPLACEMENT-FEES.
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

               PERFORM 501-BILL-ONE-FEE
                   VARYING CARD-SUB FROM 1 BY 1
                   UNTIL CARD-SUB > ID-CARD-COUNT.

               CLOSE CHARGE-LEDGER.

               501-BILL-ONE-FEE.
                   IF TBL-ICD-FEE-DUE(CARD-SUB)
                       MOVE TBL-ICD-STUDENT-NUMBER(CARD-SUB)
                         TO DETAIL-STUDENT-NUM
                       PERFORM 502-FIND-ONE-STUDENT
                       IF MASTER-STUDENT-FOUND
                           PERFORM 540-POST-ONE-FEE
                           MOVE 'B' TO TBL-ICD-FEE-FLAG(CARD-SUB)
                           MOVE 'Y' TO CARD-CHANGED-FLAG
                           ADD 1 TO HOW-MANY-FEES-BILLED
                       ELSE
                           DISPLAY "CARD " TBL-ICD-CARD-NUMBER(CARD-SUB)
                             " STUDENT " DETAIL-STUDENT-NUM
                             " NOT ON MASTER - FEE LEFT DUE"
                           ADD 1 TO HOW-MANY-FEES-HELD
                       END-IF
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

      * one line on the ledger and the balance moved with it - a fee
      * over the threshold sets the hold, the same as the other
      * charge feeds
           540-POST-ONE-FEE.
               ADD CARD-REPLACEMENT-FEE
                 TO MST-TUITION-OWED(MASTER-FOUND-SUB).
               IF MST-TUITION-OWED(MASTER-FOUND-SUB) >
                   PAYMENT-HOLD-THRESHOLD
                   MOVE 'Y' TO MST-HOLD-FLAG(MASTER-FOUND-SUB)
               END-IF.

               MOVE DETAIL-STUDENT-NUM TO CHG-STUDENT-NUMBER.
               MOVE "IDCARD" TO CHG-CHARGE-TYPE.
               MOVE "CARD REPLACEMENT" TO CHG-DESCRIPTION.
               MOVE CARD-REPLACEMENT-FEE TO CHG-AMOUNT.
               MOVE RUN-DATE-FULL TO CHG-DATE.
               WRITE CHARGE-LEDGER-LINE.

           600-REWRITE-ID-CARDS.
               OPEN OUTPUT ID-CARD-FILE.
               IF ID-CARD-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ID-CARDS.txt - STATUS "
                     ID-CARD-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 601-WRITE-ONE-CARD
                   VARYING CARD-SUB FROM 1 BY 1
                   UNTIL CARD-SUB > ID-CARD-COUNT.

               CLOSE ID-CARD-FILE.

               601-WRITE-ONE-CARD.
                   MOVE ID-CARD-ENTRY(CARD-SUB) TO ID-CARD-RECORD.
                   WRITE ID-CARD-RECORD.

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
               MOVE "PROJ134" TO MCT-PROGRAM.
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
               MOVE "PROJ134" TO LCK-PROGRAM.
               MOVE OPERATOR-ID TO LCK-OPERATOR.
               MOVE LCK-STAMP TO LCK-START-STAMP.
               WRITE MASTER-LOCK-RECORD.
               CLOSE MASTER-LOCK-FILE.

           261-RELEASE-MASTER-LOCK.
               OPEN OUTPUT MASTER-LOCK-FILE.
               CLOSE MASTER-LOCK-FILE.

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
               MOVE "PROJ134" TO TXR-CREATED-BY.
               MOVE TRANSMIT-DATE-RAW TO TXR-CREATED-DATE.
               MOVE TRANSMIT-TIME-HHMMSS TO TXR-CREATED-TIME.
               MOVE "SENT" TO TXR-STATUS.
               MOVE ZERO TO TXR-ACK-DATE.
               MOVE SPACES TO TXR-ACK-REASON.
               WRITE TRANSMISSION-REGISTER-RECORD.
               CLOSE TRANSMISSION-REGISTER.

       END PROGRAM PROJECT134.
