      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: residence batch - the room assignments, move-outs and
      *          per-term residence billing housing had been keeping
      *          on a spreadsheet and sending over through the
      *          department charge feed. RESIDENCE-TRANS.txt carries
      *          one transaction per line:
      *            A - assign a student to a building and room on
      *                RESIDENCE-ROOMS.txt (a free bed required); the
      *                room's rate tier sets the damage deposit, which
      *                is billed RESDEP and held on
      *                RESIDENCE-DEPOSITS.txt until move-out
      *            M - move a student out, with the inspection charge
      *                (zero for a clean room); the charge is netted
      *                against the held deposit - the deposit comes
      *                back as a RESDEP credit and the damage bills
      *                RESDMG, so a clean room leaves the deposit as a
      *                credit for PROJECT10's refund run and damage
      *                beyond the deposit is left owing
      *            B - bill a term: every student still in residence
      *                and not yet billed for the term is charged the
      *                tier's term rate as RESID, so rerunning a term
      *                after late assignments bills only the new ones
      *          Everything posts to TUITION-OWED and CHARGE-DETAIL.txt
      *          under the master lock and control record, the same as
      *          PROJECT40, and RESIDENCE-REGISTER.txt goes back to
      *          housing showing what each transaction did and why any
      *          was refused. Rooms and rate tiers are maintained
      *          through PROJECT130
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT131.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESIDENCE-TRANS-FILE
           ASSIGN TO "..\RESIDENCE-TRANS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANS-FILE-STATUS.

      * the room master and its rate tiers - read only here, kept by
      * PROJECT130
           SELECT RESIDENCE-ROOM-FILE
           ASSIGN TO "..\RESIDENCE-ROOMS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROOM-FILE-STATUS.

           SELECT RESIDENCE-RATE-FILE
           ASSIGN TO "..\RESIDENCE-RATES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATE-FILE-STATUS.

      * who is in which room, and since when - loaded whole and
      * rewritten when a transaction changes it
           SELECT RESIDENCE-ASSIGNMENT-FILE
           ASSIGN TO "..\RESIDENCE-ASSIGNMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASSIGNMENT-FILE-STATUS.

      * damage deposits held against a stay - loaded whole and
      * rewritten the same way
           SELECT RESIDENCE-DEPOSIT-FILE
           ASSIGN TO "..\RESIDENCE-DEPOSITS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPOSIT-FILE-STATUS.

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

      * goes back to housing - one line per transaction (and per
      * student billed) with its disposition, totals at the bottom
           SELECT RESIDENCE-REGISTER
           ASSIGN TO "..\RESIDENCE-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-FILE-STATUS.

      * the master-lock convention - taken around the posting pass
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
      * one transaction - A assign, M move out, B bill a term. The
      * room is keyed on A only, the term on B only, and the
      * inspection charge and note on M only
       FD RESIDENCE-TRANS-FILE.
       01 RESIDENCE-TRANS-RECORD.
         05 RTR-TRANS-TYPE PIC X(1).
           88 RTR-ASSIGN VALUE 'A'.
           88 RTR-MOVE-OUT VALUE 'M'.
           88 RTR-BILL-TERM VALUE 'B'.
         05 RTR-STUDENT-NUMBER PIC X(6).
         05 RTR-BUILDING PIC X(4).
         05 RTR-ROOM-NUMBER PIC X(5).
         05 RTR-TRANS-DATE PIC X(8).
         05 RTR-TRANS-DATE-NUM REDEFINES RTR-TRANS-DATE PIC 9(8).
         05 RTR-TERM-CODE PIC X(6).
         05 RTR-TERM-CODE-NUM REDEFINES RTR-TERM-CODE PIC 9(6).
         05 RTR-INSPECTION-AMOUNT PIC X(6).
         05 RTR-INSPECTION-AMOUNT-NUM REDEFINES RTR-INSPECTION-AMOUNT
             PIC 9999V99.
         05 RTR-INSPECTION-NOTE PIC X(20).

      * kept in step with Project130.cbl's FD RESIDENCE-ROOM-FILE
       FD RESIDENCE-ROOM-FILE.
       01 RESIDENCE-ROOM-RECORD.
         05 RRM-BUILDING PIC X(4).
         05 RRM-ROOM-NUMBER PIC X(5).
         05 RRM-BED-COUNT PIC 9(1).
         05 RRM-RATE-TIER PIC X(1).

      * kept in step with Project130.cbl's FD RESIDENCE-RATE-FILE
       FD RESIDENCE-RATE-FILE.
       01 RESIDENCE-RATE-RECORD.
         05 RRT-RATE-TIER PIC X(1).
         05 RRT-DESCRIPTION PIC X(20).
         05 RRT-TERM-RATE PIC 9999V99.
         05 RRT-DEPOSIT-AMOUNT PIC 9999V99.

      * one stay - status A in residence, M moved out. The last term
      * billed stops a term being billed twice. Kept in step with
      * Project130.cbl and Project132.cbl
       FD RESIDENCE-ASSIGNMENT-FILE.
       01 RESIDENCE-ASSIGNMENT-RECORD.
         05 RAS-STUDENT-NUMBER PIC 9(6).
         05 RAS-BUILDING PIC X(4).
         05 RAS-ROOM-NUMBER PIC X(5).
         05 RAS-MOVE-IN-DATE PIC 9(8).
         05 RAS-MOVE-OUT-DATE PIC 9(8).
         05 RAS-LAST-BILLED-TERM PIC 9(6).
         05 RAS-STATUS PIC X(1).

      * one deposit - status H held, N netted against the inspection
      * charge at move-out
       FD RESIDENCE-DEPOSIT-FILE.
       01 RESIDENCE-DEPOSIT-RECORD.
         05 RDP-STUDENT-NUMBER PIC 9(6).
         05 RDP-BUILDING PIC X(4).
         05 RDP-ROOM-NUMBER PIC X(5).
         05 RDP-AMOUNT PIC 9999V99.
         05 RDP-HELD-DATE PIC 9(8).
         05 RDP-STATUS PIC X(1).
         05 RDP-INSPECTION-AMOUNT PIC 9999V99.
         05 RDP-SETTLED-DATE PIC 9(8).

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

       FD RESIDENCE-REGISTER.
       01 RESIDENCE-REGISTER-LINE.
         05 RRG-TYPE-OUT PIC X(1).
         05 FILLER PIC X(2) VALUE SPACE.
         05 RRG-STUDENT-OUT PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 RRG-BUILDING-OUT PIC X(4).
         05 FILLER PIC X(2) VALUE SPACE.
         05 RRG-ROOM-OUT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACE.
         05 RRG-AMOUNT-OUT PIC -ZZZ9.99.
         05 FILLER PIC X(2) VALUE SPACE.
         05 RRG-STATUS-OUT PIC X(40).

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
         05 TRANS-FILE-STATUS PIC X(2).
         05 ROOM-FILE-STATUS PIC X(2).
         05 RATE-FILE-STATUS PIC X(2).
         05 ASSIGNMENT-FILE-STATUS PIC X(2).
         05 DEPOSIT-FILE-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 IDX-FILE-STATUS PIC X(2).
         05 CHARGE-LEDGER-STATUS PIC X(2).
         05 REGISTER-FILE-STATUS PIC X(2).
         05 LOCK-FILE-STATUS PIC X(2).
         05 MASTER-CONTROL-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 TRANS-EOF-FLG PIC X(1) VALUE 'N'.
         05 ROOM-EOF-FLG PIC X(1) VALUE 'N'.
         05 RATE-EOF-FLG PIC X(1) VALUE 'N'.
         05 ASSIGNMENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 DEPOSIT-EOF-FLG PIC X(1) VALUE 'N'.

       01 OPERATOR-ID PIC X(8).
       01 RUN-DATE-FULL PIC 9(8).

      * residence charges land on the balance under the same
      * threshold the entry programs use
       01 PAYMENT-HOLD-THRESHOLD PIC S9999V99 VALUE 5000.00.

       01 ROOM-TABLE.
         05 ROOM-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON ROOM-COUNT.
           10 TBL-RRM-BUILDING PIC X(4).
           10 TBL-RRM-ROOM-NUMBER PIC X(5).
           10 TBL-RRM-BED-COUNT PIC 9(1).
           10 TBL-RRM-RATE-TIER PIC X(1).

       01 RATE-TIER-TABLE.
         05 RATE-TIER-ENTRY OCCURS 1 TO 50 TIMES
             DEPENDING ON RATE-TIER-COUNT.
           10 TBL-RRT-RATE-TIER PIC X(1).
           10 TBL-RRT-TERM-RATE PIC 9999V99.
           10 TBL-RRT-DEPOSIT-AMOUNT PIC 9999V99.

      * every stay on file, current and past - same byte layout as
      * the record, so it moves in and out whole
       01 ASSIGNMENT-TABLE.
         05 ASSIGNMENT-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON ASSIGNMENT-COUNT.
           10 TBL-RAS-STUDENT-NUMBER PIC 9(6).
           10 TBL-RAS-BUILDING PIC X(4).
           10 TBL-RAS-ROOM-NUMBER PIC X(5).
           10 TBL-RAS-MOVE-IN-DATE PIC 9(8).
           10 TBL-RAS-MOVE-OUT-DATE PIC 9(8).
           10 TBL-RAS-LAST-BILLED-TERM PIC 9(6).
           10 TBL-RAS-STATUS PIC X(1).
             88 TBL-RAS-IN-RESIDENCE VALUE 'A'.

       01 DEPOSIT-TABLE.
         05 DEPOSIT-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON DEPOSIT-COUNT.
           10 TBL-RDP-STUDENT-NUMBER PIC 9(6).
           10 TBL-RDP-BUILDING PIC X(4).
           10 TBL-RDP-ROOM-NUMBER PIC X(5).
           10 TBL-RDP-AMOUNT PIC 9999V99.
           10 TBL-RDP-HELD-DATE PIC 9(8).
           10 TBL-RDP-STATUS PIC X(1).
             88 TBL-RDP-HELD VALUE 'H'.
           10 TBL-RDP-INSPECTION-AMOUNT PIC 9999V99.
           10 TBL-RDP-SETTLED-DATE PIC 9(8).

       01 RESIDENCE-VARIABLES.
         05 ROOM-COUNT PIC 9(4) VALUE 0.
         05 ROOM-SUB PIC 9(4).
         05 ROOM-FOUND-SUB PIC 9(4) VALUE 0.
         05 RATE-TIER-COUNT PIC 9(2) VALUE 0.
         05 TIER-SUB PIC 9(2).
         05 TIER-FOUND-SUB PIC 9(2) VALUE 0.
         05 ASSIGNMENT-COUNT PIC 9(4) VALUE 0.
         05 ASSIGNMENT-SUB PIC 9(4).
         05 ASSIGNMENT-FOUND-SUB PIC 9(4) VALUE 0.
         05 DEPOSIT-COUNT PIC 9(4) VALUE 0.
         05 DEPOSIT-SUB PIC 9(4).
         05 DEPOSIT-FOUND-SUB PIC 9(4) VALUE 0.
         05 BEDS-TAKEN PIC 9(4).
         05 LOOKUP-BUILDING PIC X(4).
         05 LOOKUP-ROOM-NUMBER PIC X(5).
         05 LOOKUP-RATE-TIER PIC X(1).
         05 ASSIGNMENT-CHANGED-FLAG PIC X(1) VALUE 'N'.
         05 DEPOSIT-CHANGED-FLAG PIC X(1) VALUE 'N'.
         05 DEPOSIT-HELD-AMOUNT PIC 9999V99.
         05 INSPECTION-AMOUNT PIC 9999V99.
         05 NET-MOVE-OUT-AMOUNT PIC S9999V99.
         05 REJECT-REASON PIC X(40).
         05 BILLED-THIS-TERM PIC 9(4).
         05 STATUS-WORK PIC X(40).
         05 BILL-DESCRIPTION-WORK PIC X(20).

      * the one charge line 540 posts - filled in by the caller
       01 POST-FIELDS.
         05 POST-CHARGE-TYPE PIC X(8).
         05 POST-DESCRIPTION PIC X(20).
         05 POST-AMOUNT PIC S9999V99.
         05 POST-DATE PIC 9(8).

       01 POSTING-FIELDS.
         05 MASTER-SUB PIC 9(4).
         05 PROGRAM-SUB PIC 9(1).
         05 COURSE-SUB PIC 9(1).
         05 MASTER-FOUND-SUB PIC 9(4).
         05 MASTER-FOUND-FLAG PIC X(1).
           88 MASTER-STUDENT-FOUND VALUE 'Y'.
         05 DETAIL-STUDENT-NUM PIC 9(6).
         05 HOW-MANY-READ PIC 9(4) VALUE 0.
         05 HOW-MANY-ASSIGNED PIC 9(4) VALUE 0.
         05 HOW-MANY-MOVED-OUT PIC 9(4) VALUE 0.
         05 HOW-MANY-BILLED PIC 9(4) VALUE 0.
         05 HOW-MANY-REJECTED PIC 9(4) VALUE 0.
         05 HOW-MANY-CHARGE-LINES PIC 9(4) VALUE 0.

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
      * main procedure - each transaction stands on its own; a refused
      * one is on the register with the reason and moves no money
       100-PROCESS-RESIDENCE-TRANS.
           DISPLAY "ENTER OPERATOR ID:".
           ACCEPT OPERATOR-ID.
           ACCEPT RUN-DATE-FULL FROM DATE YYYYMMDD.

           OPEN INPUT RESIDENCE-TRANS-FILE.
           IF TRANS-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "NO RESIDENCE-TRANS.txt ON FILE - NOTHING TO "
                 "PROCESS"
               STOP RUN
           END-IF.
           IF TRANS-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO OPEN RESIDENCE-TRANS.txt - STATUS "
                 TRANS-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM 210-LOAD-ROOMS.
           PERFORM 220-LOAD-RATE-TIERS.
           PERFORM 230-LOAD-ASSIGNMENTS.
           PERFORM 240-LOAD-DEPOSITS.
           PERFORM 300-OPEN-REGISTER.

           PERFORM 260-ACQUIRE-MASTER-LOCK.
           PERFORM 400-LOAD-STUDENT-MASTER.
           PERFORM 270-VERIFY-MASTER-CONTROL.

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

           PERFORM 201-READ-ONE-TRANS.
           PERFORM 500-PROCESS-ONE-TRANS
               UNTIL TRANS-EOF-FLG IS EQUAL TO 'Y'.

           CLOSE RESIDENCE-TRANS-FILE.
           CLOSE CHARGE-LEDGER.

           IF HOW-MANY-CHARGE-LINES > 0
               PERFORM 410-REWRITE-STUDENT-MASTER
               PERFORM 420-UPDATE-MASTER-CONTROL
           END-IF.
           IF ASSIGNMENT-CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 600-REWRITE-ASSIGNMENTS
           END-IF.
           IF DEPOSIT-CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 610-REWRITE-DEPOSITS
           END-IF.

           PERFORM 261-RELEASE-MASTER-LOCK.

           PERFORM 320-WRITE-REGISTER-TOTALS.
           CLOSE RESIDENCE-REGISTER.

           DISPLAY "RESIDENCE TRANSACTIONS READ: " HOW-MANY-READ.
           DISPLAY "ASSIGNED: " HOW-MANY-ASSIGNED
             "  MOVED OUT: " HOW-MANY-MOVED-OUT
             "  TERM CHARGES BILLED: " HOW-MANY-BILLED.
           DISPLAY "REFUSED: " HOW-MANY-REJECTED
             " - SEE RESIDENCE-REGISTER.txt".
           STOP RUN.

           201-READ-ONE-TRANS.
               READ RESIDENCE-TRANS-FILE
                   AT END
                       MOVE 'Y' TO TRANS-EOF-FLG
                   NOT AT END
                       ADD 1 TO HOW-MANY-READ
               END-READ.

      * no room master means every assignment is refused - the run
      * still bills and moves out against the stays already on file
           210-LOAD-ROOMS.
               OPEN INPUT RESIDENCE-ROOM-FILE.
               IF ROOM-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF ROOM-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN RESIDENCE-ROOMS.txt - "
                     "STATUS " ROOM-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 211-LOAD-ONE-ROOM
                       UNTIL ROOM-EOF-FLG IS EQUAL TO 'Y'
                       OR ROOM-COUNT IS EQUAL TO 2000
                   CLOSE RESIDENCE-ROOM-FILE
               END-IF
               END-IF.

               211-LOAD-ONE-ROOM.
                   READ RESIDENCE-ROOM-FILE
                       AT END
                           MOVE 'Y' TO ROOM-EOF-FLG
                       NOT AT END
                           ADD 1 TO ROOM-COUNT
                           MOVE RRM-BUILDING
                             TO TBL-RRM-BUILDING(ROOM-COUNT)
                           MOVE RRM-ROOM-NUMBER
                             TO TBL-RRM-ROOM-NUMBER(ROOM-COUNT)
                           MOVE RRM-BED-COUNT
                             TO TBL-RRM-BED-COUNT(ROOM-COUNT)
                           MOVE RRM-RATE-TIER
                             TO TBL-RRM-RATE-TIER(ROOM-COUNT)
                   END-READ.

           220-LOAD-RATE-TIERS.
               OPEN INPUT RESIDENCE-RATE-FILE.
               IF RATE-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF RATE-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN RESIDENCE-RATES.txt - "
                     "STATUS " RATE-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 221-LOAD-ONE-RATE-TIER
                       UNTIL RATE-EOF-FLG IS EQUAL TO 'Y'
                       OR RATE-TIER-COUNT IS EQUAL TO 50
                   CLOSE RESIDENCE-RATE-FILE
               END-IF
               END-IF.

               221-LOAD-ONE-RATE-TIER.
                   READ RESIDENCE-RATE-FILE
                       AT END
                           MOVE 'Y' TO RATE-EOF-FLG
                       NOT AT END
                           ADD 1 TO RATE-TIER-COUNT
                           MOVE RRT-RATE-TIER
                             TO TBL-RRT-RATE-TIER(RATE-TIER-COUNT)
                           MOVE RRT-TERM-RATE
                             TO TBL-RRT-TERM-RATE(RATE-TIER-COUNT)
                           MOVE RRT-DEPOSIT-AMOUNT
                             TO TBL-RRT-DEPOSIT-AMOUNT
                               (RATE-TIER-COUNT)
                   END-READ.

           230-LOAD-ASSIGNMENTS.
               OPEN INPUT RESIDENCE-ASSIGNMENT-FILE.
               IF ASSIGNMENT-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF ASSIGNMENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN RESIDENCE-ASSIGNMENTS.txt "
                     "- STATUS " ASSIGNMENT-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 231-LOAD-ONE-ASSIGNMENT
                       UNTIL ASSIGNMENT-EOF-FLG IS EQUAL TO 'Y'
                       OR ASSIGNMENT-COUNT IS EQUAL TO 5000
                   CLOSE RESIDENCE-ASSIGNMENT-FILE
               END-IF
               END-IF.

               231-LOAD-ONE-ASSIGNMENT.
                   READ RESIDENCE-ASSIGNMENT-FILE
                       AT END
                           MOVE 'Y' TO ASSIGNMENT-EOF-FLG
                       NOT AT END
                           ADD 1 TO ASSIGNMENT-COUNT
                           MOVE RESIDENCE-ASSIGNMENT-RECORD
                             TO ASSIGNMENT-ENTRY(ASSIGNMENT-COUNT)
                   END-READ.

           240-LOAD-DEPOSITS.
               OPEN INPUT RESIDENCE-DEPOSIT-FILE.
               IF DEPOSIT-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF DEPOSIT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN RESIDENCE-DEPOSITS.txt - "
                     "STATUS " DEPOSIT-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 241-LOAD-ONE-DEPOSIT
                       UNTIL DEPOSIT-EOF-FLG IS EQUAL TO 'Y'
                       OR DEPOSIT-COUNT IS EQUAL TO 5000
                   CLOSE RESIDENCE-DEPOSIT-FILE
               END-IF
               END-IF.

               241-LOAD-ONE-DEPOSIT.
                   READ RESIDENCE-DEPOSIT-FILE
                       AT END
                           MOVE 'Y' TO DEPOSIT-EOF-FLG
                       NOT AT END
                           ADD 1 TO DEPOSIT-COUNT
                           MOVE RESIDENCE-DEPOSIT-RECORD
                             TO DEPOSIT-ENTRY(DEPOSIT-COUNT)
                   END-READ.

           300-OPEN-REGISTER.
               OPEN OUTPUT RESIDENCE-REGISTER.
               IF REGISTER-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN RESIDENCE-REGISTER.txt - "
                     "STATUS " REGISTER-FILE-STATUS
                   STOP RUN
               END-IF.
               MOVE SPACES TO RESIDENCE-REGISTER-LINE.

           320-WRITE-REGISTER-TOTALS.
               MOVE SPACES TO RESIDENCE-REGISTER-LINE.
               MOVE HOW-MANY-ASSIGNED TO RRG-STUDENT-OUT.
               MOVE "ASSIGNED - RUN TOTAL" TO RRG-STATUS-OUT.
               WRITE RESIDENCE-REGISTER-LINE.

               MOVE SPACES TO RESIDENCE-REGISTER-LINE.
               MOVE HOW-MANY-MOVED-OUT TO RRG-STUDENT-OUT.
               MOVE "MOVED OUT - RUN TOTAL" TO RRG-STATUS-OUT.
               WRITE RESIDENCE-REGISTER-LINE.

               MOVE SPACES TO RESIDENCE-REGISTER-LINE.
               MOVE HOW-MANY-BILLED TO RRG-STUDENT-OUT.
               MOVE "TERM CHARGES BILLED - RUN TOTAL"
                 TO RRG-STATUS-OUT.
               WRITE RESIDENCE-REGISTER-LINE.

               MOVE SPACES TO RESIDENCE-REGISTER-LINE.
               MOVE HOW-MANY-REJECTED TO RRG-STUDENT-OUT.
               MOVE "REFUSED - RUN TOTAL" TO RRG-STATUS-OUT.
               WRITE RESIDENCE-REGISTER-LINE.

           500-PROCESS-ONE-TRANS.
               IF RTR-ASSIGN
                   PERFORM 510-ASSIGN-ONE-STUDENT
               ELSE IF RTR-MOVE-OUT
                   PERFORM 520-MOVE-OUT-ONE-STUDENT
               ELSE IF RTR-BILL-TERM
                   PERFORM 530-BILL-ONE-TERM
               ELSE
                   MOVE "REFUSED - TRANSACTION TYPE NOT A, M OR B"
                     TO REJECT-REASON
                   PERFORM 504-REJECT-ONE-TRANS
               END-IF
               END-IF
               END-IF.

               PERFORM 201-READ-ONE-TRANS.

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

               504-REJECT-ONE-TRANS.
                   MOVE SPACES TO RESIDENCE-REGISTER-LINE.
                   MOVE RTR-TRANS-TYPE TO RRG-TYPE-OUT.
                   MOVE RTR-STUDENT-NUMBER TO RRG-STUDENT-OUT.
                   MOVE RTR-BUILDING TO RRG-BUILDING-OUT.
                   MOVE RTR-ROOM-NUMBER TO RRG-ROOM-OUT.
                   MOVE ZERO TO RRG-AMOUNT-OUT.
                   MOVE REJECT-REASON TO RRG-STATUS-OUT.
                   WRITE RESIDENCE-REGISTER-LINE.
                   ADD 1 TO HOW-MANY-REJECTED.

               505-WRITE-REGISTER-LINE.
                   MOVE SPACES TO RESIDENCE-REGISTER-LINE.
                   MOVE RTR-TRANS-TYPE TO RRG-TYPE-OUT.
                   MOVE DETAIL-STUDENT-NUM TO RRG-STUDENT-OUT.
                   MOVE LOOKUP-BUILDING TO RRG-BUILDING-OUT.
                   MOVE LOOKUP-ROOM-NUMBER TO RRG-ROOM-OUT.
                   MOVE NET-MOVE-OUT-AMOUNT TO RRG-AMOUNT-OUT.
                   MOVE STATUS-WORK TO RRG-STATUS-OUT.
                   WRITE RESIDENCE-REGISTER-LINE.

      * one bed taken - the student on the master, not already in
      * residence, and the room on file with a bed free and a tier
      * behind it. The tier's deposit bills on the spot and is held
      * until the student moves out
           510-ASSIGN-ONE-STUDENT.
               MOVE RTR-BUILDING TO LOOKUP-BUILDING.
               MOVE RTR-ROOM-NUMBER TO LOOKUP-ROOM-NUMBER.

               IF RTR-STUDENT-NUMBER IS NOT NUMERIC
                   MOVE "REFUSED - STUDENT NUMBER NOT NUMERIC"
                     TO REJECT-REASON
                   PERFORM 504-REJECT-ONE-TRANS
               ELSE IF RTR-TRANS-DATE IS NOT NUMERIC
                   MOVE "REFUSED - MOVE-IN DATE NOT NUMERIC"
                     TO REJECT-REASON
                   PERFORM 504-REJECT-ONE-TRANS
               ELSE
                   MOVE RTR-STUDENT-NUMBER TO DETAIL-STUDENT-NUM
                   PERFORM 502-FIND-ONE-STUDENT
                   PERFORM 511-FIND-ACTIVE-ASSIGNMENT
                   PERFORM 512-FIND-ROOM
                   IF NOT MASTER-STUDENT-FOUND
                       MOVE "REFUSED - STUDENT NOT ON TUITION MASTER"
                         TO REJECT-REASON
                       PERFORM 504-REJECT-ONE-TRANS
                   ELSE IF ASSIGNMENT-FOUND-SUB IS GREATER THAN ZERO
                       MOVE "REFUSED - ALREADY IN RESIDENCE"
                         TO REJECT-REASON
                       PERFORM 504-REJECT-ONE-TRANS
                   ELSE IF ROOM-FOUND-SUB IS EQUAL TO ZERO
                       MOVE "REFUSED - ROOM NOT ON RESIDENCE MASTER"
                         TO REJECT-REASON
                       PERFORM 504-REJECT-ONE-TRANS
                   ELSE
                       MOVE TBL-RRM-RATE-TIER(ROOM-FOUND-SUB)
                         TO LOOKUP-RATE-TIER
                       PERFORM 513-FIND-RATE-TIER
                       PERFORM 514-COUNT-BEDS-TAKEN
                       IF TIER-FOUND-SUB IS EQUAL TO ZERO
                           MOVE "REFUSED - RATE TIER NOT ON FILE"
                             TO REJECT-REASON
                           PERFORM 504-REJECT-ONE-TRANS
                       ELSE IF BEDS-TAKEN IS NOT LESS THAN
                           TBL-RRM-BED-COUNT(ROOM-FOUND-SUB)
                           MOVE "REFUSED - NO BED FREE IN ROOM"
                             TO REJECT-REASON
                           PERFORM 504-REJECT-ONE-TRANS
                       ELSE IF ASSIGNMENT-COUNT IS EQUAL TO 5000
                           OR DEPOSIT-COUNT IS EQUAL TO 5000
                           MOVE "REFUSED - RESIDENCE TABLES FULL"
                             TO REJECT-REASON
                           PERFORM 504-REJECT-ONE-TRANS
                       ELSE
                           PERFORM 515-TAKE-ONE-BED
                       END-IF
                       END-IF
                       END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF.

      * the student's current stay, if they have one
               511-FIND-ACTIVE-ASSIGNMENT.
                   MOVE 0 TO ASSIGNMENT-FOUND-SUB.
                   PERFORM 5111-CHECK-ONE-ASSIGNMENT
                       VARYING ASSIGNMENT-SUB FROM 1 BY 1
                       UNTIL ASSIGNMENT-SUB > ASSIGNMENT-COUNT
                       OR ASSIGNMENT-FOUND-SUB > 0.

                   5111-CHECK-ONE-ASSIGNMENT.
                       IF TBL-RAS-STUDENT-NUMBER(ASSIGNMENT-SUB)
                           IS EQUAL TO DETAIL-STUDENT-NUM
                           AND TBL-RAS-IN-RESIDENCE(ASSIGNMENT-SUB)
                           MOVE ASSIGNMENT-SUB TO ASSIGNMENT-FOUND-SUB
                       END-IF.

               512-FIND-ROOM.
                   MOVE 0 TO ROOM-FOUND-SUB.
                   PERFORM 5121-CHECK-ONE-ROOM
                       VARYING ROOM-SUB FROM 1 BY 1
                       UNTIL ROOM-SUB > ROOM-COUNT
                       OR ROOM-FOUND-SUB > 0.

                   5121-CHECK-ONE-ROOM.
                       IF TBL-RRM-BUILDING(ROOM-SUB) IS EQUAL TO
                           LOOKUP-BUILDING
                           AND TBL-RRM-ROOM-NUMBER(ROOM-SUB)
                               IS EQUAL TO LOOKUP-ROOM-NUMBER
                           MOVE ROOM-SUB TO ROOM-FOUND-SUB
                       END-IF.

               513-FIND-RATE-TIER.
                   MOVE 0 TO TIER-FOUND-SUB.
                   PERFORM 5131-CHECK-ONE-TIER
                       VARYING TIER-SUB FROM 1 BY 1
                       UNTIL TIER-SUB > RATE-TIER-COUNT
                       OR TIER-FOUND-SUB > 0.

                   5131-CHECK-ONE-TIER.
                       IF TBL-RRT-RATE-TIER(TIER-SUB) IS EQUAL TO
                           LOOKUP-RATE-TIER
                           MOVE TIER-SUB TO TIER-FOUND-SUB
                       END-IF.

      * counted off the live table, so a bed taken earlier in this
      * same run is already gone
               514-COUNT-BEDS-TAKEN.
                   MOVE 0 TO BEDS-TAKEN.
                   PERFORM 5141-CHECK-ONE-BED
                       VARYING ASSIGNMENT-SUB FROM 1 BY 1
                       UNTIL ASSIGNMENT-SUB > ASSIGNMENT-COUNT.

                   5141-CHECK-ONE-BED.
                       IF TBL-RAS-BUILDING(ASSIGNMENT-SUB) IS EQUAL TO
                           LOOKUP-BUILDING
                           AND TBL-RAS-ROOM-NUMBER(ASSIGNMENT-SUB)
                               IS EQUAL TO LOOKUP-ROOM-NUMBER
                           AND TBL-RAS-IN-RESIDENCE(ASSIGNMENT-SUB)
                           ADD 1 TO BEDS-TAKEN
                       END-IF.

               515-TAKE-ONE-BED.
                   ADD 1 TO ASSIGNMENT-COUNT.
                   MOVE DETAIL-STUDENT-NUM
                     TO TBL-RAS-STUDENT-NUMBER(ASSIGNMENT-COUNT).
                   MOVE LOOKUP-BUILDING
                     TO TBL-RAS-BUILDING(ASSIGNMENT-COUNT).
                   MOVE LOOKUP-ROOM-NUMBER
                     TO TBL-RAS-ROOM-NUMBER(ASSIGNMENT-COUNT).
                   MOVE RTR-TRANS-DATE-NUM
                     TO TBL-RAS-MOVE-IN-DATE(ASSIGNMENT-COUNT).
                   MOVE ZERO TO TBL-RAS-MOVE-OUT-DATE(ASSIGNMENT-COUNT).
                   MOVE ZERO
                     TO TBL-RAS-LAST-BILLED-TERM(ASSIGNMENT-COUNT).
                   MOVE 'A' TO TBL-RAS-STATUS(ASSIGNMENT-COUNT).
                   MOVE 'Y' TO ASSIGNMENT-CHANGED-FLAG.
                   ADD 1 TO HOW-MANY-ASSIGNED.

                   MOVE ZERO TO NET-MOVE-OUT-AMOUNT.
                   MOVE "ASSIGNED - NO DEPOSIT ON THIS TIER"
                     TO STATUS-WORK.
                   IF TBL-RRT-DEPOSIT-AMOUNT(TIER-FOUND-SUB) >
                       ZERO
                       ADD 1 TO DEPOSIT-COUNT
                       MOVE DETAIL-STUDENT-NUM
                         TO TBL-RDP-STUDENT-NUMBER(DEPOSIT-COUNT)
                       MOVE LOOKUP-BUILDING
                         TO TBL-RDP-BUILDING(DEPOSIT-COUNT)
                       MOVE LOOKUP-ROOM-NUMBER
                         TO TBL-RDP-ROOM-NUMBER(DEPOSIT-COUNT)
                       MOVE TBL-RRT-DEPOSIT-AMOUNT(TIER-FOUND-SUB)
                         TO TBL-RDP-AMOUNT(DEPOSIT-COUNT)
                       MOVE RTR-TRANS-DATE-NUM
                         TO TBL-RDP-HELD-DATE(DEPOSIT-COUNT)
                       MOVE 'H' TO TBL-RDP-STATUS(DEPOSIT-COUNT)
                       MOVE ZERO
                         TO TBL-RDP-INSPECTION-AMOUNT(DEPOSIT-COUNT)
                       MOVE ZERO TO TBL-RDP-SETTLED-DATE(DEPOSIT-COUNT)
                       MOVE 'Y' TO DEPOSIT-CHANGED-FLAG

                       MOVE "RESDEP" TO POST-CHARGE-TYPE
                       MOVE "DAMAGE DEPOSIT" TO POST-DESCRIPTION
                       MOVE TBL-RRT-DEPOSIT-AMOUNT(TIER-FOUND-SUB)
                         TO POST-AMOUNT
                       MOVE RTR-TRANS-DATE-NUM TO POST-DATE
                       PERFORM 540-POST-ONE-CHARGE

                       MOVE POST-AMOUNT TO NET-MOVE-OUT-AMOUNT
                       MOVE "ASSIGNED - DAMAGE DEPOSIT BILLED AND HELD"
                         TO STATUS-WORK
                   END-IF.
                   PERFORM 505-WRITE-REGISTER-LINE.

      * the stay ends and the held deposit is netted against the
      * inspection charge - the deposit comes back as a credit, the
      * damage bills on its own line, and the register shows the net
           520-MOVE-OUT-ONE-STUDENT.
               IF RTR-INSPECTION-AMOUNT IS EQUAL TO SPACES
                   MOVE ZEROS TO RTR-INSPECTION-AMOUNT
               END-IF.

               IF RTR-STUDENT-NUMBER IS NOT NUMERIC
                   MOVE "REFUSED - STUDENT NUMBER NOT NUMERIC"
                     TO REJECT-REASON
                   PERFORM 504-REJECT-ONE-TRANS
               ELSE IF RTR-TRANS-DATE IS NOT NUMERIC
                   MOVE "REFUSED - MOVE-OUT DATE NOT NUMERIC"
                     TO REJECT-REASON
                   PERFORM 504-REJECT-ONE-TRANS
               ELSE IF RTR-INSPECTION-AMOUNT IS NOT NUMERIC
                   MOVE "REFUSED - INSPECTION CHARGE NOT NUMERIC"
                     TO REJECT-REASON
                   PERFORM 504-REJECT-ONE-TRANS
               ELSE
                   MOVE RTR-STUDENT-NUMBER TO DETAIL-STUDENT-NUM
                   PERFORM 502-FIND-ONE-STUDENT
                   PERFORM 511-FIND-ACTIVE-ASSIGNMENT
                   IF NOT MASTER-STUDENT-FOUND
                       MOVE "REFUSED - STUDENT NOT ON TUITION MASTER"
                         TO REJECT-REASON
                       PERFORM 504-REJECT-ONE-TRANS
                   ELSE IF ASSIGNMENT-FOUND-SUB IS EQUAL TO ZERO
                       MOVE "REFUSED - STUDENT NOT IN RESIDENCE"
                         TO REJECT-REASON
                       PERFORM 504-REJECT-ONE-TRANS
                   ELSE
                       PERFORM 521-END-ONE-STAY
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF.

               521-END-ONE-STAY.
                   MOVE TBL-RAS-BUILDING(ASSIGNMENT-FOUND-SUB)
                     TO LOOKUP-BUILDING.
                   MOVE TBL-RAS-ROOM-NUMBER(ASSIGNMENT-FOUND-SUB)
                     TO LOOKUP-ROOM-NUMBER.
                   MOVE 'M' TO TBL-RAS-STATUS(ASSIGNMENT-FOUND-SUB).
                   MOVE RTR-TRANS-DATE-NUM
                     TO TBL-RAS-MOVE-OUT-DATE(ASSIGNMENT-FOUND-SUB).
                   MOVE 'Y' TO ASSIGNMENT-CHANGED-FLAG.
                   ADD 1 TO HOW-MANY-MOVED-OUT.

                   MOVE RTR-INSPECTION-AMOUNT-NUM TO INSPECTION-AMOUNT.
                   PERFORM 522-FIND-HELD-DEPOSIT.
                   IF DEPOSIT-FOUND-SUB IS GREATER THAN ZERO
                       MOVE TBL-RDP-AMOUNT(DEPOSIT-FOUND-SUB)
                         TO DEPOSIT-HELD-AMOUNT
                       MOVE 'N' TO TBL-RDP-STATUS(DEPOSIT-FOUND-SUB)
                       MOVE INSPECTION-AMOUNT
                         TO TBL-RDP-INSPECTION-AMOUNT
                           (DEPOSIT-FOUND-SUB)
                       MOVE RTR-TRANS-DATE-NUM
                         TO TBL-RDP-SETTLED-DATE(DEPOSIT-FOUND-SUB)
                       MOVE 'Y' TO DEPOSIT-CHANGED-FLAG
                   ELSE
                       MOVE ZERO TO DEPOSIT-HELD-AMOUNT
                   END-IF.

                   IF INSPECTION-AMOUNT IS GREATER THAN ZERO
                       MOVE "RESDMG" TO POST-CHARGE-TYPE
                       IF RTR-INSPECTION-NOTE IS EQUAL TO SPACES
                           MOVE "ROOM INSPECTION" TO POST-DESCRIPTION
                       ELSE
                           MOVE RTR-INSPECTION-NOTE
                             TO POST-DESCRIPTION
                       END-IF
                       MOVE INSPECTION-AMOUNT TO POST-AMOUNT
                       MOVE RTR-TRANS-DATE-NUM TO POST-DATE
                       PERFORM 540-POST-ONE-CHARGE
                   END-IF.

                   IF DEPOSIT-HELD-AMOUNT IS GREATER THAN ZERO
                       MOVE "RESDEP" TO POST-CHARGE-TYPE
                       MOVE "DAMAGE DEPOSIT RETURN" TO POST-DESCRIPTION
                       COMPUTE POST-AMOUNT = DEPOSIT-HELD-AMOUNT * -1
                       MOVE RTR-TRANS-DATE-NUM TO POST-DATE
                       PERFORM 540-POST-ONE-CHARGE
                   END-IF.

                   COMPUTE NET-MOVE-OUT-AMOUNT =
                       INSPECTION-AMOUNT - DEPOSIT-HELD-AMOUNT.
                   IF DEPOSIT-FOUND-SUB IS EQUAL TO ZERO
                       MOVE "MOVED OUT - NO DEPOSIT HELD"
                         TO STATUS-WORK
                   ELSE IF NET-MOVE-OUT-AMOUNT IS GREATER THAN ZERO
                       MOVE "MOVED OUT - DAMAGE EXCEEDS DEPOSIT"
                         TO STATUS-WORK
                   ELSE
                       MOVE "MOVED OUT - DEPOSIT NETTED, BALANCE BACK"
                         TO STATUS-WORK
                   END-IF
                   END-IF.
                   PERFORM 505-WRITE-REGISTER-LINE.

               522-FIND-HELD-DEPOSIT.
                   MOVE 0 TO DEPOSIT-FOUND-SUB.
                   PERFORM 5221-CHECK-ONE-DEPOSIT
                       VARYING DEPOSIT-SUB FROM 1 BY 1
                       UNTIL DEPOSIT-SUB > DEPOSIT-COUNT
                       OR DEPOSIT-FOUND-SUB > 0.

                   5221-CHECK-ONE-DEPOSIT.
                       IF TBL-RDP-STUDENT-NUMBER(DEPOSIT-SUB)
                           IS EQUAL TO DETAIL-STUDENT-NUM
                           AND TBL-RDP-HELD(DEPOSIT-SUB)
                           MOVE DEPOSIT-SUB TO DEPOSIT-FOUND-SUB
                       END-IF.

      * every student still in residence and not yet billed for the
      * term pays the room's tier rate - the stay carries the last
      * term billed, so a rerun never bills anyone twice
           530-BILL-ONE-TERM.
               IF RTR-TERM-CODE IS NOT NUMERIC
                   MOVE "REFUSED - TERM CODE NOT NUMERIC"
                     TO REJECT-REASON
                   PERFORM 504-REJECT-ONE-TRANS
               ELSE IF RTR-TRANS-DATE IS NOT NUMERIC
                   MOVE "REFUSED - BILLING DATE NOT NUMERIC"
                     TO REJECT-REASON
                   PERFORM 504-REJECT-ONE-TRANS
               ELSE
                   MOVE SPACES TO BILL-DESCRIPTION-WORK
                   STRING "RESIDENCE TERM " DELIMITED BY SIZE
                       RTR-TERM-CODE DELIMITED BY SIZE
                       INTO BILL-DESCRIPTION-WORK
                   MOVE 0 TO BILLED-THIS-TERM
                   PERFORM 531-BILL-ONE-STAY
                       VARYING ASSIGNMENT-SUB FROM 1 BY 1
                       UNTIL ASSIGNMENT-SUB > ASSIGNMENT-COUNT

                   MOVE SPACES TO RESIDENCE-REGISTER-LINE
                   MOVE RTR-TRANS-TYPE TO RRG-TYPE-OUT
                   MOVE BILLED-THIS-TERM TO RRG-STUDENT-OUT
                   MOVE ZERO TO RRG-AMOUNT-OUT
                   STRING "TERM " DELIMITED BY SIZE
                       RTR-TERM-CODE DELIMITED BY SIZE
                       " - STUDENTS BILLED" DELIMITED BY SIZE
                       INTO RRG-STATUS-OUT
                   WRITE RESIDENCE-REGISTER-LINE
               END-IF
               END-IF.

               531-BILL-ONE-STAY.
                   IF TBL-RAS-IN-RESIDENCE(ASSIGNMENT-SUB)
                       AND TBL-RAS-LAST-BILLED-TERM(ASSIGNMENT-SUB)
                           < RTR-TERM-CODE-NUM
                       MOVE TBL-RAS-STUDENT-NUMBER(ASSIGNMENT-SUB)
                         TO DETAIL-STUDENT-NUM
                       MOVE TBL-RAS-BUILDING(ASSIGNMENT-SUB)
                         TO LOOKUP-BUILDING
                       MOVE TBL-RAS-ROOM-NUMBER(ASSIGNMENT-SUB)
                         TO LOOKUP-ROOM-NUMBER
                       PERFORM 502-FIND-ONE-STUDENT
                       PERFORM 512-FIND-ROOM
                       MOVE 0 TO TIER-FOUND-SUB
                       IF ROOM-FOUND-SUB IS GREATER THAN ZERO
                           MOVE TBL-RRM-RATE-TIER(ROOM-FOUND-SUB)
                             TO LOOKUP-RATE-TIER
                           PERFORM 513-FIND-RATE-TIER
                       END-IF
                       MOVE ZERO TO NET-MOVE-OUT-AMOUNT
                       IF NOT MASTER-STUDENT-FOUND
                           MOVE "NOT BILLED - STUDENT NOT ON MASTER"
                             TO STATUS-WORK
                           ADD 1 TO HOW-MANY-REJECTED
                       ELSE IF TIER-FOUND-SUB IS EQUAL TO ZERO
                           MOVE "NOT BILLED - ROOM OR TIER NOT ON FILE"
                             TO STATUS-WORK
                           ADD 1 TO HOW-MANY-REJECTED
                       ELSE
                           MOVE "RESID" TO POST-CHARGE-TYPE
                           MOVE BILL-DESCRIPTION-WORK
                             TO POST-DESCRIPTION
                           MOVE TBL-RRT-TERM-RATE(TIER-FOUND-SUB)
                             TO POST-AMOUNT
                           MOVE RTR-TRANS-DATE-NUM TO POST-DATE
                           PERFORM 540-POST-ONE-CHARGE
                           MOVE RTR-TERM-CODE-NUM
                             TO TBL-RAS-LAST-BILLED-TERM
                               (ASSIGNMENT-SUB)
                           MOVE 'Y' TO ASSIGNMENT-CHANGED-FLAG
                           ADD 1 TO HOW-MANY-BILLED
                           ADD 1 TO BILLED-THIS-TERM
                           MOVE POST-AMOUNT TO NET-MOVE-OUT-AMOUNT
                           MOVE BILL-DESCRIPTION-WORK TO STATUS-WORK
                       END-IF
                       END-IF
                       PERFORM 505-WRITE-REGISTER-LINE
                   END-IF.

      * one line on the ledger and the balance moved with it - a
      * charge over the threshold sets the hold, the same as the
      * department feed; a credit leaves the hold for the payment
      * side to clear
           540-POST-ONE-CHARGE.
               ADD POST-AMOUNT TO MST-TUITION-OWED(MASTER-FOUND-SUB).
               IF MST-TUITION-OWED(MASTER-FOUND-SUB) >
                   PAYMENT-HOLD-THRESHOLD
                   MOVE 'Y' TO MST-HOLD-FLAG(MASTER-FOUND-SUB)
               END-IF.

               MOVE DETAIL-STUDENT-NUM TO CHG-STUDENT-NUMBER.
               MOVE POST-CHARGE-TYPE TO CHG-CHARGE-TYPE.
               MOVE POST-DESCRIPTION TO CHG-DESCRIPTION.
               MOVE POST-AMOUNT TO CHG-AMOUNT.
               MOVE POST-DATE TO CHG-DATE.
               WRITE CHARGE-LEDGER-LINE.

               ADD 1 TO HOW-MANY-CHARGE-LINES.

           600-REWRITE-ASSIGNMENTS.
               OPEN OUTPUT RESIDENCE-ASSIGNMENT-FILE.
               IF ASSIGNMENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN RESIDENCE-ASSIGNMENTS.txt "
                     "- STATUS " ASSIGNMENT-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 601-WRITE-ONE-ASSIGNMENT
                   VARYING ASSIGNMENT-SUB FROM 1 BY 1
                   UNTIL ASSIGNMENT-SUB > ASSIGNMENT-COUNT.

               CLOSE RESIDENCE-ASSIGNMENT-FILE.

               601-WRITE-ONE-ASSIGNMENT.
                   MOVE ASSIGNMENT-ENTRY(ASSIGNMENT-SUB)
                     TO RESIDENCE-ASSIGNMENT-RECORD.
                   WRITE RESIDENCE-ASSIGNMENT-RECORD.

           610-REWRITE-DEPOSITS.
               OPEN OUTPUT RESIDENCE-DEPOSIT-FILE.
               IF DEPOSIT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN RESIDENCE-DEPOSITS.txt - "
                     "STATUS " DEPOSIT-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 611-WRITE-ONE-DEPOSIT
                   VARYING DEPOSIT-SUB FROM 1 BY 1
                   UNTIL DEPOSIT-SUB > DEPOSIT-COUNT.

               CLOSE RESIDENCE-DEPOSIT-FILE.

               611-WRITE-ONE-DEPOSIT.
                   MOVE DEPOSIT-ENTRY(DEPOSIT-SUB)
                     TO RESIDENCE-DEPOSIT-RECORD.
                   WRITE RESIDENCE-DEPOSIT-RECORD.

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
               MOVE "PROJ131" TO MCT-PROGRAM.
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
               MOVE "PROJ131" TO LCK-PROGRAM.
               MOVE OPERATOR-ID TO LCK-OPERATOR.
               MOVE LCK-STAMP TO LCK-START-STAMP.
               WRITE MASTER-LOCK-RECORD.
               CLOSE MASTER-LOCK-FILE.

           261-RELEASE-MASTER-LOCK.
               OPEN OUTPUT MASTER-LOCK-FILE.
               CLOSE MASTER-LOCK-FILE.

       END PROGRAM PROJECT131.
