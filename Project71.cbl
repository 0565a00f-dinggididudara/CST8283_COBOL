      *          scans taken against lot capacity - so security can
      *          see which lots actually got walked
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - carpool permits (PROJECT137): a carpool
      *                   hangtag must be on a member's plate, and a
      *                   member plate with no hangtag clears in the
      *                   carpool's lot while the permit is in force
      *  15-OCT-2026 SL - permits carry registered plates (LAB6,
      *                   PROJECT139): a hangtag on a car that is not
      *                   one of its permit's is a hit, and a plate
      *                   with no hangtag resolves through
      *                   PLATE-HISTORY.txt - cleared in its permit's
      *                   lot while in force, otherwise the hit names
      *                   the holder
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT71.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DAY-PERMIT-STATUS.

      * PROJECT137's carpool members - any member's vehicle parks
      * on the group's one permit
           SELECT CARPOOL-FILE
           ASSIGN TO "..\CARPOOL-MEMBERS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARPOOL-FILE-STATUS.

      * every plate ever registered to a permit, with the dates it
      * went on and came off
           SELECT PLATE-HISTORY-FILE
           ASSIGN TO "..\PLATE-HISTORY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLATE-HISTORY-STATUS.

           SELECT PARKING-LOT-FILE
           ASSIGN TO "..\PARKING-LOT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
         05 IDX-EXPIRY-DATE PIC 9(8).
         05 IDX-LOT-CODE PIC X(2).
         05 IDX-FUEL-TYPE PIC X(1).
         05 IDX-PLATE PIC X(8).
         05 IDX-PROVINCE PIC X(2).
         05 IDX-PLATE-2 PIC X(8).
         05 IDX-PROVINCE-2 PIC X(2).
         05 IDX-CAR-TYPE-2 PIC X(5).
         05 IDX-CAR-YEAR-2 PIC 9(4).

      * kept in step with Project69.cbl's FD DAY-PERMIT-FILE
       FD DAY-PERMIT-FILE.
         05 DPM-PERMIT-DATE PIC 9(8).
         05 DPM-FEE PIC 9999V99.

      * kept in step with Project137.cbl's FD CARPOOL-FILE
       FD CARPOOL-FILE.
       01 CARPOOL-RECORD.
         05 CPM-PERMIT-NUMBER PIC 9(6).
         05 CPM-STUDENT-NUMBER PIC 9(6).
         05 CPM-PLATE PIC X(8).
         05 CPM-CAR-TYPE PIC X(5).
         05 CPM-CAR-YEAR PIC 9(4).
         05 CPM-ENGINE-SIZE PIC 9(1).
         05 CPM-FUEL-TYPE PIC X(1).
         05 CPM-JOIN-DATE PIC 9(8).

      * kept in step with Project139.cbl's FD PLATE-HISTORY-FILE
       FD PLATE-HISTORY-FILE.
       01 PLATE-HISTORY-RECORD.
         05 PLH-PLATE PIC X(8).
         05 PLH-PROVINCE PIC X(2).
         05 PLH-PERMIT-NUMBER PIC 9(6).
         05 PLH-STUDENT-NUMBER PIC 9(6).
         05 PLH-EVENT-DATE PIC 9(8).
         05 PLH-EVENT-TYPE PIC X(1).

       FD PARKING-LOT-FILE.
       01 PARKING-LOT-RECORD.
         05 LOT-CODE PIC X(2).
         05 DAY-PERMIT-STATUS PIC X(2).
         05 LOT-FILE-STATUS PIC X(2).
         05 SCAN-HITS-STATUS PIC X(2).
         05 CARPOOL-FILE-STATUS PIC X(2).
         05 PLATE-HISTORY-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 SCAN-EOF-FLG PIC X(1) VALUE 'N'.
         05 DAY-EOF-FLG PIC X(1) VALUE 'N'.
         05 LOT-EOF-FLG PIC X(1) VALUE 'N'.
         05 CARPOOL-EOF-FLG PIC X(1) VALUE 'N'.
         05 PLATE-HISTORY-EOF-FLG PIC X(1) VALUE 'N'.

      * today's day permits in memory for the no-permit clearance
       01 DAY-PERMIT-TABLE.
         05 DAY-PERMIT-FOUND-FLAG PIC X(1).
           88 DAY-PERMIT-COVERS VALUE 'Y'.

      * carpool member vehicles in memory for the plate checks
       01 CARPOOL-TABLE.
         05 CARPOOL-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON CARPOOL-COUNT.
           10 TBL-CPM-PERMIT PIC 9(6).
           10 TBL-CPM-STUDENT PIC 9(6).
           10 TBL-CPM-PLATE PIC X(8).

       01 CARPOOL-VARIABLES.
         05 CARPOOL-COUNT PIC 9(4) VALUE 0.
         05 CPM-FIND-SUB PIC 9(4).
         05 CARPOOL-PERMIT-FLAG PIC X(1).
           88 CARPOOL-PERMIT VALUE 'Y'.
         05 CARPOOL-PLATE-FLAG PIC X(1).
           88 CARPOOL-PLATE-MATCHED VALUE 'Y'.
         05 CARPOOL-MEMBER-FLAG PIC X(1).
           88 CARPOOL-MEMBER-COVERS VALUE 'Y'.

      * the plate history in memory, in file order, for the
      * no-hangtag plate resolution
       01 PLATE-HISTORY-TABLE.
         05 PLATE-HISTORY-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON PLATE-HISTORY-COUNT.
           10 PHT-PLATE PIC X(8).
           10 PHT-PROVINCE PIC X(2).
           10 PHT-PERMIT-NUMBER PIC 9(6).
           10 PHT-STUDENT-NUMBER PIC 9(6).
           10 PHT-EVENT-DATE PIC 9(8).
           10 PHT-EVENT-TYPE PIC X(1).

       01 PLATE-HISTORY-VARIABLES.
         05 PLATE-HISTORY-COUNT PIC 9(4) VALUE 0.
         05 PHT-FIND-SUB PIC 9(4).
         05 RESOLVED-PERMIT PIC 9(6).
         05 RESOLVED-STUDENT PIC 9(6).
         05 REGISTERED-PLATE-FLAG PIC X(1).
           88 REGISTERED-PLATE-COVERS VALUE 'Y'.

      * per-lot scan tallies for the coverage summary
       01 LOT-TABLE.
         05 LOT-ENTRY OCCURS 1 TO 20 TIMES
       100-MATCH-SCAN-FEED.
           PERFORM 200-LOAD-LOT-TABLE.
           PERFORM 210-LOAD-DAY-PERMITS.
           PERFORM 215-LOAD-CARPOOL-MEMBERS.
           PERFORM 216-LOAD-PLATE-HISTORY.
           PERFORM 220-OPEN-RUN-FILES.

           PERFORM 230-READ-ONE-SCAN.
                             TO TBL-DPM-DATE(DAY-PERMIT-COUNT)
                   END-READ.

           215-LOAD-CARPOOL-MEMBERS.
               OPEN INPUT CARPOOL-FILE.
               IF CARPOOL-FILE-STATUS IS NOT EQUAL TO "00"
                   CONTINUE
               ELSE
                   PERFORM 2151-LOAD-ONE-MEMBER
                       UNTIL CARPOOL-EOF-FLG IS EQUAL TO 'Y'
                       OR CARPOOL-COUNT IS EQUAL TO 2000
                   CLOSE CARPOOL-FILE
               END-IF.

               2151-LOAD-ONE-MEMBER.
                   READ CARPOOL-FILE
                       AT END
                           MOVE 'Y' TO CARPOOL-EOF-FLG
                       NOT AT END
                           ADD 1 TO CARPOOL-COUNT
                           MOVE CPM-PERMIT-NUMBER
                             TO TBL-CPM-PERMIT(CARPOOL-COUNT)
                           MOVE CPM-STUDENT-NUMBER
                             TO TBL-CPM-STUDENT(CARPOOL-COUNT)
                           MOVE CPM-PLATE
                             TO TBL-CPM-PLATE(CARPOOL-COUNT)
                   END-READ.

           216-LOAD-PLATE-HISTORY.
               OPEN INPUT PLATE-HISTORY-FILE.
               IF PLATE-HISTORY-STATUS IS NOT EQUAL TO "00"
                   CONTINUE
               ELSE
                   PERFORM 2161-LOAD-ONE-EVENT
                       UNTIL PLATE-HISTORY-EOF-FLG IS EQUAL TO 'Y'
                       OR PLATE-HISTORY-COUNT IS EQUAL TO 5000
                   CLOSE PLATE-HISTORY-FILE
               END-IF.

               2161-LOAD-ONE-EVENT.
                   READ PLATE-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO PLATE-HISTORY-EOF-FLG
                       NOT AT END
                           ADD 1 TO PLATE-HISTORY-COUNT
                           MOVE PLATE-HISTORY-RECORD
                             TO PLATE-HISTORY-ENTRY
                               (PLATE-HISTORY-COUNT)
                   END-READ.

           220-OPEN-RUN-FILES.
               OPEN INPUT SCAN-FEED-FILE.
               IF SCAN-FEED-STATUS IS NOT EQUAL TO "00"
               END-READ.

      * one scan - a displayed permit is judged on its own record,
      * no permit is cleared only by a day permit for the date, by
      * the plate being a carpool member's, or by the plate being
      * registered to a permit in force for this lot
           300-MATCH-ONE-SCAN.
               MOVE SPACES TO HIT-REASON.
               MOVE ZERO TO HIT-OWNER.
                   OR SCN-PERMIT-NUMBER IS EQUAL TO "000000"
                   PERFORM 320-CHECK-DAY-PERMIT
                   IF NOT DAY-PERMIT-COVERS
                       PERFORM 350-CHECK-CARPOOL-MEMBER
                       IF NOT CARPOOL-MEMBER-COVERS
                           PERFORM 360-CHECK-REGISTERED-PLATE
                       END-IF
                       IF NOT CARPOOL-MEMBER-COVERS
                           AND NOT REGISTERED-PLATE-COVERS
                           MOVE "NO PERMIT DISPLAYED" TO HIT-REASON
                       END-IF
                   END-IF
               ELSE
                   MOVE SCN-PERMIT-NUMBER TO IDX-PERMIT-NUMBER
                                   SCN-LOT-CODE
                                   MOVE "WRONG LOT FOR PERMIT"
                                     TO HIT-REASON
                               ELSE
                                   PERFORM 340-CHECK-CARPOOL-PLATE
                               END-IF
                           END-IF
                   END-READ
                   ADD 1 TO TBL-LOT-HITS(LOT-FOUND-SUB)
               END-IF.

      * a carpool hangtag is good only on a member's vehicle - the
      * hit names the member when the plate is one of theirs
           340-CHECK-CARPOOL-PLATE.
               MOVE 'N' TO CARPOOL-PERMIT-FLAG.
               MOVE 'N' TO CARPOOL-PLATE-FLAG.

               PERFORM 3401-CHECK-ONE-MEMBER
                   VARYING CPM-FIND-SUB FROM 1 BY 1
                   UNTIL CPM-FIND-SUB > CARPOOL-COUNT
                   OR CARPOOL-PLATE-MATCHED.

               IF CARPOOL-PERMIT AND NOT CARPOOL-PLATE-MATCHED
                   MOVE "PLATE NOT ON CARPOOL PERMIT" TO HIT-REASON
               ELSE IF NOT CARPOOL-PERMIT
                   AND IDX-PLATE IS NOT EQUAL TO SPACES
                   AND SCN-PLATE IS NOT EQUAL TO IDX-PLATE
                   AND SCN-PLATE IS NOT EQUAL TO IDX-PLATE-2
                   MOVE "PLATE NOT ON PERMIT" TO HIT-REASON
               END-IF
               END-IF.

               3401-CHECK-ONE-MEMBER.
                   IF TBL-CPM-PERMIT(CPM-FIND-SUB) IS EQUAL TO
                       IDX-PERMIT-NUMBER
                       MOVE 'Y' TO CARPOOL-PERMIT-FLAG
                       IF TBL-CPM-PLATE(CPM-FIND-SUB) IS EQUAL TO
                           SCN-PLATE
                           MOVE 'Y' TO CARPOOL-PLATE-FLAG
                           MOVE TBL-CPM-STUDENT(CPM-FIND-SUB)
                             TO HIT-OWNER
                       END-IF
                   END-IF.

      * the group holds one hangtag - a member vehicle without it
      * clears in the carpool's own lot while the permit is in force
           350-CHECK-CARPOOL-MEMBER.
               MOVE 'N' TO CARPOOL-MEMBER-FLAG.

               PERFORM 3501-CHECK-ONE-MEMBER-PLATE
                   VARYING CPM-FIND-SUB FROM 1 BY 1
                   UNTIL CPM-FIND-SUB > CARPOOL-COUNT
                   OR CARPOOL-MEMBER-COVERS.

               3501-CHECK-ONE-MEMBER-PLATE.
                   IF TBL-CPM-PLATE(CPM-FIND-SUB) IS EQUAL TO SCN-PLATE
                       MOVE TBL-CPM-PERMIT(CPM-FIND-SUB)
                         TO IDX-PERMIT-NUMBER
                       READ CAR-INDEXED-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF IDX-EXPIRY-DATE IS NOT LESS THAN
                                   SCN-SCAN-DATE
                                   AND IDX-LOT-CODE IS EQUAL TO
                                       SCN-LOT-CODE
                                   MOVE 'Y' TO CARPOOL-MEMBER-FLAG
                               END-IF
                       END-READ
                   END-IF.

      * a registered plate with no hangtag - whoever held it on the
      * scan date, by the same rule PROJECT33 applies to a ticket;
      * their permit clears it in its own lot while in force, and
      * otherwise the hit carries the holder's student number
           360-CHECK-REGISTERED-PLATE.
               MOVE 'N' TO REGISTERED-PLATE-FLAG.
               MOVE 0 TO RESOLVED-PERMIT.
               MOVE 0 TO RESOLVED-STUDENT.

               PERFORM 3601-APPLY-ONE-EVENT
                   VARYING PHT-FIND-SUB FROM 1 BY 1
                   UNTIL PHT-FIND-SUB > PLATE-HISTORY-COUNT.

               IF RESOLVED-PERMIT IS GREATER THAN ZERO
                   MOVE RESOLVED-STUDENT TO HIT-OWNER
                   MOVE RESOLVED-PERMIT TO IDX-PERMIT-NUMBER
                   READ CAR-INDEXED-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF IDX-EXPIRY-DATE IS NOT LESS THAN
                               SCN-SCAN-DATE
                               AND IDX-LOT-CODE IS EQUAL TO
                                   SCN-LOT-CODE
                               MOVE 'Y' TO REGISTERED-PLATE-FLAG
                           END-IF
                   END-READ
               END-IF.

               3601-APPLY-ONE-EVENT.
                   IF PHT-PLATE(PHT-FIND-SUB) IS EQUAL TO SCN-PLATE
                       IF PHT-EVENT-TYPE(PHT-FIND-SUB) IS EQUAL TO 'R'
                           AND PHT-EVENT-DATE(PHT-FIND-SUB) IS NOT
                               GREATER THAN SCN-SCAN-DATE
                           MOVE PHT-PERMIT-NUMBER(PHT-FIND-SUB)
                             TO RESOLVED-PERMIT
                           MOVE PHT-STUDENT-NUMBER(PHT-FIND-SUB)
                             TO RESOLVED-STUDENT
                       ELSE IF PHT-EVENT-TYPE(PHT-FIND-SUB) IS EQUAL
                           TO 'X'
                           AND PHT-EVENT-DATE(PHT-FIND-SUB) IS LESS
                               THAN SCN-SCAN-DATE
                           AND PHT-PERMIT-NUMBER(PHT-FIND-SUB) IS
                               EQUAL TO RESOLVED-PERMIT
                           MOVE 0 TO RESOLVED-PERMIT
                           MOVE 0 TO RESOLVED-STUDENT
                       END-IF
                       END-IF
                   END-IF.

           400-SHOW-COVERAGE-SUMMARY.
               DISPLAY "SCAN COVERAGE BY LOT:".
               PERFORM 401-SHOW-ONE-LOT
