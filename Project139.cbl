      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: vehicle registration on parking permits. A permit
      *          carries up to two registered vehicles - the first is
      *          the one LAB6 issued it for and the fee is billed on,
      *          the second is a spare the student may park instead.
      *          A student who replaces a car mid-term swaps it here
      *          and keeps the permit, its lot and its expiry; a swap
      *          of the first vehicle re-bases the fee on the new
      *          car's type, year, engine and fuel. Every plate put
      *          on or taken off a permit goes on PLATE-HISTORY.txt
      *          with the date, so PROJECT33 and PROJECT71 resolve an
      *          old plate to whoever held it on the day. Carpool
      *          permits keep their vehicles through PROJECT137. The
      *          permit file is rewritten and LAB6's permit index
      *          rebuilt on exit, the way PROJECT32 does
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT139.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAR-FILE
           ASSIGN TO "..\CARFILE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAR-FILE-STATUS.

      * PROJECT137's carpool members - a permit with rows here keeps
      * its vehicles on the carpool instead
           SELECT CARPOOL-FILE
           ASSIGN TO "..\CARPOOL-MEMBERS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARPOOL-FILE-STATUS.

      * every plate ever registered to a permit, appended in the
      * order it happened
           SELECT PLATE-HISTORY-FILE
           ASSIGN TO "..\PLATE-HISTORY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLATE-HISTORY-STATUS.

      * LAB6's permit index - rebuilt after a swap so ticket entry
      * and the scan match see the new plate straight away
           SELECT CAR-INDEXED-FILE
           ASSIGN TO "..\CARIDX6.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-PERMIT-NUMBER
           FILE STATUS IS IDX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * LAB6's parking permit record, same layout as its CAR-OUT
       FD CAR-FILE.
       01 CAR-FILE-IN.
         05 CAR-TYPE-IN PIC X(5).
         05 CAR-YEAR-IN PIC 9(4).
         05 CAR-ENGINE-SIZE-IN PIC 9(1).
         05 CAR-OWNER-STUDENT-NUMBER-IN PIC 9(6).
         05 CAR-PERMIT-NUMBER-IN PIC 9(6).
         05 CAR-RATING-IN PIC 9(1).
         05 CAR-ISSUE-DATE-IN PIC 9(8).
         05 CAR-EXPIRY-DATE-IN PIC 9(8).
         05 CAR-LOT-CODE-IN PIC X(2).
         05 CAR-FUEL-TYPE-IN PIC X(1).
      * registered plates - vehicle 2 is blank when there is none
         05 CAR-PLATE-IN PIC X(8).
         05 CAR-PROVINCE-IN PIC X(2).
         05 CAR-PLATE-2-IN PIC X(8).
         05 CAR-PROVINCE-2-IN PIC X(2).
         05 CAR-TYPE-2-IN PIC X(5).
         05 CAR-YEAR-2-IN PIC 9(4).

      * indexed image of CARFILE.DAT - kept in step with Lab6.cbl's
      * FD CAR-INDEXED-FILE
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

      * one registration event - R the plate went on the permit that
      * day, X it came off at the end of that day
       FD PLATE-HISTORY-FILE.
       01 PLATE-HISTORY-RECORD.
         05 PLH-PLATE PIC X(8).
         05 PLH-PROVINCE PIC X(2).
         05 PLH-PERMIT-NUMBER PIC 9(6).
         05 PLH-STUDENT-NUMBER PIC 9(6).
         05 PLH-EVENT-DATE PIC 9(8).
         05 PLH-EVENT-TYPE PIC X(1).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 CAR-FILE-STATUS PIC X(2).
         05 CARPOOL-FILE-STATUS PIC X(2).
         05 PLATE-HISTORY-STATUS PIC X(2).
         05 IDX-FILE-STATUS PIC X(2).

       01 MENU-CHOICE PIC X(1).
       01 RUN-DATE-FULL PIC 9(8).

      * the permit file in memory for the rewrite on exit
       01 PERMIT-TABLE.
         05 PERMIT-ENTRY OCCURS 1 TO 1000 TIMES
             DEPENDING ON PERMIT-COUNT.
           10 TBL-PERMIT-IMAGE PIC X(80).
           10 TBL-PERMIT-NUMBER PIC 9(6).
           10 TBL-PERMIT-PLATE PIC X(8).
           10 TBL-PERMIT-PLATE-2 PIC X(8).

       01 PERMIT-VARIABLES.
         05 PERMIT-COUNT PIC 9(4) VALUE 0.
         05 PERMIT-EOF-FLG PIC X(1).
         05 FIND-SUB PIC 9(4).
         05 FOUND-SUB PIC 9(4).
         05 CHANGED-FLAG PIC X(1) VALUE 'N'.

      * permit numbers that are carpools
       01 CARPOOL-TABLE.
         05 CARPOOL-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON CARPOOL-COUNT.
           10 TBL-CPM-PERMIT-NUMBER PIC 9(6).

       01 CARPOOL-VARIABLES.
         05 CARPOOL-COUNT PIC 9(4) VALUE 0.
         05 CARPOOL-EOF-FLG PIC X(1).
         05 CPM-FIND-SUB PIC 9(4).
         05 CARPOOL-PERMIT-FLAG PIC X(1).
           88 CARPOOL-PERMIT VALUE 'Y'.

      * the plate history in memory, in file order - events added
      * this session are appended to the file and the table together
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
         05 PLATE-HISTORY-EOF-FLG PIC X(1).
         05 PHT-FIND-SUB PIC 9(4).
         05 PHT-SHOWN-COUNT PIC 9(4).
         05 EVENT-TEXT PIC X(10).
         05 RESOLVE-PLATE PIC X(8).
         05 RESOLVE-DATE PIC 9(8).
         05 RESOLVED-PERMIT PIC 9(6).
         05 RESOLVED-STUDENT PIC 9(6).

      * one row for the plate history
       01 PLATE-LOG-VARIABLES.
         05 PLATE-LOG-PLATE PIC X(8).
         05 PLATE-LOG-PROVINCE PIC X(2).
         05 PLATE-LOG-TYPE PIC X(1).

       01 ENTRY-FIELDS.
         05 LOOKUP-PERMIT-NUMBER PIC X(6).
         05 LOOKUP-PERMIT-NUMERIC PIC 9(6).
         05 ENTRY-SLOT PIC X(1).
         05 ENTRY-PLATE PIC X(8).
         05 ENTRY-PROVINCE PIC X(2).
         05 ENTRY-CAR-TYPE PIC X(5).
         05 ENTRY-CAR-YEAR PIC X(4).
         05 ENTRY-ENGINE-SIZE PIC X(1).
         05 ENTRY-FUEL-TYPE PIC X(1).
         05 ENTRY-DATE PIC X(8).
         05 VEHICLE-OK-FLAG PIC X(1).
           88 VEHICLE-OK VALUE 'Y'.
         05 PLATE-HELD-PERMIT PIC 9(6).

       PROCEDURE DIVISION.
      * main procedure
       100-MAINTAIN-VEHICLES.
           ACCEPT RUN-DATE-FULL FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-EVERYTHING.

           MOVE SPACE TO MENU-CHOICE.
           PERFORM 201-PROCESS-MENU-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '6'.

           IF CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 900-REWRITE-PERMIT-FILE
               PERFORM 902-REBUILD-PERMIT-INDEX
           END-IF.
           STOP RUN.

           201-PROCESS-MENU-CHOICE.
               DISPLAY " ".
               DISPLAY "1 - SWAP A VEHICLE ON A PERMIT".
               DISPLAY "2 - REGISTER A SECOND VEHICLE".
               DISPLAY "3 - REMOVE THE SECOND VEHICLE".
               DISPLAY "4 - LIST A PERMIT'S VEHICLES".
               DISPLAY "5 - PLATE HISTORY INQUIRY".
               DISPLAY "6 - SAVE AND EXIT".
               DISPLAY "ENTER YOUR CHOICE:".
               ACCEPT MENU-CHOICE.

               IF MENU-CHOICE IS EQUAL TO '1'
                   PERFORM 400-SWAP-VEHICLE
               ELSE IF MENU-CHOICE IS EQUAL TO '2'
                   PERFORM 500-ADD-SECOND-VEHICLE
               ELSE IF MENU-CHOICE IS EQUAL TO '3'
                   PERFORM 550-REMOVE-SECOND-VEHICLE
               ELSE IF MENU-CHOICE IS EQUAL TO '4'
                   PERFORM 700-LIST-PERMIT-VEHICLES
               ELSE IF MENU-CHOICE IS EQUAL TO '5'
                   PERFORM 750-PLATE-HISTORY-INQUIRY
               ELSE IF MENU-CHOICE IS EQUAL TO '6'
                   CONTINUE
               ELSE
                   DISPLAY "INVALID CHOICE - ENTER 1 THROUGH 6"
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

      * permits, carpool permit numbers and the plate history all in
      * memory up front
           200-LOAD-EVERYTHING.
               OPEN INPUT CAR-FILE.
               IF CAR-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO PERMIT-EOF-FLG
               ELSE IF CAR-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CARFILE.DAT - STATUS "
                     CAR-FILE-STATUS
                   STOP RUN
               ELSE
                   MOVE 'N' TO PERMIT-EOF-FLG
               END-IF
               END-IF.

               PERFORM 2001-LOAD-ONE-PERMIT
                   UNTIL PERMIT-EOF-FLG IS EQUAL TO 'Y'
                   OR PERMIT-COUNT IS EQUAL TO 1000.

               IF CAR-FILE-STATUS IS NOT EQUAL TO "35"
                   CLOSE CAR-FILE
               END-IF.

               PERFORM 210-LOAD-CARPOOL-PERMITS.
               PERFORM 220-LOAD-PLATE-HISTORY.

               2001-LOAD-ONE-PERMIT.
                   READ CAR-FILE
                       AT END
                           MOVE 'Y' TO PERMIT-EOF-FLG
                       NOT AT END
                           ADD 1 TO PERMIT-COUNT
                           MOVE CAR-FILE-IN
                             TO TBL-PERMIT-IMAGE(PERMIT-COUNT)
                           MOVE CAR-PERMIT-NUMBER-IN
                             TO TBL-PERMIT-NUMBER(PERMIT-COUNT)
                           MOVE CAR-PLATE-IN
                             TO TBL-PERMIT-PLATE(PERMIT-COUNT)
                           MOVE CAR-PLATE-2-IN
                             TO TBL-PERMIT-PLATE-2(PERMIT-COUNT)
                   END-READ.

           210-LOAD-CARPOOL-PERMITS.
               OPEN INPUT CARPOOL-FILE.
               IF CARPOOL-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO CARPOOL-EOF-FLG
               ELSE IF CARPOOL-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CARPOOL-MEMBERS.txt - "
                     "STATUS " CARPOOL-FILE-STATUS
                   STOP RUN
               ELSE
                   MOVE 'N' TO CARPOOL-EOF-FLG
               END-IF
               END-IF.

               PERFORM 2101-LOAD-ONE-MEMBER
                   UNTIL CARPOOL-EOF-FLG IS EQUAL TO 'Y'
                   OR CARPOOL-COUNT IS EQUAL TO 2000.

               IF CARPOOL-FILE-STATUS IS NOT EQUAL TO "35"
                   CLOSE CARPOOL-FILE
               END-IF.

               2101-LOAD-ONE-MEMBER.
                   READ CARPOOL-FILE
                       AT END
                           MOVE 'Y' TO CARPOOL-EOF-FLG
                       NOT AT END
                           ADD 1 TO CARPOOL-COUNT
                           MOVE CPM-PERMIT-NUMBER
                             TO TBL-CPM-PERMIT-NUMBER(CARPOOL-COUNT)
                   END-READ.

           220-LOAD-PLATE-HISTORY.
               OPEN INPUT PLATE-HISTORY-FILE.
               IF PLATE-HISTORY-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO PLATE-HISTORY-EOF-FLG
               ELSE IF PLATE-HISTORY-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN PLATE-HISTORY.txt - "
                     "STATUS " PLATE-HISTORY-STATUS
                   STOP RUN
               ELSE
                   MOVE 'N' TO PLATE-HISTORY-EOF-FLG
               END-IF
               END-IF.

               PERFORM 2201-LOAD-ONE-EVENT
                   UNTIL PLATE-HISTORY-EOF-FLG IS EQUAL TO 'Y'
                   OR PLATE-HISTORY-COUNT IS EQUAL TO 5000.

               IF PLATE-HISTORY-STATUS IS NOT EQUAL TO "35"
                   CLOSE PLATE-HISTORY-FILE
               END-IF.

               2201-LOAD-ONE-EVENT.
                   READ PLATE-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO PLATE-HISTORY-EOF-FLG
                       NOT AT END
                           ADD 1 TO PLATE-HISTORY-COUNT
                           MOVE PLATE-HISTORY-RECORD
                             TO PLATE-HISTORY-ENTRY
                               (PLATE-HISTORY-COUNT)
                   END-READ.

      * permit number keyed and looked up - carpool permits and
      * expired permits are reported and left alone
           300-ACCEPT-PERMIT.
               MOVE 0 TO FOUND-SUB.
               DISPLAY "ENTER PERMIT NUMBER:".
               ACCEPT LOOKUP-PERMIT-NUMBER.

               IF LOOKUP-PERMIT-NUMBER IS NOT NUMERIC
                   DISPLAY "PERMIT NUMBER MUST BE NUMERIC"
               ELSE
                   MOVE LOOKUP-PERMIT-NUMBER TO LOOKUP-PERMIT-NUMERIC
                   PERFORM 301-FIND-ONE-PERMIT
                       VARYING FIND-SUB FROM 1 BY 1
                       UNTIL FIND-SUB > PERMIT-COUNT
                       OR FOUND-SUB > 0
                   IF FOUND-SUB IS EQUAL TO ZERO
                       DISPLAY "PERMIT NOT ON CARFILE.DAT"
                   ELSE
                       MOVE TBL-PERMIT-IMAGE(FOUND-SUB) TO CAR-FILE-IN
                       PERFORM 302-CHECK-CARPOOL
                   END-IF
               END-IF.

               301-FIND-ONE-PERMIT.
                   IF TBL-PERMIT-NUMBER(FIND-SUB) IS EQUAL TO
                       LOOKUP-PERMIT-NUMERIC
                       MOVE FIND-SUB TO FOUND-SUB
                   END-IF.

               302-CHECK-CARPOOL.
                   MOVE 'N' TO CARPOOL-PERMIT-FLAG.
                   PERFORM 3021-CHECK-ONE-MEMBER
                       VARYING CPM-FIND-SUB FROM 1 BY 1
                       UNTIL CPM-FIND-SUB > CARPOOL-COUNT
                       OR CARPOOL-PERMIT.

                   3021-CHECK-ONE-MEMBER.
                       IF TBL-CPM-PERMIT-NUMBER(CPM-FIND-SUB) IS EQUAL
                           TO LOOKUP-PERMIT-NUMERIC
                           MOVE 'Y' TO CARPOOL-PERMIT-FLAG
                       END-IF.

      * a permit that can take a vehicle change - in force, and not a
      * carpool
           310-CHECK-PERMIT-CHANGEABLE.
               IF FOUND-SUB IS EQUAL TO ZERO
                   CONTINUE
               ELSE IF CARPOOL-PERMIT
                   DISPLAY "CARPOOL PERMIT - CHANGE VEHICLES "
                     "THROUGH PROJECT137"
                   MOVE 0 TO FOUND-SUB
               ELSE IF CAR-EXPIRY-DATE-IN IS LESS THAN RUN-DATE-FULL
                   DISPLAY "PERMIT EXPIRED " CAR-EXPIRY-DATE-IN
                     " - RENEW THROUGH LAB6"
                   MOVE 0 TO FOUND-SUB
               END-IF
               END-IF
               END-IF.

      * the swap keeps the permit, lot and expiry - the first vehicle
      * is the fee basis, so its type, year, engine and fuel change
      * with it
           400-SWAP-VEHICLE.
               PERFORM 300-ACCEPT-PERMIT.
               PERFORM 310-CHECK-PERMIT-CHANGEABLE.
               IF FOUND-SUB IS GREATER THAN ZERO
                   PERFORM 710-SHOW-VEHICLES
                   DISPLAY "SWAP WHICH VEHICLE (1 OR 2):"
                   ACCEPT ENTRY-SLOT
                   IF ENTRY-SLOT IS EQUAL TO '1'
                       PERFORM 410-SWAP-FIRST-VEHICLE
                   ELSE IF ENTRY-SLOT IS EQUAL TO '2'
                       IF CAR-PLATE-2-IN IS EQUAL TO SPACES
                           DISPLAY "NO SECOND VEHICLE - USE REGISTER"
                       ELSE
                           PERFORM 420-SWAP-SECOND-VEHICLE
                       END-IF
                   ELSE
                       DISPLAY "VEHICLE MUST BE 1 OR 2 - NOT SWAPPED"
                   END-IF
                   END-IF
               END-IF.

      * a permit from before plates were kept has no first plate -
      * the same transaction registers it
               410-SWAP-FIRST-VEHICLE.
                   PERFORM 440-ACCEPT-PLATE.
                   IF VEHICLE-OK
                       PERFORM 441-ACCEPT-VEHICLE
                   END-IF.
                   IF VEHICLE-OK
                       PERFORM 442-ACCEPT-ENGINE-AND-FUEL
                   END-IF.
                   IF VEHICLE-OK
                       IF CAR-PLATE-IN IS NOT EQUAL TO SPACES
                           AND CAR-PLATE-IN IS NOT EQUAL TO
                               ENTRY-PLATE
                           MOVE CAR-PLATE-IN TO PLATE-LOG-PLATE
                           MOVE CAR-PROVINCE-IN TO PLATE-LOG-PROVINCE
                           MOVE 'X' TO PLATE-LOG-TYPE
                           PERFORM 450-LOG-PLATE-EVENT
                       END-IF
                       IF CAR-PLATE-IN IS NOT EQUAL TO ENTRY-PLATE
                           MOVE ENTRY-PLATE TO PLATE-LOG-PLATE
                           MOVE ENTRY-PROVINCE TO PLATE-LOG-PROVINCE
                           MOVE 'R' TO PLATE-LOG-TYPE
                           PERFORM 450-LOG-PLATE-EVENT
                       END-IF
                       MOVE ENTRY-PLATE TO CAR-PLATE-IN
                       MOVE ENTRY-PROVINCE TO CAR-PROVINCE-IN
                       MOVE ENTRY-CAR-TYPE TO CAR-TYPE-IN
                       MOVE ENTRY-CAR-YEAR TO CAR-YEAR-IN
                       MOVE ENTRY-ENGINE-SIZE TO CAR-ENGINE-SIZE-IN
                       MOVE ENTRY-FUEL-TYPE TO CAR-FUEL-TYPE-IN
                       PERFORM 460-SAVE-PERMIT-IMAGE
                       DISPLAY "VEHICLE 1 ON PERMIT "
                         LOOKUP-PERMIT-NUMERIC " IS NOW " ENTRY-PLATE
                   END-IF.

               420-SWAP-SECOND-VEHICLE.
                   PERFORM 440-ACCEPT-PLATE.
                   IF VEHICLE-OK
                       PERFORM 441-ACCEPT-VEHICLE
                   END-IF.
                   IF VEHICLE-OK
                       IF CAR-PLATE-2-IN IS NOT EQUAL TO ENTRY-PLATE
                           MOVE CAR-PLATE-2-IN TO PLATE-LOG-PLATE
                           MOVE CAR-PROVINCE-2-IN TO PLATE-LOG-PROVINCE
                           MOVE 'X' TO PLATE-LOG-TYPE
                           PERFORM 450-LOG-PLATE-EVENT
                           MOVE ENTRY-PLATE TO PLATE-LOG-PLATE
                           MOVE ENTRY-PROVINCE TO PLATE-LOG-PROVINCE
                           MOVE 'R' TO PLATE-LOG-TYPE
                           PERFORM 450-LOG-PLATE-EVENT
                       END-IF
                       PERFORM 430-MOVE-SECOND-VEHICLE
                       DISPLAY "VEHICLE 2 ON PERMIT "
                         LOOKUP-PERMIT-NUMERIC " IS NOW " ENTRY-PLATE
                   END-IF.

               430-MOVE-SECOND-VEHICLE.
                   MOVE ENTRY-PLATE TO CAR-PLATE-2-IN.
                   MOVE ENTRY-PROVINCE TO CAR-PROVINCE-2-IN.
                   MOVE ENTRY-CAR-TYPE TO CAR-TYPE-2-IN.
                   MOVE ENTRY-CAR-YEAR TO CAR-YEAR-2-IN.
                   PERFORM 460-SAVE-PERMIT-IMAGE.

      * plate and province - a plate already on another permit, or
      * on this permit's other vehicle, is refused
               440-ACCEPT-PLATE.
                   MOVE 'N' TO VEHICLE-OK-FLAG.
                   DISPLAY "ENTER PLATE:".
                   ACCEPT ENTRY-PLATE.
                   DISPLAY "ENTER PLATE PROVINCE (E.G. ON):".
                   ACCEPT ENTRY-PROVINCE.

                   MOVE 0 TO PLATE-HELD-PERMIT.
                   IF ENTRY-PLATE IS NOT EQUAL TO SPACES
                       PERFORM 4401-CHECK-ONE-PLATE
                           VARYING FIND-SUB FROM 1 BY 1
                           UNTIL FIND-SUB > PERMIT-COUNT
                           OR PLATE-HELD-PERMIT > 0
                   END-IF.

                   IF ENTRY-PLATE IS EQUAL TO SPACES
                       DISPLAY "PLATE IS REQUIRED - NOT SAVED"
                   ELSE IF PLATE-HELD-PERMIT IS GREATER THAN ZERO
                       DISPLAY "PLATE " ENTRY-PLATE
                         " IS REGISTERED TO PERMIT " PLATE-HELD-PERMIT
                         " - NOT SAVED"
                   ELSE IF ENTRY-SLOT IS EQUAL TO '1'
                       AND ENTRY-PLATE IS EQUAL TO CAR-PLATE-2-IN
                       DISPLAY "PLATE IS THIS PERMIT'S SECOND "
                         "VEHICLE - NOT SAVED"
                   ELSE IF ENTRY-SLOT IS EQUAL TO '2'
                       AND ENTRY-PLATE IS EQUAL TO CAR-PLATE-IN
                       DISPLAY "PLATE IS THIS PERMIT'S FIRST "
                         "VEHICLE - NOT SAVED"
                   ELSE
                       MOVE 'Y' TO VEHICLE-OK-FLAG
                   END-IF
                   END-IF
                   END-IF
                   END-IF.

                   4401-CHECK-ONE-PLATE.
                       IF FIND-SUB IS NOT EQUAL TO FOUND-SUB
                           IF TBL-PERMIT-PLATE(FIND-SUB) IS EQUAL TO
                               ENTRY-PLATE
                               OR TBL-PERMIT-PLATE-2(FIND-SUB) IS
                                   EQUAL TO ENTRY-PLATE
                               MOVE TBL-PERMIT-NUMBER(FIND-SUB)
                                 TO PLATE-HELD-PERMIT
                           END-IF
                       END-IF.

               441-ACCEPT-VEHICLE.
                   MOVE 'N' TO VEHICLE-OK-FLAG.
                   DISPLAY "ENTER CAR TYPE:".
                   ACCEPT ENTRY-CAR-TYPE.
                   DISPLAY "ENTER CAR YEAR:".
                   ACCEPT ENTRY-CAR-YEAR.
                   IF ENTRY-CAR-YEAR IS NOT NUMERIC
                       DISPLAY "CAR YEAR MUST BE NUMERIC - NOT SAVED"
                   ELSE
                       MOVE 'Y' TO VEHICLE-OK-FLAG
                   END-IF.

      * fuel defaults to 'G' the way LAB6 defaults it
               442-ACCEPT-ENGINE-AND-FUEL.
                   MOVE 'N' TO VEHICLE-OK-FLAG.
                   DISPLAY "ENTER ENGINE SIZE:".
                   ACCEPT ENTRY-ENGINE-SIZE.
                   DISPLAY "ENTER FUEL TYPE (G/D/H/E, BLANK = G):".
                   ACCEPT ENTRY-FUEL-TYPE.
                   IF ENTRY-FUEL-TYPE IS NOT EQUAL TO 'G'
                       AND ENTRY-FUEL-TYPE IS NOT EQUAL TO 'D'
                       AND ENTRY-FUEL-TYPE IS NOT EQUAL TO 'H'
                       AND ENTRY-FUEL-TYPE IS NOT EQUAL TO 'E'
                       MOVE 'G' TO ENTRY-FUEL-TYPE
                   END-IF.
                   IF ENTRY-ENGINE-SIZE IS NOT NUMERIC
                       DISPLAY "ENGINE SIZE MUST BE NUMERIC - "
                         "NOT SAVED"
                   ELSE
                       MOVE 'Y' TO VEHICLE-OK-FLAG
                   END-IF.

      * one event on the history file and in the table, dated today
      * against the permit and its holder
           450-LOG-PLATE-EVENT.
               OPEN EXTEND PLATE-HISTORY-FILE.
               IF PLATE-HISTORY-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT PLATE-HISTORY-FILE
               END-IF.
               IF PLATE-HISTORY-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN PLATE-HISTORY.txt - "
                     "STATUS " PLATE-HISTORY-STATUS
                   STOP RUN
               END-IF.

               MOVE PLATE-LOG-PLATE TO PLH-PLATE.
               MOVE PLATE-LOG-PROVINCE TO PLH-PROVINCE.
               MOVE CAR-PERMIT-NUMBER-IN TO PLH-PERMIT-NUMBER.
               MOVE CAR-OWNER-STUDENT-NUMBER-IN TO PLH-STUDENT-NUMBER.
               MOVE RUN-DATE-FULL TO PLH-EVENT-DATE.
               MOVE PLATE-LOG-TYPE TO PLH-EVENT-TYPE.
               WRITE PLATE-HISTORY-RECORD.

               CLOSE PLATE-HISTORY-FILE.

               IF PLATE-HISTORY-COUNT IS LESS THAN 5000
                   ADD 1 TO PLATE-HISTORY-COUNT
                   MOVE PLATE-HISTORY-RECORD
                     TO PLATE-HISTORY-ENTRY(PLATE-HISTORY-COUNT)
               END-IF.

           460-SAVE-PERMIT-IMAGE.
               MOVE CAR-FILE-IN TO TBL-PERMIT-IMAGE(FOUND-SUB).
               MOVE CAR-PLATE-IN TO TBL-PERMIT-PLATE(FOUND-SUB).
               MOVE CAR-PLATE-2-IN TO TBL-PERMIT-PLATE-2(FOUND-SUB).
               MOVE 'Y' TO CHANGED-FLAG.

      * a second vehicle goes on a permit whose first plate is known
           500-ADD-SECOND-VEHICLE.
               PERFORM 300-ACCEPT-PERMIT.
               PERFORM 310-CHECK-PERMIT-CHANGEABLE.
               IF FOUND-SUB IS EQUAL TO ZERO
                   CONTINUE
               ELSE IF CAR-PLATE-IN IS EQUAL TO SPACES
                   DISPLAY "REGISTER THE FIRST VEHICLE'S PLATE FIRST"
               ELSE IF CAR-PLATE-2-IN IS NOT EQUAL TO SPACES
                   DISPLAY "PERMIT ALREADY HAS A SECOND VEHICLE "
                     CAR-PLATE-2-IN " - USE SWAP"
               ELSE
                   MOVE '2' TO ENTRY-SLOT
                   PERFORM 440-ACCEPT-PLATE
                   IF VEHICLE-OK
                       PERFORM 441-ACCEPT-VEHICLE
                   END-IF
                   IF VEHICLE-OK
                       MOVE ENTRY-PLATE TO PLATE-LOG-PLATE
                       MOVE ENTRY-PROVINCE TO PLATE-LOG-PROVINCE
                       MOVE 'R' TO PLATE-LOG-TYPE
                       PERFORM 450-LOG-PLATE-EVENT
                       PERFORM 430-MOVE-SECOND-VEHICLE
                       DISPLAY "SECOND VEHICLE " ENTRY-PLATE
                         " REGISTERED ON PERMIT " LOOKUP-PERMIT-NUMERIC
                   END-IF
               END-IF
               END-IF
               END-IF.

           550-REMOVE-SECOND-VEHICLE.
               PERFORM 300-ACCEPT-PERMIT.
               PERFORM 310-CHECK-PERMIT-CHANGEABLE.
               IF FOUND-SUB IS EQUAL TO ZERO
                   CONTINUE
               ELSE IF CAR-PLATE-2-IN IS EQUAL TO SPACES
                   DISPLAY "PERMIT HAS NO SECOND VEHICLE"
               ELSE
                   MOVE CAR-PLATE-2-IN TO PLATE-LOG-PLATE
                   MOVE CAR-PROVINCE-2-IN TO PLATE-LOG-PROVINCE
                   MOVE 'X' TO PLATE-LOG-TYPE
                   PERFORM 450-LOG-PLATE-EVENT
                   DISPLAY "SECOND VEHICLE " CAR-PLATE-2-IN
                     " REMOVED FROM PERMIT " LOOKUP-PERMIT-NUMERIC
                   MOVE SPACES TO CAR-PLATE-2-IN CAR-PROVINCE-2-IN
                   MOVE SPACES TO CAR-TYPE-2-IN
                   MOVE ZERO TO CAR-YEAR-2-IN
                   PERFORM 460-SAVE-PERMIT-IMAGE
               END-IF
               END-IF.

           700-LIST-PERMIT-VEHICLES.
               PERFORM 300-ACCEPT-PERMIT.
               IF FOUND-SUB IS GREATER THAN ZERO
                   DISPLAY "PERMIT " LOOKUP-PERMIT-NUMERIC
                     "  HOLDER " CAR-OWNER-STUDENT-NUMBER-IN
                     "  LOT " CAR-LOT-CODE-IN
                     "  EXPIRES " CAR-EXPIRY-DATE-IN
                   IF CARPOOL-PERMIT
                       DISPLAY "CARPOOL PERMIT - MEMBER VEHICLES ARE "
                         "LISTED THROUGH PROJECT137"
                   END-IF
                   PERFORM 710-SHOW-VEHICLES
               END-IF.

               710-SHOW-VEHICLES.
                   IF CAR-PLATE-IN IS EQUAL TO SPACES
                       DISPLAY "VEHICLE 1: NO PLATE REGISTERED  "
                         CAR-TYPE-IN " " CAR-YEAR-IN
                   ELSE
                       DISPLAY "VEHICLE 1: " CAR-PLATE-IN " "
                         CAR-PROVINCE-IN "  " CAR-TYPE-IN " "
                         CAR-YEAR-IN
                   END-IF.
                   IF CAR-PLATE-2-IN IS EQUAL TO SPACES
                       DISPLAY "VEHICLE 2: NONE"
                   ELSE
                       DISPLAY "VEHICLE 2: " CAR-PLATE-2-IN " "
                         CAR-PROVINCE-2-IN "  " CAR-TYPE-2-IN " "
                         CAR-YEAR-2-IN
                   END-IF.

      * every event for one plate, then who held it on a given day
           750-PLATE-HISTORY-INQUIRY.
               DISPLAY "ENTER PLATE:".
               ACCEPT RESOLVE-PLATE.
               DISPLAY "PLATE    PR PERMIT STUDNT DATE     EVENT".
               MOVE 0 TO PHT-SHOWN-COUNT.
               PERFORM 751-SHOW-ONE-EVENT
                   VARYING PHT-FIND-SUB FROM 1 BY 1
                   UNTIL PHT-FIND-SUB > PLATE-HISTORY-COUNT.

               IF PHT-SHOWN-COUNT IS EQUAL TO ZERO
                   DISPLAY "PLATE HAS NEVER BEEN REGISTERED"
               ELSE
                   DISPLAY "ENTER DATE TO RESOLVE "
                     "(YYYYMMDD, BLANK = TODAY):"
                   ACCEPT ENTRY-DATE
                   IF ENTRY-DATE IS NUMERIC
                       MOVE ENTRY-DATE TO RESOLVE-DATE
                   ELSE
                       MOVE RUN-DATE-FULL TO RESOLVE-DATE
                   END-IF
                   PERFORM 800-RESOLVE-PLATE
                   IF RESOLVED-PERMIT IS EQUAL TO ZERO
                       DISPLAY "NOT REGISTERED ON " RESOLVE-DATE
                   ELSE
                       DISPLAY "ON " RESOLVE-DATE " - PERMIT "
                         RESOLVED-PERMIT " STUDENT " RESOLVED-STUDENT
                   END-IF
               END-IF.

               751-SHOW-ONE-EVENT.
                   IF PHT-PLATE(PHT-FIND-SUB) IS EQUAL TO RESOLVE-PLATE
                       ADD 1 TO PHT-SHOWN-COUNT
                       IF PHT-EVENT-TYPE(PHT-FIND-SUB) IS EQUAL TO 'R'
                           MOVE "REGISTERED" TO EVENT-TEXT
                       ELSE
                           MOVE "REMOVED" TO EVENT-TEXT
                       END-IF
                       DISPLAY PHT-PLATE(PHT-FIND-SUB) " "
                         PHT-PROVINCE(PHT-FIND-SUB) " "
                         PHT-PERMIT-NUMBER(PHT-FIND-SUB) " "
                         PHT-STUDENT-NUMBER(PHT-FIND-SUB) " "
                         PHT-EVENT-DATE(PHT-FIND-SUB) " "
                         EVENT-TEXT
                   END-IF.

      * who held RESOLVE-PLATE on RESOLVE-DATE - the last plate
      * registration on or before the day wins, and a removal takes
      * effect the day after it is recorded, so a ticket written the
      * day of a swap still finds the car's holder
           800-RESOLVE-PLATE.
               MOVE 0 TO RESOLVED-PERMIT.
               MOVE 0 TO RESOLVED-STUDENT.
               PERFORM 801-APPLY-ONE-EVENT
                   VARYING PHT-FIND-SUB FROM 1 BY 1
                   UNTIL PHT-FIND-SUB > PLATE-HISTORY-COUNT.

               801-APPLY-ONE-EVENT.
                   IF PHT-PLATE(PHT-FIND-SUB) IS EQUAL TO RESOLVE-PLATE
                       IF PHT-EVENT-TYPE(PHT-FIND-SUB) IS EQUAL TO 'R'
                           AND PHT-EVENT-DATE(PHT-FIND-SUB) IS NOT
                               GREATER THAN RESOLVE-DATE
                           MOVE PHT-PERMIT-NUMBER(PHT-FIND-SUB)
                             TO RESOLVED-PERMIT
                           MOVE PHT-STUDENT-NUMBER(PHT-FIND-SUB)
                             TO RESOLVED-STUDENT
                       ELSE IF PHT-EVENT-TYPE(PHT-FIND-SUB) IS EQUAL
                           TO 'X'
                           AND PHT-EVENT-DATE(PHT-FIND-SUB) IS LESS
                               THAN RESOLVE-DATE
                           AND PHT-PERMIT-NUMBER(PHT-FIND-SUB) IS
                               EQUAL TO RESOLVED-PERMIT
                           MOVE 0 TO RESOLVED-PERMIT
                           MOVE 0 TO RESOLVED-STUDENT
                       END-IF
                       END-IF
                   END-IF.

      * rewrite the permit file with the new vehicles
           900-REWRITE-PERMIT-FILE.
               OPEN OUTPUT CAR-FILE.
               IF CAR-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CARFILE.DAT - STATUS "
                     CAR-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 9001-WRITE-ONE-PERMIT
                   VARYING FIND-SUB FROM 1 BY 1
                   UNTIL FIND-SUB > PERMIT-COUNT.

               CLOSE CAR-FILE.

               9001-WRITE-ONE-PERMIT.
                   WRITE CAR-FILE-IN FROM TBL-PERMIT-IMAGE(FIND-SUB).

      * the permit index follows the permit file - same conversion
      * LAB6's 400-CONVERT-TO-INDEXED-FILE runs
           902-REBUILD-PERMIT-INDEX.
               OPEN INPUT CAR-FILE.
               IF CAR-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CARFILE.DAT - STATUS "
                     CAR-FILE-STATUS
                   STOP RUN
               END-IF.

               OPEN OUTPUT CAR-INDEXED-FILE.
               IF IDX-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CARIDX6.DAT - STATUS "
                     IDX-FILE-STATUS
                   STOP RUN
               END-IF.

               MOVE 'N' TO PERMIT-EOF-FLG.
               PERFORM 9021-INDEX-ONE-PERMIT
                   UNTIL PERMIT-EOF-FLG IS EQUAL TO 'Y'.

               CLOSE CAR-FILE.
               CLOSE CAR-INDEXED-FILE.

               9021-INDEX-ONE-PERMIT.
                   READ CAR-FILE
                       AT END
                           MOVE 'Y' TO PERMIT-EOF-FLG
                   END-READ.
                   IF PERMIT-EOF-FLG IS NOT EQUAL TO 'Y'
                       MOVE CAR-PERMIT-NUMBER-IN TO IDX-PERMIT-NUMBER
                       MOVE CAR-TYPE-IN TO IDX-CAR-TYPE
                       MOVE CAR-YEAR-IN TO IDX-CAR-YEAR
                       MOVE CAR-ENGINE-SIZE-IN TO IDX-ENGINE-SIZE
                       MOVE CAR-OWNER-STUDENT-NUMBER-IN
                         TO IDX-OWNER-STUDENT-NUMBER
                       MOVE CAR-RATING-IN TO IDX-RATING
                       MOVE CAR-ISSUE-DATE-IN TO IDX-ISSUE-DATE
                       MOVE CAR-EXPIRY-DATE-IN TO IDX-EXPIRY-DATE
                       MOVE CAR-LOT-CODE-IN TO IDX-LOT-CODE
                       IF CAR-FUEL-TYPE-IN IS EQUAL TO SPACE
                           MOVE 'G' TO IDX-FUEL-TYPE
                       ELSE
                           MOVE CAR-FUEL-TYPE-IN TO IDX-FUEL-TYPE
                       END-IF
                       MOVE CAR-PLATE-IN TO IDX-PLATE
                       MOVE CAR-PROVINCE-IN TO IDX-PROVINCE
                       MOVE CAR-PLATE-2-IN TO IDX-PLATE-2
                       MOVE CAR-PROVINCE-2-IN TO IDX-PROVINCE-2
                       MOVE CAR-TYPE-2-IN TO IDX-CAR-TYPE-2
                       IF CAR-YEAR-2-IN IS NUMERIC
                           MOVE CAR-YEAR-2-IN TO IDX-CAR-YEAR-2
                       ELSE
                           MOVE ZERO TO IDX-CAR-YEAR-2
                       END-IF
                       WRITE CAR-INDEXED-RECORD
                           INVALID KEY
                               DISPLAY
                                 "DUPLICATE PERMIT NUMBER SKIPPED "
                                 "ON INDEX BUILD: "
                                 CAR-PERMIT-NUMBER-IN
                       END-WRITE
                   END-IF.

       END PROGRAM PROJECT139.
