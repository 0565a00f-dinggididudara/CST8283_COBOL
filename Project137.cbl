      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: menu-driven maintenance for carpool permits. A
      *          carpool is one CARFILE.DAT permit - one space in one
      *          lot, issued through LAB6 to the group's lead student
      *          - shared by two to four member students, each with
      *          their own vehicle. The members and their vehicles
      *          live on CARPOOL-MEMBERS.txt, one row per member, the
      *          lead's row included; a permit with rows there is a
      *          carpool permit. Forming a carpool takes the lead's
      *          plate and a second member; members are added up to
      *          four, and a member's vehicle can be changed. A member
      *          must be on the tuition master and may not already
      *          hold a permit or belong to another carpool. Members
      *          leave through PROJECT32's cancellation, which frees
      *          the space only when the last one goes. PROJECT03
      *          splits the permit fee evenly across the members'
      *          statements and PROJECT71 accepts any member vehicle
      *          in the permit's lot. Same in-memory-table/rewrite-on-
      *          exit pattern as PROJECT61
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - the lead's plate comes off the permit record
      *                   when LAB6 or PROJECT139 registered one, and
      *                   every member plate added or changed goes on
      *                   PLATE-HISTORY.txt
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT137.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARPOOL-FILE
           ASSIGN TO "..\CARPOOL-MEMBERS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARPOOL-FILE-STATUS.

           SELECT CAR-FILE
           ASSIGN TO "..\CARFILE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAR-FILE-STATUS.

           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

      * every plate ever registered to a permit - member plates are
      * appended here as they join or change cars
           SELECT PLATE-HISTORY-FILE
           ASSIGN TO "..\PLATE-HISTORY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLATE-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one member of one carpool permit, with the vehicle they drive
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
         05 CAR-PLATE-IN PIC X(8).
         05 CAR-PROVINCE-IN PIC X(2).
         05 CAR-PLATE-2-IN PIC X(8).
         05 CAR-PROVINCE-2-IN PIC X(2).
         05 CAR-TYPE-2-IN PIC X(5).
         05 CAR-YEAR-2-IN PIC 9(4).

      * current STUDENT-FILE-IN layout - only STUDENT-NUMBER is used
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

      * kept in step with Project139.cbl's FD PLATE-HISTORY-FILE
       FD PLATE-HISTORY-FILE.
       01 PLATE-HISTORY-RECORD.
         05 PLH-PLATE PIC X(8).
         05 PLH-PROVINCE PIC X(2).
         05 PLH-PERMIT-NUMBER PIC 9(6).
         05 PLH-STUDENT-NUMBER PIC 9(6).
         05 PLH-EVENT-DATE PIC 9(8).
         05 PLH-EVENT-TYPE PIC X(1).

       WORKING-STORAGE SECTION.
       01 CARPOOL-FILE-STATUS PIC X(2).
       01 CAR-FILE-STATUS PIC X(2).
       01 STUDENT-FILE-STATUS PIC X(2).
       01 PLATE-HISTORY-STATUS PIC X(2).
       01 EOF-FLG PIC X(1) VALUE 'N'.
       01 MENU-CHOICE PIC X(1).
       01 RUN-DATE-FULL PIC 9(8).

      * a group is two to four members - the lead counts as one
       01 CARPOOL-MAXIMUM PIC 9(1) VALUE 4.

      * the carpool file in memory - same byte layout as the record
       01 CARPOOL-TABLE.
         05 CARPOOL-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON CARPOOL-COUNT.
           10 TBL-CPM-PERMIT-NUMBER PIC 9(6).
           10 TBL-CPM-STUDENT-NUMBER PIC 9(6).
           10 TBL-CPM-PLATE PIC X(8).
           10 TBL-CPM-CAR-TYPE PIC X(5).
           10 TBL-CPM-CAR-YEAR PIC 9(4).
           10 TBL-CPM-ENGINE-SIZE PIC 9(1).
           10 TBL-CPM-FUEL-TYPE PIC X(1).
           10 TBL-CPM-JOIN-DATE PIC 9(8).

      * the permits on CARFILE.DAT - who holds each, and whether it
      * is still in force
       01 PERMIT-TABLE.
         05 PERMIT-ENTRY OCCURS 1 TO 1000 TIMES
             DEPENDING ON PERMIT-COUNT.
           10 PMT-PERMIT-NUMBER PIC 9(6).
           10 PMT-OWNER-NUMBER PIC 9(6).
           10 PMT-CAR-TYPE PIC X(5).
           10 PMT-CAR-YEAR PIC 9(4).
           10 PMT-ENGINE-SIZE PIC 9(1).
           10 PMT-FUEL-TYPE PIC X(1).
           10 PMT-EXPIRY-DATE PIC 9(8).
           10 PMT-LOT-CODE PIC X(2).
           10 PMT-PLATE PIC X(8).

       01 EXISTING-STUDENT-TABLE.
         05 EXISTING-STUDENT-ENTRY OCCURS 1 TO 9000 TIMES
             DEPENDING ON EXISTING-STUDENT-COUNT.
           10 EXISTING-STUDENT-NUMBER PIC 9(6).

       01 TABLE-VARIABLES.
         05 CARPOOL-COUNT PIC 9(4) VALUE 0.
         05 CARPOOL-SUB PIC 9(4).
         05 CARPOOL-FOUND-SUB PIC 9(4) VALUE 0.
         05 MEMBER-COUNT PIC 9(1).
         05 PERMIT-COUNT PIC 9(4) VALUE 0.
         05 PERMIT-SUB PIC 9(4).
         05 PERMIT-FOUND-SUB PIC 9(4) VALUE 0.
         05 HELD-PERMIT-NUMBER PIC 9(6) VALUE 0.
         05 EXISTING-STUDENT-COUNT PIC 9(4) VALUE 0.
         05 EXISTING-STUDENT-CTR PIC 9(4).
         05 EXISTING-EOF-FLG PIC X(1) VALUE 'N'.
         05 EXISTING-FIND-SUB PIC 9(4).
         05 STUDENT-ON-FILE-FLAG PIC X(1).
           88 STUDENT-ON-FILE VALUE 'Y'.
         05 CHANGED-FLAG PIC X(1) VALUE 'N'.
         05 MEMBER-OK-FLAG PIC X(1).
           88 MEMBER-OK VALUE 'Y'.

       01 ENTRY-FIELDS.
         05 LOOKUP-PERMIT-NUMBER PIC X(6).
         05 LOOKUP-PERMIT-NUMERIC PIC 9(6).
         05 LOOKUP-STUDENT-NUMBER PIC X(6).
         05 LOOKUP-STUDENT-NUMERIC PIC 9(6).
         05 ENTRY-PLATE PIC X(8).
         05 LEAD-PLATE PIC X(8).
         05 ENTRY-CAR-TYPE PIC X(5).
         05 ENTRY-CAR-YEAR PIC X(4).
         05 ENTRY-ENGINE-SIZE PIC X(1).
         05 ENTRY-FUEL-TYPE PIC X(1).

      * one row for the plate history
       01 PLATE-LOG-VARIABLES.
         05 PLATE-LOG-PLATE PIC X(8).
         05 PLATE-LOG-PERMIT PIC 9(6).
         05 PLATE-LOG-STUDENT PIC 9(6).
         05 PLATE-LOG-TYPE PIC X(1).

       PROCEDURE DIVISION.
      * main procedure
       101-MAINTAIN-CARPOOLS.
           ACCEPT RUN-DATE-FULL FROM DATE YYYYMMDD.
           PERFORM 201-INITIATE.
           PERFORM 202-PROCESS-MENU-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '6'.
           IF CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 900-REWRITE-CARPOOL-FILE
           END-IF.
           STOP RUN.

           201-INITIATE.
               PERFORM 250-LOAD-EXISTING-STUDENT-NUMBERS.
               PERFORM 260-LOAD-PERMITS.
               PERFORM 302-OPEN-INPUT-FILE.
               PERFORM 303-READ-CARPOOL-FILE.
               PERFORM 304-LOAD-ONE-MEMBER
                   UNTIL EOF-FLG IS EQUAL TO 'Y'
                   OR CARPOOL-COUNT IS EQUAL TO 2000.
               IF CARPOOL-FILE-STATUS IS NOT EQUAL TO "35"
                   CLOSE CARPOOL-FILE
               END-IF.

           202-PROCESS-MENU-CHOICE.
               PERFORM 305-DISPLAY-MENU.
               ACCEPT MENU-CHOICE.

               IF MENU-CHOICE IS EQUAL TO '1'
                   PERFORM 400-FORM-CARPOOL
               ELSE IF MENU-CHOICE IS EQUAL TO '2'
                   PERFORM 500-ADD-MEMBER
               ELSE IF MENU-CHOICE IS EQUAL TO '3'
                   PERFORM 600-CHANGE-VEHICLE
               ELSE IF MENU-CHOICE IS EQUAL TO '4'
                   PERFORM 700-LIST-ONE-CARPOOL
               ELSE IF MENU-CHOICE IS EQUAL TO '5'
                   PERFORM 750-LIST-ALL-CARPOOLS
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

           250-LOAD-EXISTING-STUDENT-NUMBERS.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO EXISTING-EOF-FLG
               ELSE IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - STATUS "
                     STUDENT-FILE-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 251-READ-ONE-EXISTING-STUDENT
                   VARYING EXISTING-STUDENT-CTR FROM 1 BY 1
                   UNTIL EXISTING-STUDENT-CTR IS EQUAL TO 9000
                   OR EXISTING-EOF-FLG IS EQUAL TO 'Y'.

               IF STUDENT-FILE-STATUS IS NOT EQUAL TO "35"
                   CLOSE STUDENT-FILE
               END-IF.

               251-READ-ONE-EXISTING-STUDENT.
                   READ STUDENT-FILE INTO STUDENT-FILE-IN
                       AT END
                           MOVE 'Y' TO EXISTING-EOF-FLG
                       NOT AT END
                           MOVE EXISTING-STUDENT-CTR
                             TO EXISTING-STUDENT-COUNT
                           MOVE STUDENT-NUMBER
                             TO EXISTING-STUDENT-NUMBER
                               (EXISTING-STUDENT-CTR)
                   END-READ.

      * no CARFILE.DAT means LAB6 has issued nothing, so there is no
      * permit a carpool could be formed on
           260-LOAD-PERMITS.
               OPEN INPUT CAR-FILE.
               IF CAR-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF CAR-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CARFILE.DAT - STATUS "
                     CAR-FILE-STATUS
                   STOP RUN
               ELSE
                   MOVE 'N' TO EOF-FLG
                   PERFORM 261-LOAD-ONE-PERMIT
                       UNTIL EOF-FLG IS EQUAL TO 'Y'
                       OR PERMIT-COUNT IS EQUAL TO 1000
                   CLOSE CAR-FILE
               END-IF
               END-IF.
               MOVE 'N' TO EOF-FLG.

               261-LOAD-ONE-PERMIT.
                   READ CAR-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLG
                       NOT AT END
                           ADD 1 TO PERMIT-COUNT
                           MOVE CAR-PERMIT-NUMBER-IN
                             TO PMT-PERMIT-NUMBER(PERMIT-COUNT)
                           MOVE CAR-OWNER-STUDENT-NUMBER-IN
                             TO PMT-OWNER-NUMBER(PERMIT-COUNT)
                           MOVE CAR-TYPE-IN
                             TO PMT-CAR-TYPE(PERMIT-COUNT)
                           MOVE CAR-YEAR-IN
                             TO PMT-CAR-YEAR(PERMIT-COUNT)
                           MOVE CAR-ENGINE-SIZE-IN
                             TO PMT-ENGINE-SIZE(PERMIT-COUNT)
                           IF CAR-FUEL-TYPE-IN IS EQUAL TO SPACE
                               MOVE 'G' TO PMT-FUEL-TYPE(PERMIT-COUNT)
                           ELSE
                               MOVE CAR-FUEL-TYPE-IN
                                 TO PMT-FUEL-TYPE(PERMIT-COUNT)
                           END-IF
                           MOVE CAR-EXPIRY-DATE-IN
                             TO PMT-EXPIRY-DATE(PERMIT-COUNT)
                           MOVE CAR-LOT-CODE-IN
                             TO PMT-LOT-CODE(PERMIT-COUNT)
                           MOVE CAR-PLATE-IN
                             TO PMT-PLATE(PERMIT-COUNT)
                   END-READ.

           302-OPEN-INPUT-FILE.
               OPEN INPUT CARPOOL-FILE.
               IF CARPOOL-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO EOF-FLG
               ELSE IF CARPOOL-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CARPOOL-MEMBERS.txt - "
                     "STATUS " CARPOOL-FILE-STATUS
                   STOP RUN
               END-IF
               END-IF.

           303-READ-CARPOOL-FILE.
               IF EOF-FLG IS NOT EQUAL TO 'Y'
                   READ CARPOOL-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLG
                   END-READ
               END-IF.

           304-LOAD-ONE-MEMBER.
               ADD 1 TO CARPOOL-COUNT.
               MOVE CARPOOL-RECORD TO CARPOOL-ENTRY(CARPOOL-COUNT).
               PERFORM 303-READ-CARPOOL-FILE.

           305-DISPLAY-MENU.
               DISPLAY " ".
               DISPLAY "1 - FORM A CARPOOL ON A PERMIT".
               DISPLAY "2 - ADD A MEMBER TO A CARPOOL".
               DISPLAY "3 - CHANGE A MEMBER'S VEHICLE".
               DISPLAY "4 - LIST ONE CARPOOL".
               DISPLAY "5 - LIST ALL CARPOOLS".
               DISPLAY "6 - SAVE AND EXIT".
               DISPLAY "MEMBERS LEAVE THROUGH PROJECT32'S CANCELLATION".
               DISPLAY "ENTER YOUR CHOICE:".

      * the permit LAB6 issued becomes the group's - its holder is
      * the lead member, and a group needs a second member to exist
           400-FORM-CARPOOL.
               PERFORM 410-ACCEPT-PERMIT.
               IF PERMIT-FOUND-SUB IS EQUAL TO ZERO
                   CONTINUE
               ELSE IF MEMBER-COUNT IS GREATER THAN ZERO
                   DISPLAY "PERMIT IS ALREADY A CARPOOL - USE ADD"
               ELSE IF PMT-EXPIRY-DATE(PERMIT-FOUND-SUB) IS LESS THAN
                   RUN-DATE-FULL
                   DISPLAY "PERMIT HAS EXPIRED - NOT FORMED"
               ELSE
                   MOVE PMT-OWNER-NUMBER(PERMIT-FOUND-SUB)
                     TO LOOKUP-STUDENT-NUMERIC
                   PERFORM 422-FIND-STUDENT-IN-CARPOOL
                   IF CARPOOL-FOUND-SUB IS GREATER THAN ZERO
                       DISPLAY "PERMIT HOLDER "
                         LOOKUP-STUDENT-NUMERIC
                         " ALREADY BELONGS TO CARPOOL "
                         TBL-CPM-PERMIT-NUMBER(CARPOOL-FOUND-SUB)
                         " - NOT FORMED"
                   ELSE
                       PERFORM 401-FORM-WITH-SECOND-MEMBER
                   END-IF
               END-IF
               END-IF
               END-IF.

               401-FORM-WITH-SECOND-MEMBER.
                   DISPLAY "LEAD MEMBER " LOOKUP-STUDENT-NUMERIC
                     " DRIVES THE PERMIT'S "
                     PMT-CAR-TYPE(PERMIT-FOUND-SUB).
                   IF PMT-PLATE(PERMIT-FOUND-SUB) IS EQUAL TO SPACES
                       DISPLAY "ENTER LEAD MEMBER'S PLATE:"
                       ACCEPT LEAD-PLATE
                   ELSE
                       MOVE PMT-PLATE(PERMIT-FOUND-SUB) TO LEAD-PLATE
                       DISPLAY "LEAD MEMBER'S PLATE " LEAD-PLATE
                   END-IF.
                   IF LEAD-PLATE IS EQUAL TO SPACES
                       DISPLAY "PLATE IS REQUIRED - NOT FORMED"
                   ELSE
                       DISPLAY "SECOND MEMBER:"
                       PERFORM 420-ACCEPT-MEMBER
                       IF MEMBER-OK
                           IF CARPOOL-COUNT > 1998
                               DISPLAY "CARPOOL FILE FULL - NOT FORMED"
                           ELSE
                               PERFORM 402-ADD-LEAD-MEMBER
                               PERFORM 430-ADD-ENTERED-MEMBER
                               DISPLAY "CARPOOL FORMED ON PERMIT "
                                 LOOKUP-PERMIT-NUMERIC " - 2 MEMBERS"
                           END-IF
                       END-IF
                   END-IF.

      * the lead's row carries the permit's own car off CARFILE.DAT
               402-ADD-LEAD-MEMBER.
                   ADD 1 TO CARPOOL-COUNT.
                   MOVE LOOKUP-PERMIT-NUMERIC
                     TO TBL-CPM-PERMIT-NUMBER(CARPOOL-COUNT).
                   MOVE PMT-OWNER-NUMBER(PERMIT-FOUND-SUB)
                     TO TBL-CPM-STUDENT-NUMBER(CARPOOL-COUNT).
                   MOVE LEAD-PLATE TO TBL-CPM-PLATE(CARPOOL-COUNT).
                   MOVE PMT-CAR-TYPE(PERMIT-FOUND-SUB)
                     TO TBL-CPM-CAR-TYPE(CARPOOL-COUNT).
                   MOVE PMT-CAR-YEAR(PERMIT-FOUND-SUB)
                     TO TBL-CPM-CAR-YEAR(CARPOOL-COUNT).
                   MOVE PMT-ENGINE-SIZE(PERMIT-FOUND-SUB)
                     TO TBL-CPM-ENGINE-SIZE(CARPOOL-COUNT).
                   MOVE PMT-FUEL-TYPE(PERMIT-FOUND-SUB)
                     TO TBL-CPM-FUEL-TYPE(CARPOOL-COUNT).
                   MOVE RUN-DATE-FULL
                     TO TBL-CPM-JOIN-DATE(CARPOOL-COUNT).
                   MOVE 'Y' TO CHANGED-FLAG.
                   IF PMT-PLATE(PERMIT-FOUND-SUB) IS EQUAL TO SPACES
                       MOVE LEAD-PLATE TO PLATE-LOG-PLATE
                       MOVE LOOKUP-PERMIT-NUMERIC TO PLATE-LOG-PERMIT
                       MOVE PMT-OWNER-NUMBER(PERMIT-FOUND-SUB)
                         TO PLATE-LOG-STUDENT
                       MOVE 'R' TO PLATE-LOG-TYPE
                       PERFORM 450-LOG-PLATE-EVENT
                   END-IF.

      * permit number keyed and looked up on CARFILE.DAT, with its
      * current member count
           410-ACCEPT-PERMIT.
               MOVE 0 TO PERMIT-FOUND-SUB.
               MOVE 0 TO MEMBER-COUNT.
               DISPLAY "ENTER PERMIT NUMBER:".
               ACCEPT LOOKUP-PERMIT-NUMBER.

               IF LOOKUP-PERMIT-NUMBER IS NOT NUMERIC
                   DISPLAY "PERMIT NUMBER MUST BE NUMERIC"
               ELSE
                   MOVE LOOKUP-PERMIT-NUMBER TO LOOKUP-PERMIT-NUMERIC
                   PERFORM 411-CHECK-ONE-PERMIT
                       VARYING PERMIT-SUB FROM 1 BY 1
                       UNTIL PERMIT-SUB > PERMIT-COUNT
                       OR PERMIT-FOUND-SUB > 0
                   IF PERMIT-FOUND-SUB IS EQUAL TO ZERO
                       DISPLAY "PERMIT NOT ON CARFILE.DAT"
                   ELSE
                       PERFORM 412-COUNT-ONE-MEMBER
                           VARYING CARPOOL-SUB FROM 1 BY 1
                           UNTIL CARPOOL-SUB > CARPOOL-COUNT
                   END-IF
               END-IF.

               411-CHECK-ONE-PERMIT.
                   IF PMT-PERMIT-NUMBER(PERMIT-SUB) IS EQUAL TO
                       LOOKUP-PERMIT-NUMERIC
                       MOVE PERMIT-SUB TO PERMIT-FOUND-SUB
                   END-IF.

               412-COUNT-ONE-MEMBER.
                   IF TBL-CPM-PERMIT-NUMBER(CARPOOL-SUB) IS EQUAL TO
                       LOOKUP-PERMIT-NUMERIC
                       ADD 1 TO MEMBER-COUNT
                   END-IF.

      * a new member - on the tuition master, holding no permit of
      * their own, in no other carpool, with a vehicle keyed
           420-ACCEPT-MEMBER.
               MOVE 'N' TO MEMBER-OK-FLAG.
               DISPLAY "ENTER MEMBER'S STUDENT NUMBER:".
               ACCEPT LOOKUP-STUDENT-NUMBER.

               IF LOOKUP-STUDENT-NUMBER IS NOT NUMERIC
                   DISPLAY "STUDENT NUMBER MUST BE NUMERIC - "
                     "NOT ADDED"
               ELSE
                   MOVE LOOKUP-STUDENT-NUMBER
                     TO LOOKUP-STUDENT-NUMERIC
                   PERFORM 421-CHECK-STUDENT-ON-FILE
                   PERFORM 422-FIND-STUDENT-IN-CARPOOL
                   PERFORM 423-FIND-PERMIT-HELD
                   IF NOT STUDENT-ON-FILE
                       DISPLAY "STUDENT NOT ON STUFILE3.txt - "
                         "NOT ADDED"
                   ELSE IF CARPOOL-FOUND-SUB IS GREATER THAN ZERO
                       DISPLAY "STUDENT ALREADY BELONGS TO CARPOOL "
                         TBL-CPM-PERMIT-NUMBER(CARPOOL-FOUND-SUB)
                         " - NOT ADDED"
                   ELSE IF HELD-PERMIT-NUMBER IS GREATER THAN ZERO
                       DISPLAY "STUDENT ALREADY HOLDS PERMIT "
                         HELD-PERMIT-NUMBER " - NOT ADDED"
                   ELSE
                       PERFORM 440-ACCEPT-VEHICLE
                   END-IF
                   END-IF
                   END-IF
               END-IF.

               421-CHECK-STUDENT-ON-FILE.
                   MOVE 'N' TO STUDENT-ON-FILE-FLAG.
                   PERFORM 4211-CHECK-ONE-STUDENT
                       VARYING EXISTING-FIND-SUB FROM 1 BY 1
                       UNTIL EXISTING-FIND-SUB >
                         EXISTING-STUDENT-COUNT
                       OR STUDENT-ON-FILE.

                   4211-CHECK-ONE-STUDENT.
                       IF EXISTING-STUDENT-NUMBER(EXISTING-FIND-SUB)
                           IS EQUAL TO LOOKUP-STUDENT-NUMERIC
                           MOVE 'Y' TO STUDENT-ON-FILE-FLAG
                       END-IF.

           422-FIND-STUDENT-IN-CARPOOL.
               MOVE 0 TO CARPOOL-FOUND-SUB.
               PERFORM 4221-CHECK-ONE-MEMBER
                   VARYING CARPOOL-SUB FROM 1 BY 1
                   UNTIL CARPOOL-SUB > CARPOOL-COUNT
                   OR CARPOOL-FOUND-SUB > 0.

               4221-CHECK-ONE-MEMBER.
                   IF TBL-CPM-STUDENT-NUMBER(CARPOOL-SUB) IS EQUAL TO
                       LOOKUP-STUDENT-NUMERIC
                       MOVE CARPOOL-SUB TO CARPOOL-FOUND-SUB
                   END-IF.

      * a student's own permit - the fee run bills one permit per
      * student, so a holder cannot also join a group
           423-FIND-PERMIT-HELD.
               MOVE 0 TO HELD-PERMIT-NUMBER.
               PERFORM 4231-CHECK-ONE-HOLDER
                   VARYING PERMIT-SUB FROM 1 BY 1
                   UNTIL PERMIT-SUB > PERMIT-COUNT
                   OR HELD-PERMIT-NUMBER > 0.

               4231-CHECK-ONE-HOLDER.
                   IF PMT-OWNER-NUMBER(PERMIT-SUB) IS EQUAL TO
                       LOOKUP-STUDENT-NUMERIC
                       MOVE PMT-PERMIT-NUMBER(PERMIT-SUB)
                         TO HELD-PERMIT-NUMBER
                   END-IF.

      * the member's row, once the student and vehicle have passed
           430-ADD-ENTERED-MEMBER.
               ADD 1 TO CARPOOL-COUNT.
               MOVE LOOKUP-PERMIT-NUMERIC
                 TO TBL-CPM-PERMIT-NUMBER(CARPOOL-COUNT).
               MOVE LOOKUP-STUDENT-NUMERIC
                 TO TBL-CPM-STUDENT-NUMBER(CARPOOL-COUNT).
               PERFORM 441-MOVE-VEHICLE-TO-ROW.
               MOVE RUN-DATE-FULL TO TBL-CPM-JOIN-DATE(CARPOOL-COUNT).
               MOVE 'Y' TO CHANGED-FLAG.
               MOVE ENTRY-PLATE TO PLATE-LOG-PLATE.
               MOVE LOOKUP-PERMIT-NUMERIC TO PLATE-LOG-PERMIT.
               MOVE LOOKUP-STUDENT-NUMERIC TO PLATE-LOG-STUDENT.
               MOVE 'R' TO PLATE-LOG-TYPE.
               PERFORM 450-LOG-PLATE-EVENT.

      * plate, type, year, engine size and fuel - fuel defaults to
      * 'G' the way LAB6 defaults it
           440-ACCEPT-VEHICLE.
               DISPLAY "ENTER PLATE:".
               ACCEPT ENTRY-PLATE.
               DISPLAY "ENTER CAR TYPE:".
               ACCEPT ENTRY-CAR-TYPE.
               DISPLAY "ENTER CAR YEAR:".
               ACCEPT ENTRY-CAR-YEAR.
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

               IF ENTRY-PLATE IS EQUAL TO SPACES
                   DISPLAY "PLATE IS REQUIRED - NOT SAVED"
               ELSE IF ENTRY-CAR-YEAR IS NOT NUMERIC
                   OR ENTRY-ENGINE-SIZE IS NOT NUMERIC
                   DISPLAY "YEAR AND ENGINE SIZE MUST BE NUMERIC - "
                     "NOT SAVED"
               ELSE
                   MOVE 'Y' TO MEMBER-OK-FLAG
               END-IF
               END-IF.

               441-MOVE-VEHICLE-TO-ROW.
                   MOVE ENTRY-PLATE TO TBL-CPM-PLATE(CARPOOL-COUNT).
                   MOVE ENTRY-CAR-TYPE
                     TO TBL-CPM-CAR-TYPE(CARPOOL-COUNT).
                   MOVE ENTRY-CAR-YEAR
                     TO TBL-CPM-CAR-YEAR(CARPOOL-COUNT).
                   MOVE ENTRY-ENGINE-SIZE
                     TO TBL-CPM-ENGINE-SIZE(CARPOOL-COUNT).
                   MOVE ENTRY-FUEL-TYPE
                     TO TBL-CPM-FUEL-TYPE(CARPOOL-COUNT).

      * plates registered and removed go on the history as of today,
      * so a ticket on either car still finds this member
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
               MOVE SPACES TO PLH-PROVINCE.
               MOVE PLATE-LOG-PERMIT TO PLH-PERMIT-NUMBER.
               MOVE PLATE-LOG-STUDENT TO PLH-STUDENT-NUMBER.
               MOVE RUN-DATE-FULL TO PLH-EVENT-DATE.
               MOVE PLATE-LOG-TYPE TO PLH-EVENT-TYPE.
               WRITE PLATE-HISTORY-RECORD.

               CLOSE PLATE-HISTORY-FILE.

           500-ADD-MEMBER.
               PERFORM 410-ACCEPT-PERMIT.
               IF PERMIT-FOUND-SUB IS EQUAL TO ZERO
                   CONTINUE
               ELSE IF MEMBER-COUNT IS EQUAL TO ZERO
                   DISPLAY "PERMIT IS NOT A CARPOOL - USE FORM"
               ELSE IF MEMBER-COUNT IS NOT LESS THAN CARPOOL-MAXIMUM
                   DISPLAY "CARPOOL ALREADY HAS " CARPOOL-MAXIMUM
                     " MEMBERS - NOT ADDED"
               ELSE IF CARPOOL-COUNT IS EQUAL TO 2000
                   DISPLAY "CARPOOL FILE FULL - NOT ADDED"
               ELSE
                   PERFORM 420-ACCEPT-MEMBER
                   IF MEMBER-OK
                       PERFORM 430-ADD-ENTERED-MEMBER
                       ADD 1 TO MEMBER-COUNT
                       DISPLAY "MEMBER ADDED - CARPOOL "
                         LOOKUP-PERMIT-NUMERIC " NOW HAS "
                         MEMBER-COUNT " MEMBERS"
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

      * a member swapped cars - the row keeps its permit and join
      * date
           600-CHANGE-VEHICLE.
               DISPLAY "ENTER MEMBER'S STUDENT NUMBER:".
               ACCEPT LOOKUP-STUDENT-NUMBER.
               IF LOOKUP-STUDENT-NUMBER IS NOT NUMERIC
                   DISPLAY "STUDENT NUMBER MUST BE NUMERIC"
               ELSE
                   MOVE LOOKUP-STUDENT-NUMBER
                     TO LOOKUP-STUDENT-NUMERIC
                   PERFORM 422-FIND-STUDENT-IN-CARPOOL
                   IF CARPOOL-FOUND-SUB IS EQUAL TO ZERO
                       DISPLAY "STUDENT IS NOT IN A CARPOOL"
                   ELSE
                       DISPLAY "CURRENT VEHICLE: "
                         TBL-CPM-PLATE(CARPOOL-FOUND-SUB) " "
                         TBL-CPM-CAR-TYPE(CARPOOL-FOUND-SUB) " "
                         TBL-CPM-CAR-YEAR(CARPOOL-FOUND-SUB)
                       MOVE 'N' TO MEMBER-OK-FLAG
                       PERFORM 440-ACCEPT-VEHICLE
                       IF MEMBER-OK
                           PERFORM 601-LOG-VEHICLE-CHANGE
                           MOVE ENTRY-PLATE
                             TO TBL-CPM-PLATE(CARPOOL-FOUND-SUB)
                           MOVE ENTRY-CAR-TYPE
                             TO TBL-CPM-CAR-TYPE(CARPOOL-FOUND-SUB)
                           MOVE ENTRY-CAR-YEAR
                             TO TBL-CPM-CAR-YEAR(CARPOOL-FOUND-SUB)
                           MOVE ENTRY-ENGINE-SIZE
                             TO TBL-CPM-ENGINE-SIZE(CARPOOL-FOUND-SUB)
                           MOVE ENTRY-FUEL-TYPE
                             TO TBL-CPM-FUEL-TYPE(CARPOOL-FOUND-SUB)
                           MOVE 'Y' TO CHANGED-FLAG
                           DISPLAY "VEHICLE CHANGED"
                       END-IF
                   END-IF
               END-IF.

      * the old plate comes off and the new one goes on - same plate
      * re-keyed is only a type or year correction
               601-LOG-VEHICLE-CHANGE.
                   IF ENTRY-PLATE IS NOT EQUAL TO
                       TBL-CPM-PLATE(CARPOOL-FOUND-SUB)
                       MOVE TBL-CPM-PERMIT-NUMBER(CARPOOL-FOUND-SUB)
                         TO PLATE-LOG-PERMIT
                       MOVE LOOKUP-STUDENT-NUMERIC TO PLATE-LOG-STUDENT
                       MOVE TBL-CPM-PLATE(CARPOOL-FOUND-SUB)
                         TO PLATE-LOG-PLATE
                       MOVE 'X' TO PLATE-LOG-TYPE
                       PERFORM 450-LOG-PLATE-EVENT
                       MOVE ENTRY-PLATE TO PLATE-LOG-PLATE
                       MOVE 'R' TO PLATE-LOG-TYPE
                       PERFORM 450-LOG-PLATE-EVENT
                   END-IF.

           700-LIST-ONE-CARPOOL.
               PERFORM 410-ACCEPT-PERMIT.
               IF PERMIT-FOUND-SUB IS GREATER THAN ZERO
                   IF MEMBER-COUNT IS EQUAL TO ZERO
                       DISPLAY "PERMIT IS NOT A CARPOOL"
                   ELSE
                       DISPLAY "PERMIT " LOOKUP-PERMIT-NUMERIC
                         "  LOT " PMT-LOT-CODE(PERMIT-FOUND-SUB)
                         "  EXPIRES "
                         PMT-EXPIRY-DATE(PERMIT-FOUND-SUB)
                         "  LEAD "
                         PMT-OWNER-NUMBER(PERMIT-FOUND-SUB)
                       PERFORM 760-LIST-HEADING
                       PERFORM 701-LIST-ONE-MEMBER
                           VARYING CARPOOL-SUB FROM 1 BY 1
                           UNTIL CARPOOL-SUB > CARPOOL-COUNT
                   END-IF
               END-IF.

               701-LIST-ONE-MEMBER.
                   IF TBL-CPM-PERMIT-NUMBER(CARPOOL-SUB) IS EQUAL TO
                       LOOKUP-PERMIT-NUMERIC
                       PERFORM 761-SHOW-ONE-MEMBER
                   END-IF.

           750-LIST-ALL-CARPOOLS.
               PERFORM 760-LIST-HEADING.
               PERFORM 761-SHOW-ONE-MEMBER
                   VARYING CARPOOL-SUB FROM 1 BY 1
                   UNTIL CARPOOL-SUB > CARPOOL-COUNT.

           760-LIST-HEADING.
               DISPLAY "PERMIT STUDNT PLATE    TYPE  YEAR E F JOINED".

           761-SHOW-ONE-MEMBER.
               DISPLAY TBL-CPM-PERMIT-NUMBER(CARPOOL-SUB) " "
                 TBL-CPM-STUDENT-NUMBER(CARPOOL-SUB) " "
                 TBL-CPM-PLATE(CARPOOL-SUB) " "
                 TBL-CPM-CAR-TYPE(CARPOOL-SUB) " "
                 TBL-CPM-CAR-YEAR(CARPOOL-SUB) " "
                 TBL-CPM-ENGINE-SIZE(CARPOOL-SUB) " "
                 TBL-CPM-FUEL-TYPE(CARPOOL-SUB) " "
                 TBL-CPM-JOIN-DATE(CARPOOL-SUB).

           900-REWRITE-CARPOOL-FILE.
               OPEN OUTPUT CARPOOL-FILE.
               IF CARPOOL-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CARPOOL-MEMBERS.txt - "
                     "STATUS " CARPOOL-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 901-WRITE-ONE-MEMBER
                   VARYING CARPOOL-SUB FROM 1 BY 1
                   UNTIL CARPOOL-SUB > CARPOOL-COUNT.

               CLOSE CARPOOL-FILE.

               901-WRITE-ONE-MEMBER.
                   MOVE CARPOOL-ENTRY(CARPOOL-SUB) TO CARPOOL-RECORD.
                   WRITE CARPOOL-RECORD.

       END PROGRAM PROJECT137.
