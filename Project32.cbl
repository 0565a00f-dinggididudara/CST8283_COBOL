      *          lot, so Lot C can never quietly be oversold by forty
      *          cars again
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - carpool permits (PROJECT137): cancelling one
      *                   takes out a single member, passes the permit
      *                   to the next member if the lead leaves, and
      *                   frees the space only when the last one goes
      *  15-OCT-2026 SL - permit record carries the registered plates;
      *                   a cancellation or a member leaving a carpool
      *                   closes their plates off on PLATE-HISTORY.txt
      *  15-OCT-2026 SL - lot record carries the lot's campus, kept in
      *                   step with LAB6
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT32.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OCCUPANCY-REPORT-STATUS.

      * PROJECT137's carpool members - a permit with rows here is
      * shared, and is cancelled one member at a time
           SELECT CARPOOL-FILE
           ASSIGN TO "..\CARPOOL-MEMBERS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARPOOL-FILE-STATUS.

      * every plate ever registered to a permit - appended to when
      * a cancellation takes a plate off its permit
           SELECT PLATE-HISTORY-FILE
           ASSIGN TO "..\PLATE-HISTORY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLATE-HISTORY-STATUS.

      * LAB6's permit index - rebuilt here after a cancellation so
      * ticket entry and the counter inquiry never resolve a
      * cancelled permit between LAB6 sessions
      * records from before the fuel byte existed read back blank -
      * treated as 'G', same default LAB6 applies at entry
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
         05 IDX-EXPIRY-DATE PIC 9(8).
         05 IDX-LOT-CODE PIC X(2).
         05 IDX-FUEL-TYPE PIC X(1).
         05 IDX-PLATE PIC X(8).
         05 IDX-PROVINCE PIC X(2).
         05 IDX-PLATE-2 PIC X(8).
         05 IDX-PROVINCE-2 PIC X(2).
         05 IDX-CAR-TYPE-2 PIC X(5).
         05 IDX-CAR-YEAR-2 PIC 9(4).

       FD PARKING-LOT-FILE.
       01 PARKING-LOT-RECORD.
         05 LOT-DESCRIPTION PIC X(20).
         05 LOT-CAPACITY PIC 9(4).
         05 LOT-FEE-TIER PIC 9(1).
         05 LOT-CAMPUS-CODE PIC X(4).

      * kept in step with Project69.cbl's FD DAY-PERMIT-FILE
       FD DAY-PERMIT-FILE.
         05 FILLER PIC X(2) VALUE SPACE.
         05 PRM-MESSAGE PIC X(36).

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

       FD OCCUPANCY-REPORT.
       01 OCCUPANCY-REPORT-LINE.
         05 OCC-LOT-CODE-OUT PIC X(2).
         05 PROMOTION-FILE-STATUS PIC X(2).
         05 OCCUPANCY-REPORT-STATUS PIC X(2).
         05 IDX-FILE-STATUS PIC X(2).
         05 CARPOOL-FILE-STATUS PIC X(2).
         05 PLATE-HISTORY-STATUS PIC X(2).

       01 MENU-CHOICE PIC X(1).
       01 RUN-DATE-FULL PIC 9(8).
       01 PERMIT-TABLE.
         05 PERMIT-ENTRY OCCURS 1 TO 1000 TIMES
             DEPENDING ON PERMIT-COUNT.
           10 TBL-PERMIT-IMAGE PIC X(80).
           10 TBL-PERMIT-NUMBER PIC 9(6).
           10 TBL-PERMIT-LOT PIC X(2).
           10 TBL-PERMIT-DELETED PIC X(1).
         05 WTL-BEST-SUB PIC 9(3).
         05 WTL-BEST-DATE PIC 9(8).

      * the carpool members in memory - a member who leaves is
      * dropped on the rewrite
       01 CARPOOL-TABLE.
         05 CARPOOL-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON CARPOOL-COUNT.
           10 TBL-CPM-IMAGE PIC X(39).
           10 TBL-CPM-PERMIT-NUMBER PIC 9(6).
           10 TBL-CPM-STUDENT-NUMBER PIC 9(6).
           10 TBL-CPM-DELETED PIC X(1).

       01 CARPOOL-VARIABLES.
         05 CARPOOL-COUNT PIC 9(4) VALUE 0.
         05 CARPOOL-EOF-FLG PIC X(1).
         05 CPM-FIND-SUB PIC 9(4).
         05 CPM-LEAVING-SUB PIC 9(4).
         05 CPM-NEXT-SUB PIC 9(4).
         05 CARPOOL-MEMBERS-LEFT PIC 9(1).
         05 LEAVING-ENTRY PIC X(6).
         05 LEAVING-STUDENT-NUMBER PIC 9(6).
         05 CARPOOL-CHANGED-FLAG PIC X(1) VALUE 'N'.

      * the plate being closed off on the history
       01 PLATE-LOG-VARIABLES.
         05 PLATE-LOG-PLATE PIC X(8).
         05 PLATE-LOG-PROVINCE PIC X(2).
         05 PLATE-LOG-STUDENT PIC 9(6).

       PROCEDURE DIVISION.
      * main procedure
       100-LOT-ADMINISTRATION.
           PERFORM 201-PROCESS-MENU-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '3'.

           IF CARPOOL-CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 903-REWRITE-CARPOOL-FILE
           END-IF.
           IF CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 900-REWRITE-PERMIT-FILE
               PERFORM 902-REBUILD-PERMIT-INDEX

               PERFORM 210-LOAD-LOT-MASTER.
               PERFORM 220-LOAD-WAITLIST.
               PERFORM 240-LOAD-CARPOOL-MEMBERS.
               PERFORM 230-COUNT-SOLD-PERMITS
                   VARYING FIND-SUB FROM 1 BY 1
                   UNTIL FIND-SUB > PERMIT-COUNT.
                           MOVE 'N' TO TBL-WTL-PROMOTED(WAITLIST-COUNT)
                   END-READ.

           240-LOAD-CARPOOL-MEMBERS.
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

               PERFORM 2401-LOAD-ONE-MEMBER
                   UNTIL CARPOOL-EOF-FLG IS EQUAL TO 'Y'
                   OR CARPOOL-COUNT IS EQUAL TO 2000.

               IF CARPOOL-FILE-STATUS IS NOT EQUAL TO "35"
                   CLOSE CARPOOL-FILE
               END-IF.

               2401-LOAD-ONE-MEMBER.
                   READ CARPOOL-FILE
                       AT END
                           MOVE 'Y' TO CARPOOL-EOF-FLG
                       NOT AT END
                           ADD 1 TO CARPOOL-COUNT
                           MOVE CARPOOL-RECORD
                             TO TBL-CPM-IMAGE(CARPOOL-COUNT)
                           MOVE CPM-PERMIT-NUMBER
                             TO TBL-CPM-PERMIT-NUMBER(CARPOOL-COUNT)
                           MOVE CPM-STUDENT-NUMBER
                             TO TBL-CPM-STUDENT-NUMBER(CARPOOL-COUNT)
                           MOVE 'N' TO TBL-CPM-DELETED(CARPOOL-COUNT)
                   END-READ.

           230-COUNT-SOLD-PERMITS.
               PERFORM 231-TALLY-ONE-LOT
                   VARYING LOT-FIND-SUB FROM 1 BY 1
                       UNTIL FIND-SUB > PERMIT-COUNT
                       OR PERMIT-FOUND

                   MOVE 0 TO CARPOOL-MEMBERS-LEFT
                   IF PERMIT-FOUND
                       PERFORM 321-COUNT-ONE-MEMBER
                           VARYING CPM-FIND-SUB FROM 1 BY 1
                           UNTIL CPM-FIND-SUB > CARPOOL-COUNT
                   END-IF

                   IF NOT PERMIT-FOUND
                       DISPLAY "PERMIT NOT ON FILE"
                   ELSE IF CARPOOL-MEMBERS-LEFT IS GREATER THAN ZERO
                       PERFORM 320-LEAVE-CARPOOL
                   ELSE
                       PERFORM 303-RELEASE-PERMIT
                   END-IF
                   END-IF
               END-IF.

                       MOVE FIND-SUB TO FOUND-SUB
                   END-IF.

               303-RELEASE-PERMIT.
                   MOVE 'Y' TO TBL-PERMIT-DELETED(FOUND-SUB).
                   MOVE TBL-PERMIT-IMAGE(FOUND-SUB) TO CAR-FILE-IN.
                   MOVE CAR-OWNER-STUDENT-NUMBER-IN
                     TO PLATE-LOG-STUDENT.
                   IF CAR-PLATE-IN IS NOT EQUAL TO SPACES
                       MOVE CAR-PLATE-IN TO PLATE-LOG-PLATE
                       MOVE CAR-PROVINCE-IN TO PLATE-LOG-PROVINCE
                       PERFORM 330-LOG-PLATE-REMOVED
                   END-IF.
                   IF CAR-PLATE-2-IN IS NOT EQUAL TO SPACES
                       MOVE CAR-PLATE-2-IN TO PLATE-LOG-PLATE
                       MOVE CAR-PROVINCE-2-IN TO PLATE-LOG-PROVINCE
                       PERFORM 330-LOG-PLATE-REMOVED
                   END-IF.
                   MOVE TBL-PERMIT-LOT(FOUND-SUB) TO CANCELLED-LOT.
                   MOVE 'Y' TO CHANGED-FLAG.
                   PERFORM 302-FREE-ONE-SPACE.
                   DISPLAY "PERMIT " CANCEL-PERMIT-NUMBER
                     " CANCELLED - LOT " CANCELLED-LOT.
                   PERFORM 310-PROMOTE-FROM-WAITLIST.

               302-FREE-ONE-SPACE.
                   PERFORM 3021-FREE-ONE-LOT
                       VARYING LOT-FIND-SUB FROM 1 BY 1

                   CLOSE PROMOTION-FILE.

      * a carpool permit loses one member at a time - the space is
      * held while anyone is left, and if the lead goes the permit
      * passes to the next member on file with their car
           320-LEAVE-CARPOOL.
               DISPLAY "PERMIT " CANCEL-PERMIT-NUMBER
                 " IS A CARPOOL OF " CARPOOL-MEMBERS-LEFT " MEMBER(S)".
               DISPLAY "ENTER LEAVING MEMBER'S STUDENT NUMBER:".
               ACCEPT LEAVING-ENTRY.

               MOVE 0 TO CPM-LEAVING-SUB.
               IF LEAVING-ENTRY IS NUMERIC
                   MOVE LEAVING-ENTRY TO LEAVING-STUDENT-NUMBER
                   PERFORM 322-FIND-LEAVING-MEMBER
                       VARYING CPM-FIND-SUB FROM 1 BY 1
                       UNTIL CPM-FIND-SUB > CARPOOL-COUNT
                       OR CPM-LEAVING-SUB > 0
               END-IF.

               IF CPM-LEAVING-SUB IS EQUAL TO ZERO
                   DISPLAY "NOT A MEMBER OF CARPOOL "
                     CANCEL-PERMIT-NUMBER " - NOTHING CANCELLED"
               ELSE
                   MOVE 'Y' TO TBL-CPM-DELETED(CPM-LEAVING-SUB)
                   MOVE 'Y' TO CARPOOL-CHANGED-FLAG
                   SUBTRACT 1 FROM CARPOOL-MEMBERS-LEFT
                   DISPLAY "MEMBER " LEAVING-STUDENT-NUMBER
                     " REMOVED FROM CARPOOL " CANCEL-PERMIT-NUMBER
                   MOVE TBL-CPM-IMAGE(CPM-LEAVING-SUB)
                     TO CARPOOL-RECORD
                   IF CPM-PLATE IS NOT EQUAL TO SPACES
                       MOVE CPM-PLATE TO PLATE-LOG-PLATE
                       MOVE SPACES TO PLATE-LOG-PROVINCE
                       MOVE CPM-STUDENT-NUMBER TO PLATE-LOG-STUDENT
                       PERFORM 330-LOG-PLATE-REMOVED
                   END-IF
                   IF CARPOOL-MEMBERS-LEFT IS EQUAL TO ZERO
                       PERFORM 303-RELEASE-PERMIT
                   ELSE
                       MOVE TBL-PERMIT-IMAGE(FOUND-SUB) TO CAR-FILE-IN
                       IF CAR-OWNER-STUDENT-NUMBER-IN IS EQUAL TO
                           LEAVING-STUDENT-NUMBER
                           PERFORM 323-PASS-PERMIT-TO-NEXT
                       END-IF
                       DISPLAY "SPACE HELD - " CARPOOL-MEMBERS-LEFT
                         " MEMBER(S) REMAIN"
                   END-IF
               END-IF.

               321-COUNT-ONE-MEMBER.
                   IF TBL-CPM-PERMIT-NUMBER(CPM-FIND-SUB) IS EQUAL TO
                       CANCEL-PERMIT-NUMBER
                       AND TBL-CPM-DELETED(CPM-FIND-SUB) IS NOT EQUAL
                           TO 'Y'
                       ADD 1 TO CARPOOL-MEMBERS-LEFT
                   END-IF.

               322-FIND-LEAVING-MEMBER.
                   IF TBL-CPM-PERMIT-NUMBER(CPM-FIND-SUB) IS EQUAL TO
                       CANCEL-PERMIT-NUMBER
                       AND TBL-CPM-STUDENT-NUMBER(CPM-FIND-SUB)
                           IS EQUAL TO LEAVING-STUDENT-NUMBER
                       AND TBL-CPM-DELETED(CPM-FIND-SUB) IS NOT EQUAL
                           TO 'Y'
                       MOVE CPM-FIND-SUB TO CPM-LEAVING-SUB
                   END-IF.

      * the permit record takes the next member as owner, with the
      * car they registered on the carpool
               323-PASS-PERMIT-TO-NEXT.
                   MOVE 0 TO CPM-NEXT-SUB.
                   PERFORM 3231-FIND-NEXT-MEMBER
                       VARYING CPM-FIND-SUB FROM 1 BY 1
                       UNTIL CPM-FIND-SUB > CARPOOL-COUNT
                       OR CPM-NEXT-SUB > 0.

                   MOVE TBL-CPM-IMAGE(CPM-NEXT-SUB) TO CARPOOL-RECORD.
                   MOVE CPM-STUDENT-NUMBER
                     TO CAR-OWNER-STUDENT-NUMBER-IN.
                   MOVE CPM-CAR-TYPE TO CAR-TYPE-IN.
                   MOVE CPM-CAR-YEAR TO CAR-YEAR-IN.
                   MOVE CPM-ENGINE-SIZE TO CAR-ENGINE-SIZE-IN.
                   MOVE CPM-FUEL-TYPE TO CAR-FUEL-TYPE-IN.
                   MOVE CPM-PLATE TO CAR-PLATE-IN.
                   MOVE SPACES TO CAR-PROVINCE-IN.
                   MOVE SPACES TO CAR-PLATE-2-IN CAR-PROVINCE-2-IN.
                   MOVE SPACES TO CAR-TYPE-2-IN.
                   MOVE ZERO TO CAR-YEAR-2-IN.
                   MOVE CAR-FILE-IN TO TBL-PERMIT-IMAGE(FOUND-SUB).
                   MOVE 'Y' TO CHANGED-FLAG.
                   DISPLAY "PERMIT " CANCEL-PERMIT-NUMBER
                     " PASSED TO MEMBER " CPM-STUDENT-NUMBER.

                   3231-FIND-NEXT-MEMBER.
                       IF TBL-CPM-PERMIT-NUMBER(CPM-FIND-SUB) IS EQUAL
                           TO CANCEL-PERMIT-NUMBER
                           AND TBL-CPM-DELETED(CPM-FIND-SUB) IS NOT
                               EQUAL TO 'Y'
                           MOVE CPM-FIND-SUB TO CPM-NEXT-SUB
                       END-IF.

      * a plate taken off its permit is closed off on the history as
      * of today - an older ticket still resolves to this owner
           330-LOG-PLATE-REMOVED.
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
               MOVE CANCEL-PERMIT-NUMBER TO PLH-PERMIT-NUMBER.
               MOVE PLATE-LOG-STUDENT TO PLH-STUDENT-NUMBER.
               MOVE RUN-DATE-FULL TO PLH-EVENT-DATE.
               MOVE 'X' TO PLH-EVENT-TYPE.
               WRITE PLATE-HISTORY-RECORD.

               CLOSE PLATE-HISTORY-FILE.

      * sold against capacity per lot, flagged when oversold
           400-WRITE-OCCUPANCY-REPORT.
               OPEN OUTPUT OCCUPANCY-REPORT.
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
                       WRITE WAITLIST-RECORD
                   END-IF.

      * rewrite the carpool file without the members who left
           903-REWRITE-CARPOOL-FILE.
               OPEN OUTPUT CARPOOL-FILE.
               IF CARPOOL-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CARPOOL-MEMBERS.txt - "
                     "STATUS " CARPOOL-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 9031-WRITE-ONE-MEMBER
                   VARYING CPM-FIND-SUB FROM 1 BY 1
                   UNTIL CPM-FIND-SUB > CARPOOL-COUNT.

               CLOSE CARPOOL-FILE.

               9031-WRITE-ONE-MEMBER.
                   IF TBL-CPM-DELETED(CPM-FIND-SUB) IS NOT EQUAL TO 'Y'
                       WRITE CARPOOL-RECORD
                         FROM TBL-CPM-IMAGE(CPM-FIND-SUB)
                   END-IF.

       END PROGRAM PROJECT32.
