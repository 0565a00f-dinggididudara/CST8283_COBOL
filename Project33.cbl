      *          violations summary by lot and code that tells
      *          security where to actually patrol
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - a ticket with no permit, or one the index
      *                   no longer holds, resolves its owner through
      *                   PLATE-HISTORY.txt as of the ticket date, so
      *                   a car swapped or sold since still bills the
      *                   student who had it that day
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT33.
           RECORD KEY IS IDX-PERMIT-NUMBER
           FILE STATUS IS IDX-FILE-STATUS.

      * every plate ever registered to a permit, with the dates it
      * went on and came off
           SELECT PLATE-HISTORY-FILE
           ASSIGN TO "..\PLATE-HISTORY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLATE-HISTORY-STATUS.

           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
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

      * current STUDENT-FILE-IN layout, as read/written by PROJECT03 -
      * kept in step with Project3.cbl's FD STUDENT-FILE

      * one record while the master is in use - kept in step with the
      * other programs honouring the lock
      * kept in step with Project139.cbl's FD PLATE-HISTORY-FILE
       FD PLATE-HISTORY-FILE.
       01 PLATE-HISTORY-RECORD.
         05 PLH-PLATE PIC X(8).
         05 PLH-PROVINCE PIC X(2).
         05 PLH-PERMIT-NUMBER PIC 9(6).
         05 PLH-STUDENT-NUMBER PIC 9(6).
         05 PLH-EVENT-DATE PIC 9(8).
         05 PLH-EVENT-TYPE PIC X(1).

       FD MASTER-LOCK-FILE.
       01 MASTER-LOCK-RECORD.
         05 LCK-PROGRAM PIC X(9).
         05 VIOLATION-SUMMARY-STATUS PIC X(2).
         05 LOCK-FILE-STATUS PIC X(2).
         05 MASTER-CONTROL-STATUS PIC X(2).
         05 PLATE-HISTORY-STATUS PIC X(2).

       01 MENU-CHOICE PIC X(1).
       01 OPERATOR-ID PIC X(8).
         05 CODE-FOUND-FLAG PIC X(1).
           88 CODE-ON-FILE VALUE 'Y'.

      * who held a plate on the ticket date, per the plate history
       01 PLATE-RESOLVE-VARIABLES.
         05 PLATE-HISTORY-EOF-FLG PIC X(1).
         05 RESOLVED-PERMIT PIC 9(6).
         05 RESOLVED-STUDENT PIC 9(6).

       01 ENTRY-FIELDS.
         05 ENTRY-TICKET PIC X(6).
         05 ENTRY-PERMIT PIC X(6).
                     CDE-DESCRIPTION(CODE-FOUND-SUB) ")".

      * permit number to owning student through LAB6's permit index -
      * failing that, the plate through its history; a plate never
      * registered stays on file with owner zero until security
      * matches it by hand
               303-RESOLVE-OWNER.
                   MOVE ZERO TO TBL-STUDENT-NUMBER(VIOLATION-COUNT).

                             TO IDX-PERMIT-NUMBER
                           READ CAR-INDEXED-FILE
                               INVALID KEY
                                   DISPLAY "PERMIT NOT ON THE INDEX"
                               NOT INVALID KEY
                                   MOVE IDX-OWNER-STUDENT-NUMBER
                                     TO TBL-STUDENT-NUMBER
                       END-IF
                   END-IF.

                   IF TBL-STUDENT-NUMBER(VIOLATION-COUNT) IS EQUAL TO
                       ZERO
                       AND TBL-PLATE(VIOLATION-COUNT) IS NOT EQUAL TO
                           SPACES
                       PERFORM 304-RESOLVE-BY-PLATE
                   END-IF.

      * the last registration of the plate on or before the ticket
      * date names the holder; a removal counts from the day after
      * it was recorded - same rule as PROJECT139's inquiry
               304-RESOLVE-BY-PLATE.
                   MOVE 0 TO RESOLVED-PERMIT.
                   MOVE 0 TO RESOLVED-STUDENT.
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

                   PERFORM 3041-APPLY-ONE-EVENT
                       UNTIL PLATE-HISTORY-EOF-FLG IS EQUAL TO 'Y'.

                   IF PLATE-HISTORY-STATUS IS NOT EQUAL TO "35"
                       CLOSE PLATE-HISTORY-FILE
                   END-IF.

                   IF RESOLVED-STUDENT IS EQUAL TO ZERO
                       DISPLAY "PLATE " TBL-PLATE(VIOLATION-COUNT)
                         " NOT REGISTERED ON "
                         TBL-DATE(VIOLATION-COUNT)
                         " - OWNER LEFT UNRESOLVED"
                   ELSE
                       MOVE RESOLVED-STUDENT
                         TO TBL-STUDENT-NUMBER(VIOLATION-COUNT)
                       DISPLAY "PLATE " TBL-PLATE(VIOLATION-COUNT)
                         " RESOLVED TO STUDENT " RESOLVED-STUDENT
                         " ON PERMIT " RESOLVED-PERMIT
                   END-IF.

                   3041-APPLY-ONE-EVENT.
                       READ PLATE-HISTORY-FILE
                           AT END
                               MOVE 'Y' TO PLATE-HISTORY-EOF-FLG
                           NOT AT END
                               IF PLH-PLATE IS EQUAL TO
                                   TBL-PLATE(VIOLATION-COUNT)
                                   PERFORM 3042-APPLY-PLATE-EVENT
                               END-IF
                       END-READ.

                   3042-APPLY-PLATE-EVENT.
                       IF PLH-EVENT-TYPE IS EQUAL TO 'R'
                           AND PLH-EVENT-DATE IS NOT GREATER THAN
                               TBL-DATE(VIOLATION-COUNT)
                           MOVE PLH-PERMIT-NUMBER TO RESOLVED-PERMIT
                           MOVE PLH-STUDENT-NUMBER TO RESOLVED-STUDENT
                       ELSE IF PLH-EVENT-TYPE IS EQUAL TO 'X'
                           AND PLH-EVENT-DATE IS LESS THAN
                               TBL-DATE(VIOLATION-COUNT)
                           AND PLH-PERMIT-NUMBER IS EQUAL TO
                               RESOLVED-PERMIT
                           MOVE 0 TO RESOLVED-PERMIT
                           MOVE 0 TO RESOLVED-STUDENT
                       END-IF
                       END-IF.

      * appeal outcomes - upheld fines become billable, cancelled
      * ones never bill
           400-WORK-ONE-APPEAL.
