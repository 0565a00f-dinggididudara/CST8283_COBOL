      *                   electric) captured at entry and carried on
      *                   both copies - PROJECT03's fee schedule and
      *                   LAB8's emissions exemption both key off it
      *  15-OCT-2026 SL - licence plate and province captured at entry
      *                   and carried on both copies, with room for a
      *                   second registered vehicle (PROJECT139 keeps
      *                   it); every plate issued is logged on
      *                   PLATE-HISTORY.txt so an old ticket still
      *                   finds its owner
      *  15-OCT-2026 SL - each lot carries its campus on PARKING-LOT.txt
      *                   (blank = MAIN); the counter is told when the
      *                   lot is not at the student's home campus on
      *                   STUDENT-CAMPUS.txt
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB6.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOT-FILE-STATUS.

      * each student's home campus, kept by PROJECT150 - read only
             SELECT STUDENT-CAMPUS-FILE
             ASSIGN TO "..\STUDENT-CAMPUS.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STUDENT-CAMPUS-STATUS.

      * students queued for a full lot, by request date - PROJECT32
      * promotes the head of the queue when a permit is cancelled
             SELECT WAITLIST-FILE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WAITLIST-FILE-STATUS.

      * every plate ever registered to a permit, appended - a
      * ticket's plate resolves to the owner of the day through it
             SELECT PLATE-HISTORY-FILE
             ASSIGN TO "..\PLATE-HISTORY.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PLATE-HISTORY-STATUS.

             SELECT CAR-INDEXED-FILE
             ASSIGN TO "..\CARIDX6.DAT"
             ORGANIZATION IS INDEXED
           05 PERMIT-EXPIRY-DATE PIC 9(8).
           05 PERMIT-LOT-CODE PIC X(2).
           05 CAR-FUEL-TYPE PIC X(1).
           05 CAR-PLATE PIC X(8).
           05 CAR-PROVINCE PIC X(2).
           05 CAR-PLATE-2 PIC X(8).
           05 CAR-PROVINCE-2 PIC X(2).
           05 CAR-TYPE-2 PIC X(5).
           05 CAR-YEAR-2 PIC 9(4).
       01 CAR-OUT.
           05 CAR-TYPE-OUT PIC X(5).
           05 CAR-YEAR-OUT PIC 9(4).
      * G gas, D diesel, H hybrid, E electric - the fee schedule's
      * green-vehicle rows and LAB8's exemption key off this byte
           05 CAR-FUEL-TYPE-OUT PIC X(1).
      * the registered vehicle's plate and province - records from
      * before the plate existed read back blank until PROJECT139
      * registers one
           05 CAR-PLATE-OUT PIC X(8).
           05 CAR-PROVINCE-OUT PIC X(2).
      * a second vehicle the student may drive on the same permit -
      * blank plate when there is none; the fee stays on the first
           05 CAR-PLATE-2-OUT PIC X(8).
           05 CAR-PROVINCE-2-OUT PIC X(2).
           05 CAR-TYPE-2-OUT PIC X(5).
           05 CAR-YEAR-2-OUT PIC 9(4).

      * indexed copy of CAR-OUT, re-keyed with the permit number first
      * one lot - kept in step with Project32.cbl's FD
           05 LOT-DESCRIPTION PIC X(20).
           05 LOT-CAPACITY PIC 9(4).
           05 LOT-FEE-TIER PIC 9(1).
      * campus the lot is at - blank on lots set up before the second
      * campus, which means MAIN
           05 LOT-CAMPUS-CODE PIC X(4).

      * kept in step with Project150.cbl's FD STUDENT-CAMPUS-FILE
       FD STUDENT-CAMPUS-FILE.
       01 STUDENT-CAMPUS-RECORD.
           05 SCM-STUDENT-NUMBER PIC 9(6).
           05 SCM-CAMPUS-CODE PIC X(4).
           05 SCM-SOURCE PIC X(1).
           05 SCM-SET-DATE PIC 9(8).

      * one queued request - kept in step with Project32.cbl's FD
       FD WAITLIST-FILE.
           05 WTL-LOT-CODE PIC X(2).
           05 WTL-REQUEST-DATE PIC 9(8).

      * one registration event - R registered, X removed - kept in
      * step with Project139.cbl's FD
       FD PLATE-HISTORY-FILE.
       01 PLATE-HISTORY-RECORD.
           05 PLH-PLATE PIC X(8).
           05 PLH-PROVINCE PIC X(2).
           05 PLH-PERMIT-NUMBER PIC 9(6).
           05 PLH-STUDENT-NUMBER PIC 9(6).
           05 PLH-EVENT-DATE PIC 9(8).
           05 PLH-EVENT-TYPE PIC X(1).

       FD CAR-INDEXED-FILE.
       01 CAR-INDEXED-RECORD.
           05 IDX-PERMIT-NUMBER PIC 9(6).
           05 IDX-EXPIRY-DATE PIC 9(8).
           05 IDX-LOT-CODE PIC X(2).
           05 IDX-FUEL-TYPE PIC X(1).
           05 IDX-PLATE PIC X(8).
           05 IDX-PROVINCE PIC X(2).
           05 IDX-PLATE-2 PIC X(8).
           05 IDX-PROVINCE-2 PIC X(2).
           05 IDX-CAR-TYPE-2 PIC X(5).
           05 IDX-CAR-YEAR-2 PIC 9(4).

       WORKING-STORAGE SECTION.
       01 CAR-FILE-STATUS PIC X(2).
       01 IDX-FILE-STATUS PIC X(2).
       01 LOT-FILE-STATUS PIC X(2).
       01 WAITLIST-FILE-STATUS PIC X(2).
       01 PLATE-HISTORY-STATUS PIC X(2).
       01 STUDENT-CAMPUS-STATUS PIC X(2).

      * the lot master and the permits already sold into each lot,
      * loaded at startup so an assignment into a full lot is refused
           10 LOT-DESC-CONTAINER PIC X(20).
           10 LOT-CAPACITY-CONTAINER PIC 9(4).
           10 LOT-SOLD-CONTAINER PIC 9(4).
           10 LOT-CAMPUS-CONTAINER PIC X(4).

       01 LOT-VARIABLES.
         05 LOT-TABLE-COUNT PIC 9(2) VALUE 0.
           88 LOT-ON-FILE VALUE 'Y'.
         05 WAITLIST-ANSWER PIC X(1).
         05 WAITLIST-DATE-WORK PIC 9(8).

      * every student with a home campus on file - a student with no
      * row is at MAIN
       01 STUDENT-CAMPUS-CONTAINER.
         05 STUDENT-CAMPUS-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON STUDENT-CAMPUS-COUNT.
           10 SCM-STUDENT-CONTAINER PIC 9(6).
           10 SCM-CAMPUS-CONTAINER PIC X(4).

       01 STUDENT-CAMPUS-VARIABLES.
         05 STUDENT-CAMPUS-COUNT PIC 9(4) VALUE 0.
         05 STUDENT-CAMPUS-SUB PIC 9(4).
         05 STUDENT-CAMPUS-EOF-FLG PIC X(1) VALUE 'N'.
         05 HOME-CAMPUS-WORK PIC X(4).
         05 DEFAULT-CAMPUS-CODE PIC X(4) VALUE "MAIN".
       01 EOF-FLG PIC X.
       01 ANSWER PIC A(1) VALUE 'A'.
       01 SUB-1 PIC 9(3) VALUE ZERO.
           05 PERMIT-EXPIRY-DATE-IN PIC 9(8).
           05 PERMIT-LOT-CODE-IN PIC X(2).
           05 CAR-FUEL-TYPE-IN PIC X(1).
           05 CAR-PLATE-IN PIC X(8).
           05 CAR-PROVINCE-IN PIC X(2).

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
      * capacities to enforce - a fresh install still creates the file
           201-INITIATE-FILE.
               PERFORM 500-LOAD-LOT-MASTER.
               PERFORM 505-LOAD-STUDENT-CAMPUSES.
               PERFORM 510-COUNT-SOLD-PERMITS.

               OPEN EXTEND CAR-FILE.
                       MOVE 'G' TO CAR-FUEL-TYPE-IN
                   END-IF.

                   DISPLAY "PLEASE ENTER LICENCE PLATE:".
                   ACCEPT CAR-PLATE-IN.

                   DISPLAY "PLEASE ENTER PLATE PROVINCE (E.G. ON):".
                   ACCEPT CAR-PROVINCE-IN.

                   DISPLAY "PLEASE ENTER PERMIT ISSUE DATE "
                     "(YYYYMMDD):".
                   ACCEPT PERMIT-ISSUE-DATE-IN.
                     PERMIT-LOT-CODE(SUB-1) PERMIT-LOT-CODE-OUT.
                   MOVE CAR-FUEL-TYPE-IN TO
                     CAR-FUEL-TYPE(SUB-1) CAR-FUEL-TYPE-OUT.
                   MOVE CAR-PLATE-IN TO CAR-PLATE(SUB-1) CAR-PLATE-OUT.
                   MOVE CAR-PROVINCE-IN TO
                     CAR-PROVINCE(SUB-1) CAR-PROVINCE-OUT.
                   MOVE SPACES TO CAR-PLATE-2(SUB-1) CAR-PLATE-2-OUT.
                   MOVE SPACES TO
                     CAR-PROVINCE-2(SUB-1) CAR-PROVINCE-2-OUT.
                   MOVE SPACES TO CAR-TYPE-2(SUB-1) CAR-TYPE-2-OUT.
                   MOVE ZERO TO CAR-YEAR-2(SUB-1) CAR-YEAR-2-OUT.

                   WRITE CAR-OUT.

                   IF CAR-PLATE-IN IS NOT EQUAL TO SPACES
                       PERFORM 305-LOG-PLATE-ISSUED
                   END-IF.

      * the plate goes on the history from the day the permit starts
               305-LOG-PLATE-ISSUED.
                   OPEN EXTEND PLATE-HISTORY-FILE.
                   IF PLATE-HISTORY-STATUS IS EQUAL TO "35"
                       OPEN OUTPUT PLATE-HISTORY-FILE
                   END-IF.
                   IF PLATE-HISTORY-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN PLATE-HISTORY.txt - "
                         "STATUS " PLATE-HISTORY-STATUS
                       STOP RUN
                   END-IF.

                   MOVE CAR-PLATE-IN TO PLH-PLATE.
                   MOVE CAR-PROVINCE-IN TO PLH-PROVINCE.
                   MOVE PERMIT-NUMBER-IN TO PLH-PERMIT-NUMBER.
                   MOVE OWNER-STUDENT-NUMBER-IN TO PLH-STUDENT-NUMBER.
                   MOVE PERMIT-ISSUE-DATE-IN TO PLH-EVENT-DATE.
                   MOVE 'R' TO PLH-EVENT-TYPE.
                   WRITE PLATE-HISTORY-RECORD.

                   CLOSE PLATE-HISTORY-FILE.

      * rebuild the indexed copy of CARFILE.DAT, keyed on permit
      * number, from the line-sequential file just written
           400-CONVERT-TO-INDEXED-FILE.
                       ELSE
                           MOVE CAR-FUEL-TYPE-OUT TO IDX-FUEL-TYPE
                       END-IF
                       MOVE CAR-PLATE-OUT TO IDX-PLATE
                       MOVE CAR-PROVINCE-OUT TO IDX-PROVINCE
                       MOVE CAR-PLATE-2-OUT TO IDX-PLATE-2
                       MOVE CAR-PROVINCE-2-OUT TO IDX-PROVINCE-2
                       MOVE CAR-TYPE-2-OUT TO IDX-CAR-TYPE-2
                       IF CAR-YEAR-2-OUT IS NUMERIC
                           MOVE CAR-YEAR-2-OUT TO IDX-CAR-YEAR-2
                       ELSE
                           MOVE ZERO TO IDX-CAR-YEAR-2
                       END-IF
                       WRITE CAR-INDEXED-RECORD
                           INVALID KEY
                               DISPLAY
                             TO LOT-CAPACITY-CONTAINER(LOT-TABLE-COUNT)
                           MOVE ZERO
                             TO LOT-SOLD-CONTAINER(LOT-TABLE-COUNT)
                           IF LOT-CAMPUS-CODE IS EQUAL TO SPACES
                               MOVE DEFAULT-CAMPUS-CODE TO
                                 LOT-CAMPUS-CONTAINER(LOT-TABLE-COUNT)
                           ELSE
                               MOVE LOT-CAMPUS-CODE TO
                                 LOT-CAMPUS-CONTAINER(LOT-TABLE-COUNT)
                           END-IF
                   END-READ.

      * the home campuses PROJECT150 keeps - none on file leaves every
      * student at MAIN
           505-LOAD-STUDENT-CAMPUSES.
               OPEN INPUT STUDENT-CAMPUS-FILE.
               IF STUDENT-CAMPUS-STATUS IS EQUAL TO "00"
                   PERFORM 506-LOAD-ONE-STUDENT-CAMPUS
                       UNTIL STUDENT-CAMPUS-EOF-FLG IS EQUAL TO 'Y'
                       OR STUDENT-CAMPUS-COUNT IS EQUAL TO 5000
                   CLOSE STUDENT-CAMPUS-FILE
               END-IF.

               506-LOAD-ONE-STUDENT-CAMPUS.
                   READ STUDENT-CAMPUS-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-CAMPUS-EOF-FLG
                       NOT AT END
                           ADD 1 TO STUDENT-CAMPUS-COUNT
                           MOVE SCM-STUDENT-NUMBER TO
                             SCM-STUDENT-CONTAINER(STUDENT-CAMPUS-COUNT)
                           MOVE SCM-CAMPUS-CODE TO
                             SCM-CAMPUS-CONTAINER(STUDENT-CAMPUS-COUNT)
                   END-READ.

      * permits already on file count against their lots, so this
                       ELSE
                           ADD 1 TO
                             LOT-SOLD-CONTAINER(LOT-FOUND-SUB)
                           PERFORM 525-CHECK-LOT-CAMPUS
                       END-IF
                   END-IF
               END-IF.
                           MOVE LOT-FIND-SUB TO LOT-FOUND-SUB
                       END-IF.

      * a lot away from the student's home campus is still issued -
      * students do park at the other campus - but the counter is told
               525-CHECK-LOT-CAMPUS.
                   MOVE DEFAULT-CAMPUS-CODE TO HOME-CAMPUS-WORK.
                   PERFORM 526-CHECK-ONE-STUDENT-CAMPUS
                       VARYING STUDENT-CAMPUS-SUB FROM 1 BY 1
                       UNTIL STUDENT-CAMPUS-SUB > STUDENT-CAMPUS-COUNT.

                   IF LOT-CAMPUS-CONTAINER(LOT-FOUND-SUB) IS NOT EQUAL
                       TO HOME-CAMPUS-WORK
                       DISPLAY "NOTE - LOT IS AT "
                         LOT-CAMPUS-CONTAINER(LOT-FOUND-SUB)
                         ", STUDENT'S HOME CAMPUS IS "
                         HOME-CAMPUS-WORK
                   END-IF.

                   526-CHECK-ONE-STUDENT-CAMPUS.
                       IF SCM-STUDENT-CONTAINER(STUDENT-CAMPUS-SUB)
                           IS EQUAL TO OWNER-STUDENT-NUMBER-IN
                           MOVE SCM-CAMPUS-CONTAINER
                             (STUDENT-CAMPUS-SUB) TO HOME-CAMPUS-WORK
                       END-IF.

           530-ADD-TO-WAITLIST.
               ACCEPT WAITLIST-DATE-WORK FROM DATE YYYYMMDD.

