      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: alumni address-update return. The alumni office
      *          keeps graduates' mailing addresses current off
      *          PROJECT56's ALUMNI-EXTRACT.txt and sends changes back
      *          on ALUMNI-ADDRESS-UPDATES.txt - student number,
      *          street, city, province, postal code and the date
      *          they took the change. A graduate's Student.txt
      *          record is only refreshed once they come back for
      *          another program: a student on CONFERRED-CREDENTIALS
      *          .txt who is on STUFILE3.txt again with a program
      *          they have not been conferred. Until then the update
      *          waits on ALUMNI-ADDRESS-PENDING.txt and is tried
      *          again every run; a later update for the same student
      *          supersedes it. Rows for students who never graduated,
      *          or with a province or postal code LAB2 would not
      *          take, are refused. An applied address clears the
      *          returned-mail flag the way LAB2's edit does, goes on
      *          the PROJECT02 audit trail (ALMADR), and ADDRIDX.DAT is
      *          rebuilt after the rewrite. Every row is listed on
      *          ALUMNI-UPDATE-REPORT.txt with what became of it
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT151.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the alumni office's return lines, one per address changed
           SELECT ALUMNI-UPDATE-FILE
           ASSIGN TO "..\ALUMNI-ADDRESS-UPDATES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALUMNI-UPDATE-STATUS.

      * updates held for graduates not yet back - read at the start,
      * rewritten at the end with what is still held
           SELECT ALUMNI-PENDING-FILE
           ASSIGN TO "..\ALUMNI-ADDRESS-PENDING.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALUMNI-PENDING-STATUS.

      * PROJECT56's conferrals - who is a graduate, and of what
           SELECT CONFERRED-FILE
           ASSIGN TO "..\CONFERRED-CREDENTIALS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONFERRED-FILE-STATUS.

           SELECT STUDENT-FILE
           ASSIGN TO "..\STUFILE3.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

           SELECT ADDRESS-FILE
           ASSIGN TO "..\Student.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADDRESS-FILE-STATUS.

      * the indexed address master - rebuilt after the rewrite so
      * the keyed readers see the new addresses
           SELECT ADDRESS-INDEXED-FILE
           ASSIGN TO "..\ADDRIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AIX-STUDENT-ID
           FILE STATUS IS ADDRESS-INDEXED-STATUS.

      * same audit trail PROJECT02 writes, appended with one line
      * per address applied
           SELECT AUDIT-LOG
           ASSIGN TO "..\PROJECT02-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT MASTER-LOCK-FILE
           ASSIGN TO "..\STUFILE3-LOCK.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCK-FILE-STATUS.

      * this run's outcome, one line per update row
           SELECT UPDATE-REPORT
           ASSIGN TO "..\ALUMNI-UPDATE-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UPDATE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * province carries LAB2's two-letter code in its first bytes
       FD ALUMNI-UPDATE-FILE.
       01 ALUMNI-UPDATE-RECORD.
         05 AAU-STUDENT-NUMBER PIC X(6).
         05 AAU-STREET PIC X(25).
         05 AAU-CITY PIC X(15).
         05 AAU-PROVINCE PIC X(15).
         05 AAU-POSTAL-CODE PIC X(7).
         05 AAU-UPDATE-DATE PIC 9(8).

      * same layout as ALUMNI-UPDATE-FILE
       FD ALUMNI-PENDING-FILE.
       01 ALUMNI-PENDING-RECORD.
         05 AAP-STUDENT-NUMBER PIC X(6).
         05 AAP-STREET PIC X(25).
         05 AAP-CITY PIC X(15).
         05 AAP-PROVINCE PIC X(15).
         05 AAP-POSTAL-CODE PIC X(7).
         05 AAP-UPDATE-DATE PIC 9(8).

      * kept in step with Project56.cbl's FD CONFERRED-FILE
       FD CONFERRED-FILE.
       01 CONFERRED-RECORD.
         05 CNF-STUDENT-NUMBER PIC 9(6).
         05 CNF-PROGRAM-CODE PIC X(5).
         05 CNF-CONFERRAL-DATE PIC 9(8).

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

      * LAB2's student master, whole record round-tripped - kept in
      * step with Lab2.cbl's FD STUDENT
       FD ADDRESS-FILE.
       01 ADDRESS-FILE-IN.
         05 ADDR-STUDENT-ID PIC A(10).
         05 ADDR-STUDENT-PROGRAM PIC A(8).
         05 ADDR-STUDENT-YEAR PIC 9(6).
         05 ADDR-STUDENT-NAME.
           10 ADDR-STUDENT-TITLE PIC A(6).
           10 ADDR-FIRST-NAME PIC A(15).
           10 ADDR-NAME-INITIAL PIC A(2).
           10 ADDR-LAST-NAME PIC A(28).
         05 ADDR-STUDENT-ADDRESS.
           10 ADDR-STREET PIC A(25).
           10 ADDR-CITY PIC A(15).
           10 ADDR-PROVINCE PIC A(15).
           10 ADDR-POSTAL-CODE PIC A(7).
         05 ADDR-LANGUAGE-PREF PIC A(1).
         05 ADDR-DELIVERY-PREF PIC A(1).
         05 ADDR-UNDELIVERABLE-FLAG PIC A(1).
         05 ADDR-RETURNED-DATE PIC 9(8).

      * kept in step with Project3.cbl's FD ADDRESS-INDEXED-FILE
       FD ADDRESS-INDEXED-FILE.
       01 ADDRESS-INDEXED-RECORD.
         05 AIX-STUDENT-ID PIC X(10).
         05 AIX-STREET PIC X(25).
         05 AIX-CITY PIC X(15).
         05 AIX-PROVINCE PIC X(15).
         05 AIX-POSTAL-CODE PIC X(7).
         05 AIX-LANGUAGE-PREF PIC X(1).
         05 AIX-DELIVERY-PREF PIC X(1).
         05 AIX-UNDELIVERABLE-FLAG PIC X(1).

      * same layout PROJECT02 writes, same conventions
       FD AUDIT-LOG.
       01 AUDIT-LOG-LINE.
         05 AUDIT-TIMESTAMP-OUT PIC X(17).
         05 FILLER PIC X(2) VALUE SPACE.
         05 AUDIT-OPERATOR-OUT PIC X(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 AUDIT-ACTION-OUT PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 AUDIT-STUDENT-NUM-OUT PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 AUDIT-BEFORE-OUT PIC X(50).
         05 FILLER PIC X(2) VALUE SPACE.
         05 AUDIT-AFTER-OUT PIC X(50).

       FD MASTER-LOCK-FILE.
       01 MASTER-LOCK-RECORD.
         05 LCK-PROGRAM PIC X(9).
         05 LCK-OPERATOR PIC X(8).
         05 LCK-START-STAMP PIC X(17).

       FD UPDATE-REPORT.
       01 UPDATE-REPORT-LINE.
         05 RPT-STUDENT-NUMBER-OUT PIC X(6).
         05 FILLER PIC X(2) VALUE SPACE.
         05 RPT-UPDATE-DATE-OUT PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 RPT-STREET-OUT PIC X(25).
         05 FILLER PIC X(2) VALUE SPACE.
         05 RPT-CITY-OUT PIC X(15).
         05 FILLER PIC X(2) VALUE SPACE.
         05 RPT-MESSAGE-OUT PIC X(40).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 ALUMNI-UPDATE-STATUS PIC X(2).
         05 ALUMNI-PENDING-STATUS PIC X(2).
         05 CONFERRED-FILE-STATUS PIC X(2).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 ADDRESS-FILE-STATUS PIC X(2).
         05 ADDRESS-INDEXED-STATUS PIC X(2).
         05 AUDIT-FILE-STATUS PIC X(2).
         05 UPDATE-REPORT-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 UPDATE-EOF-FLG PIC X(1) VALUE 'N'.
         05 PENDING-EOF-FLG PIC X(1) VALUE 'N'.
         05 CONFERRED-EOF-FLG PIC X(1) VALUE 'N'.
         05 STUDENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 ADDRESS-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-RAW PIC 9(8).

       01 AUDIT-TIME-FIELDS.
         05 AUDIT-DATE-RAW.
           10 AUDIT-YY PIC 99.
           10 AUDIT-MM PIC 99.
           10 AUDIT-DD PIC 99.
         05 AUDIT-TIME-RAW.
           10 AUDIT-HH PIC 99.
           10 AUDIT-MIN PIC 99.
           10 AUDIT-SS PIC 99.
           10 FILLER PIC 9(2).
         05 AUDIT-STAMP.
           10 AUDIT-STAMP-MM PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 AUDIT-STAMP-DD PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 AUDIT-STAMP-YY PIC 99.
           10 FILLER PIC X VALUE SPACE.
           10 AUDIT-STAMP-HH PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 AUDIT-STAMP-MIN PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 AUDIT-STAMP-SS PIC 99.

       01 LOCK-FIELDS.
         05 LOCK-FILE-STATUS PIC X(2).
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

      * every update row, held ones first then this run's, in the
      * order they were taken - a later row for the same student
      * supersedes an earlier one
       01 UPDATE-TABLE.
         05 UPDATE-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON UPDATE-COUNT.
           10 UPT-STUDENT-NUMBER PIC X(6).
           10 UPT-STREET PIC X(25).
           10 UPT-CITY PIC X(15).
           10 UPT-PROVINCE PIC X(15).
           10 UPT-POSTAL-CODE PIC X(7).
           10 UPT-UPDATE-DATE PIC 9(8).
           10 UPT-HELD-FLAG PIC X(1).

       01 UPDATE-VARIABLES.
         05 UPDATE-COUNT PIC 9(4) VALUE 0.
         05 UPDATE-SUB PIC 9(4).
         05 LATER-SUB PIC 9(4).
         05 UPDATE-STUDENT-NUMERIC PIC 9(6).
         05 SUPERSEDED-FLAG PIC X(1).
           88 UPDATE-SUPERSEDED VALUE 'Y'.

      * graduates and the programs they were conferred
       01 CONFERRED-TABLE.
         05 CONFERRED-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON CONFERRED-COUNT.
           10 CFT-STUDENT-NUMBER PIC 9(6).
           10 CFT-PROGRAM-CODE PIC X(5).

       01 CONFERRED-VARIABLES.
         05 CONFERRED-COUNT PIC 9(4) VALUE 0.
         05 CONFERRED-SUB PIC 9(4).
         05 GRADUATE-FLAG PIC X(1).
           88 IS-GRADUATE VALUE 'Y'.
         05 PROGRAM-CONFERRED-FLAG PIC X(1).
           88 PROGRAM-ALREADY-CONFERRED VALUE 'Y'.

      * who is enrolled now, and in what
       01 ENROLLED-TABLE.
         05 ENROLLED-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON ENROLLED-COUNT.
           10 ENT-STUDENT-NUMBER PIC 9(6).
           10 ENT-PROGRAM-COUNT PIC 9(1).
           10 ENT-PROGRAM-OF-STUDY PIC X(5) OCCURS 3 TIMES.

       01 ENROLLED-VARIABLES.
         05 ENROLLED-COUNT PIC 9(4) VALUE 0.
         05 ENROLLED-CTR PIC 9(4).
         05 ENROLLED-SUB PIC 9(4).
         05 ENROLLED-FOUND-SUB PIC 9(4) VALUE 0.
         05 PROGRAM-SUB PIC 9(1).
         05 RETURNED-FLAG PIC X(1).
           88 GRADUATE-HAS-RETURNED VALUE 'Y'.

      * LAB2's master held whole-record - only the address group and
      * the returned-mail fields are edited
       01 ADDRESS-TABLE.
         05 ADDRESS-ENTRY OCCURS 1 TO 1000 TIMES
             DEPENDING ON ADDRESS-COUNT.
           10 ADT-RECORD-IMAGE PIC X(200).

       01 ADDRESS-VARIABLES.
         05 ADDRESS-COUNT PIC 9(4) VALUE 0.
         05 ADDRESS-CTR PIC 9(4).
         05 ADDRESS-FIND-SUB PIC 9(4).
         05 ADDRESS-FOUND-SUB PIC 9(4) VALUE 0.
         05 ADDRESS-CHANGED-FLAG PIC X(1) VALUE 'N'.
         05 ADDRESS-BEFORE-UPDATE PIC X(40).
         05 STUDENT-NUMBER-EDIT PIC 9(10).
         05 STUDENT-NUMBER-AS-ID PIC X(10).

      * two-letter Canadian province/territory codes - kept in step
      * with Lab2.cbl's VALID-PROVINCE-TABLE
       01 VALID-PROVINCE-TABLE VALUE
           "ONQCBCABMBSKNSNBNLPEYTNTNU".
         05 VALID-PROVINCE-CODE OCCURS 13 TIMES PIC A(2).

       01 ADDRESS-VALIDATION-VARIABLES.
         05 PROVINCE-VALID-FLAG PIC X(1).
           88 PROVINCE-IS-VALID VALUE 'Y'.
         05 POSTAL-VALID-FLAG PIC X(1).
           88 POSTAL-IS-VALID VALUE 'Y'.
         05 PROV-CHK-SUB PIC 9(2).

       01 REPORT-MESSAGE PIC X(40).

       01 COUNTERS.
         05 HOW-MANY-READ PIC 9(6) VALUE 0.
         05 HOW-MANY-APPLIED PIC 9(6) VALUE 0.
         05 HOW-MANY-HELD PIC 9(6) VALUE 0.
         05 HOW-MANY-REJECTED PIC 9(6) VALUE 0.

       01 FINAL-REPORT.
         05 FINAL-REPORT-1 PIC X(12).
         05 FINAL-NUMBER-1 PIC ZZZZZ9.
         05 FILLER PIC X(3).
         05 FINAL-REPORT-2 PIC X(10).
         05 FINAL-NUMBER-2 PIC ZZZZZ9.
         05 FILLER PIC X(3).
         05 FINAL-REPORT-3 PIC X(7).
         05 FINAL-NUMBER-3 PIC ZZZZZ9.
         05 FILLER PIC X(3).
         05 FINAL-REPORT-4 PIC X(11).
         05 FINAL-NUMBER-4 PIC ZZZZZ9.

       PROCEDURE DIVISION.
      * main procedure - load the held and new updates and the
      * masters, work every update, rewrite what moved
       100-PROCESS-ALUMNI-UPDATES.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 260-ACQUIRE-MASTER-LOCK.
           PERFORM 200-LOAD-PENDING-UPDATES.
           PERFORM 210-LOAD-NEW-UPDATES.
           PERFORM 220-LOAD-CONFERRALS.
           PERFORM 230-LOAD-ENROLLED-STUDENTS.
           PERFORM 240-LOAD-ADDRESS-MASTER.

           OPEN OUTPUT UPDATE-REPORT.
           IF UPDATE-REPORT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "UNABLE TO OPEN ALUMNI-UPDATE-REPORT.txt - "
                 "STATUS " UPDATE-REPORT-STATUS
               PERFORM 261-RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.
           MOVE SPACES TO UPDATE-REPORT-LINE.

           PERFORM 300-WORK-ONE-UPDATE
               VARYING UPDATE-SUB FROM 1 BY 1
               UNTIL UPDATE-SUB > UPDATE-COUNT.

           CLOSE UPDATE-REPORT.

           IF ADDRESS-CHANGED-FLAG IS EQUAL TO 'Y'
               PERFORM 410-REWRITE-ADDRESS-MASTER
               PERFORM 412-REBUILD-ADDRESS-INDEX
           END-IF.
           PERFORM 420-REWRITE-PENDING-UPDATES.

           PERFORM 261-RELEASE-MASTER-LOCK.
           PERFORM 500-WRITE-FINAL-REPORT.
           STOP RUN.

      * what an earlier run held - none on file means nothing waits
           200-LOAD-PENDING-UPDATES.
               OPEN INPUT ALUMNI-PENDING-FILE.
               IF ALUMNI-PENDING-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF ALUMNI-PENDING-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ALUMNI-ADDRESS-PENDING.txt "
                     "- STATUS " ALUMNI-PENDING-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               ELSE
                   PERFORM 2001-LOAD-ONE-PENDING
                       UNTIL PENDING-EOF-FLG IS EQUAL TO 'Y'
                       OR UPDATE-COUNT IS EQUAL TO 2000
                   CLOSE ALUMNI-PENDING-FILE
               END-IF
               END-IF.

               2001-LOAD-ONE-PENDING.
                   READ ALUMNI-PENDING-FILE
                       AT END
                           MOVE 'Y' TO PENDING-EOF-FLG
                       NOT AT END
                           ADD 1 TO UPDATE-COUNT
                           MOVE ALUMNI-PENDING-RECORD
                             TO UPDATE-ENTRY(UPDATE-COUNT)
                           MOVE 'N' TO UPT-HELD-FLAG(UPDATE-COUNT)
                   END-READ.

      * this run's return file - none on file still lets the held
      * ones be tried again
           210-LOAD-NEW-UPDATES.
               OPEN INPUT ALUMNI-UPDATE-FILE.
               IF ALUMNI-UPDATE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF ALUMNI-UPDATE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ALUMNI-ADDRESS-UPDATES.txt "
                     "- STATUS " ALUMNI-UPDATE-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               ELSE
                   PERFORM 2101-LOAD-ONE-UPDATE
                       UNTIL UPDATE-EOF-FLG IS EQUAL TO 'Y'
                       OR UPDATE-COUNT IS EQUAL TO 2000
                   CLOSE ALUMNI-UPDATE-FILE
               END-IF
               END-IF.

               IF UPDATE-COUNT IS EQUAL TO 2000
                   AND UPDATE-EOF-FLG IS NOT EQUAL TO 'Y'
                   DISPLAY "UPDATE TABLE FULL - THE REST OF "
                     "ALUMNI-ADDRESS-UPDATES.txt WAITS FOR A RERUN"
               END-IF.

               2101-LOAD-ONE-UPDATE.
                   READ ALUMNI-UPDATE-FILE
                       AT END
                           MOVE 'Y' TO UPDATE-EOF-FLG
                       NOT AT END
                           ADD 1 TO HOW-MANY-READ
                           ADD 1 TO UPDATE-COUNT
                           MOVE ALUMNI-UPDATE-RECORD
                             TO UPDATE-ENTRY(UPDATE-COUNT)
                           MOVE 'N' TO UPT-HELD-FLAG(UPDATE-COUNT)
                   END-READ.

           220-LOAD-CONFERRALS.
               OPEN INPUT CONFERRED-FILE.
               IF CONFERRED-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF CONFERRED-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CONFERRED-CREDENTIALS.txt - "
                     "STATUS " CONFERRED-FILE-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               ELSE
                   PERFORM 2201-LOAD-ONE-CONFERRAL
                       UNTIL CONFERRED-EOF-FLG IS EQUAL TO 'Y'
                       OR CONFERRED-COUNT IS EQUAL TO 5000
                   CLOSE CONFERRED-FILE
               END-IF
               END-IF.

               2201-LOAD-ONE-CONFERRAL.
                   READ CONFERRED-FILE
                       AT END
                           MOVE 'Y' TO CONFERRED-EOF-FLG
                       NOT AT END
                           ADD 1 TO CONFERRED-COUNT
                           MOVE CNF-STUDENT-NUMBER
                             TO CFT-STUDENT-NUMBER(CONFERRED-COUNT)
                           MOVE CNF-PROGRAM-CODE
                             TO CFT-PROGRAM-CODE(CONFERRED-COUNT)
                   END-READ.

      * only the number and programs are kept - the master itself is
      * not rewritten here
           230-LOAD-ENROLLED-STUDENTS.
               OPEN INPUT STUDENT-FILE.
               IF STUDENT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3.txt - STATUS "
                     STUDENT-FILE-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.

               PERFORM 2301-LOAD-ONE-STUDENT
                   VARYING ENROLLED-CTR FROM 1 BY 1
                   UNTIL ENROLLED-CTR IS EQUAL TO 3000
                   OR STUDENT-EOF-FLG IS EQUAL TO 'Y'.

               CLOSE STUDENT-FILE.

               2301-LOAD-ONE-STUDENT.
                   READ STUDENT-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-EOF-FLG
                       NOT AT END
                           MOVE ENROLLED-CTR TO ENROLLED-COUNT
                           MOVE STUDENT-NUMBER
                             TO ENT-STUDENT-NUMBER(ENROLLED-CTR)
                           MOVE PROGRAM-COUNT
                             TO ENT-PROGRAM-COUNT(ENROLLED-CTR)
                           PERFORM 2302-COPY-ONE-PROGRAM-IN
                               VARYING PROGRAM-SUB FROM 1 BY 1
                               UNTIL PROGRAM-SUB > PROGRAM-COUNT
                   END-READ.

                   2302-COPY-ONE-PROGRAM-IN.
                       MOVE PROGRAM-OF-STUDY(PROGRAM-SUB)
                         TO ENT-PROGRAM-OF-STUDY
                           (ENROLLED-CTR, PROGRAM-SUB).

      * whole images - the address group is spliced in place when an
      * update lands
           240-LOAD-ADDRESS-MASTER.
               OPEN INPUT ADDRESS-FILE.
               IF ADDRESS-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "NO Student.txt ON FILE - ADDRESS MASTER "
                     "WILL NOT BE UPDATED"
               ELSE
                   PERFORM 2401-LOAD-ONE-ADDRESS
                       VARYING ADDRESS-CTR FROM 1 BY 1
                       UNTIL ADDRESS-CTR IS EQUAL TO 1000
                       OR ADDRESS-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE ADDRESS-FILE
               END-IF.

               2401-LOAD-ONE-ADDRESS.
                   READ ADDRESS-FILE
                       AT END
                           MOVE 'Y' TO ADDRESS-EOF-FLG
                       NOT AT END
                           MOVE ADDRESS-CTR TO ADDRESS-COUNT
                           MOVE ADDRESS-FILE-IN
                             TO ADT-RECORD-IMAGE(ADDRESS-CTR)
                   END-READ.

      * one update row - superseded, refused, held or applied, in
      * that order of checking
           300-WORK-ONE-UPDATE.
               MOVE SPACES TO REPORT-MESSAGE.
               PERFORM 310-CHECK-SUPERSEDED.

               IF UPDATE-SUPERSEDED
                   MOVE "SUPERSEDED BY A LATER UPDATE"
                     TO REPORT-MESSAGE
               ELSE IF UPT-STUDENT-NUMBER(UPDATE-SUB) IS NOT NUMERIC
                   MOVE "REJECTED - STUDENT NUMBER NOT NUMERIC"
                     TO REPORT-MESSAGE
                   ADD 1 TO HOW-MANY-REJECTED
               ELSE
                   MOVE UPT-STUDENT-NUMBER(UPDATE-SUB)
                     TO UPDATE-STUDENT-NUMERIC
                   PERFORM 320-CHECK-GRADUATE
                   PERFORM 330-CHECK-ADDRESS-FIELDS
                   IF NOT IS-GRADUATE
                       MOVE "REJECTED - NOT A GRADUATE"
                         TO REPORT-MESSAGE
                       ADD 1 TO HOW-MANY-REJECTED
                   ELSE IF UPT-STREET(UPDATE-SUB) IS EQUAL TO SPACES
                       OR UPT-CITY(UPDATE-SUB) IS EQUAL TO SPACES
                       MOVE "REJECTED - STREET OR CITY MISSING"
                         TO REPORT-MESSAGE
                       ADD 1 TO HOW-MANY-REJECTED
                   ELSE IF NOT PROVINCE-IS-VALID
                       MOVE "REJECTED - INVALID PROVINCE CODE"
                         TO REPORT-MESSAGE
                       ADD 1 TO HOW-MANY-REJECTED
                   ELSE IF NOT POSTAL-IS-VALID
                       MOVE "REJECTED - INVALID POSTAL CODE FORMAT"
                         TO REPORT-MESSAGE
                       ADD 1 TO HOW-MANY-REJECTED
                   ELSE
                       PERFORM 340-CHECK-RETURNED
                       PERFORM 350-FIND-ADDRESS-RECORD
                       IF NOT GRADUATE-HAS-RETURNED
                           MOVE "HELD - NOT BACK FOR ANOTHER PROGRAM"
                             TO REPORT-MESSAGE
                           PERFORM 360-HOLD-UPDATE
                       ELSE IF ADDRESS-FOUND-SUB IS EQUAL TO ZERO
                           MOVE "HELD - NO Student.txt RECORD YET"
                             TO REPORT-MESSAGE
                           PERFORM 360-HOLD-UPDATE
                       ELSE
                           PERFORM 370-APPLY-UPDATE
                           MOVE "APPLIED TO Student.txt"
                             TO REPORT-MESSAGE
                       END-IF
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF.

               MOVE UPT-STUDENT-NUMBER(UPDATE-SUB)
                 TO RPT-STUDENT-NUMBER-OUT.
               MOVE UPT-UPDATE-DATE(UPDATE-SUB) TO RPT-UPDATE-DATE-OUT.
               MOVE UPT-STREET(UPDATE-SUB) TO RPT-STREET-OUT.
               MOVE UPT-CITY(UPDATE-SUB) TO RPT-CITY-OUT.
               MOVE REPORT-MESSAGE TO RPT-MESSAGE-OUT.
               WRITE UPDATE-REPORT-LINE.

      * a later row for the same student wins - this one is dropped
           310-CHECK-SUPERSEDED.
               MOVE 'N' TO SUPERSEDED-FLAG.
               PERFORM 3101-CHECK-ONE-LATER-UPDATE
                   VARYING LATER-SUB FROM UPDATE-SUB BY 1
                   UNTIL LATER-SUB > UPDATE-COUNT
                   OR UPDATE-SUPERSEDED.

               3101-CHECK-ONE-LATER-UPDATE.
                   IF LATER-SUB IS GREATER THAN UPDATE-SUB
                       AND UPT-STUDENT-NUMBER(LATER-SUB) IS EQUAL TO
                           UPT-STUDENT-NUMBER(UPDATE-SUB)
                       MOVE 'Y' TO SUPERSEDED-FLAG
                   END-IF.

           320-CHECK-GRADUATE.
               MOVE 'N' TO GRADUATE-FLAG.
               PERFORM 3201-CHECK-ONE-CONFERRAL
                   VARYING CONFERRED-SUB FROM 1 BY 1
                   UNTIL CONFERRED-SUB > CONFERRED-COUNT
                   OR IS-GRADUATE.

               3201-CHECK-ONE-CONFERRAL.
                   IF CFT-STUDENT-NUMBER(CONFERRED-SUB) IS EQUAL TO
                       UPDATE-STUDENT-NUMERIC
                       MOVE 'Y' TO GRADUATE-FLAG
                   END-IF.

      * the same checks LAB2 puts an entered address through
           330-CHECK-ADDRESS-FIELDS.
               MOVE 'N' TO PROVINCE-VALID-FLAG.
               PERFORM 3301-CHECK-ONE-PROVINCE-CODE
                   VARYING PROV-CHK-SUB FROM 1 BY 1
                   UNTIL PROV-CHK-SUB > 13
                   OR PROVINCE-IS-VALID.

               IF UPT-POSTAL-CODE(UPDATE-SUB)(1:1) ALPHABETIC
                 AND UPT-POSTAL-CODE(UPDATE-SUB)(2:1) NUMERIC
                 AND UPT-POSTAL-CODE(UPDATE-SUB)(3:1) ALPHABETIC
                 AND UPT-POSTAL-CODE(UPDATE-SUB)(4:1) = SPACE
                 AND UPT-POSTAL-CODE(UPDATE-SUB)(5:1) NUMERIC
                 AND UPT-POSTAL-CODE(UPDATE-SUB)(6:1) ALPHABETIC
                 AND UPT-POSTAL-CODE(UPDATE-SUB)(7:1) NUMERIC
                   MOVE 'Y' TO POSTAL-VALID-FLAG
               ELSE
                   MOVE 'N' TO POSTAL-VALID-FLAG
               END-IF.

               3301-CHECK-ONE-PROVINCE-CODE.
                   IF UPT-PROVINCE(UPDATE-SUB)(1:2) IS EQUAL TO
                       VALID-PROVINCE-CODE(PROV-CHK-SUB)
                       MOVE 'Y' TO PROVINCE-VALID-FLAG
                   END-IF.

      * back on the master with at least one program not already
      * conferred on them
           340-CHECK-RETURNED.
               MOVE 'N' TO RETURNED-FLAG.
               MOVE 0 TO ENROLLED-FOUND-SUB.
               PERFORM 3401-CHECK-ONE-ENROLLED
                   VARYING ENROLLED-SUB FROM 1 BY 1
                   UNTIL ENROLLED-SUB > ENROLLED-COUNT
                   OR ENROLLED-FOUND-SUB IS GREATER THAN ZERO.

               IF ENROLLED-FOUND-SUB IS GREATER THAN ZERO
                   PERFORM 3402-CHECK-ONE-PROGRAM
                       VARYING PROGRAM-SUB FROM 1 BY 1
                       UNTIL PROGRAM-SUB >
                           ENT-PROGRAM-COUNT(ENROLLED-FOUND-SUB)
                       OR GRADUATE-HAS-RETURNED
               END-IF.

               3401-CHECK-ONE-ENROLLED.
                   IF ENT-STUDENT-NUMBER(ENROLLED-SUB) IS EQUAL TO
                       UPDATE-STUDENT-NUMERIC
                       MOVE ENROLLED-SUB TO ENROLLED-FOUND-SUB
                   END-IF.

               3402-CHECK-ONE-PROGRAM.
                   MOVE 'N' TO PROGRAM-CONFERRED-FLAG.
                   PERFORM 3403-CHECK-PROGRAM-CONFERRED
                       VARYING CONFERRED-SUB FROM 1 BY 1
                       UNTIL CONFERRED-SUB > CONFERRED-COUNT
                       OR PROGRAM-ALREADY-CONFERRED.
                   IF NOT PROGRAM-ALREADY-CONFERRED
                       MOVE 'Y' TO RETURNED-FLAG
                   END-IF.

                   3403-CHECK-PROGRAM-CONFERRED.
                       IF CFT-STUDENT-NUMBER(CONFERRED-SUB) IS EQUAL TO
                           UPDATE-STUDENT-NUMERIC
                           AND CFT-PROGRAM-CODE(CONFERRED-SUB)
                               IS EQUAL TO ENT-PROGRAM-OF-STUDY
                               (ENROLLED-FOUND-SUB, PROGRAM-SUB)
                           MOVE 'Y' TO PROGRAM-CONFERRED-FLAG
                       END-IF.

           350-FIND-ADDRESS-RECORD.
               MOVE 0 TO ADDRESS-FOUND-SUB.
               MOVE UPDATE-STUDENT-NUMERIC TO STUDENT-NUMBER-EDIT.
               MOVE STUDENT-NUMBER-EDIT TO STUDENT-NUMBER-AS-ID.
               PERFORM 3501-CHECK-ONE-ADDRESS
                   VARYING ADDRESS-FIND-SUB FROM 1 BY 1
                   UNTIL ADDRESS-FIND-SUB > ADDRESS-COUNT
                   OR ADDRESS-FOUND-SUB IS GREATER THAN ZERO.

               3501-CHECK-ONE-ADDRESS.
                   IF ADT-RECORD-IMAGE(ADDRESS-FIND-SUB)(1:10)
                       IS EQUAL TO STUDENT-NUMBER-AS-ID
                       MOVE ADDRESS-FIND-SUB TO ADDRESS-FOUND-SUB
                   END-IF.

           360-HOLD-UPDATE.
               MOVE 'Y' TO UPT-HELD-FLAG(UPDATE-SUB).
               ADD 1 TO HOW-MANY-HELD.

      * the address group sits at fixed offsets inside the 200-byte
      * image; a fresh address is presumed deliverable, so the
      * returned-mail flag and date clear as LAB2's edit does
           370-APPLY-UPDATE.
               MOVE ADT-RECORD-IMAGE(ADDRESS-FOUND-SUB)(76:40)
                 TO ADDRESS-BEFORE-UPDATE.
               MOVE UPT-STREET(UPDATE-SUB)
                 TO ADT-RECORD-IMAGE(ADDRESS-FOUND-SUB)(76:25).
               MOVE UPT-CITY(UPDATE-SUB)
                 TO ADT-RECORD-IMAGE(ADDRESS-FOUND-SUB)(101:15).
               MOVE UPT-PROVINCE(UPDATE-SUB)
                 TO ADT-RECORD-IMAGE(ADDRESS-FOUND-SUB)(116:15).
               MOVE UPT-POSTAL-CODE(UPDATE-SUB)
                 TO ADT-RECORD-IMAGE(ADDRESS-FOUND-SUB)(131:7).
               MOVE 'N' TO ADT-RECORD-IMAGE(ADDRESS-FOUND-SUB)(140:1).
               MOVE "00000000"
                 TO ADT-RECORD-IMAGE(ADDRESS-FOUND-SUB)(141:8).
               MOVE 'Y' TO ADDRESS-CHANGED-FLAG.
               ADD 1 TO HOW-MANY-APPLIED.
               PERFORM 380-WRITE-AUDIT-LINE.

      * one line on the shared audit trail per address applied -
      * street and city before and after, under the feed's name the
      * way PROJECT74 signs its batch lines
           380-WRITE-AUDIT-LINE.
               ACCEPT AUDIT-DATE-RAW FROM DATE.
               ACCEPT AUDIT-TIME-RAW FROM TIME.

               MOVE AUDIT-MM TO AUDIT-STAMP-MM.
               MOVE AUDIT-DD TO AUDIT-STAMP-DD.
               MOVE AUDIT-YY TO AUDIT-STAMP-YY.
               MOVE AUDIT-HH TO AUDIT-STAMP-HH.
               MOVE AUDIT-MIN TO AUDIT-STAMP-MIN.
               MOVE AUDIT-SS TO AUDIT-STAMP-SS.

               OPEN EXTEND AUDIT-LOG.
               IF AUDIT-FILE-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT AUDIT-LOG
               END-IF.
               IF AUDIT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN PROJECT02-AUDIT.txt - "
                     "STATUS " AUDIT-FILE-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.
               MOVE SPACES TO AUDIT-LOG-LINE.

               MOVE AUDIT-STAMP TO AUDIT-TIMESTAMP-OUT.
               MOVE "ALUMNI" TO AUDIT-OPERATOR-OUT.
               MOVE "ALMADR" TO AUDIT-ACTION-OUT.
               MOVE UPDATE-STUDENT-NUMERIC TO AUDIT-STUDENT-NUM-OUT.
               MOVE ADDRESS-BEFORE-UPDATE TO AUDIT-BEFORE-OUT.
               MOVE ADT-RECORD-IMAGE(ADDRESS-FOUND-SUB)(76:40)
                 TO AUDIT-AFTER-OUT.

               WRITE AUDIT-LOG-LINE.

               CLOSE AUDIT-LOG.

           410-REWRITE-ADDRESS-MASTER.
               OPEN OUTPUT ADDRESS-FILE.
               IF ADDRESS-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN Student.txt - STATUS "
                     ADDRESS-FILE-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.

               PERFORM 411-WRITE-ONE-ADDRESS
                   VARYING ADDRESS-CTR FROM 1 BY 1
                   UNTIL ADDRESS-CTR > ADDRESS-COUNT.

               CLOSE ADDRESS-FILE.

               411-WRITE-ONE-ADDRESS.
                   MOVE ADT-RECORD-IMAGE(ADDRESS-CTR)
                     TO ADDRESS-FILE-IN.
                   WRITE ADDRESS-FILE-IN.

      * the keyed readers get the same picture Student.txt now
      * holds - kept in step with Project58.cbl's rebuild
           412-REBUILD-ADDRESS-INDEX.
               OPEN OUTPUT ADDRESS-INDEXED-FILE.
               IF ADDRESS-INDEXED-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO REBUILD ADDRIDX.DAT - STATUS "
                     ADDRESS-INDEXED-STATUS
               ELSE
                   PERFORM 413-INDEX-ONE-ADDRESS
                       VARYING ADDRESS-CTR FROM 1 BY 1
                       UNTIL ADDRESS-CTR > ADDRESS-COUNT
                   CLOSE ADDRESS-INDEXED-FILE
               END-IF.

               413-INDEX-ONE-ADDRESS.
                   MOVE ADT-RECORD-IMAGE(ADDRESS-CTR)(1:10)
                     TO AIX-STUDENT-ID.
                   MOVE ADT-RECORD-IMAGE(ADDRESS-CTR)(76:25)
                     TO AIX-STREET.
                   MOVE ADT-RECORD-IMAGE(ADDRESS-CTR)(101:15)
                     TO AIX-CITY.
                   MOVE ADT-RECORD-IMAGE(ADDRESS-CTR)(116:15)
                     TO AIX-PROVINCE.
                   MOVE ADT-RECORD-IMAGE(ADDRESS-CTR)(131:7)
                     TO AIX-POSTAL-CODE.
                   MOVE ADT-RECORD-IMAGE(ADDRESS-CTR)(138:1)
                     TO AIX-LANGUAGE-PREF.
                   MOVE ADT-RECORD-IMAGE(ADDRESS-CTR)(139:1)
                     TO AIX-DELIVERY-PREF.
                   MOVE ADT-RECORD-IMAGE(ADDRESS-CTR)(140:1)
                     TO AIX-UNDELIVERABLE-FLAG.
                   WRITE ADDRESS-INDEXED-RECORD
                       INVALID KEY
                           DISPLAY "DUPLICATE STUDENT ID SKIPPED "
                             "ON ADDRESS INDEX REBUILD: "
                             ADT-RECORD-IMAGE(ADDRESS-CTR)(1:10)
                   END-WRITE.

      * only what is still held goes back - applied, refused and
      * superseded rows drop off
           420-REWRITE-PENDING-UPDATES.
               OPEN OUTPUT ALUMNI-PENDING-FILE.
               IF ALUMNI-PENDING-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ALUMNI-ADDRESS-PENDING.txt "
                     "- STATUS " ALUMNI-PENDING-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.

               PERFORM 421-WRITE-ONE-PENDING
                   VARYING UPDATE-SUB FROM 1 BY 1
                   UNTIL UPDATE-SUB > UPDATE-COUNT.

               CLOSE ALUMNI-PENDING-FILE.

               421-WRITE-ONE-PENDING.
                   IF UPT-HELD-FLAG(UPDATE-SUB) IS EQUAL TO 'Y'
                       MOVE UPT-STUDENT-NUMBER(UPDATE-SUB)
                         TO AAP-STUDENT-NUMBER
                       MOVE UPT-STREET(UPDATE-SUB) TO AAP-STREET
                       MOVE UPT-CITY(UPDATE-SUB) TO AAP-CITY
                       MOVE UPT-PROVINCE(UPDATE-SUB) TO AAP-PROVINCE
                       MOVE UPT-POSTAL-CODE(UPDATE-SUB)
                         TO AAP-POSTAL-CODE
                       MOVE UPT-UPDATE-DATE(UPDATE-SUB)
                         TO AAP-UPDATE-DATE
                       WRITE ALUMNI-PENDING-RECORD
                   END-IF.

      * rows read, applied, held and refused, for the operator
           500-WRITE-FINAL-REPORT.
               MOVE "NEW UPDATES:" TO FINAL-REPORT-1.
               MOVE HOW-MANY-READ TO FINAL-NUMBER-1.
               MOVE "APPLIED:" TO FINAL-REPORT-2.
               MOVE HOW-MANY-APPLIED TO FINAL-NUMBER-2.
               MOVE "HELD:" TO FINAL-REPORT-3.
               MOVE HOW-MANY-HELD TO FINAL-NUMBER-3.
               MOVE "REJECTED:" TO FINAL-REPORT-4.
               MOVE HOW-MANY-REJECTED TO FINAL-NUMBER-4.

               DISPLAY FINAL-REPORT.

      * take the master lock or stop - a held lock names its holder so
      * the operator knows who to wait for, and a stale one left by an
      * abend is cleared through PROJECT25, not by guesswork
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
               MOVE "PROJ151" TO LCK-PROGRAM.
               MOVE SPACE TO LCK-OPERATOR.
               MOVE LCK-STAMP TO LCK-START-STAMP.
               WRITE MASTER-LOCK-RECORD.
               CLOSE MASTER-LOCK-FILE.

      * a clean exit empties the lock file - an empty file reads as
      * unlocked
           261-RELEASE-MASTER-LOCK.
               OPEN OUTPUT MASTER-LOCK-FILE.
               CLOSE MASTER-LOCK-FILE.
