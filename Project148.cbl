      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: menu-driven add/change/delete/list maintenance program
      *          for REPORT-CATALOGUE.txt - one entry per report the
      *          chain produces, naming who owns it, who it is
      *          delivered to (up to four recipients) and how many
      *          days its dated archives are kept. A report is either
      *          written under one fixed name every run (F, e.g.
      *          PROGRAM-SUBTOTAL.txt), or archived under the run
      *          date (D, e.g. STUDENT-RECORD-YYYYMMDD.txt) or the
      *          run month (M, e.g. AUDIT-ARCHIVE-YYYYMM.txt).
      *          PROJECT149 reads the catalogue after each run to
      *          register what was produced, write the distribution
      *          manifest and sweep archives past their retention.
      *          Same in-memory-table/rewrite-on-exit pattern as
      *          PROJECT114's EXCHANGE-RATES.txt maintenance
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT148.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGUE-FILE
           ASSIGN TO "..\REPORT-CATALOGUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATALOGUE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one entry per report - kept in step with Project149.cbl's
      * FD CATALOGUE-FILE
       FD CATALOGUE-FILE.
       01 CATALOGUE-FILE-IN.
           05 RCT-REPORT-ID PIC X(8).
           05 RCT-FILE-STEM PIC X(27).
           05 RCT-NAMING PIC X(1).
           05 RCT-DESCRIPTION PIC X(30).
           05 RCT-OWNER PIC X(20).
           05 RCT-RECIPIENT PIC X(12) OCCURS 4 TIMES.
           05 RCT-RETENTION-DAYS PIC 9(4).

       WORKING-STORAGE SECTION.
       01 CATALOGUE-FILE-STATUS PIC X(2).
       01 EOF-FLG PIC X(1) VALUE 'N'.
       01 MENU-CHOICE PIC X(1).

      * the whole catalogue is loaded into memory at startup, edited
      * by the menu choices below, and rewritten to
      * REPORT-CATALOGUE.txt in one pass when the operator exits -
      * soft-deleted entries are simply skipped on the rewrite, same
      * convention as PROJECT114
       01 CATALOGUE-MASTER-TABLE.
         05 CATALOGUE-TABLE-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON CATALOGUE-TABLE-COUNT
             INDEXED BY CATALOGUE-IDX.
           10 TBL-RCT-REPORT-ID PIC X(8).
           10 TBL-RCT-FILE-STEM PIC X(27).
           10 TBL-RCT-NAMING PIC X(1).
           10 TBL-RCT-DESCRIPTION PIC X(30).
           10 TBL-RCT-OWNER PIC X(20).
           10 TBL-RCT-RECIPIENT PIC X(12) OCCURS 4 TIMES.
           10 TBL-RCT-RETENTION-DAYS PIC 9(4).
           10 TBL-RCT-DELETED-FLAG PIC X(1) VALUE 'N'.
             88 TBL-RCT-DELETED VALUE 'Y'.

       01 TABLE-VARIABLES.
         05 CATALOGUE-TABLE-COUNT PIC 9(4) VALUE 0.
         05 FIND-SUB PIC 9(4).
         05 FOUND-SUB PIC 9(4) VALUE 0.
         05 RECIPIENT-SUB PIC 9(1).
         05 FOUND-FLAG PIC X(1).
           88 RECORD-FOUND VALUE 'Y'.
         05 DUPLICATE-FLAG PIC X(1).
           88 DUPLICATE-STEM-FOUND VALUE 'Y'.

       01 LOOKUP-REPORT-ID PIC X(8).

      * what the operator keys for one entry, checked before any of
      * it goes into the table
       01 CATALOGUE-ENTRY-FIELDS.
         05 ENTRY-FILE-STEM PIC X(27).
         05 ENTRY-NAMING PIC X(1).
           88 ENTRY-NAMING-VALID VALUE 'F' 'D' 'M'.
           88 ENTRY-NAMING-DATED VALUE 'D' 'M'.
         05 ENTRY-DESCRIPTION PIC X(30).
         05 ENTRY-OWNER PIC X(20).
         05 ENTRY-RECIPIENT PIC X(12) OCCURS 4 TIMES.
         05 ENTRY-RETENTION PIC X(4).
         05 ENTRY-RETENTION-NUMERIC REDEFINES ENTRY-RETENTION
             PIC 9(4).
         05 ENTRY-OK-FLAG PIC X(1).
           88 ENTRY-OK VALUE 'Y'.
         05 RECIPIENTS-DONE-FLAG PIC X(1).
           88 RECIPIENTS-DONE VALUE 'Y'.

       01 NAMING-TEXT PIC X(30).
       01 SAMPLE-FILE-NAME PIC X(40).

       PROCEDURE DIVISION.
      * main procedure
       101-MAINTAIN-CATALOGUE.
           PERFORM 201-INITIATE.
           PERFORM 202-PROCESS-MENU-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '4'.
           PERFORM 203-CLOSE-FILE.
           STOP RUN.

           201-INITIATE.
               PERFORM 302-OPEN-INPUT-FILE.
               PERFORM 303-READ-CATALOGUE-FILE.
               PERFORM 304-LOAD-ONE-ENTRY
                   UNTIL EOF-FLG IS EQUAL TO 'Y'
                   OR CATALOGUE-TABLE-COUNT IS EQUAL TO 500.
               IF CATALOGUE-FILE-STATUS IS NOT EQUAL TO "35"
                   CLOSE CATALOGUE-FILE
               END-IF.

      * read the menu choice and run the matching paragraph
           202-PROCESS-MENU-CHOICE.
               PERFORM 305-DISPLAY-MENU.
               ACCEPT MENU-CHOICE.

               IF MENU-CHOICE IS EQUAL TO '1'
                   PERFORM 400-SET-ENTRY
               ELSE IF MENU-CHOICE IS EQUAL TO '2'
                   PERFORM 600-DELETE-ENTRY
               ELSE IF MENU-CHOICE IS EQUAL TO '3'
                   PERFORM 700-LIST-CATALOGUE
               ELSE IF MENU-CHOICE IS EQUAL TO '4'
                   CONTINUE
               ELSE
                   DISPLAY "INVALID CHOICE - ENTER 1 THROUGH 4"
               END-IF
               END-IF
               END-IF
               END-IF.

      * rewrite the whole catalogue from the in-memory table and close
           203-CLOSE-FILE.
               PERFORM 900-REWRITE-CATALOGUE-FILE.

           302-OPEN-INPUT-FILE.
               OPEN INPUT CATALOGUE-FILE.
               IF CATALOGUE-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO EOF-FLG
               ELSE IF CATALOGUE-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN REPORT-CATALOGUE.txt - "
                     "STATUS " CATALOGUE-FILE-STATUS
                   STOP RUN
               END-IF
               END-IF.

           303-READ-CATALOGUE-FILE.
               IF EOF-FLG IS NOT EQUAL TO 'Y'
                   READ CATALOGUE-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLG
                   END-READ
               END-IF.

      * copy one entry off the catalogue into the next free table slot
           304-LOAD-ONE-ENTRY.
               ADD 1 TO CATALOGUE-TABLE-COUNT.
               MOVE RCT-REPORT-ID
                 TO TBL-RCT-REPORT-ID(CATALOGUE-TABLE-COUNT).
               MOVE RCT-FILE-STEM
                 TO TBL-RCT-FILE-STEM(CATALOGUE-TABLE-COUNT).
               MOVE RCT-NAMING
                 TO TBL-RCT-NAMING(CATALOGUE-TABLE-COUNT).
               MOVE RCT-DESCRIPTION
                 TO TBL-RCT-DESCRIPTION(CATALOGUE-TABLE-COUNT).
               MOVE RCT-OWNER
                 TO TBL-RCT-OWNER(CATALOGUE-TABLE-COUNT).
               PERFORM 3041-LOAD-ONE-RECIPIENT
                   VARYING RECIPIENT-SUB FROM 1 BY 1
                   UNTIL RECIPIENT-SUB > 4.
               IF RCT-RETENTION-DAYS IS NUMERIC
                   MOVE RCT-RETENTION-DAYS
                     TO TBL-RCT-RETENTION-DAYS(CATALOGUE-TABLE-COUNT)
               ELSE
                   MOVE ZERO
                     TO TBL-RCT-RETENTION-DAYS(CATALOGUE-TABLE-COUNT)
               END-IF.
               MOVE 'N' TO TBL-RCT-DELETED-FLAG(CATALOGUE-TABLE-COUNT).

               PERFORM 303-READ-CATALOGUE-FILE.

               3041-LOAD-ONE-RECIPIENT.
                   MOVE RCT-RECIPIENT(RECIPIENT-SUB)
                     TO TBL-RCT-RECIPIENT(CATALOGUE-TABLE-COUNT,
                       RECIPIENT-SUB).

           305-DISPLAY-MENU.
               DISPLAY " ".
               DISPLAY "1 - ADD OR CHANGE A CATALOGUED REPORT".
               DISPLAY "2 - DELETE A CATALOGUED REPORT".
               DISPLAY "3 - LIST THE CATALOGUE".
               DISPLAY "4 - SAVE AND EXIT".
               DISPLAY "ENTER YOUR CHOICE:".

      * an entry already on file under the report ID is replaced,
      * otherwise a new one goes on the end of the table
           400-SET-ENTRY.
               DISPLAY "ENTER REPORT ID (UP TO 8 CHARACTERS):".
               MOVE SPACES TO LOOKUP-REPORT-ID.
               ACCEPT LOOKUP-REPORT-ID.

               IF LOOKUP-REPORT-ID IS EQUAL TO SPACES
                   DISPLAY "REPORT ID IS REQUIRED - NOTHING CHANGED"
               ELSE
                   PERFORM 501-FIND-ENTRY
                   IF RECORD-FOUND
                       MOVE FOUND-SUB TO FIND-SUB
                       DISPLAY "CURRENTLY:"
                       PERFORM 701-SHOW-ONE-ENTRY
                   END-IF
                   PERFORM 401-TAKE-ENTRY
                   IF ENTRY-OK
                       PERFORM 410-STORE-ENTRY
                   ELSE
                       DISPLAY "NOTHING CHANGED"
                   END-IF
               END-IF.

               401-TAKE-ENTRY.
                   MOVE 'Y' TO ENTRY-OK-FLAG.
                   DISPLAY "FILE NAME WITHOUT DATE OR .txt (e.g. "
                     "STUDENT-RECORD):".
                   MOVE SPACES TO ENTRY-FILE-STEM.
                   ACCEPT ENTRY-FILE-STEM.
                   IF ENTRY-FILE-STEM IS EQUAL TO SPACES
                       DISPLAY "FILE NAME IS REQUIRED"
                       MOVE 'N' TO ENTRY-OK-FLAG
                   END-IF.

                   IF ENTRY-OK
                       MOVE SPACE TO ENTRY-NAMING
                       PERFORM 402-ACCEPT-NAMING
                           UNTIL ENTRY-NAMING-VALID
                       PERFORM 403-CHECK-DUPLICATE-STEM
                       IF DUPLICATE-STEM-FOUND
                           DISPLAY "THAT FILE IS ALREADY CATALOGUED AS "
                             TBL-RCT-REPORT-ID(FIND-SUB)
                           MOVE 'N' TO ENTRY-OK-FLAG
                       END-IF
                   END-IF.

                   IF ENTRY-OK
                       DISPLAY "DESCRIPTION:"
                       MOVE SPACES TO ENTRY-DESCRIPTION
                       ACCEPT ENTRY-DESCRIPTION
                       MOVE SPACES TO ENTRY-OWNER
                       PERFORM 404-ACCEPT-OWNER
                           UNTIL ENTRY-OWNER IS NOT EQUAL TO SPACES
                       MOVE SPACES TO ENTRY-RECIPIENT(1)
                       MOVE SPACES TO ENTRY-RECIPIENT(2)
                       MOVE SPACES TO ENTRY-RECIPIENT(3)
                       MOVE SPACES TO ENTRY-RECIPIENT(4)
                       MOVE 'N' TO RECIPIENTS-DONE-FLAG
                       PERFORM 405-ACCEPT-ONE-RECIPIENT
                           VARYING RECIPIENT-SUB FROM 1 BY 1
                           UNTIL RECIPIENT-SUB > 4
                           OR RECIPIENTS-DONE
                       PERFORM 406-ACCEPT-RETENTION
                   END-IF.

               402-ACCEPT-NAMING.
                   DISPLAY "NAMING (F=SAME NAME EVERY RUN, "
                     "D=-YYYYMMDD, M=-YYYYMM):".
                   ACCEPT ENTRY-NAMING.
                   IF NOT ENTRY-NAMING-VALID
                       DISPLAY "NAMING MUST BE F, D OR M"
                   END-IF.

      * two report IDs for the same file would register it twice
               403-CHECK-DUPLICATE-STEM.
                   MOVE 'N' TO DUPLICATE-FLAG.
                   PERFORM 4031-CHECK-ONE-STEM
                       VARYING FIND-SUB FROM 1 BY 1
                       UNTIL FIND-SUB > CATALOGUE-TABLE-COUNT
                       OR DUPLICATE-STEM-FOUND.
                   IF DUPLICATE-STEM-FOUND
                       SUBTRACT 1 FROM FIND-SUB
                   END-IF.

                   4031-CHECK-ONE-STEM.
                       IF NOT TBL-RCT-DELETED(FIND-SUB)
                           AND TBL-RCT-FILE-STEM(FIND-SUB) IS EQUAL TO
                               ENTRY-FILE-STEM
                           AND TBL-RCT-NAMING(FIND-SUB) IS EQUAL TO
                               ENTRY-NAMING
                           AND TBL-RCT-REPORT-ID(FIND-SUB) IS NOT
                               EQUAL TO LOOKUP-REPORT-ID
                           MOVE 'Y' TO DUPLICATE-FLAG
                       END-IF.

               404-ACCEPT-OWNER.
                   DISPLAY "OWNER (REQUIRED):".
                   ACCEPT ENTRY-OWNER.

      * a blank recipient ends the list - none at all means the
      * report goes to its owner only
               405-ACCEPT-ONE-RECIPIENT.
                   DISPLAY "DELIVER TO (BLANK WHEN DONE):".
                   ACCEPT ENTRY-RECIPIENT(RECIPIENT-SUB).
                   IF ENTRY-RECIPIENT(RECIPIENT-SUB) IS EQUAL TO SPACES
                       MOVE 'Y' TO RECIPIENTS-DONE-FLAG
                   END-IF.

      * only a dated archive is ever swept - a report written under
      * the same name every run is replaced by the next run instead
               406-ACCEPT-RETENTION.
                   IF ENTRY-NAMING-DATED
                       DISPLAY "KEEP ARCHIVES HOW MANY DAYS (0000 = "
                         "FOREVER):"
                       MOVE SPACES TO ENTRY-RETENTION
                       ACCEPT ENTRY-RETENTION
                       IF ENTRY-RETENTION IS NOT NUMERIC
                           DISPLAY "RETENTION MUST BE FOUR DIGITS"
                           MOVE 'N' TO ENTRY-OK-FLAG
                       END-IF
                   ELSE
                       MOVE ZERO TO ENTRY-RETENTION-NUMERIC
                   END-IF.

           410-STORE-ENTRY.
               IF NOT RECORD-FOUND
                   AND CATALOGUE-TABLE-COUNT IS EQUAL TO 500
                   DISPLAY "CATALOGUE IS FULL - NOT ADDED"
               ELSE
                   IF NOT RECORD-FOUND
                       ADD 1 TO CATALOGUE-TABLE-COUNT
                       MOVE CATALOGUE-TABLE-COUNT TO FOUND-SUB
                       MOVE LOOKUP-REPORT-ID
                         TO TBL-RCT-REPORT-ID(FOUND-SUB)
                       MOVE 'N' TO TBL-RCT-DELETED-FLAG(FOUND-SUB)
                   END-IF
                   MOVE ENTRY-FILE-STEM TO TBL-RCT-FILE-STEM(FOUND-SUB)
                   MOVE ENTRY-NAMING TO TBL-RCT-NAMING(FOUND-SUB)
                   MOVE ENTRY-DESCRIPTION
                     TO TBL-RCT-DESCRIPTION(FOUND-SUB)
                   MOVE ENTRY-OWNER TO TBL-RCT-OWNER(FOUND-SUB)
                   PERFORM 411-STORE-ONE-RECIPIENT
                       VARYING RECIPIENT-SUB FROM 1 BY 1
                       UNTIL RECIPIENT-SUB > 4
                   MOVE ENTRY-RETENTION-NUMERIC
                     TO TBL-RCT-RETENTION-DAYS(FOUND-SUB)
                   IF RECORD-FOUND
                       DISPLAY "REPORT " LOOKUP-REPORT-ID " UPDATED"
                   ELSE
                       DISPLAY "REPORT " LOOKUP-REPORT-ID " ADDED"
                   END-IF
               END-IF.

               411-STORE-ONE-RECIPIENT.
                   MOVE ENTRY-RECIPIENT(RECIPIENT-SUB)
                     TO TBL-RCT-RECIPIENT(FOUND-SUB, RECIPIENT-SUB).

      * linear scan for the report ID, leaving the matching slot
      * number in FOUND-SUB
           501-FIND-ENTRY.
               MOVE 'N' TO FOUND-FLAG.
               MOVE 0 TO FOUND-SUB.
               PERFORM 5011-CHECK-ONE-ENTRY-FOR-FIND
                   VARYING FIND-SUB FROM 1 BY 1
                   UNTIL FIND-SUB > CATALOGUE-TABLE-COUNT.

               5011-CHECK-ONE-ENTRY-FOR-FIND.
                   IF TBL-RCT-REPORT-ID(FIND-SUB) IS EQUAL TO
                       LOOKUP-REPORT-ID
                       AND NOT TBL-RCT-DELETED(FIND-SUB)
                       MOVE 'Y' TO FOUND-FLAG
                       MOVE FIND-SUB TO FOUND-SUB
                   END-IF.

      * mark the matching slot deleted - it stays in the table but is
      * skipped by 700-LIST-CATALOGUE and 900-REWRITE-CATALOGUE-FILE.
      * Archives already registered under it are no longer swept, so
      * the operator is told
           600-DELETE-ENTRY.
               DISPLAY "ENTER REPORT ID:".
               MOVE SPACES TO LOOKUP-REPORT-ID.
               ACCEPT LOOKUP-REPORT-ID.
               PERFORM 501-FIND-ENTRY.
               IF RECORD-FOUND
                   MOVE 'Y' TO TBL-RCT-DELETED-FLAG(FOUND-SUB)
                   DISPLAY "REPORT DELETED FROM THE CATALOGUE - ITS "
                     "ARCHIVES WILL NO LONGER BE SWEPT"
               ELSE
                   DISPLAY "REPORT NOT FOUND"
               END-IF.

           700-LIST-CATALOGUE.
               PERFORM 702-LIST-ONE-ENTRY
                   VARYING FIND-SUB FROM 1 BY 1
                   UNTIL FIND-SUB > CATALOGUE-TABLE-COUNT.

               701-SHOW-ONE-ENTRY.
                   PERFORM 703-BUILD-SAMPLE-NAME.
                   DISPLAY TBL-RCT-REPORT-ID(FIND-SUB) " "
                     SAMPLE-FILE-NAME " " TBL-RCT-DESCRIPTION(FIND-SUB).
                   DISPLAY "  OWNER " TBL-RCT-OWNER(FIND-SUB)
                     "  DELIVER TO " TBL-RCT-RECIPIENT(FIND-SUB, 1)
                     " " TBL-RCT-RECIPIENT(FIND-SUB, 2)
                     " " TBL-RCT-RECIPIENT(FIND-SUB, 3)
                     " " TBL-RCT-RECIPIENT(FIND-SUB, 4).
                   DISPLAY "  " NAMING-TEXT.

               702-LIST-ONE-ENTRY.
                   IF NOT TBL-RCT-DELETED(FIND-SUB)
                       PERFORM 701-SHOW-ONE-ENTRY
                   END-IF.

      * the file name as it would appear on disk, with the date part
      * spelled out, and the retention in words
               703-BUILD-SAMPLE-NAME.
                   MOVE SPACES TO SAMPLE-FILE-NAME.
                   MOVE SPACES TO NAMING-TEXT.
                   IF TBL-RCT-NAMING(FIND-SUB) IS EQUAL TO 'D'
                       STRING
                           TBL-RCT-FILE-STEM(FIND-SUB)
                             DELIMITED BY SPACE
                           "-YYYYMMDD.txt" DELIMITED BY SIZE
                           INTO SAMPLE-FILE-NAME
                       END-STRING
                   ELSE IF TBL-RCT-NAMING(FIND-SUB) IS EQUAL TO 'M'
                       STRING
                           TBL-RCT-FILE-STEM(FIND-SUB)
                             DELIMITED BY SPACE
                           "-YYYYMM.txt" DELIMITED BY SIZE
                           INTO SAMPLE-FILE-NAME
                       END-STRING
                   ELSE
                       STRING
                           TBL-RCT-FILE-STEM(FIND-SUB)
                             DELIMITED BY SPACE
                           ".txt" DELIMITED BY SIZE
                           INTO SAMPLE-FILE-NAME
                       END-STRING
                   END-IF
                   END-IF.

                   IF TBL-RCT-NAMING(FIND-SUB) IS EQUAL TO 'F'
                       MOVE "REPLACED EVERY RUN" TO NAMING-TEXT
                   ELSE IF TBL-RCT-RETENTION-DAYS(FIND-SUB) IS EQUAL
                       TO ZERO
                       MOVE "ARCHIVES KEPT FOREVER" TO NAMING-TEXT
                   ELSE
                       STRING
                           "ARCHIVES KEPT " DELIMITED BY SIZE
                           TBL-RCT-RETENTION-DAYS(FIND-SUB)
                             DELIMITED BY SIZE
                           " DAYS" DELIMITED BY SIZE
                           INTO NAMING-TEXT
                       END-STRING
                   END-IF
                   END-IF.

      * rewrite REPORT-CATALOGUE.txt from the in-memory table,
      * skipping soft-deleted entries
           900-REWRITE-CATALOGUE-FILE.
               OPEN OUTPUT CATALOGUE-FILE.
               IF CATALOGUE-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN REPORT-CATALOGUE.txt - "
                     "STATUS " CATALOGUE-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 901-WRITE-ONE-ENTRY
                   VARYING FIND-SUB FROM 1 BY 1
                   UNTIL FIND-SUB > CATALOGUE-TABLE-COUNT.

               CLOSE CATALOGUE-FILE.

               901-WRITE-ONE-ENTRY.
                   IF NOT TBL-RCT-DELETED(FIND-SUB)
                       MOVE TBL-RCT-REPORT-ID(FIND-SUB)
                         TO RCT-REPORT-ID
                       MOVE TBL-RCT-FILE-STEM(FIND-SUB)
                         TO RCT-FILE-STEM
                       MOVE TBL-RCT-NAMING(FIND-SUB) TO RCT-NAMING
                       MOVE TBL-RCT-DESCRIPTION(FIND-SUB)
                         TO RCT-DESCRIPTION
                       MOVE TBL-RCT-OWNER(FIND-SUB) TO RCT-OWNER
                       PERFORM 9011-WRITE-ONE-RECIPIENT
                           VARYING RECIPIENT-SUB FROM 1 BY 1
                           UNTIL RECIPIENT-SUB > 4
                       MOVE TBL-RCT-RETENTION-DAYS(FIND-SUB)
                         TO RCT-RETENTION-DAYS
                       WRITE CATALOGUE-FILE-IN
                   END-IF.

                   9011-WRITE-ONE-RECIPIENT.
                       MOVE TBL-RCT-RECIPIENT(FIND-SUB, RECIPIENT-SUB)
                         TO RCT-RECIPIENT(RECIPIENT-SUB).

       END PROGRAM PROJECT148.
