      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: end-of-run report register, distribution manifest
      *          and retention sweep. PROJECT05 runs this after every
      *          nightly chain, passing the chain's run ID (run date
      *          and start time) in PROJECT149-RUN-ID; run by hand it
      *          makes its own from the date and time.
      *          - every report on REPORT-CATALOGUE.txt (PROJECT148)
      *            is looked for under tonight's name. One that is
      *            there and has changed since it was last registered
      *            goes on REPORT-REGISTER.txt with its line count,
      *            byte count and the run ID; an earlier line for the
      *            same file is marked REPLACED
      *          - DISTRIBUTION-MANIFEST.txt tells operations what to
      *            deliver to whom - each recipient with the reports
      *            registered tonight that go to them (a report with
      *            no recipients goes to its owner), then what was
      *            catalogued but not produced
      *          - every dated archive on the register past its
      *            report's retention period is deleted, marked
      *            PURGED, and logged on REPORT-PURGE-LOG.txt
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - PURGED lines, and REPLACED lines older than
      *                   their report's retention (REPLACED-KEEP-DAYS
      *                   when it has none), move off the register
      *                   onto REPORT-REGISTER-ARCHIVE.txt at the
      *                   rewrite, so the register holds only what is
      *                   still live and no longer grows without end
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT149.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * what the chain produces, who gets it and how long it is kept
           SELECT CATALOGUE-FILE
           ASSIGN TO "..\REPORT-CATALOGUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATALOGUE-FILE-STATUS.

      * one line per report file produced - read whole, rewritten
           SELECT REPORT-REGISTER
           ASSIGN TO "..\REPORT-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-REGISTER-STATUS.

      * register lines that are finished with - appended to, never
      * read back here, the same offline keeping as PROJECT42's
      * ARCHIVE-*.txt set
           SELECT REGISTER-ARCHIVE
           ASSIGN TO "..\REPORT-REGISTER-ARCHIVE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-ARCHIVE-STATUS.

      * whichever report is being measured or deleted - the name is
      * built in 310-BUILD-TONIGHTS-NAME or taken off the register
           SELECT PRODUCED-REPORT
           ASSIGN TO PRODUCED-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRODUCED-REPORT-STATUS.

           SELECT DISTRIBUTION-MANIFEST
           ASSIGN TO "..\DISTRIBUTION-MANIFEST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MANIFEST-STATUS.

      * one line per archive the sweep removed (or could not)
           SELECT PURGE-LOG
           ASSIGN TO "..\REPORT-PURGE-LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PURGE-LOG-STATUS.

      * the shared run log every program appends to - one place to
      * look each morning instead of a scrolled-away console
           SELECT RUN-LOG-FILE
           ASSIGN TO "..\RUN-LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * naming F same name every run, D -YYYYMMDD, M -YYYYMM; the
      * retention applies to D and M archives only, 0 keeps them
      * forever - kept in step with Project148.cbl's FD CATALOGUE-FILE
       FD CATALOGUE-FILE.
       01 CATALOGUE-FILE-IN.
           05 RCT-REPORT-ID PIC X(8).
           05 RCT-FILE-STEM PIC X(27).
           05 RCT-NAMING PIC X(1).
           05 RCT-DESCRIPTION PIC X(30).
           05 RCT-OWNER PIC X(20).
           05 RCT-RECIPIENT PIC X(12) OCCURS 4 TIMES.
           05 RCT-RETENTION-DAYS PIC 9(4).

      * status ON-FILE when registered, REPLACED once a later run
      * registers the same file again, PURGED once the sweep deletes
      * it
       FD REPORT-REGISTER.
       01 REPORT-REGISTER-RECORD.
         05 RRG-RUN-ID PIC X(15).
         05 RRG-REPORT-ID PIC X(8).
         05 RRG-FILE-NAME PIC X(40).
         05 RRG-LINE-COUNT PIC 9(7).
         05 RRG-BYTE-COUNT PIC 9(9).
         05 RRG-REGISTERED-DATE PIC 9(8).
         05 RRG-REGISTERED-TIME PIC 9(6).
         05 RRG-STATUS PIC X(8).
         05 RRG-PURGED-DATE PIC 9(8).

      * a register line exactly as it stood when it was archived
       FD REGISTER-ARCHIVE.
       01 REGISTER-ARCHIVE-RECORD PIC X(109).

      * any report at all - only its length is looked at
       FD PRODUCED-REPORT
           RECORD IS VARYING IN SIZE FROM 1 TO 1000 CHARACTERS
           DEPENDING ON PRODUCED-LINE-LENGTH.
       01 PRODUCED-REPORT-LINE PIC X(1000).

       FD DISTRIBUTION-MANIFEST.
       01 MANIFEST-LINE PIC X(132).

       FD PURGE-LOG.
       01 PURGE-LOG-LINE.
         05 PLG-PURGED-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 PLG-PURGED-TIME PIC 9(6).
         05 FILLER PIC X(2).
         05 PLG-FILE-NAME PIC X(40).
         05 FILLER PIC X(1).
         05 PLG-REPORT-ID PIC X(8).
         05 FILLER PIC X(1).
         05 PLG-REGISTERED-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 PLG-RETENTION-DAYS PIC 9(4).
         05 FILLER PIC X(2).
         05 PLG-RESULT PIC X(30).

      * one timestamped line per event - kept in step across the
      * programs that write it
       FD RUN-LOG-FILE.
       01 RUN-LOG-LINE.
         05 RLG-TIMESTAMP PIC X(17).
         05 FILLER PIC X(2) VALUE SPACE.
         05 RLG-PROGRAM PIC X(9).
         05 FILLER PIC X(2) VALUE SPACE.
         05 RLG-MESSAGE PIC X(60).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 CATALOGUE-FILE-STATUS PIC X(2).
         05 REPORT-REGISTER-STATUS PIC X(2).
         05 PRODUCED-REPORT-STATUS PIC X(2).
         05 MANIFEST-STATUS PIC X(2).
         05 PURGE-LOG-STATUS PIC X(2).
         05 REGISTER-ARCHIVE-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 CATALOGUE-EOF-FLG PIC X(1) VALUE 'N'.
         05 REGISTER-EOF-FLG PIC X(1) VALUE 'N'.
         05 PRODUCED-EOF-FLG PIC X(1) VALUE 'N'.

      * run-log control - see 290-WRITE-RUN-LOG
       01 RUN-LOG-FIELDS.
         05 RUN-LOG-STATUS PIC X(2).
         05 RUN-LOG-MESSAGE-WORK PIC X(60).
         05 RLG-DATE-RAW.
           10 RLG-YY PIC 99.
           10 RLG-MM PIC 99.
           10 RLG-DD PIC 99.
         05 RLG-TIME-RAW.
           10 RLG-HH PIC 99.
           10 RLG-MIN PIC 99.
           10 RLG-SS PIC 99.
           10 FILLER PIC 9(2).
         05 RLG-STAMP.
           10 RLG-STAMP-MM PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 RLG-STAMP-DD PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 RLG-STAMP-YY PIC 99.
           10 FILLER PIC X VALUE SPACE.
           10 RLG-STAMP-HH PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 RLG-STAMP-MIN PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 RLG-STAMP-SS PIC 99.

       01 RUN-DATE-FULL PIC 9(8).
       01 RUN-DATE-PARTS REDEFINES RUN-DATE-FULL.
         05 RUN-YEAR-MONTH PIC 9(6).
         05 FILLER PIC 9(2).
       01 RUN-TIME-RAW.
         05 RUN-TIME-HHMMSS PIC 9(6).
         05 FILLER PIC 9(2).
       01 RUN-ID PIC X(15).
       01 RUN-ID-ENV-VALUE PIC X(15).

       01 PRODUCED-REPORT-NAME PIC X(44).
       01 PRODUCED-LINE-LENGTH PIC 9(4).
       01 TONIGHTS-FILE-NAME PIC X(40).
       01 PRODUCED-LINE-COUNT PIC 9(7).
       01 PRODUCED-BYTE-COUNT PIC 9(9).

      * the catalogue - an entry with no report ID or file name is
      * passed over
       01 CATALOGUE-TABLE.
         05 CAT-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON CATALOGUE-COUNT.
           10 CAT-REPORT-ID PIC X(8).
           10 CAT-FILE-STEM PIC X(27).
           10 CAT-NAMING PIC X(1).
             88 CAT-NAMING-DATED VALUE 'D' 'M'.
           10 CAT-DESCRIPTION PIC X(30).
           10 CAT-OWNER PIC X(20).
           10 CAT-RECIPIENT PIC X(12) OCCURS 4 TIMES.
           10 CAT-RETENTION-DAYS PIC 9(4).
      * 'R' registered tonight, 'U' there but unchanged since it was
      * last registered, 'N' not there at all
           10 CAT-TONIGHT-FLAG PIC X(1).
           10 CAT-REGISTER-SUB PIC 9(4).

      * the whole register, rewritten at the end with tonight's lines
      * on the end
       01 REGISTER-TABLE.
         05 REGISTER-ENTRY OCCURS 1 TO 9999 TIMES
             DEPENDING ON REGISTER-COUNT.
           10 TBL-RUN-ID PIC X(15).
           10 TBL-REPORT-ID PIC X(8).
           10 TBL-FILE-NAME PIC X(40).
           10 TBL-LINE-COUNT PIC 9(7).
           10 TBL-BYTE-COUNT PIC 9(9).
           10 TBL-REGISTERED-DATE PIC 9(8).
           10 TBL-REGISTERED-TIME PIC 9(6).
           10 TBL-STATUS PIC X(8).
           10 TBL-PURGED-DATE PIC 9(8).

      * everyone tonight's reports go to, in the order first met
       01 RECIPIENT-TABLE.
         05 RCP-NAME PIC X(20) OCCURS 1 TO 2000 TIMES
             DEPENDING ON RECIPIENT-COUNT.

       01 TABLE-VARIABLES.
         05 CATALOGUE-COUNT PIC 9(4) VALUE 0.
         05 CAT-SUB PIC 9(4).
         05 REGISTER-COUNT PIC 9(4) VALUE 0.
         05 LINE-SUB PIC 9(4).
         05 LATEST-SUB PIC 9(4).
         05 RECIPIENT-COUNT PIC 9(4) VALUE 0.
         05 RCP-SUB PIC 9(4).
         05 SLOT-SUB PIC 9(1).
         05 FOUND-FLAG PIC X(1).
           88 FOUND-ONE VALUE 'Y'.
         05 DELIVERS-FLAG PIC X(1).
           88 REPORT-GOES-TO-RECIPIENT VALUE 'Y'.
         05 ONE-RECIPIENT PIC X(20).

       01 AGING-FIELDS.
         05 ARCHIVE-AGE-DAYS PIC S9(5).
         05 PURGE-RESULT-WORK PIC X(30).
         05 LINE-KEEP-DAYS PIC 9(4).
         05 KEEP-LINE-FLAG PIC X(1).
           88 KEEP-REGISTER-LINE VALUE 'Y'.
         05 ARCHIVE-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 REGISTER-ARCHIVE-OPEN VALUE 'Y'.

      * how long a REPLACED line stays on the register when its
      * report has no retention of its own (kept forever, or taken
      * off the catalogue)
       01 REPLACED-KEEP-DAYS PIC 9(4) VALUE 90.

       01 COUNTERS.
         05 HOW-MANY-CATALOGUED PIC 9(4) VALUE 0.
         05 HOW-MANY-REGISTERED PIC 9(4) VALUE 0.
         05 HOW-MANY-UNCHANGED PIC 9(4) VALUE 0.
         05 HOW-MANY-PURGED PIC 9(4) VALUE 0.
         05 HOW-MANY-PURGE-FAILED PIC 9(4) VALUE 0.
         05 HOW-MANY-ARCHIVED PIC 9(4) VALUE 0.

       01 HEADING-LINE.
         05 FILLER PIC X(36)
             VALUE "REPORT DISTRIBUTION MANIFEST - RUN".
         05 HDG-RUN-ID-OUT PIC X(15).
         05 FILLER PIC X(81) VALUE SPACE.

       01 RECIPIENT-LINE.
         05 FILLER PIC X(12) VALUE "DELIVER TO: ".
         05 RCP-NAME-OUT PIC X(20).
         05 FILLER PIC X(100) VALUE SPACE.

       01 SECTION-LINE.
         05 SEC-TITLE-OUT PIC X(60).
         05 FILLER PIC X(72) VALUE SPACE.

       01 DETAIL-LINE.
         05 FILLER PIC X(2) VALUE SPACE.
         05 DTL-REPORT-ID-OUT PIC X(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 DTL-FILE-NAME-OUT PIC X(40).
         05 FILLER PIC X(1) VALUE SPACE.
         05 DTL-DESCRIPTION-OUT PIC X(30).
         05 FILLER PIC X(1) VALUE SPACE.
         05 DTL-LINES-OUT PIC ZZZZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 DTL-BYTES-OUT PIC ZZZZZZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 DTL-OWNER-OUT PIC X(20).
         05 FILLER PIC X(10) VALUE SPACE.

       01 FINAL-REPORT.
         05 FINAL-REPORT-1 PIC X(24).
         05 FINAL-NUMBER-1 PIC ZZZ9.
         05 FILLER PIC X(5).
         05 FINAL-REPORT-2 PIC X(24).
         05 FINAL-NUMBER-2 PIC ZZZ9.
         05 FILLER PIC X(5).
         05 FINAL-REPORT-3 PIC X(24).
         05 FINAL-NUMBER-3 PIC ZZZ9.

       01 FINAL-NUMBER-WORK PIC ZZZ9.

       PROCEDURE DIVISION.
      * main procedure - register tonight's reports, write the
      * manifest off them, then sweep the archives past retention
       100-REGISTER-RUN-REPORTS.
           ACCEPT RUN-DATE-FULL FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           PERFORM 200-SET-RUN-ID.
           PERFORM 210-LOAD-CATALOGUE.
           PERFORM 220-LOAD-REGISTER.

           PERFORM 300-REGISTER-ONE-REPORT
               VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CATALOGUE-COUNT.

           PERFORM 400-WRITE-MANIFEST.

           PERFORM 500-SWEEP-ONE-ARCHIVE
               VARYING LINE-SUB FROM 1 BY 1
               UNTIL LINE-SUB > REGISTER-COUNT.

           PERFORM 600-REWRITE-REGISTER.
           PERFORM 700-WRITE-FINAL-REPORT.
           STOP RUN.

      * the chain's own run ID when PROJECT05 passes one, otherwise
      * one made here the same way - run date, a dash, start time
           200-SET-RUN-ID.
               MOVE SPACES TO RUN-ID-ENV-VALUE.
               DISPLAY "PROJECT149-RUN-ID" UPON ENVIRONMENT-NAME.
               ACCEPT RUN-ID-ENV-VALUE FROM ENVIRONMENT-VALUE.
               IF RUN-ID-ENV-VALUE IS EQUAL TO SPACES
                   MOVE SPACES TO RUN-ID
                   STRING
                       RUN-DATE-FULL DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       RUN-TIME-HHMMSS DELIMITED BY SIZE
                       INTO RUN-ID
                   END-STRING
               ELSE
                   MOVE RUN-ID-ENV-VALUE TO RUN-ID
               END-IF.
               DISPLAY "REGISTERING REPORTS FOR RUN " RUN-ID.

      * no catalogue means nothing is registered, delivered or swept
           210-LOAD-CATALOGUE.
               OPEN INPUT CATALOGUE-FILE.
               IF CATALOGUE-FILE-STATUS IS EQUAL TO "35"
                   DISPLAY "NO REPORT-CATALOGUE.txt ON FILE - NOTHING "
                     "TO REGISTER"
                   MOVE 'Y' TO CATALOGUE-EOF-FLG
               ELSE IF CATALOGUE-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN REPORT-CATALOGUE.txt - "
                     "STATUS " CATALOGUE-FILE-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 211-LOAD-ONE-CATALOGUE-ENTRY
                   UNTIL CATALOGUE-EOF-FLG IS EQUAL TO 'Y'
                   OR CATALOGUE-COUNT IS EQUAL TO 500.

               IF CATALOGUE-FILE-STATUS IS NOT EQUAL TO "35"
                   CLOSE CATALOGUE-FILE
               END-IF.

               211-LOAD-ONE-CATALOGUE-ENTRY.
                   READ CATALOGUE-FILE
                       AT END
                           MOVE 'Y' TO CATALOGUE-EOF-FLG
                       NOT AT END
                           IF RCT-REPORT-ID IS NOT EQUAL TO SPACES
                               AND RCT-FILE-STEM IS NOT EQUAL TO
                                   SPACES
                               ADD 1 TO HOW-MANY-CATALOGUED
                               ADD 1 TO CATALOGUE-COUNT
                               PERFORM 212-STORE-CATALOGUE-ENTRY
                           END-IF
                   END-READ.

               212-STORE-CATALOGUE-ENTRY.
                   MOVE RCT-REPORT-ID
                     TO CAT-REPORT-ID(CATALOGUE-COUNT).
                   MOVE RCT-FILE-STEM
                     TO CAT-FILE-STEM(CATALOGUE-COUNT).
                   MOVE RCT-NAMING TO CAT-NAMING(CATALOGUE-COUNT).
                   MOVE RCT-DESCRIPTION
                     TO CAT-DESCRIPTION(CATALOGUE-COUNT).
                   MOVE RCT-OWNER TO CAT-OWNER(CATALOGUE-COUNT).
                   PERFORM 213-STORE-ONE-RECIPIENT
                       VARYING SLOT-SUB FROM 1 BY 1
                       UNTIL SLOT-SUB > 4.
                   IF RCT-RETENTION-DAYS IS NUMERIC
                       MOVE RCT-RETENTION-DAYS
                         TO CAT-RETENTION-DAYS(CATALOGUE-COUNT)
                   ELSE
                       MOVE ZERO TO CAT-RETENTION-DAYS(CATALOGUE-COUNT)
                   END-IF.
                   MOVE 'N' TO CAT-TONIGHT-FLAG(CATALOGUE-COUNT).
                   MOVE 0 TO CAT-REGISTER-SUB(CATALOGUE-COUNT).

               213-STORE-ONE-RECIPIENT.
                   MOVE RCT-RECIPIENT(SLOT-SUB)
                     TO CAT-RECIPIENT(CATALOGUE-COUNT, SLOT-SUB).

      * the whole register - a missing one means nothing has been
      * registered yet. It has to fit whole or the rewrite would
      * lose lines, so outgrowing the table stops the run
           220-LOAD-REGISTER.
               OPEN INPUT REPORT-REGISTER.
               IF REPORT-REGISTER-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO REGISTER-EOF-FLG
               ELSE IF REPORT-REGISTER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN REPORT-REGISTER.txt - "
                     "STATUS " REPORT-REGISTER-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 221-LOAD-ONE-REGISTER-LINE
                   UNTIL REGISTER-EOF-FLG IS EQUAL TO 'Y'.

               IF REPORT-REGISTER-STATUS IS NOT EQUAL TO "35"
                   CLOSE REPORT-REGISTER
               END-IF.

               221-LOAD-ONE-REGISTER-LINE.
                   READ REPORT-REGISTER
                       AT END
                           MOVE 'Y' TO REGISTER-EOF-FLG
                       NOT AT END
                           IF REGISTER-COUNT IS EQUAL TO 9999
                               DISPLAY "REPORT-REGISTER.txt HAS "
                                 "OUTGROWN THE TABLE - RUN STOPPED"
                               STOP RUN
                           END-IF
                           ADD 1 TO REGISTER-COUNT
                           MOVE RRG-RUN-ID TO TBL-RUN-ID(REGISTER-COUNT)
                           MOVE RRG-REPORT-ID
                             TO TBL-REPORT-ID(REGISTER-COUNT)
                           MOVE RRG-FILE-NAME
                             TO TBL-FILE-NAME(REGISTER-COUNT)
                           MOVE RRG-LINE-COUNT
                             TO TBL-LINE-COUNT(REGISTER-COUNT)
                           MOVE RRG-BYTE-COUNT
                             TO TBL-BYTE-COUNT(REGISTER-COUNT)
                           MOVE RRG-REGISTERED-DATE
                             TO TBL-REGISTERED-DATE(REGISTER-COUNT)
                           MOVE RRG-REGISTERED-TIME
                             TO TBL-REGISTERED-TIME(REGISTER-COUNT)
                           MOVE RRG-STATUS TO TBL-STATUS(REGISTER-COUNT)
                           MOVE RRG-PURGED-DATE
                             TO TBL-PURGED-DATE(REGISTER-COUNT)
                   END-READ.

      * a catalogued report is looked for under tonight's name. One
      * that is there but matches its latest ON-FILE line exactly was
      * not produced again tonight - a fixed-name report from a step
      * that did not run, or a rerun that changed nothing
           300-REGISTER-ONE-REPORT.
               PERFORM 310-BUILD-TONIGHTS-NAME.
               PERFORM 320-MEASURE-REPORT.

               IF PRODUCED-REPORT-STATUS IS EQUAL TO "00"
                   PERFORM 330-FIND-LATEST-ON-FILE
                   IF FOUND-ONE
                       AND TBL-LINE-COUNT(LATEST-SUB) IS EQUAL TO
                           PRODUCED-LINE-COUNT
                       AND TBL-BYTE-COUNT(LATEST-SUB) IS EQUAL TO
                           PRODUCED-BYTE-COUNT
                       MOVE 'U' TO CAT-TONIGHT-FLAG(CAT-SUB)
                       ADD 1 TO HOW-MANY-UNCHANGED
                   ELSE
                       IF FOUND-ONE
                           MOVE "REPLACED" TO TBL-STATUS(LATEST-SUB)
                       END-IF
                       PERFORM 340-ADD-REGISTER-LINE
                   END-IF
               END-IF.

      * F: STEM.txt, D: STEM-YYYYMMDD.txt, M: STEM-YYYYMM.txt, all
      * off the run date - the same names the producing programs
      * build
               310-BUILD-TONIGHTS-NAME.
                   MOVE SPACES TO TONIGHTS-FILE-NAME.
                   IF CAT-NAMING(CAT-SUB) IS EQUAL TO 'D'
                       STRING
                           CAT-FILE-STEM(CAT-SUB) DELIMITED BY SPACE
                           "-" DELIMITED BY SIZE
                           RUN-DATE-FULL DELIMITED BY SIZE
                           ".txt" DELIMITED BY SIZE
                           INTO TONIGHTS-FILE-NAME
                       END-STRING
                   ELSE IF CAT-NAMING(CAT-SUB) IS EQUAL TO 'M'
                       STRING
                           CAT-FILE-STEM(CAT-SUB) DELIMITED BY SPACE
                           "-" DELIMITED BY SIZE
                           RUN-YEAR-MONTH DELIMITED BY SIZE
                           ".txt" DELIMITED BY SIZE
                           INTO TONIGHTS-FILE-NAME
                       END-STRING
                   ELSE
                       STRING
                           CAT-FILE-STEM(CAT-SUB) DELIMITED BY SPACE
                           ".txt" DELIMITED BY SIZE
                           INTO TONIGHTS-FILE-NAME
                       END-STRING
                   END-IF
                   END-IF.
                   MOVE TONIGHTS-FILE-NAME TO PRODUCED-REPORT-NAME.
                   PERFORM 311-POINT-AT-PARENT.

               311-POINT-AT-PARENT.
                   MOVE SPACES TO PRODUCED-REPORT-NAME.
                   STRING
                       "..\" DELIMITED BY SIZE
                       TONIGHTS-FILE-NAME DELIMITED BY SPACE
                       INTO PRODUCED-REPORT-NAME
                   END-STRING.

      * line and byte counts - each line's length plus its line end,
      * so the byte count matches what the directory listing shows
               320-MEASURE-REPORT.
                   MOVE 0 TO PRODUCED-LINE-COUNT.
                   MOVE 0 TO PRODUCED-BYTE-COUNT.
                   MOVE 'N' TO PRODUCED-EOF-FLG.
                   OPEN INPUT PRODUCED-REPORT.
                   IF PRODUCED-REPORT-STATUS IS EQUAL TO "00"
                       PERFORM 321-COUNT-ONE-LINE
                           UNTIL PRODUCED-EOF-FLG IS EQUAL TO 'Y'
                       CLOSE PRODUCED-REPORT
                       MOVE "00" TO PRODUCED-REPORT-STATUS
                   ELSE IF PRODUCED-REPORT-STATUS IS NOT EQUAL TO "35"
                       DISPLAY "UNABLE TO OPEN " TONIGHTS-FILE-NAME
                         " - STATUS " PRODUCED-REPORT-STATUS
                         " - NOT REGISTERED"
                   END-IF
                   END-IF.

               321-COUNT-ONE-LINE.
                   READ PRODUCED-REPORT
                       AT END
                           MOVE 'Y' TO PRODUCED-EOF-FLG
                       NOT AT END
                           ADD 1 TO PRODUCED-LINE-COUNT
                           ADD PRODUCED-LINE-LENGTH 1
                             TO PRODUCED-BYTE-COUNT
                   END-READ.

      * the most recent line still ON-FILE for tonight's file name
               330-FIND-LATEST-ON-FILE.
                   MOVE 'N' TO FOUND-FLAG.
                   MOVE 0 TO LATEST-SUB.
                   PERFORM 331-CHECK-ONE-REGISTER-LINE
                       VARYING LINE-SUB FROM 1 BY 1
                       UNTIL LINE-SUB > REGISTER-COUNT.

               331-CHECK-ONE-REGISTER-LINE.
                   IF TBL-FILE-NAME(LINE-SUB) IS EQUAL TO
                           TONIGHTS-FILE-NAME
                       AND TBL-STATUS(LINE-SUB) IS EQUAL TO "ON-FILE"
                       MOVE 'Y' TO FOUND-FLAG
                       MOVE LINE-SUB TO LATEST-SUB
                   END-IF.

               340-ADD-REGISTER-LINE.
                   IF REGISTER-COUNT IS EQUAL TO 9999
                       DISPLAY "REPORT-REGISTER.txt HAS OUTGROWN THE "
                         "TABLE - RUN STOPPED"
                       STOP RUN
                   END-IF.
                   ADD 1 TO REGISTER-COUNT.
                   ADD 1 TO HOW-MANY-REGISTERED.
                   MOVE RUN-ID TO TBL-RUN-ID(REGISTER-COUNT).
                   MOVE CAT-REPORT-ID(CAT-SUB)
                     TO TBL-REPORT-ID(REGISTER-COUNT).
                   MOVE TONIGHTS-FILE-NAME
                     TO TBL-FILE-NAME(REGISTER-COUNT).
                   MOVE PRODUCED-LINE-COUNT
                     TO TBL-LINE-COUNT(REGISTER-COUNT).
                   MOVE PRODUCED-BYTE-COUNT
                     TO TBL-BYTE-COUNT(REGISTER-COUNT).
                   MOVE RUN-DATE-FULL
                     TO TBL-REGISTERED-DATE(REGISTER-COUNT).
                   MOVE RUN-TIME-HHMMSS
                     TO TBL-REGISTERED-TIME(REGISTER-COUNT).
                   MOVE "ON-FILE" TO TBL-STATUS(REGISTER-COUNT).
                   MOVE ZERO TO TBL-PURGED-DATE(REGISTER-COUNT).
                   MOVE 'R' TO CAT-TONIGHT-FLAG(CAT-SUB).
                   MOVE REGISTER-COUNT TO CAT-REGISTER-SUB(CAT-SUB).

      * one block per recipient - gathered off tonight's registered
      * reports first, then each block lists the reports that go to
      * that recipient
           400-WRITE-MANIFEST.
               OPEN OUTPUT DISTRIBUTION-MANIFEST.
               IF MANIFEST-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN DISTRIBUTION-MANIFEST.txt - "
                     "STATUS " MANIFEST-STATUS
                   STOP RUN
               END-IF.

               MOVE RUN-ID TO HDG-RUN-ID-OUT.
               WRITE MANIFEST-LINE FROM HEADING-LINE.

               PERFORM 410-GATHER-RECIPIENTS
                   VARYING CAT-SUB FROM 1 BY 1
                   UNTIL CAT-SUB > CATALOGUE-COUNT.

               IF RECIPIENT-COUNT IS EQUAL TO ZERO
                   MOVE SPACES TO MANIFEST-LINE
                   WRITE MANIFEST-LINE
                   MOVE "NO CATALOGUED REPORTS PRODUCED THIS RUN"
                     TO SEC-TITLE-OUT
                   WRITE MANIFEST-LINE FROM SECTION-LINE
               END-IF.

               PERFORM 420-WRITE-ONE-RECIPIENT
                   VARYING RCP-SUB FROM 1 BY 1
                   UNTIL RCP-SUB > RECIPIENT-COUNT.

               MOVE SPACES TO MANIFEST-LINE.
               WRITE MANIFEST-LINE.
               MOVE "CATALOGUED BUT NOT PRODUCED THIS RUN"
                 TO SEC-TITLE-OUT.
               WRITE MANIFEST-LINE FROM SECTION-LINE.
               PERFORM 430-LIST-ONE-NOT-PRODUCED
                   VARYING CAT-SUB FROM 1 BY 1
                   UNTIL CAT-SUB > CATALOGUE-COUNT.

               CLOSE DISTRIBUTION-MANIFEST.

               410-GATHER-RECIPIENTS.
                   IF CAT-TONIGHT-FLAG(CAT-SUB) IS EQUAL TO 'R'
                       IF CAT-RECIPIENT(CAT-SUB, 1) IS EQUAL TO SPACES
                           AND CAT-RECIPIENT(CAT-SUB, 2) IS EQUAL TO
                               SPACES
                           AND CAT-RECIPIENT(CAT-SUB, 3) IS EQUAL TO
                               SPACES
                           AND CAT-RECIPIENT(CAT-SUB, 4) IS EQUAL TO
                               SPACES
                           MOVE CAT-OWNER(CAT-SUB) TO ONE-RECIPIENT
                           PERFORM 412-ADD-RECIPIENT
                       ELSE
                           PERFORM 411-GATHER-ONE-SLOT
                               VARYING SLOT-SUB FROM 1 BY 1
                               UNTIL SLOT-SUB > 4
                       END-IF
                   END-IF.

               411-GATHER-ONE-SLOT.
                   IF CAT-RECIPIENT(CAT-SUB, SLOT-SUB) IS NOT EQUAL TO
                       SPACES
                       MOVE CAT-RECIPIENT(CAT-SUB, SLOT-SUB)
                         TO ONE-RECIPIENT
                       PERFORM 412-ADD-RECIPIENT
                   END-IF.

               412-ADD-RECIPIENT.
                   MOVE 'N' TO FOUND-FLAG.
                   PERFORM 413-CHECK-ONE-RECIPIENT
                       VARYING RCP-SUB FROM 1 BY 1
                       UNTIL RCP-SUB > RECIPIENT-COUNT
                       OR FOUND-ONE.
                   IF NOT FOUND-ONE
                       ADD 1 TO RECIPIENT-COUNT
                       MOVE ONE-RECIPIENT TO RCP-NAME(RECIPIENT-COUNT)
                   END-IF.

               413-CHECK-ONE-RECIPIENT.
                   IF RCP-NAME(RCP-SUB) IS EQUAL TO ONE-RECIPIENT
                       MOVE 'Y' TO FOUND-FLAG
                   END-IF.

               420-WRITE-ONE-RECIPIENT.
                   MOVE SPACES TO MANIFEST-LINE.
                   WRITE MANIFEST-LINE.
                   MOVE RCP-NAME(RCP-SUB) TO RCP-NAME-OUT.
                   WRITE MANIFEST-LINE FROM RECIPIENT-LINE.
                   PERFORM 421-LIST-ONE-DELIVERY
                       VARYING CAT-SUB FROM 1 BY 1
                       UNTIL CAT-SUB > CATALOGUE-COUNT.

      * a report goes to a recipient named on it, or to its owner
      * when it names nobody
               421-LIST-ONE-DELIVERY.
                   IF CAT-TONIGHT-FLAG(CAT-SUB) IS EQUAL TO 'R'
                       MOVE 'N' TO DELIVERS-FLAG
                       IF CAT-RECIPIENT(CAT-SUB, 1) IS EQUAL TO SPACES
                           AND CAT-RECIPIENT(CAT-SUB, 2) IS EQUAL TO
                               SPACES
                           AND CAT-RECIPIENT(CAT-SUB, 3) IS EQUAL TO
                               SPACES
                           AND CAT-RECIPIENT(CAT-SUB, 4) IS EQUAL TO
                               SPACES
                           IF CAT-OWNER(CAT-SUB) IS EQUAL TO
                               RCP-NAME(RCP-SUB)
                               MOVE 'Y' TO DELIVERS-FLAG
                           END-IF
                       ELSE
                           PERFORM 422-CHECK-ONE-SLOT
                               VARYING SLOT-SUB FROM 1 BY 1
                               UNTIL SLOT-SUB > 4
                       END-IF
                       IF REPORT-GOES-TO-RECIPIENT
                           PERFORM 440-BUILD-DETAIL-LINE
                           WRITE MANIFEST-LINE FROM DETAIL-LINE
                       END-IF
                   END-IF.

               422-CHECK-ONE-SLOT.
                   IF CAT-RECIPIENT(CAT-SUB, SLOT-SUB) IS EQUAL TO
                       RCP-NAME(RCP-SUB)
                       MOVE 'Y' TO DELIVERS-FLAG
                   END-IF.

      * not on disk under tonight's name, or unchanged since the
      * last time it was registered - nothing new to deliver
               430-LIST-ONE-NOT-PRODUCED.
                   IF CAT-TONIGHT-FLAG(CAT-SUB) IS NOT EQUAL TO 'R'
                       PERFORM 310-BUILD-TONIGHTS-NAME
                       MOVE SPACES TO DETAIL-LINE
                       MOVE CAT-REPORT-ID(CAT-SUB) TO DTL-REPORT-ID-OUT
                       MOVE TONIGHTS-FILE-NAME TO DTL-FILE-NAME-OUT
                       IF CAT-TONIGHT-FLAG(CAT-SUB) IS EQUAL TO 'U'
                           MOVE "NOT CHANGED SINCE REGISTERED"
                             TO DTL-DESCRIPTION-OUT
                       ELSE
                           MOVE "NOT ON DISK" TO DTL-DESCRIPTION-OUT
                       END-IF
                       MOVE CAT-OWNER(CAT-SUB) TO DTL-OWNER-OUT
                       WRITE MANIFEST-LINE FROM DETAIL-LINE
                   END-IF.

               440-BUILD-DETAIL-LINE.
                   MOVE SPACES TO DETAIL-LINE.
                   MOVE CAT-REGISTER-SUB(CAT-SUB) TO LINE-SUB.
                   MOVE CAT-REPORT-ID(CAT-SUB) TO DTL-REPORT-ID-OUT.
                   MOVE TBL-FILE-NAME(LINE-SUB) TO DTL-FILE-NAME-OUT.
                   MOVE CAT-DESCRIPTION(CAT-SUB)
                     TO DTL-DESCRIPTION-OUT.
                   MOVE TBL-LINE-COUNT(LINE-SUB) TO DTL-LINES-OUT.
                   MOVE TBL-BYTE-COUNT(LINE-SUB) TO DTL-BYTES-OUT.
                   MOVE CAT-OWNER(CAT-SUB) TO DTL-OWNER-OUT.

      * an ON-FILE dated archive older than its report's retention is
      * deleted. A report taken off the catalogue, or kept forever,
      * is left alone; one already gone is marked PURGED all the same
           500-SWEEP-ONE-ARCHIVE.
               IF TBL-STATUS(LINE-SUB) IS EQUAL TO "ON-FILE"
                   PERFORM 510-FIND-CATALOGUE-ENTRY
                   IF FOUND-ONE
                       AND CAT-NAMING-DATED(CAT-SUB)
                       AND CAT-RETENTION-DAYS(CAT-SUB) IS GREATER THAN
                           ZERO
                       COMPUTE ARCHIVE-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(RUN-DATE-FULL)
                           - FUNCTION INTEGER-OF-DATE(
                               TBL-REGISTERED-DATE(LINE-SUB))
                       IF ARCHIVE-AGE-DAYS IS GREATER THAN
                           CAT-RETENTION-DAYS(CAT-SUB)
                           PERFORM 520-DELETE-ARCHIVE
                       END-IF
                   END-IF
               END-IF.

               510-FIND-CATALOGUE-ENTRY.
                   MOVE 'N' TO FOUND-FLAG.
                   PERFORM 511-CHECK-ONE-CATALOGUE-ENTRY
                       VARYING CAT-SUB FROM 1 BY 1
                       UNTIL CAT-SUB > CATALOGUE-COUNT
                       OR FOUND-ONE.
                   IF FOUND-ONE
                       SUBTRACT 1 FROM CAT-SUB
                   END-IF.

               511-CHECK-ONE-CATALOGUE-ENTRY.
                   IF CAT-REPORT-ID(CAT-SUB) IS EQUAL TO
                       TBL-REPORT-ID(LINE-SUB)
                       MOVE 'Y' TO FOUND-FLAG
                   END-IF.

      * only the newest line for a file is ever ON-FILE, so the file
      * goes when that line ages out - the REPLACED lines before it
      * for the same file are marked PURGED along with it
               520-DELETE-ARCHIVE.
                   MOVE TBL-FILE-NAME(LINE-SUB) TO TONIGHTS-FILE-NAME.
                   PERFORM 311-POINT-AT-PARENT.
                   DELETE FILE PRODUCED-REPORT.
                   IF PRODUCED-REPORT-STATUS IS EQUAL TO "00"
                       MOVE "DELETED" TO PURGE-RESULT-WORK
                       PERFORM 521-MARK-PURGED
                   ELSE IF PRODUCED-REPORT-STATUS IS EQUAL TO "35"
                       MOVE "ALREADY GONE - MARKED PURGED"
                         TO PURGE-RESULT-WORK
                       PERFORM 521-MARK-PURGED
                   ELSE
                       ADD 1 TO HOW-MANY-PURGE-FAILED
                       MOVE SPACES TO PURGE-RESULT-WORK
                       STRING
                           "DELETE FAILED - STATUS " DELIMITED BY SIZE
                           PRODUCED-REPORT-STATUS DELIMITED BY SIZE
                           INTO PURGE-RESULT-WORK
                       END-STRING
                   END-IF
                   END-IF.
                   PERFORM 530-WRITE-PURGE-LOG.

               521-MARK-PURGED.
                   ADD 1 TO HOW-MANY-PURGED.
                   MOVE "PURGED" TO TBL-STATUS(LINE-SUB).
                   MOVE RUN-DATE-FULL TO TBL-PURGED-DATE(LINE-SUB).
                   PERFORM 522-PURGE-ONE-REPLACED
                       VARYING LATEST-SUB FROM 1 BY 1
                       UNTIL LATEST-SUB IS EQUAL TO LINE-SUB.

               522-PURGE-ONE-REPLACED.
                   IF TBL-FILE-NAME(LATEST-SUB) IS EQUAL TO
                           TBL-FILE-NAME(LINE-SUB)
                       AND TBL-STATUS(LATEST-SUB) IS EQUAL TO
                           "REPLACED"
                       MOVE "PURGED" TO TBL-STATUS(LATEST-SUB)
                       MOVE RUN-DATE-FULL
                         TO TBL-PURGED-DATE(LATEST-SUB)
                   END-IF.

               530-WRITE-PURGE-LOG.
                   OPEN EXTEND PURGE-LOG.
                   IF PURGE-LOG-STATUS IS EQUAL TO "35"
                       OPEN OUTPUT PURGE-LOG
                   END-IF.
                   IF PURGE-LOG-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN REPORT-PURGE-LOG.txt - "
                         "STATUS " PURGE-LOG-STATUS
                       STOP RUN
                   END-IF.
                   MOVE SPACES TO PURGE-LOG-LINE.
                   MOVE RUN-DATE-FULL TO PLG-PURGED-DATE.
                   MOVE RUN-TIME-HHMMSS TO PLG-PURGED-TIME.
                   MOVE TBL-FILE-NAME(LINE-SUB) TO PLG-FILE-NAME.
                   MOVE TBL-REPORT-ID(LINE-SUB) TO PLG-REPORT-ID.
                   MOVE TBL-REGISTERED-DATE(LINE-SUB)
                     TO PLG-REGISTERED-DATE.
                   MOVE CAT-RETENTION-DAYS(CAT-SUB)
                     TO PLG-RETENTION-DAYS.
                   MOVE PURGE-RESULT-WORK TO PLG-RESULT.
                   WRITE PURGE-LOG-LINE.
                   CLOSE PURGE-LOG.

      * live lines go back on the register; PURGED lines, and
      * REPLACED lines past their keep, go to the archive instead
           600-REWRITE-REGISTER.
               OPEN OUTPUT REPORT-REGISTER.
               IF REPORT-REGISTER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN REPORT-REGISTER.txt - "
                     "STATUS " REPORT-REGISTER-STATUS
                   STOP RUN
               END-IF.
               PERFORM 601-WRITE-ONE-REGISTER-LINE
                   VARYING LINE-SUB FROM 1 BY 1
                   UNTIL LINE-SUB > REGISTER-COUNT.
               CLOSE REPORT-REGISTER.
               IF REGISTER-ARCHIVE-OPEN
                   CLOSE REGISTER-ARCHIVE
               END-IF.

               601-WRITE-ONE-REGISTER-LINE.
                   PERFORM 602-CHECK-KEEP-LINE.
                   MOVE TBL-RUN-ID(LINE-SUB) TO RRG-RUN-ID.
                   MOVE TBL-REPORT-ID(LINE-SUB) TO RRG-REPORT-ID.
                   MOVE TBL-FILE-NAME(LINE-SUB) TO RRG-FILE-NAME.
                   MOVE TBL-LINE-COUNT(LINE-SUB) TO RRG-LINE-COUNT.
                   MOVE TBL-BYTE-COUNT(LINE-SUB) TO RRG-BYTE-COUNT.
                   MOVE TBL-REGISTERED-DATE(LINE-SUB)
                     TO RRG-REGISTERED-DATE.
                   MOVE TBL-REGISTERED-TIME(LINE-SUB)
                     TO RRG-REGISTERED-TIME.
                   MOVE TBL-STATUS(LINE-SUB) TO RRG-STATUS.
                   MOVE TBL-PURGED-DATE(LINE-SUB) TO RRG-PURGED-DATE.
                   IF KEEP-REGISTER-LINE
                       WRITE REPORT-REGISTER-RECORD
                   ELSE
                       PERFORM 603-ARCHIVE-ONE-LINE
                   END-IF.

      * a REPLACED line is kept as long as its report's archives
      * would be, REPLACED-KEEP-DAYS when the report has no retention
               602-CHECK-KEEP-LINE.
                   MOVE 'Y' TO KEEP-LINE-FLAG.
                   IF TBL-STATUS(LINE-SUB) IS EQUAL TO "PURGED"
                       MOVE 'N' TO KEEP-LINE-FLAG
                   ELSE IF TBL-STATUS(LINE-SUB) IS EQUAL TO "REPLACED"
                       PERFORM 510-FIND-CATALOGUE-ENTRY
                       IF FOUND-ONE
                           AND CAT-RETENTION-DAYS(CAT-SUB) IS GREATER
                               THAN ZERO
                           MOVE CAT-RETENTION-DAYS(CAT-SUB)
                             TO LINE-KEEP-DAYS
                       ELSE
                           MOVE REPLACED-KEEP-DAYS TO LINE-KEEP-DAYS
                       END-IF
                       COMPUTE ARCHIVE-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(RUN-DATE-FULL)
                           - FUNCTION INTEGER-OF-DATE(
                               TBL-REGISTERED-DATE(LINE-SUB))
                       IF ARCHIVE-AGE-DAYS IS GREATER THAN
                           LINE-KEEP-DAYS
                           MOVE 'N' TO KEEP-LINE-FLAG
                       END-IF
                   END-IF
                   END-IF.

               603-ARCHIVE-ONE-LINE.
                   IF NOT REGISTER-ARCHIVE-OPEN
                       OPEN EXTEND REGISTER-ARCHIVE
                       IF REGISTER-ARCHIVE-STATUS IS EQUAL TO "35"
                           OPEN OUTPUT REGISTER-ARCHIVE
                       END-IF
                       IF REGISTER-ARCHIVE-STATUS IS NOT EQUAL TO "00"
                           DISPLAY "UNABLE TO OPEN "
                             "REPORT-REGISTER-ARCHIVE.txt - STATUS "
                             REGISTER-ARCHIVE-STATUS
                           STOP RUN
                       END-IF
                       MOVE 'Y' TO ARCHIVE-OPEN-FLAG
                   END-IF.
                   WRITE REGISTER-ARCHIVE-RECORD
                     FROM REPORT-REGISTER-RECORD.
                   ADD 1 TO HOW-MANY-ARCHIVED.

           700-WRITE-FINAL-REPORT.
               MOVE "REPORTS CATALOGUED:" TO FINAL-REPORT-1.
               MOVE HOW-MANY-CATALOGUED TO FINAL-NUMBER-1.
               MOVE "REGISTERED THIS RUN:" TO FINAL-REPORT-2.
               MOVE HOW-MANY-REGISTERED TO FINAL-NUMBER-2.
               MOVE "UNCHANGED:" TO FINAL-REPORT-3.
               MOVE HOW-MANY-UNCHANGED TO FINAL-NUMBER-3.
               DISPLAY FINAL-REPORT.
               MOVE "ARCHIVES PURGED:" TO FINAL-REPORT-1.
               MOVE HOW-MANY-PURGED TO FINAL-NUMBER-1.
               MOVE "PURGES FAILED:" TO FINAL-REPORT-2.
               MOVE HOW-MANY-PURGE-FAILED TO FINAL-NUMBER-2.
               MOVE "RECIPIENTS ON MANIFEST:" TO FINAL-REPORT-3.
               MOVE RECIPIENT-COUNT TO FINAL-NUMBER-3.
               DISPLAY FINAL-REPORT.
               IF HOW-MANY-ARCHIVED > 0
                   DISPLAY HOW-MANY-ARCHIVED
                     " REGISTER LINE(S) MOVED TO "
                     "REPORT-REGISTER-ARCHIVE.txt"
               END-IF.

               MOVE SPACES TO RUN-LOG-MESSAGE-WORK.
               MOVE HOW-MANY-REGISTERED TO FINAL-NUMBER-WORK.
               STRING "RUN " DELIMITED BY SIZE
                   RUN-ID DELIMITED BY SIZE
                   " REPORTS REGISTERED " DELIMITED BY SIZE
                   FINAL-NUMBER-WORK DELIMITED BY SIZE
                   INTO RUN-LOG-MESSAGE-WORK
               END-STRING.
               PERFORM 290-WRITE-RUN-LOG.
               MOVE SPACES TO RUN-LOG-MESSAGE-WORK.
               MOVE HOW-MANY-PURGED TO FINAL-NUMBER-WORK.
               STRING "ARCHIVES PURGED PAST RETENTION "
                   DELIMITED BY SIZE
                   FINAL-NUMBER-WORK DELIMITED BY SIZE
                   INTO RUN-LOG-MESSAGE-WORK
               END-STRING.
               PERFORM 290-WRITE-RUN-LOG.

      * one timestamped line on the shared run log - the message is
      * staged in RUN-LOG-MESSAGE-WORK by the caller
           290-WRITE-RUN-LOG.
               ACCEPT RLG-DATE-RAW FROM DATE.
               ACCEPT RLG-TIME-RAW FROM TIME.
               MOVE RLG-MM TO RLG-STAMP-MM.
               MOVE RLG-DD TO RLG-STAMP-DD.
               MOVE RLG-YY TO RLG-STAMP-YY.
               MOVE RLG-HH TO RLG-STAMP-HH.
               MOVE RLG-MIN TO RLG-STAMP-MIN.
               MOVE RLG-SS TO RLG-STAMP-SS.

               OPEN EXTEND RUN-LOG-FILE.
               IF RUN-LOG-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT RUN-LOG-FILE
               END-IF.
               IF RUN-LOG-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN RUN-LOG.txt - STATUS "
                     RUN-LOG-STATUS
               ELSE
                   MOVE SPACES TO RUN-LOG-LINE
                   MOVE RLG-STAMP TO RLG-TIMESTAMP
                   MOVE "PROJ149" TO RLG-PROGRAM
                   MOVE RUN-LOG-MESSAGE-WORK TO RLG-MESSAGE
                   WRITE RUN-LOG-LINE
                   CLOSE RUN-LOG-FILE
               END-IF.

       END PROGRAM PROJECT149.
