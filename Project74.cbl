      *          rejects to FINAL-GRADE-ERRORS.txt with the reason,
      *          for the PROJECT34 exception workbench to chase
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - the run now takes the feed's term code and
      *                   writes a FINAL-GRADE-RECEIPTS.txt row for
      *                   every mark it lands, so PROJECT99 can tell
      *                   a received final from a stale or zero one
      *                   before PROJECT18 rolls the term
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT74.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERROR-FILE-STATUS.

      * one row per mark landed, by term - PROJECT99's roster check
      * reads it before the term roll
           SELECT RECEIPT-FILE
           ASSIGN TO "..\FINAL-GRADE-RECEIPTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECEIPT-FILE-STATUS.

           SELECT MASTER-LOCK-FILE
           ASSIGN TO "..\STUFILE3-LOCK.txt"
           ORGANIZATION IS LINE SEQUENTIAL
         05 FILLER PIC X(2) VALUE SPACE.
         05 ERR-REASON PIC X(30).

      * kept in step with Project99.cbl's FD RECEIPT-FILE
       FD RECEIPT-FILE.
       01 RECEIPT-RECORD.
         05 RCP-STUDENT-NUMBER PIC 9(6).
         05 RCP-COURSE-CODE PIC X(7).
         05 RCP-TERM-CODE PIC 9(6).
         05 RCP-MARK PIC 9(3).
         05 RCP-LOAD-DATE PIC 9(8).

       FD MASTER-LOCK-FILE.
       01 MASTER-LOCK-RECORD.
         05 LCK-PROGRAM PIC X(9).
         05 COURSE-FILE-STATUS PIC X(2).
         05 AUDIT-FILE-STATUS PIC X(2).
         05 ERROR-FILE-STATUS PIC X(2).
         05 RECEIPT-FILE-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 FEED-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-RAW PIC 9(8).

      * the term the feed's marks belong to, stamped on each receipt
       01 FEED-TERM-ENTRY PIC X(6).
       01 FEED-TERM-CODE PIC 9(6).

      * whole tuition master held in memory - whole images plus the
      * course table the marks land in
       01 STUDENT-MASTER-TABLE.
      * main procedure
       100-LOAD-FINAL-GRADES.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           DISPLAY "ENTER TERM CODE OF THE FEED (YYYYTT):".
           ACCEPT FEED-TERM-ENTRY.
           IF FEED-TERM-ENTRY IS NOT NUMERIC
               DISPLAY "TERM CODE MUST BE SIX DIGITS - NOTHING LOADED"
               STOP RUN
           END-IF.
           MOVE FEED-TERM-ENTRY TO FEED-TERM-CODE.
           PERFORM 260-ACQUIRE-MASTER-LOCK.
           PERFORM 200-LOAD-STUDENT-MASTER.
           PERFORM 270-VERIFY-MASTER-CONTROL.
                   STOP RUN
               END-IF.

               OPEN EXTEND RECEIPT-FILE.
               IF RECEIPT-FILE-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT RECEIPT-FILE
               END-IF.
               IF RECEIPT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN FINAL-GRADE-RECEIPTS.txt - "
                     "STATUS " RECEIPT-FILE-STATUS
                   STOP RUN
               END-IF.

           220-READ-ONE-FEED-LINE.
               READ FINAL-GRADE-FEED
                   AT END
               CLOSE FINAL-GRADE-FEED.
               CLOSE ERROR-FILE.
               CLOSE AUDIT-LOG.
               CLOSE RECEIPT-FILE.

      * one mark - student, catalog, and the student's own course
      * table all have to agree before anything lands
               MOVE AUDIT-AFTER-BUILD TO AUDIT-AFTER-OUT.
               WRITE AUDIT-LOG-LINE.

               MOVE FEED-STUDENT-NUMERIC TO RCP-STUDENT-NUMBER.
               MOVE FEED-COURSE-CODE TO RCP-COURSE-CODE.
               MOVE FEED-TERM-CODE TO RCP-TERM-CODE.
               MOVE FEED-MARK TO RCP-MARK.
               MOVE RUN-DATE-RAW TO RCP-LOAD-DATE.
               WRITE RECEIPT-RECORD.

      * same round trip as PROJECT09's - the live index is rewritten
      * in place by key so the next posting run carries the marks
           400-REWRITE-STUDENT-MASTER.
