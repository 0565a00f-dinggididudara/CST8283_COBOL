      *          lines, so once the history is rolled away its count
      *          is the current period's, as it always should have been
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - each period archive is noted on
      *                   AUDIT-ARCHIVE-INDEX.txt, the way
      *                   PAYHIST-INDEX.txt lists the payment history
      *                   segments, so a reader can find every closed
      *                   period without guessing dates
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT27.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-ARCHIVE-STATUS.

      * one line per period archive cut - kept in step across the
      * archive readers and this writer
           SELECT AUDIT-ARCHIVE-INDEX
           ASSIGN TO "..\AUDIT-ARCHIVE-INDEX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * same layout PROJECT02 writes, same conventions
       FD AUDIT-ARCHIVE.
       01 AUDIT-ARCHIVE-RECORD PIC X(145).

       FD AUDIT-ARCHIVE-INDEX.
       01 AUDIT-INDEX-RECORD.
         05 AIN-PERIOD-END-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 AUDIT-FILE-STATUS PIC X(2).
         05 AUDIT-ARCHIVE-STATUS PIC X(2).
         05 AUDIT-INDEX-STATUS PIC X(2).

       01 AUDIT-EOF-FLG PIC X(1) VALUE 'N'.


               CLOSE AUDIT-LOG.
               CLOSE AUDIT-ARCHIVE.
               PERFORM 304-INDEX-THE-ARCHIVE.

               301-ARCHIVE-ONE-LINE.
                   READ AUDIT-LOG INTO ARCHIVE-LINE-WORK
                           MOVE SUMMARY-FIND-SUB TO SUMMARY-FOUND-SUB
                       END-IF.

      * the archive is on disk before the index says so
               304-INDEX-THE-ARCHIVE.
                   OPEN EXTEND AUDIT-ARCHIVE-INDEX.
                   IF AUDIT-INDEX-STATUS IS EQUAL TO "35"
                       OPEN OUTPUT AUDIT-ARCHIVE-INDEX
                   END-IF.
                   IF AUDIT-INDEX-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN AUDIT-ARCHIVE-INDEX.txt"
                         " - STATUS " AUDIT-INDEX-STATUS
                       STOP RUN
                   END-IF.

                   MOVE PERIOD-END-ENTRY TO AIN-PERIOD-END-DATE.
                   WRITE AUDIT-INDEX-RECORD.
                   CLOSE AUDIT-ARCHIVE-INDEX.

      * the new period starts with one SUMMRY line per action/operator
      * pair - in the ordinary audit line layout, so the same inquiry
      * tooling reads both live and archived periods
