      *                   feed) into the cleared course tables, marks
      *                   them status A, and points the operator at
      *                   PROJECT20 to assess the new load
      *  15-OCT-2026 SL - each term archive cut is noted on
      *                   STUFILE3-ARCHIVE-INDEX.txt, the way
      *                   PAYHIST-INDEX.txt lists the payment history
      *                   segments, so a reader can find every
      *                   archived term without guessing names
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT19.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIVE-FILE-STATUS.

      * one line per term archive cut - kept in step across the
      * archive readers and this writer
           SELECT ARCHIVE-INDEX-FILE
           ASSIGN TO "..\STUFILE3-ARCHIVE-INDEX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIVE-INDEX-STATUS.

      * the registrar's list of graduated students, one number per
      * line - only these, and only when fully paid, are dropped
           SELECT GRADUATE-FILE
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(135).

       FD ARCHIVE-INDEX-FILE.
       01 ARCHIVE-INDEX-RECORD.
         05 ARX-TERM-CODE PIC 9(6).
         05 ARX-ARCHIVE-DATE PIC 9(8).

       FD GRADUATE-FILE.
       01 GRADUATE-RECORD.
         05 GRAD-STUDENT-NUMBER PIC X(6).
         05 STUDENT-FILE-STATUS PIC X(2).
         05 IDX-FILE-STATUS PIC X(2).
         05 ARCHIVE-FILE-STATUS PIC X(2).
         05 ARCHIVE-INDEX-STATUS PIC X(2).
         05 GRADUATE-FILE-STATUS PIC X(2).
         05 ROLLOVER-CONTROL-STATUS PIC X(2).


               CLOSE STUDENT-FILE.
               CLOSE ARCHIVE-FILE.
               PERFORM 303-INDEX-THE-ARCHIVE.

               301-ARCHIVE-ONE-STUDENT.
                   READ STUDENT-FILE INTO ARCHIVE-LINE-WORK
                         TO MST-PROGRAM-OF-STUDY
                           (STUDENT-MASTER-COUNT, PROGRAM-SUB).

      * the archive is on disk before the index says so - a failure
      * here leaves an archive nobody lists, never a listed one that
      * is missing
               303-INDEX-THE-ARCHIVE.
                   OPEN EXTEND ARCHIVE-INDEX-FILE.
                   IF ARCHIVE-INDEX-STATUS IS EQUAL TO "35"
                       OPEN OUTPUT ARCHIVE-INDEX-FILE
                   END-IF.
                   IF ARCHIVE-INDEX-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN STUFILE3-ARCHIVE-"
                         "INDEX.txt - STATUS " ARCHIVE-INDEX-STATUS
                       STOP RUN
                   END-IF.

                   MOVE CLOSE-TERM-ENTRY TO ARX-TERM-CODE.
                   ACCEPT ARX-ARCHIVE-DATE FROM DATE YYYYMMDD.
                   WRITE ARCHIVE-INDEX-RECORD.
                   CLOSE ARCHIVE-INDEX-FILE.

      * a graduated, exactly-paid-up student drops off the live
      * master; everyone else carries forward
           400-ROLL-ONE-STUDENT.
