      *          when) - because these letters get forged, and the log
      *          is how a calling bank's copy gets authenticated
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - program index record carries PROJECT03's
      *                   per-campus subtotal slots
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT30.
         05 IDX-SUB-STUDENT-COUNT PIC 9(4).
         05 IDX-SUB-TUITION-TOTAL PIC S9(9)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 IDX-CAMPUS-SUBTOTAL OCCURS 10 TIMES.
           10 IDX-CAMPUS-CODE PIC X(4).
           10 IDX-CAMPUS-STUDENT-COUNT PIC 9(4).
           10 IDX-CAMPUS-TUITION-TOTAL PIC S9(9)V99
               SIGN IS TRAILING SEPARATE CHARACTER.

      * LAB2's student master - same record layout as Lab2.cbl's
      * FD STUDENT, current fields included
