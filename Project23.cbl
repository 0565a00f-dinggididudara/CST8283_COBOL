      *          come from somewhere. Same in-memory-table/rewrite-on-
      *          exit pattern as PROJECT06
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - new role 'I' (academic integrity officer) -
      *                   the only role PROJECT101's misconduct case
      *                   register signs on
      *  15-OCT-2026 SL - new role 'A' (accessibility services) - the
      *                   only role PROJECT102's accommodations
      *                   register signs on; the valid roles are now
      *                   one condition on the table row
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT23.
           10 TBL-OPR-NAME PIC X(20).
           10 TBL-OPR-PASSWORD PIC X(8).
           10 TBL-OPR-ROLE PIC X(1).
             88 TBL-OPR-ROLE-VALID VALUE 'E' 'S' 'I' 'A'.
           10 TBL-OPR-ACTIVE PIC X(1).
           10 TBL-OPR-PASSWORD-DATE PIC 9(8).
           10 TBL-OPR-FAIL-COUNT PIC 9(1).
               MOVE 'N' TO TBL-OPR-LOCKED-FLAG(EDIT-SUB).
               MOVE SPACE TO TBL-OPR-ROLE(EDIT-SUB).
               PERFORM 4021-PROMPT-ROLE
                   UNTIL TBL-OPR-ROLE-VALID(EDIT-SUB).

               4021-PROMPT-ROLE.
                   DISPLAY "ENTER ROLE (E=DATA ENTRY, S=SUPERVISOR, "
                     "I=INTEGRITY OFFICER,".
                   DISPLAY "  A=ACCESSIBILITY SERVICES):".
                   ACCEPT TBL-OPR-ROLE(EDIT-SUB).
                   IF NOT TBL-OPR-ROLE-VALID(EDIT-SUB)
                       DISPLAY "ROLE MUST BE E, S, I OR A"
                   END-IF.

      * find the ID and re-prompt every field for that slot - also
