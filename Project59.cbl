      *          the tuition master. Same in-memory-table/rewrite-on-
      *          exit pattern as PROJECT11/PROJECT47
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - per-type notification opt-outs: a student can
      *                   be opted out of (or back into) one message
      *                   type on email or SMS, kept on
      *                   NOTIFY-OPTOUT.txt for PROJECT141's
      *                   dispatcher; save-and-exit moves to choice 6
      *  15-OCT-2026 SL - ALUM opt-outs for PROJECT56's alumni hand-off,
      *                   by email, phone (S) or mailing address (P);
      *                   channel P is only taken for ALUM
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT59.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-FILE-STATUS.

           SELECT OPTOUT-FILE
           ASSIGN TO "..\NOTIFY-OPTOUT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPTOUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one contact per line - type 'E' email or 'P' phone
         05 INTERNATIONAL-STUDENT-FLAG PIC X(1).
         05 PAYMENT-HOLD-FLAG PIC X(1).

      * one row per student, message type and channel opted out of -
      * channel 'E' email or 'S' SMS; paper cannot be opted out of,
      * except that ALUM (the alumni hand-off) also takes 'P' to keep
      * the mailing address off it, and its 'S' withholds the phone
       FD OPTOUT-FILE.
       01 OPTOUT-RECORD.
         05 NOP-STUDENT-NUMBER PIC 9(6).
         05 NOP-MESSAGE-TYPE PIC X(4).
         05 NOP-CHANNEL PIC X(1).

       WORKING-STORAGE SECTION.
       01 CONTACT-FILE-STATUS PIC X(2).
       01 STUDENT-FILE-STATUS PIC X(2).
       01 OPTOUT-FILE-STATUS PIC X(2).
       01 EOF-FLG PIC X(1) VALUE 'N'.
       01 MENU-CHOICE PIC X(1).

         05 FOUND-FLAG PIC X(1).
           88 RECORD-FOUND VALUE 'Y'.

       01 OPTOUT-TABLE.
         05 OPTOUT-TABLE-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON OPTOUT-TABLE-COUNT.
           10 TBL-NOP-STUDENT-NUMBER PIC 9(6).
           10 TBL-NOP-MESSAGE-TYPE PIC X(4).
           10 TBL-NOP-CHANNEL PIC X(1).
           10 TBL-NOP-DELETED-FLAG PIC X(1) VALUE 'N'.
             88 TBL-NOP-DELETED VALUE 'Y'.

       01 OPTOUT-VARIABLES.
         05 OPTOUT-TABLE-COUNT PIC 9(4) VALUE 0.
         05 OPTOUT-EOF-FLG PIC X(1) VALUE 'N'.
         05 OPTOUT-FIND-SUB PIC 9(4).
         05 OPTOUT-FOUND-SUB PIC 9(4) VALUE 0.
         05 OPTOUT-FOUND-FLAG PIC X(1).
           88 OPTOUT-FOUND VALUE 'Y'.

       01 EXISTING-STUDENT-TABLE.
         05 EXISTING-STUDENT-ENTRY OCCURS 1 TO 9000 TIMES
             DEPENDING ON EXISTING-STUDENT-COUNT.
         05 ENTRY-CONTACT-TYPE PIC X(1).
         05 ENTRY-CONTACT-VALUE PIC X(40).
         05 ENTRY-VERIFIED PIC X(1).
         05 ENTRY-MESSAGE-TYPE PIC X(4).
           88 KNOWN-MESSAGE-TYPE VALUE "DUNN" "RENW" "ALRT"
               "PEXP" "MEAL" "ALUM".
         05 ENTRY-CHANNEL PIC X(1).

       PROCEDURE DIVISION.
      * main procedure
       101-MAINTAIN-CONTACT-FILE.
           PERFORM 201-INITIATE.
           PERFORM 202-PROCESS-MENU-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '6'.
           PERFORM 900-REWRITE-CONTACT-FILE.
           PERFORM 910-REWRITE-OPTOUT-FILE.
           STOP RUN.

           201-INITIATE.
               PERFORM 304-LOAD-ONE-CONTACT
                   UNTIL EOF-FLG IS EQUAL TO 'Y'.
               CLOSE CONTACT-FILE.
               PERFORM 260-LOAD-OPTOUT-TABLE.

           202-PROCESS-MENU-CHOICE.
               PERFORM 305-DISPLAY-MENU.
               ELSE IF MENU-CHOICE IS EQUAL TO '4'
                   PERFORM 700-LIST-CONTACTS
               ELSE IF MENU-CHOICE IS EQUAL TO '5'
                   PERFORM 800-TOGGLE-OPTOUT
               ELSE IF MENU-CHOICE IS EQUAL TO '6'
                   CONTINUE
               ELSE
                   DISPLAY "INVALID CHOICE - ENTER 1 THROUGH 6"
               END-IF
               END-IF
               END-IF
               END-IF
                               (EXISTING-STUDENT-CTR)
                   END-READ.

      * a missing opt-out file just means nobody has opted out
           260-LOAD-OPTOUT-TABLE.
               OPEN INPUT OPTOUT-FILE.
               IF OPTOUT-FILE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO OPTOUT-EOF-FLG
               ELSE IF OPTOUT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN NOTIFY-OPTOUT.txt - "
                     "STATUS " OPTOUT-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 261-LOAD-ONE-OPTOUT
                       UNTIL OPTOUT-EOF-FLG IS EQUAL TO 'Y'
                       OR OPTOUT-TABLE-COUNT IS EQUAL TO 2000
                   CLOSE OPTOUT-FILE
               END-IF
               END-IF.

               261-LOAD-ONE-OPTOUT.
                   READ OPTOUT-FILE
                       AT END
                           MOVE 'Y' TO OPTOUT-EOF-FLG
                       NOT AT END
                           ADD 1 TO OPTOUT-TABLE-COUNT
                           MOVE NOP-STUDENT-NUMBER
                             TO TBL-NOP-STUDENT-NUMBER
                               (OPTOUT-TABLE-COUNT)
                           MOVE NOP-MESSAGE-TYPE
                             TO TBL-NOP-MESSAGE-TYPE
                               (OPTOUT-TABLE-COUNT)
                           MOVE NOP-CHANNEL
                             TO TBL-NOP-CHANNEL(OPTOUT-TABLE-COUNT)
                           MOVE 'N'
                             TO TBL-NOP-DELETED-FLAG
                               (OPTOUT-TABLE-COUNT)
                   END-READ.

           302-OPEN-INPUT-FILE.
               OPEN INPUT CONTACT-FILE.
               IF CONTACT-FILE-STATUS IS EQUAL TO "35"
               DISPLAY "2 - MARK A CONTACT VERIFIED".
               DISPLAY "3 - DELETE A CONTACT".
               DISPLAY "4 - LIST A STUDENT'S CONTACTS".
               DISPLAY "5 - OPT A STUDENT OUT OF / BACK INTO A NOTICE".
               DISPLAY "6 - SAVE AND EXIT".
               DISPLAY "ENTER YOUR CHOICE:".

           400-ADD-CONTACT.
                   PERFORM 701-LIST-ONE-CONTACT
                       VARYING FIND-SUB FROM 1 BY 1
                       UNTIL FIND-SUB > CONTACT-TABLE-COUNT
                   PERFORM 702-LIST-ONE-OPTOUT
                       VARYING OPTOUT-FIND-SUB FROM 1 BY 1
                       UNTIL OPTOUT-FIND-SUB > OPTOUT-TABLE-COUNT
               END-IF.

               701-LIST-ONE-CONTACT.
                         TBL-CTC-VERIFIED-FLAG(FIND-SUB)
                   END-IF.

               702-LIST-ONE-OPTOUT.
                   IF TBL-NOP-STUDENT-NUMBER(OPTOUT-FIND-SUB) IS EQUAL
                       TO LOOKUP-STUDENT-NUMERIC
                       AND NOT TBL-NOP-DELETED(OPTOUT-FIND-SUB)
                       DISPLAY "OPTED OUT: "
                         TBL-NOP-MESSAGE-TYPE(OPTOUT-FIND-SUB)
                         " BY " TBL-NOP-CHANNEL(OPTOUT-FIND-SUB)
                   END-IF.

      * one entry both ways - an opt-out already on file for the
      * student, type and channel is taken off, otherwise one is put
      * on; the dispatcher falls back to the other channel or paper
           800-TOGGLE-OPTOUT.
               DISPLAY "ENTER STUDENT NUMBER:".
               ACCEPT LOOKUP-STUDENT-NUMBER.

               IF LOOKUP-STUDENT-NUMBER IS NOT NUMERIC
                   DISPLAY "STUDENT NUMBER MUST BE NUMERIC - "
                     "NOTHING CHANGED"
               ELSE
                   MOVE LOOKUP-STUDENT-NUMBER
                     TO LOOKUP-STUDENT-NUMERIC
                   PERFORM 401-CHECK-STUDENT-ON-FILE
                   IF NOT STUDENT-ON-FILE
                       DISPLAY "STUDENT NOT ON STUFILE3.txt - "
                         "NOTHING CHANGED"
                   ELSE
                       DISPLAY "ENTER NOTICE TYPE (DUNN, RENW, ALRT, "
                         "PEXP, MEAL, ALUM):"
                       ACCEPT ENTRY-MESSAGE-TYPE
                       DISPLAY "ENTER CHANNEL (E=EMAIL, S=SMS, "
                         "P=MAIL - ALUM ONLY):"
                       ACCEPT ENTRY-CHANNEL
                       IF NOT KNOWN-MESSAGE-TYPE
                           DISPLAY "UNKNOWN NOTICE TYPE - "
                             "NOTHING CHANGED"
                       ELSE IF ENTRY-CHANNEL IS EQUAL TO 'P'
                           AND ENTRY-MESSAGE-TYPE IS NOT EQUAL TO "ALUM"
                           DISPLAY "CHANNEL P IS FOR ALUM ONLY - "
                             "NOTHING CHANGED"
                       ELSE IF ENTRY-CHANNEL IS NOT EQUAL TO 'E'
                           AND ENTRY-CHANNEL IS NOT EQUAL TO 'S'
                           AND ENTRY-CHANNEL IS NOT EQUAL TO 'P'
                           DISPLAY "CHANNEL MUST BE E, S OR P - "
                             "NOTHING CHANGED"
                       ELSE
                           PERFORM 801-APPLY-OPTOUT
                       END-IF
                       END-IF
                       END-IF
                   END-IF
               END-IF.

           801-APPLY-OPTOUT.
               MOVE 'N' TO OPTOUT-FOUND-FLAG.
               MOVE 0 TO OPTOUT-FOUND-SUB.
               PERFORM 8011-CHECK-ONE-OPTOUT
                   VARYING OPTOUT-FIND-SUB FROM 1 BY 1
                   UNTIL OPTOUT-FIND-SUB > OPTOUT-TABLE-COUNT
                   OR OPTOUT-FOUND.

               IF OPTOUT-FOUND
                   MOVE 'Y' TO TBL-NOP-DELETED-FLAG(OPTOUT-FOUND-SUB)
                   DISPLAY "OPT-OUT REMOVED - " ENTRY-MESSAGE-TYPE
                     " NOTICES WILL GO BY " ENTRY-CHANNEL " AGAIN"
               ELSE IF OPTOUT-TABLE-COUNT IS EQUAL TO 2000
                   DISPLAY "OPT-OUT TABLE FULL - NOTHING CHANGED"
               ELSE
                   ADD 1 TO OPTOUT-TABLE-COUNT
                   MOVE LOOKUP-STUDENT-NUMERIC
                     TO TBL-NOP-STUDENT-NUMBER(OPTOUT-TABLE-COUNT)
                   MOVE ENTRY-MESSAGE-TYPE
                     TO TBL-NOP-MESSAGE-TYPE(OPTOUT-TABLE-COUNT)
                   MOVE ENTRY-CHANNEL
                     TO TBL-NOP-CHANNEL(OPTOUT-TABLE-COUNT)
                   MOVE 'N'
                     TO TBL-NOP-DELETED-FLAG(OPTOUT-TABLE-COUNT)
                   DISPLAY "OPTED OUT OF " ENTRY-MESSAGE-TYPE
                     " BY " ENTRY-CHANNEL
               END-IF
               END-IF.

               8011-CHECK-ONE-OPTOUT.
                   IF TBL-NOP-STUDENT-NUMBER(OPTOUT-FIND-SUB) IS EQUAL
                       TO LOOKUP-STUDENT-NUMERIC
                       AND TBL-NOP-MESSAGE-TYPE(OPTOUT-FIND-SUB)
                           IS EQUAL TO ENTRY-MESSAGE-TYPE
                       AND TBL-NOP-CHANNEL(OPTOUT-FIND-SUB) IS EQUAL
                           TO ENTRY-CHANNEL
                       AND NOT TBL-NOP-DELETED(OPTOUT-FIND-SUB)
                       MOVE 'Y' TO OPTOUT-FOUND-FLAG
                       MOVE OPTOUT-FIND-SUB TO OPTOUT-FOUND-SUB
                   END-IF.

           900-REWRITE-CONTACT-FILE.
               OPEN OUTPUT CONTACT-FILE.
               IF CONTACT-FILE-STATUS IS NOT EQUAL TO "00"
                       WRITE CONTACT-RECORD
                   END-IF.

           910-REWRITE-OPTOUT-FILE.
               OPEN OUTPUT OPTOUT-FILE.
               IF OPTOUT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN NOTIFY-OPTOUT.txt - "
                     "STATUS " OPTOUT-FILE-STATUS
                   STOP RUN
               END-IF.

               PERFORM 911-WRITE-ONE-OPTOUT
                   VARYING OPTOUT-FIND-SUB FROM 1 BY 1
                   UNTIL OPTOUT-FIND-SUB > OPTOUT-TABLE-COUNT.

               CLOSE OPTOUT-FILE.

               911-WRITE-ONE-OPTOUT.
                   IF NOT TBL-NOP-DELETED(OPTOUT-FIND-SUB)
                       MOVE TBL-NOP-STUDENT-NUMBER(OPTOUT-FIND-SUB)
                         TO NOP-STUDENT-NUMBER
                       MOVE TBL-NOP-MESSAGE-TYPE(OPTOUT-FIND-SUB)
                         TO NOP-MESSAGE-TYPE
                       MOVE TBL-NOP-CHANNEL(OPTOUT-FIND-SUB)
                         TO NOP-CHANNEL
                       WRITE OPTOUT-RECORD
                   END-IF.

       END PROGRAM PROJECT59.
