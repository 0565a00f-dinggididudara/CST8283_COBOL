      *          (CONVOCATION-PROGRAM.txt), ordered by program and
      *          then by name - ceremony order
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - a candidate with an active PROJECT140
      *                   service hold whose type blocks diploma
      *                   print goes on CONFERRAL-HOLDS.txt with the
      *                   hold type and releasing office instead of
      *                   being conferred
      *  15-OCT-2026 SL - register DIPLOMA-EXTRACT.txt on the
      *                   transmission register, diplomas counted and
      *                   student numbers hashed
      *  15-OCT-2026 SL - alumni hand-off: every conferral also goes
      *                   on ALUMNI-EXTRACT.txt for the alumni office
      *                   - name after any NAME-HISTORY.txt change,
      *                   credential, conferral date, the latest
      *                   verified email and phone off
      *                   CONTACT-MASTER.txt and the Student.txt
      *                   mailing address, each withheld where the
      *                   graduate has opted out of ALUM on that
      *                   channel (NOTIFY-OPTOUT.txt); registered on
      *                   the transmission register
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT56.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONFERRAL-HOLDS-STATUS.

      * PROJECT140's service-indicator holds - the types say what
      * each hold blocks, the master says who is held
           SELECT HOLD-TYPE-FILE
           ASSIGN TO "..\HOLD-TYPES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLD-TYPE-STATUS.

           SELECT STUDENT-HOLD-FILE
           ASSIGN TO "..\STUDENT-HOLDS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-HOLD-STATUS.

      * PROJECT58's name changes - the latest new name per student is
      * the name the alumni office gets
           SELECT NAME-HISTORY-FILE
           ASSIGN TO "..\NAME-HISTORY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NAME-HISTORY-STATUS.

      * PROJECT59's contact master and opt-outs
           SELECT CONTACT-FILE
           ASSIGN TO "..\CONTACT-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTACT-FILE-STATUS.

           SELECT OPTOUT-FILE
           ASSIGN TO "..\NOTIFY-OPTOUT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPTOUT-FILE-STATUS.

           SELECT ADDRESS-FILE
           ASSIGN TO "..\Student.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADDRESS-FILE-STATUS.

      * the alumni office's hand-off - one line per conferral
           SELECT ALUMNI-EXTRACT
           ASSIGN TO "..\ALUMNI-EXTRACT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALUMNI-EXTRACT-STATUS.

      * one line per outbound file sent - kept in step with every
      * extract writer, Project146.cbl and Project147.cbl
           SELECT TRANSMISSION-REGISTER
           ASSIGN TO "..\TRANSMISSION-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSMIT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * kept in step with Project41.cbl's FD AUDIT-REPORT
         05 FILLER PIC X(2) VALUE SPACE.
         05 CFH-REASON-OUT PIC X(30).

      * kept in step with Project140.cbl's FD HOLD-TYPE-FILE
       FD HOLD-TYPE-FILE.
       01 HOLD-TYPE-RECORD.
         05 HTY-HOLD-TYPE PIC X(4).
         05 HTY-DESCRIPTION PIC X(20).
         05 HTY-OFFICE PIC X(4).
         05 HTY-BLOCKS-REGISTRATION PIC X(1).
         05 HTY-BLOCKS-TRANSCRIPT PIC X(1).
         05 HTY-BLOCKS-DIPLOMA PIC X(1).
         05 HTY-BLOCKS-REFUND PIC X(1).

      * kept in step with Project140.cbl's FD STUDENT-HOLD-FILE
       FD STUDENT-HOLD-FILE.
       01 STUDENT-HOLD-RECORD.
         05 SHD-HOLD-NUMBER PIC 9(6).
         05 SHD-STUDENT-NUMBER PIC 9(6).
         05 SHD-HOLD-TYPE PIC X(4).
         05 SHD-OFFICE PIC X(4).
         05 SHD-REASON PIC X(30).
         05 SHD-PLACED-DATE PIC 9(8).
         05 SHD-PLACED-BY PIC X(8).
         05 SHD-RELEASE-OFFICE PIC X(4).
         05 SHD-STATUS PIC X(1).
         05 SHD-RELEASED-DATE PIC 9(8).
         05 SHD-RELEASED-BY PIC X(8).
         05 SHD-RELEASE-REASON PIC X(30).

      * kept in step with Project58.cbl's FD NAME-HISTORY-FILE
       FD NAME-HISTORY-FILE.
       01 NAME-HISTORY-RECORD.
         05 NMH-STUDENT-NUMBER PIC 9(6).
         05 NMH-FORMER-NAME PIC X(40).
         05 NMH-NEW-NAME PIC X(40).
         05 NMH-CHANGE-DATE PIC 9(8).
         05 NMH-OPERATOR-ID PIC X(8).

      * kept in step with Project59.cbl's FD CONTACT-FILE
       FD CONTACT-FILE.
       01 CONTACT-RECORD.
         05 CTC-STUDENT-NUMBER PIC 9(6).
         05 CTC-CONTACT-TYPE PIC X(1).
         05 CTC-CONTACT-VALUE PIC X(40).
         05 CTC-VERIFIED-FLAG PIC X(1).

      * kept in step with Project59.cbl's FD OPTOUT-FILE
       FD OPTOUT-FILE.
       01 OPTOUT-RECORD.
         05 NOP-STUDENT-NUMBER PIC 9(6).
         05 NOP-MESSAGE-TYPE PIC X(4).
         05 NOP-CHANNEL PIC X(1).

      * LAB2's student master - same record layout as Lab2.cbl's
      * FD STUDENT
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

      * one graduate per line, fixed format - each contact carries a
      * status byte: 'Y' given, 'N' none on file, 'O' withheld for an
      * opt-out, and for the address 'U' returned undeliverable
       FD ALUMNI-EXTRACT.
       01 ALUMNI-EXTRACT-LINE.
         05 ALX-STUDENT-NUMBER PIC 9(6).
         05 ALX-STUDENT-NAME PIC X(40).
         05 ALX-FORMER-NAME PIC X(40).
         05 ALX-PROGRAM-CODE PIC X(5).
         05 ALX-CREDENTIAL-NAME PIC X(20).
         05 ALX-CONFERRAL-DATE PIC 9(8).
         05 ALX-EMAIL-STATUS PIC X(1).
         05 ALX-EMAIL PIC X(40).
         05 ALX-PHONE-STATUS PIC X(1).
         05 ALX-PHONE PIC X(40).
         05 ALX-ADDRESS-STATUS PIC X(1).
         05 ALX-STREET PIC X(25).
         05 ALX-CITY PIC X(15).
         05 ALX-PROVINCE PIC X(15).
         05 ALX-POSTAL-CODE PIC X(7).

      * status SENT when written, RECEIVED or REJECTED once the
      * partner answers - kept in step with Project146.cbl's
      * FD TRANSMISSION-REGISTER
       FD TRANSMISSION-REGISTER.
       01 TRANSMISSION-REGISTER-RECORD.
         05 TXR-FILE-NAME PIC X(40).
         05 TXR-DESTINATION PIC X(12).
         05 TXR-PERIOD PIC X(8).
         05 TXR-RECORD-COUNT PIC 9(7).
         05 TXR-HASH-TOTAL PIC S9(11)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 TXR-CREATED-BY PIC X(9).
         05 TXR-CREATED-DATE PIC 9(8).
         05 TXR-CREATED-TIME PIC 9(6).
         05 TXR-STATUS PIC X(8).
         05 TXR-ACK-DATE PIC 9(8).
         05 TXR-ACK-REASON PIC X(30).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 AUDIT-REPORT-STATUS PIC X(2).
         05 DIPLOMA-EXTRACT-STATUS PIC X(2).
         05 CONVOCATION-LIST-STATUS PIC X(2).
         05 CONFERRAL-HOLDS-STATUS PIC X(2).
         05 NAME-HISTORY-STATUS PIC X(2).
         05 CONTACT-FILE-STATUS PIC X(2).
         05 OPTOUT-FILE-STATUS PIC X(2).
         05 ADDRESS-FILE-STATUS PIC X(2).
         05 ALUMNI-EXTRACT-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 AUDIT-EOF-FLG PIC X(1) VALUE 'N'.
         05 STUDENT-EOF-FLG PIC X(1) VALUE 'N'.
         05 PROGRAM-EOF-FLG PIC X(1) VALUE 'N'.
         05 NAME-HISTORY-EOF-FLG PIC X(1) VALUE 'N'.
         05 CONTACT-EOF-FLG PIC X(1) VALUE 'N'.
         05 OPTOUT-EOF-FLG PIC X(1) VALUE 'N'.
         05 ADDRESS-EOF-FLG PIC X(1) VALUE 'N'.

       01 RUN-DATE-RAW PIC 9(8).

         05 HOW-MANY-CANDIDATES PIC 9(4) VALUE 0.
         05 HOW-MANY-CONFERRED PIC 9(4) VALUE 0.
         05 HOW-MANY-BLOCKED PIC 9(4) VALUE 0.
         05 DIPLOMA-STUDENT-HASH PIC 9(11) VALUE 0.
         05 HOW-MANY-ALUMNI PIC 9(4) VALUE 0.

       01 CONVOCATION-HEADER-LINE.
         05 FILLER PIC X(11) VALUE "PROGRAM -  ".
         05 CVD-NUMBER-OUT PIC 9(6).
         05 FILLER PIC X(28) VALUE SPACE.

      * active service-indicator holds whose type blocks diploma print -
      * a hold whose type is missing from HOLD-TYPES.txt blocks
      * everything, so a mistyped code never lets a student through
       01 SERVICE-HOLD-TYPE-TABLE.
         05 SVT-ENTRY OCCURS 1 TO 50 TIMES
             DEPENDING ON SVT-COUNT.
           10 SVT-HOLD-TYPE PIC X(4).
           10 SVT-BLOCKS-FLAG PIC X(1).

       01 SERVICE-HOLD-TABLE.
         05 SVH-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON SVH-COUNT.
           10 SVH-STUDENT-NUMBER PIC 9(6).
           10 SVH-HOLD-TYPE PIC X(4).
           10 SVH-OFFICE PIC X(4).
           10 SVH-REASON PIC X(30).

       01 SERVICE-HOLD-VARIABLES.
         05 HOLD-TYPE-STATUS PIC X(2).
         05 STUDENT-HOLD-STATUS PIC X(2).
         05 HOLD-TYPE-EOF-FLG PIC X(1) VALUE 'N'.
         05 STUDENT-HOLD-EOF-FLG PIC X(1) VALUE 'N'.
         05 SVT-COUNT PIC 9(2) VALUE 0.
         05 SVT-SUB PIC 9(2).
         05 SVT-FOUND-FLAG PIC X(1).
           88 SERVICE-TYPE-FOUND VALUE 'Y'.
         05 SVH-BLOCKS-FLAG PIC X(1).
         05 SVH-COUNT PIC 9(4) VALUE 0.
         05 SVH-SUB PIC 9(4).
         05 SVH-FOUND-SUB PIC 9(4) VALUE 0.
         05 SVH-LOOKUP-STUDENT PIC 9(6).
         05 SVH-FOUND-FLAG PIC X(1) VALUE 'N'.
           88 SERVICE-HOLD-FOUND VALUE 'Y'.

      * the refusal text - hold type and the office that can lift it
       01 SERVICE-HOLD-TEXT.
         05 FILLER PIC X(13) VALUE "SERVICE HOLD ".
         05 SHX-HOLD-TYPE PIC X(4).
         05 FILLER PIC X(2) VALUE " (".
         05 SHX-OFFICE PIC X(4).
         05 FILLER PIC X(1) VALUE ")".

      * every name change on file, oldest first - the last one for a
      * student is the name now in use
       01 NAME-CHANGE-TABLE.
         05 NCT-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON NCT-COUNT.
           10 NCT-STUDENT-NUMBER PIC 9(6).
           10 NCT-FORMER-NAME PIC X(40).
           10 NCT-NEW-NAME PIC X(40).

       01 NAME-CHANGE-VARIABLES.
         05 NCT-COUNT PIC 9(4) VALUE 0.
         05 NCT-SUB PIC 9(4).

      * verified contacts only, in file order - the last verified
      * one of a type is the latest
       01 ALUMNI-CONTACT-TABLE.
         05 ACT-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON ACT-COUNT.
           10 ACT-STUDENT-NUMBER PIC 9(6).
           10 ACT-CONTACT-TYPE PIC X(1).
           10 ACT-CONTACT-VALUE PIC X(40).

       01 ALUMNI-CONTACT-VARIABLES.
         05 ACT-COUNT PIC 9(4) VALUE 0.
         05 ACT-SUB PIC 9(4).

      * the ALUM opt-outs only - channel 'E' email, 'S' phone, 'P'
      * mailing address
       01 ALUMNI-OPTOUT-TABLE.
         05 AOT-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON AOT-COUNT.
           10 AOT-STUDENT-NUMBER PIC 9(6).
           10 AOT-CHANNEL PIC X(1).

       01 ALUMNI-OPTOUT-VARIABLES.
         05 AOT-COUNT PIC 9(4) VALUE 0.
         05 AOT-SUB PIC 9(4).
         05 AOT-LOOKUP-CHANNEL PIC X(1).
         05 AOT-FOUND-FLAG PIC X(1).
           88 ALUMNI-OPTED-OUT VALUE 'Y'.

      * mailing addresses off Student.txt
       01 ALUMNI-ADDRESS-TABLE.
         05 AAT-ENTRY OCCURS 1 TO 1000 TIMES
             DEPENDING ON AAT-COUNT.
           10 AAT-STUDENT-ID PIC X(10).
           10 AAT-STREET PIC X(25).
           10 AAT-CITY PIC X(15).
           10 AAT-PROVINCE PIC X(15).
           10 AAT-POSTAL-CODE PIC X(7).
           10 AAT-UNDELIVERABLE-FLAG PIC X(1).

       01 ALUMNI-ADDRESS-VARIABLES.
         05 AAT-COUNT PIC 9(4) VALUE 0.
         05 AAT-CTR PIC 9(4).
         05 AAT-SUB PIC 9(4).
         05 AAT-FOUND-SUB PIC 9(4) VALUE 0.
         05 STUDENT-NUMBER-EDIT PIC 9(10).
         05 STUDENT-NUMBER-AS-ID PIC X(10).

      * what the transmission register is told about each file sent
      * - a blank period defaults to the day the file was written
       01 TRANSMIT-REGISTER-FIELDS.
         05 TRANSMIT-REGISTER-STATUS PIC X(2).
         05 TRANSMIT-FILE-NAME PIC X(40).
         05 TRANSMIT-DESTINATION PIC X(12).
         05 TRANSMIT-PERIOD PIC X(8).
         05 TRANSMIT-RECORD-COUNT PIC 9(7).
         05 TRANSMIT-HASH-TOTAL PIC S9(11)V99.
         05 TRANSMIT-DATE-RAW PIC 9(8).
         05 TRANSMIT-TIME-RAW.
           10 TRANSMIT-TIME-HHMMSS PIC 9(6).
           10 FILLER PIC 9(2).

       PROCEDURE DIVISION.
      * main procedure - load masters, work the audited candidates,
      * then print the ceremony listing in order
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-STUDENT-TABLE.
           PERFORM 210-LOAD-PROGRAM-TABLE.
           PERFORM 215-LOAD-SERVICE-HOLDS.
           PERFORM 216-LOAD-NAME-CHANGES.
           PERFORM 217-LOAD-ALUMNI-CONTACTS.
           PERFORM 218-LOAD-ALUMNI-OPTOUTS.
           PERFORM 219-LOAD-ALUMNI-ADDRESSES.
           PERFORM 220-OPEN-RUN-FILES.

           PERFORM 230-READ-ONE-AUDIT-LINE.
               END-IF.
               MOVE SPACES TO CONFERRAL-HOLD-LINE.

               OPEN OUTPUT ALUMNI-EXTRACT.
               IF ALUMNI-EXTRACT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN ALUMNI-EXTRACT.txt - "
                     "STATUS " ALUMNI-EXTRACT-STATUS
                   STOP RUN
               END-IF.

           230-READ-ONE-AUDIT-LINE.
               READ AUDIT-REPORT
                   AT END
               CLOSE CONFERRED-FILE.
               CLOSE DIPLOMA-EXTRACT.
               CLOSE CONFERRAL-HOLDS.
               CLOSE ALUMNI-EXTRACT.

               MOVE "DIPLOMA-EXTRACT.txt" TO TRANSMIT-FILE-NAME.
               MOVE "DIPLOMA-PRT" TO TRANSMIT-DESTINATION.
               MOVE RUN-DATE-RAW TO TRANSMIT-PERIOD.
               MOVE HOW-MANY-CONFERRED TO TRANSMIT-RECORD-COUNT.
               MOVE DIPLOMA-STUDENT-HASH TO TRANSMIT-HASH-TOTAL.
               PERFORM 880-REGISTER-TRANSMISSION.

      * the same graduates, so the same count and hash
               MOVE "ALUMNI-EXTRACT.txt" TO TRANSMIT-FILE-NAME.
               MOVE "ALUMNI" TO TRANSMIT-DESTINATION.
               MOVE RUN-DATE-RAW TO TRANSMIT-PERIOD.
               MOVE HOW-MANY-ALUMNI TO TRANSMIT-RECORD-COUNT.
               MOVE DIPLOMA-STUDENT-HASH TO TRANSMIT-HASH-TOTAL.
               PERFORM 880-REGISTER-TRANSMISSION.

      * only the audited candidates confer - near-complete lines and
      * subtotal lines pass straight through
                       WRITE CONFERRAL-HOLD-LINE
                       ADD 1 TO HOW-MANY-BLOCKED
                   ELSE
                       MOVE AUD-STUDENT-NUMERIC TO SVH-LOOKUP-STUDENT
                       PERFORM 315-FIND-SERVICE-HOLD
                       IF TBL-STU-BALANCE(STUDENT-FOUND-SUB)
                           IS GREATER THAN ZERO
                           OR TBL-STU-HOLD(STUDENT-FOUND-SUB)
                               IS EQUAL TO 'Y'
                           OR SERVICE-HOLD-FOUND
                           PERFORM 320-BLOCK-ONE-CANDIDATE
                       ELSE
                           PERFORM 330-CONFER-ONE-CANDIDATE
                 TO CFH-BALANCE-OUT.
               IF TBL-STU-HOLD(STUDENT-FOUND-SUB) IS EQUAL TO 'Y'
                   MOVE "PAYMENT HOLD" TO CFH-REASON-OUT
               ELSE IF SERVICE-HOLD-FOUND
                   MOVE SERVICE-HOLD-TEXT TO CFH-REASON-OUT
               ELSE
                   MOVE "OUTSTANDING BALANCE" TO CFH-REASON-OUT
               END-IF
               END-IF.
               WRITE CONFERRAL-HOLD-LINE.
               ADD 1 TO HOW-MANY-BLOCKED.
               MOVE PROGRAM-NAME-FOUND TO DIP-PROGRAM-NAME.
               MOVE RUN-DATE-RAW TO DIP-CONFERRAL-DATE.
               WRITE DIPLOMA-EXTRACT-LINE.
               ADD AUD-STUDENT-NUMERIC TO DIPLOMA-STUDENT-HASH.

               PERFORM 350-WRITE-ALUMNI-LINE.

               IF CONVOCATION-COUNT IS EQUAL TO 1000
                   DISPLAY "CONVOCATION TABLE FULL - "
                         TO PROGRAM-NAME-FOUND
                   END-IF.

      * the alumni office's line - the name the graduate now goes by,
      * and each contact only where it is on file and not opted out
           350-WRITE-ALUMNI-LINE.
               MOVE SPACES TO ALUMNI-EXTRACT-LINE.
               MOVE AUD-STUDENT-NUMERIC TO ALX-STUDENT-NUMBER.
               MOVE TBL-STU-NAME(STUDENT-FOUND-SUB) TO ALX-STUDENT-NAME.
               PERFORM 3501-CHECK-ONE-NAME-CHANGE
                   VARYING NCT-SUB FROM 1 BY 1
                   UNTIL NCT-SUB > NCT-COUNT.
               MOVE AUD-PROGRAM-IN TO ALX-PROGRAM-CODE.
               MOVE PROGRAM-NAME-FOUND TO ALX-CREDENTIAL-NAME.
               MOVE RUN-DATE-RAW TO ALX-CONFERRAL-DATE.

               MOVE 'E' TO AOT-LOOKUP-CHANNEL.
               PERFORM 351-CHECK-ALUMNI-OPTOUT.
               IF ALUMNI-OPTED-OUT
                   MOVE 'O' TO ALX-EMAIL-STATUS
               ELSE
                   MOVE 'N' TO ALX-EMAIL-STATUS
                   PERFORM 3502-CHECK-ONE-EMAIL
                       VARYING ACT-SUB FROM 1 BY 1
                       UNTIL ACT-SUB > ACT-COUNT
               END-IF.

               MOVE 'S' TO AOT-LOOKUP-CHANNEL.
               PERFORM 351-CHECK-ALUMNI-OPTOUT.
               IF ALUMNI-OPTED-OUT
                   MOVE 'O' TO ALX-PHONE-STATUS
               ELSE
                   MOVE 'N' TO ALX-PHONE-STATUS
                   PERFORM 3503-CHECK-ONE-PHONE
                       VARYING ACT-SUB FROM 1 BY 1
                       UNTIL ACT-SUB > ACT-COUNT
               END-IF.

               MOVE 'P' TO AOT-LOOKUP-CHANNEL.
               PERFORM 351-CHECK-ALUMNI-OPTOUT.
               IF ALUMNI-OPTED-OUT
                   MOVE 'O' TO ALX-ADDRESS-STATUS
               ELSE
                   PERFORM 352-FIND-ALUMNI-ADDRESS
               END-IF.

               WRITE ALUMNI-EXTRACT-LINE.
               ADD 1 TO HOW-MANY-ALUMNI.

               3501-CHECK-ONE-NAME-CHANGE.
                   IF NCT-STUDENT-NUMBER(NCT-SUB) IS EQUAL TO
                       AUD-STUDENT-NUMERIC
                       MOVE NCT-NEW-NAME(NCT-SUB) TO ALX-STUDENT-NAME
                       MOVE NCT-FORMER-NAME(NCT-SUB)
                         TO ALX-FORMER-NAME
                   END-IF.

               3502-CHECK-ONE-EMAIL.
                   IF ACT-STUDENT-NUMBER(ACT-SUB) IS EQUAL TO
                       AUD-STUDENT-NUMERIC
                       AND ACT-CONTACT-TYPE(ACT-SUB) IS EQUAL TO 'E'
                       MOVE 'Y' TO ALX-EMAIL-STATUS
                       MOVE ACT-CONTACT-VALUE(ACT-SUB) TO ALX-EMAIL
                   END-IF.

               3503-CHECK-ONE-PHONE.
                   IF ACT-STUDENT-NUMBER(ACT-SUB) IS EQUAL TO
                       AUD-STUDENT-NUMERIC
                       AND ACT-CONTACT-TYPE(ACT-SUB) IS EQUAL TO 'P'
                       MOVE 'Y' TO ALX-PHONE-STATUS
                       MOVE ACT-CONTACT-VALUE(ACT-SUB) TO ALX-PHONE
                   END-IF.

           351-CHECK-ALUMNI-OPTOUT.
               MOVE 'N' TO AOT-FOUND-FLAG.
               PERFORM 3511-CHECK-ONE-ALUMNI-OPTOUT
                   VARYING AOT-SUB FROM 1 BY 1
                   UNTIL AOT-SUB > AOT-COUNT
                   OR ALUMNI-OPTED-OUT.

               3511-CHECK-ONE-ALUMNI-OPTOUT.
                   IF AOT-STUDENT-NUMBER(AOT-SUB) IS EQUAL TO
                       AUD-STUDENT-NUMERIC
                       AND AOT-CHANNEL(AOT-SUB) IS EQUAL TO
                           AOT-LOOKUP-CHANNEL
                       MOVE 'Y' TO AOT-FOUND-FLAG
                   END-IF.

      * an address returned undeliverable goes across flagged, with
      * the street left off
           352-FIND-ALUMNI-ADDRESS.
               MOVE 'N' TO ALX-ADDRESS-STATUS.
               MOVE 0 TO AAT-FOUND-SUB.
               MOVE AUD-STUDENT-NUMERIC TO STUDENT-NUMBER-EDIT.
               MOVE STUDENT-NUMBER-EDIT TO STUDENT-NUMBER-AS-ID.
               PERFORM 3521-CHECK-ONE-ALUMNI-ADDRESS
                   VARYING AAT-SUB FROM 1 BY 1
                   UNTIL AAT-SUB > AAT-COUNT
                   OR AAT-FOUND-SUB IS GREATER THAN ZERO.

               IF AAT-FOUND-SUB IS GREATER THAN ZERO
                   IF AAT-UNDELIVERABLE-FLAG(AAT-FOUND-SUB)
                       IS EQUAL TO 'Y'
                       MOVE 'U' TO ALX-ADDRESS-STATUS
                   ELSE
                       MOVE 'Y' TO ALX-ADDRESS-STATUS
                       MOVE AAT-STREET(AAT-FOUND-SUB) TO ALX-STREET
                       MOVE AAT-CITY(AAT-FOUND-SUB) TO ALX-CITY
                       MOVE AAT-PROVINCE(AAT-FOUND-SUB)
                         TO ALX-PROVINCE
                       MOVE AAT-POSTAL-CODE(AAT-FOUND-SUB)
                         TO ALX-POSTAL-CODE
                   END-IF
               END-IF.

               3521-CHECK-ONE-ALUMNI-ADDRESS.
                   IF AAT-STUDENT-ID(AAT-SUB) IS EQUAL TO
                       STUDENT-NUMBER-AS-ID
                       MOVE AAT-SUB TO AAT-FOUND-SUB
                   END-IF.

      * ceremony order - insertion sort on program then name, then
      * one header per program with its graduates beneath
           400-WRITE-CONVOCATION-LIST.
               DISPLAY "CANDIDATES READ: " HOW-MANY-CANDIDATES
                 "  CONFERRED: " HOW-MANY-CONFERRED
                 "  BLOCKED: " HOW-MANY-BLOCKED.
               DISPLAY "ALUMNI HAND-OFF LINES: " HOW-MANY-ALUMNI.

      * PROJECT140's hold master - the types first, so only the active
      * holds that stop diploma print are kept; no file just means
      * nothing has been placed
           215-LOAD-SERVICE-HOLDS.
               OPEN INPUT HOLD-TYPE-FILE.
               IF HOLD-TYPE-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO HOLD-TYPE-EOF-FLG
               ELSE IF HOLD-TYPE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN HOLD-TYPES.txt - STATUS "
                     HOLD-TYPE-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 2151-LOAD-ONE-HOLD-TYPE
                   UNTIL HOLD-TYPE-EOF-FLG IS EQUAL TO 'Y'
                   OR SVT-COUNT IS EQUAL TO 50.

               IF HOLD-TYPE-STATUS IS NOT EQUAL TO "35"
                   CLOSE HOLD-TYPE-FILE
               END-IF.

               OPEN INPUT STUDENT-HOLD-FILE.
               IF STUDENT-HOLD-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO STUDENT-HOLD-EOF-FLG
               ELSE IF STUDENT-HOLD-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUDENT-HOLDS.txt - "
                     "STATUS " STUDENT-HOLD-STATUS
                   STOP RUN
               END-IF
               END-IF.

               PERFORM 2152-LOAD-ONE-STUDENT-HOLD
                   UNTIL STUDENT-HOLD-EOF-FLG IS EQUAL TO 'Y'
                   OR SVH-COUNT IS EQUAL TO 3000.

               IF STUDENT-HOLD-STATUS IS NOT EQUAL TO "35"
                   CLOSE STUDENT-HOLD-FILE
               END-IF.

               2151-LOAD-ONE-HOLD-TYPE.
                   READ HOLD-TYPE-FILE
                       AT END
                           MOVE 'Y' TO HOLD-TYPE-EOF-FLG
                       NOT AT END
                           ADD 1 TO SVT-COUNT
                           MOVE HTY-HOLD-TYPE
                             TO SVT-HOLD-TYPE(SVT-COUNT)
                           MOVE HTY-BLOCKS-DIPLOMA
                             TO SVT-BLOCKS-FLAG(SVT-COUNT)
                   END-READ.

               2152-LOAD-ONE-STUDENT-HOLD.
                   READ STUDENT-HOLD-FILE
                       AT END
                           MOVE 'Y' TO STUDENT-HOLD-EOF-FLG
                       NOT AT END
                           IF SHD-STATUS IS EQUAL TO 'A'
                               PERFORM 2153-CHECK-HOLD-BLOCKS
                               IF SVH-BLOCKS-FLAG IS EQUAL TO 'Y'
                                   PERFORM 2155-KEEP-ONE-STUDENT-HOLD
                               END-IF
                           END-IF
                   END-READ.

               2153-CHECK-HOLD-BLOCKS.
                   MOVE 'Y' TO SVH-BLOCKS-FLAG.
                   MOVE 'N' TO SVT-FOUND-FLAG.
                   PERFORM 2154-CHECK-ONE-HOLD-TYPE
                       VARYING SVT-SUB FROM 1 BY 1
                       UNTIL SVT-SUB > SVT-COUNT
                       OR SERVICE-TYPE-FOUND.

                   2154-CHECK-ONE-HOLD-TYPE.
                       IF SVT-HOLD-TYPE(SVT-SUB) IS EQUAL TO
                           SHD-HOLD-TYPE
                           MOVE 'Y' TO SVT-FOUND-FLAG
                           MOVE SVT-BLOCKS-FLAG(SVT-SUB)
                             TO SVH-BLOCKS-FLAG
                       END-IF.

               2155-KEEP-ONE-STUDENT-HOLD.
                   ADD 1 TO SVH-COUNT.
                   MOVE SHD-STUDENT-NUMBER
                     TO SVH-STUDENT-NUMBER(SVH-COUNT).
                   MOVE SHD-HOLD-TYPE TO SVH-HOLD-TYPE(SVH-COUNT).
                   MOVE SHD-RELEASE-OFFICE TO SVH-OFFICE(SVH-COUNT).
                   MOVE SHD-REASON TO SVH-REASON(SVH-COUNT).

      * the alumni hand-off's inputs - each is optional; a missing
      * file just means nothing of that kind is on record
           216-LOAD-NAME-CHANGES.
               OPEN INPUT NAME-HISTORY-FILE.
               IF NAME-HISTORY-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF NAME-HISTORY-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN NAME-HISTORY.txt - STATUS "
                     NAME-HISTORY-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2161-LOAD-ONE-NAME-CHANGE
                       UNTIL NAME-HISTORY-EOF-FLG IS EQUAL TO 'Y'
                       OR NCT-COUNT IS EQUAL TO 2000
                   CLOSE NAME-HISTORY-FILE
               END-IF
               END-IF.

               2161-LOAD-ONE-NAME-CHANGE.
                   READ NAME-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO NAME-HISTORY-EOF-FLG
                       NOT AT END
                           ADD 1 TO NCT-COUNT
                           MOVE NMH-STUDENT-NUMBER
                             TO NCT-STUDENT-NUMBER(NCT-COUNT)
                           MOVE NMH-FORMER-NAME
                             TO NCT-FORMER-NAME(NCT-COUNT)
                           MOVE NMH-NEW-NAME
                             TO NCT-NEW-NAME(NCT-COUNT)
                   END-READ.

           217-LOAD-ALUMNI-CONTACTS.
               OPEN INPUT CONTACT-FILE.
               IF CONTACT-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF CONTACT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CONTACT-MASTER.txt - "
                     "STATUS " CONTACT-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2171-LOAD-ONE-CONTACT
                       UNTIL CONTACT-EOF-FLG IS EQUAL TO 'Y'
                       OR ACT-COUNT IS EQUAL TO 5000
                   CLOSE CONTACT-FILE
               END-IF
               END-IF.

               2171-LOAD-ONE-CONTACT.
                   READ CONTACT-FILE
                       AT END
                           MOVE 'Y' TO CONTACT-EOF-FLG
                       NOT AT END
                           IF CTC-VERIFIED-FLAG IS EQUAL TO 'Y'
                               ADD 1 TO ACT-COUNT
                               MOVE CTC-STUDENT-NUMBER
                                 TO ACT-STUDENT-NUMBER(ACT-COUNT)
                               MOVE CTC-CONTACT-TYPE
                                 TO ACT-CONTACT-TYPE(ACT-COUNT)
                               MOVE CTC-CONTACT-VALUE
                                 TO ACT-CONTACT-VALUE(ACT-COUNT)
                           END-IF
                   END-READ.

           218-LOAD-ALUMNI-OPTOUTS.
               OPEN INPUT OPTOUT-FILE.
               IF OPTOUT-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF OPTOUT-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN NOTIFY-OPTOUT.txt - "
                     "STATUS " OPTOUT-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2181-LOAD-ONE-OPTOUT
                       UNTIL OPTOUT-EOF-FLG IS EQUAL TO 'Y'
                       OR AOT-COUNT IS EQUAL TO 2000
                   CLOSE OPTOUT-FILE
               END-IF
               END-IF.

               2181-LOAD-ONE-OPTOUT.
                   READ OPTOUT-FILE
                       AT END
                           MOVE 'Y' TO OPTOUT-EOF-FLG
                       NOT AT END
                           IF NOP-MESSAGE-TYPE IS EQUAL TO "ALUM"
                               ADD 1 TO AOT-COUNT
                               MOVE NOP-STUDENT-NUMBER
                                 TO AOT-STUDENT-NUMBER(AOT-COUNT)
                               MOVE NOP-CHANNEL
                                 TO AOT-CHANNEL(AOT-COUNT)
                           END-IF
                   END-READ.

           219-LOAD-ALUMNI-ADDRESSES.
               OPEN INPUT ADDRESS-FILE.
               IF ADDRESS-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF ADDRESS-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN Student.txt - STATUS "
                     ADDRESS-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2191-LOAD-ONE-ADDRESS
                       VARYING AAT-CTR FROM 1 BY 1
                       UNTIL AAT-CTR IS EQUAL TO 1000
                       OR ADDRESS-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE ADDRESS-FILE
               END-IF
               END-IF.

               2191-LOAD-ONE-ADDRESS.
                   READ ADDRESS-FILE
                       AT END
                           MOVE 'Y' TO ADDRESS-EOF-FLG
                       NOT AT END
                           MOVE AAT-CTR TO AAT-COUNT
                           MOVE ADDR-STUDENT-ID
                             TO AAT-STUDENT-ID(AAT-CTR)
                           MOVE ADDR-STREET TO AAT-STREET(AAT-CTR)
                           MOVE ADDR-CITY TO AAT-CITY(AAT-CTR)
                           MOVE ADDR-PROVINCE TO AAT-PROVINCE(AAT-CTR)
                           MOVE ADDR-POSTAL-CODE
                             TO AAT-POSTAL-CODE(AAT-CTR)
                           MOVE ADDR-UNDELIVERABLE-FLAG
                             TO AAT-UNDELIVERABLE-FLAG(AAT-CTR)
                   END-READ.

      * the first hold on file stopping diploma print for
      * SVH-LOOKUP-STUDENT, with the refusal text filled in
           315-FIND-SERVICE-HOLD.
               MOVE 'N' TO SVH-FOUND-FLAG.
               MOVE 0 TO SVH-FOUND-SUB.
               PERFORM 3151-CHECK-ONE-SERVICE-HOLD
                   VARYING SVH-SUB FROM 1 BY 1
                   UNTIL SVH-SUB > SVH-COUNT
                   OR SERVICE-HOLD-FOUND.
               IF SERVICE-HOLD-FOUND
                   MOVE SVH-HOLD-TYPE(SVH-FOUND-SUB) TO SHX-HOLD-TYPE
                   MOVE SVH-OFFICE(SVH-FOUND-SUB) TO SHX-OFFICE
               END-IF.

               3151-CHECK-ONE-SERVICE-HOLD.
                   IF SVH-STUDENT-NUMBER(SVH-SUB) IS EQUAL TO
                       SVH-LOOKUP-STUDENT
                       MOVE 'Y' TO SVH-FOUND-FLAG
                       MOVE SVH-SUB TO SVH-FOUND-SUB
                   END-IF.

      * one SENT line on the transmission register per file written -
      * PROJECT146 posts the partner's receipt or rejection against it
      * and PROJECT147 reports what is overdue or was sent twice
           880-REGISTER-TRANSMISSION.
               ACCEPT TRANSMIT-DATE-RAW FROM DATE YYYYMMDD.
               ACCEPT TRANSMIT-TIME-RAW FROM TIME.
               IF TRANSMIT-PERIOD IS EQUAL TO SPACES
                   MOVE TRANSMIT-DATE-RAW TO TRANSMIT-PERIOD
               END-IF.

               OPEN EXTEND TRANSMISSION-REGISTER.
               IF TRANSMIT-REGISTER-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT TRANSMISSION-REGISTER
               END-IF.
               IF TRANSMIT-REGISTER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TRANSMISSION-REGISTER.txt - "
                     "STATUS " TRANSMIT-REGISTER-STATUS
                   STOP RUN
               END-IF.

               MOVE SPACES TO TRANSMISSION-REGISTER-RECORD.
               MOVE TRANSMIT-FILE-NAME TO TXR-FILE-NAME.
               MOVE TRANSMIT-DESTINATION TO TXR-DESTINATION.
               MOVE TRANSMIT-PERIOD TO TXR-PERIOD.
               MOVE TRANSMIT-RECORD-COUNT TO TXR-RECORD-COUNT.
               MOVE TRANSMIT-HASH-TOTAL TO TXR-HASH-TOTAL.
               MOVE "PROJECT56" TO TXR-CREATED-BY.
               MOVE TRANSMIT-DATE-RAW TO TXR-CREATED-DATE.
               MOVE TRANSMIT-TIME-HHMMSS TO TXR-CREATED-TIME.
               MOVE "SENT" TO TXR-STATUS.
               MOVE ZERO TO TXR-ACK-DATE.
               MOVE SPACES TO TXR-ACK-REASON.
               WRITE TRANSMISSION-REGISTER-RECORD.
               CLOSE TRANSMISSION-REGISTER.

       END PROGRAM PROJECT56.
