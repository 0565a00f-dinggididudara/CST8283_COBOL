      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: continuing-education registrations. Evening and
      *          weekend non-credit courses used to be registered and
      *          paid entirely outside the system. A continuing-
      *          education learner has no program of study and no
      *          credit courses, so is kept on CE-LEARNER.txt rather
      *          than the credit master - never on STUFILE3.txt and
      *          so never on TERMHIST.txt, the academic standing run
      *          (PROJECT51), the graduation audit (PROJECT41) or the
      *          ministry extract (PROJECT63). The learner's number
      *          still comes off STUNUM-CONTROL.txt (channel CED) and
      *          STUNUM-REGISTER.txt, so it can never collide with a
      *          credit student's. Menu-driven: add a learner, keep
      *          the course offerings (CE-OFFERING.txt - dates, flat
      *          per-course fee, capacity), register a learner in an
      *          offering (billed the offering's fee as a CEFEE line
      *          on CHARGE-DETAIL.txt), withdraw a registration (a
      *          full credit before the course starts, none after),
      *          record who completed once the course has ended, and
      *          print the certificate-of-completion listing for an
      *          offering on CE-CERTIFICATES.txt. Same in-memory-
      *          table/rewrite-on-exit pattern as PROJECT47
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - each learner carries the balance owing on
      *                   CE-LEARNER.txt, raised by a CEFEE fee and
      *                   lowered by a withdrawal credit, so PROJECT09
      *                   can post a CE learner's receipts against it
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT112.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEARNER-FILE
           ASSIGN TO "..\CE-LEARNER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LEARNER-FILE-STATUS.

           SELECT OFFERING-FILE
           ASSIGN TO "..\CE-OFFERING.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OFFERING-FILE-STATUS.

           SELECT REGISTRATION-FILE
           ASSIGN TO "..\CE-REGISTRATION.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTRATION-FILE-STATUS.

      * one listing per offering asked for - replaced each time
           SELECT CERTIFICATE-FILE
           ASSIGN TO "..\CE-CERTIFICATES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CERTIFICATE-FILE-STATUS.

      * the itemized charge ledger - appended with each fee and
      * each withdrawal credit
           SELECT CHARGE-LEDGER
           ASSIGN TO "..\CHARGE-DETAIL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHARGE-LEDGER-STATUS.

           SELECT STUNUM-CONTROL-FILE
           ASSIGN TO "..\STUNUM-CONTROL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUNUM-CONTROL-STATUS.

      * permanent register of every number ever issued - checked
      * before each issue so a number can never be issued twice
           SELECT STUNUM-REGISTER
           ASSIGN TO "..\STUNUM-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUNUM-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * one learner - the name and address fields are the same
      * widths as Lab2.cbl's FD STUDENT; the balance owing is kept in
      * step with PROJECT09, which posts the learner's receipts
       FD LEARNER-FILE.
       01 LEARNER-RECORD.
         05 CEL-STUDENT-NUMBER PIC 9(6).
         05 CEL-TITLE PIC X(6).
         05 CEL-FIRST-NAME PIC X(15).
         05 CEL-NAME-INITIAL PIC X(2).
         05 CEL-LAST-NAME PIC X(28).
         05 CEL-STREET PIC X(25).
         05 CEL-CITY PIC X(15).
         05 CEL-PROVINCE PIC X(15).
         05 CEL-POSTAL-CODE PIC X(7).
         05 CEL-ADDED-DATE PIC 9(8).
         05 CEL-OPERATOR PIC X(8).
         05 CEL-AMOUNT-OWED PIC S9999V99
             SIGN IS TRAILING SEPARATE CHARACTER.

      * one non-credit course offering - status O open for
      * registration, C completions recorded
       FD OFFERING-FILE.
       01 OFFERING-RECORD.
         05 CEO-OFFERING-CODE PIC X(7).
         05 CEO-TITLE PIC X(30).
         05 CEO-START-DATE PIC 9(8).
         05 CEO-END-DATE PIC 9(8).
         05 CEO-FEE PIC 9(4)V99.
         05 CEO-CAPACITY PIC 9(3).
         05 CEO-STATUS PIC X(1).

      * one learner in one offering - status R registered, W
      * withdrawn, C completed, N did not complete
       FD REGISTRATION-FILE.
       01 REGISTRATION-RECORD.
         05 CER-OFFERING-CODE PIC X(7).
         05 CER-STUDENT-NUMBER PIC 9(6).
         05 CER-REGISTER-DATE PIC 9(8).
         05 CER-FEE-BILLED PIC 9(4)V99.
         05 CER-STATUS PIC X(1).
         05 CER-STATUS-DATE PIC 9(8).
         05 CER-OPERATOR PIC X(8).

       FD CERTIFICATE-FILE.
       01 CERTIFICATE-LINE PIC X(80).

      * one charge line per movement - same layout the other charge
      * ledger writers carry
       FD CHARGE-LEDGER.
       01 CHARGE-LEDGER-LINE.
         05 CHG-STUDENT-NUMBER PIC 9(6).
         05 CHG-CHARGE-TYPE PIC X(8).
         05 CHG-DESCRIPTION PIC X(20).
         05 CHG-AMOUNT PIC S9999V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 CHG-DATE PIC 9(8).

      * one record per intake channel - kept in step with
      * Project02.cbl's FD STUNUM-CONTROL-FILE
       FD STUNUM-CONTROL-FILE.
       01 STUNUM-CONTROL-RECORD.
         05 CTL-CHANNEL PIC X(3).
         05 CTL-NEXT-SEQUENCE PIC 9(5).

      * one line per number issued, kept forever - kept in step with
      * Project08.cbl's FD STUNUM-REGISTER
       FD STUNUM-REGISTER.
       01 STUNUM-REGISTER-LINE.
         05 REG-STUDENT-NUMBER PIC 9(6).
         05 REG-CHANNEL PIC X(3).
         05 REG-ISSUE-DATE PIC 9(8).
         05 REG-OPERATOR PIC X(8).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 LEARNER-FILE-STATUS PIC X(2).
         05 OFFERING-FILE-STATUS PIC X(2).
         05 REGISTRATION-FILE-STATUS PIC X(2).
         05 CERTIFICATE-FILE-STATUS PIC X(2).
         05 CHARGE-LEDGER-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 LEARNER-EOF-FLG PIC X(1) VALUE 'N'.
         05 OFFERING-EOF-FLG PIC X(1) VALUE 'N'.
         05 REGISTRATION-EOF-FLG PIC X(1) VALUE 'N'.

       01 MENU-CHOICE PIC X(1).
       01 RUN-DATE-RAW PIC 9(8).
       01 OPERATOR-ID PIC X(8).
       01 CHANGES-MADE-FLAG PIC X(1) VALUE 'N'.
         88 CHANGES-MADE VALUE 'Y'.
       01 NUMBER-ISSUED-FLAG PIC X(1) VALUE 'N'.
         88 NUMBER-ISSUED VALUE 'Y'.

       01 LEARNER-TABLE.
         05 LEARNER-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON LEARNER-COUNT.
           10 TBL-CEL-STUDENT-NUMBER PIC 9(6).
           10 TBL-CEL-TITLE PIC X(6).
           10 TBL-CEL-FIRST-NAME PIC X(15).
           10 TBL-CEL-NAME-INITIAL PIC X(2).
           10 TBL-CEL-LAST-NAME PIC X(28).
           10 TBL-CEL-STREET PIC X(25).
           10 TBL-CEL-CITY PIC X(15).
           10 TBL-CEL-PROVINCE PIC X(15).
           10 TBL-CEL-POSTAL-CODE PIC X(7).
           10 TBL-CEL-ADDED-DATE PIC 9(8).
           10 TBL-CEL-OPERATOR PIC X(8).
           10 TBL-CEL-AMOUNT-OWED PIC S9999V99
               SIGN IS TRAILING SEPARATE CHARACTER.

       01 LEARNER-VARIABLES.
         05 LEARNER-COUNT PIC 9(4) VALUE 0.
         05 LEARNER-SUB PIC 9(4).
         05 LEARNER-FOUND-SUB PIC 9(4).

       01 OFFERING-TABLE.
         05 OFFERING-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON OFFERING-COUNT.
           10 TBL-CEO-OFFERING-CODE PIC X(7).
           10 TBL-CEO-TITLE PIC X(30).
           10 TBL-CEO-START-DATE PIC 9(8).
           10 TBL-CEO-END-DATE PIC 9(8).
           10 TBL-CEO-FEE PIC 9(4)V99.
           10 TBL-CEO-CAPACITY PIC 9(3).
           10 TBL-CEO-STATUS PIC X(1).
             88 TBL-CEO-OPEN VALUE 'O'.
             88 TBL-CEO-COMPLETED VALUE 'C'.

       01 OFFERING-VARIABLES.
         05 OFFERING-COUNT PIC 9(3) VALUE 0.
         05 OFFERING-SUB PIC 9(3).
         05 OFFERING-FOUND-SUB PIC 9(3).
         05 OFFERING-ENROLLED PIC 9(3).

       01 REGISTRATION-TABLE.
         05 REGISTRATION-ENTRY OCCURS 1 TO 9000 TIMES
             DEPENDING ON REGISTRATION-COUNT.
           10 TBL-CER-OFFERING-CODE PIC X(7).
           10 TBL-CER-STUDENT-NUMBER PIC 9(6).
           10 TBL-CER-REGISTER-DATE PIC 9(8).
           10 TBL-CER-FEE-BILLED PIC 9(4)V99.
           10 TBL-CER-STATUS PIC X(1).
             88 TBL-CER-REGISTERED VALUE 'R'.
             88 TBL-CER-WITHDRAWN VALUE 'W'.
             88 TBL-CER-COMPLETED VALUE 'C'.
           10 TBL-CER-STATUS-DATE PIC 9(8).
           10 TBL-CER-OPERATOR PIC X(8).

       01 REGISTRATION-VARIABLES.
         05 REGISTRATION-COUNT PIC 9(4) VALUE 0.
         05 REGISTRATION-SUB PIC 9(4).
         05 REGISTRATION-FOUND-SUB PIC 9(4).
         05 CERTIFICATES-LISTED PIC 9(3).

       01 ENTRY-FIELDS.
         05 ENTRY-STUDENT PIC X(6).
         05 ENTRY-STUDENT-NUMERIC REDEFINES ENTRY-STUDENT PIC 9(6).
         05 ENTRY-OFFERING PIC X(7).
         05 ENTRY-DATE PIC X(8).
         05 ENTRY-DATE-NUMERIC REDEFINES ENTRY-DATE PIC 9(8).
         05 ENTRY-FEE PIC X(6).
         05 ENTRY-FEE-NUMERIC REDEFINES ENTRY-FEE PIC 9(4)V99.
         05 ENTRY-CAPACITY PIC X(3).
         05 ENTRY-CAPACITY-NUMERIC REDEFINES ENTRY-CAPACITY PIC 9(3).
         05 ENTRY-ANSWER PIC X(1).
         05 ENTRY-VALID-FLAG PIC X(1).
           88 ENTRY-IS-VALID VALUE 'Y'.

      * an entered date broken out into YYYY/MM/DD for calendar
      * validation - same fields as Project3.cbl's
      * DUE-DATE-CHECK-FIELDS
       01 DATE-CHECK-FIELDS.
         05 DATE-CHECK-YYYY PIC 9(4).
         05 DATE-CHECK-MM PIC 9(2).
         05 DATE-CHECK-DD PIC 9(2).
         05 DATE-CHECK-DAYS-IN-MONTH PIC 9(2).

      * two-letter Canadian province/territory codes - same table
      * and postal-code pattern Lab2.cbl checks addresses against
       01 VALID-PROVINCE-TABLE VALUE
           "ONQCBCABMBSKNSNBNLPEYTNTNU".
         05 VALID-PROVINCE-CODE OCCURS 13 TIMES PIC X(2).

       01 ADDRESS-VALIDATION-VARIABLES.
         05 PROVINCE-VALID-FLAG PIC X(1).
           88 PROVINCE-IS-VALID VALUE 'Y'.
         05 POSTAL-VALID-FLAG PIC X(1).
           88 POSTAL-IS-VALID VALUE 'Y'.
         05 PROV-CHK-SUB PIC 9(2).

      * number issuance off STUNUM-CONTROL.txt, channel CED - same
      * fields and check-digit scheme as Project08.cbl's
      * STUNUM-CONTROL-FIELDS (weighted mod-10, weights 2,1,2,1,2)
       01 STUNUM-CONTROL-FIELDS.
         05 STUNUM-CONTROL-STATUS PIC X(2).
         05 STUNUM-REGISTER-STATUS PIC X(2).
         05 STUNUM-CHANNEL PIC X(3) VALUE "CED".
         05 NEXT-SEQUENCE PIC 9(5) VALUE 1.
         05 CONTROL-EOF-FLG PIC X(1).
         05 CONTROL-CHANNEL-FOUND PIC X(1).
         05 ISSUE-SEQUENCE PIC 9(5).
         05 ISSUE-SEQUENCE-DIGITS REDEFINES ISSUE-SEQUENCE.
           10 ISSUE-DIGIT PIC 9 OCCURS 5 TIMES.
         05 CHECK-DIGIT-SUM PIC 9(3).
         05 CHECK-DIGIT PIC 9.
         05 ASSIGNED-STUDENT-NUMBER PIC 9(6).
         05 DIGIT-SUB PIC 9(1).
         05 NUMBER-IN-USE-FLAG PIC X(1).
           88 NUMBER-IN-USE VALUE 'Y'.

       01 OTHER-CHANNEL-TABLE.
         05 OTHER-CHANNEL-ENTRY OCCURS 1 TO 10 TIMES
             DEPENDING ON OTHER-CHANNEL-COUNT.
           10 OTH-CHANNEL PIC X(3).
           10 OTH-NEXT-SEQUENCE PIC 9(5).

       01 OTHER-CHANNEL-COUNT PIC 9(2) VALUE 0.
       01 OTHER-CHANNEL-SUB PIC 9(2).

       01 ISSUED-NUMBER-TABLE.
         05 ISSUED-NUMBER-ENTRY OCCURS 1 TO 9000 TIMES
             DEPENDING ON ISSUED-NUMBER-COUNT.
           10 ISSUED-NUMBER PIC 9(6).

       01 ISSUED-NUMBER-FIELDS.
         05 ISSUED-NUMBER-COUNT PIC 9(4) VALUE 0.
         05 ISSUED-FIND-SUB PIC 9(4).
         05 REGISTER-EOF-FLG PIC X(1).

       01 CHARGE-FIELDS.
         05 CHARGE-STUDENT-NUMBER PIC 9(6).
         05 CHARGE-AMOUNT PIC S9999V99.
         05 CHARGE-DESCRIPTION PIC X(20).
         05 FEE-EDIT PIC -(5)9.99.

       01 CERTIFICATE-HEADER-LINE.
         05 FILLER PIC X(28) VALUE "CERTIFICATES OF COMPLETION  ".
         05 CHD-OFFERING-OUT PIC X(7).
         05 FILLER PIC X(2) VALUE SPACE.
         05 CHD-TITLE-OUT PIC X(30).
         05 FILLER PIC X(13) VALUE SPACE.

       01 CERTIFICATE-DATES-LINE.
         05 FILLER PIC X(11) VALUE "HELD FROM  ".
         05 CDT-START-OUT PIC 9(8).
         05 FILLER PIC X(4) VALUE " TO ".
         05 CDT-END-OUT PIC 9(8).
         05 FILLER PIC X(11) VALUE "  RUN DATE ".
         05 CDT-RUN-DATE-OUT PIC 9(8).
         05 FILLER PIC X(30) VALUE SPACE.

       01 CERTIFICATE-COLUMN-LINE.
         05 FILLER PIC X(40)
             VALUE "STUDENT  NAME                          ".
         05 FILLER PIC X(40)
             VALUE "               COMPLETED                ".

       01 CERTIFICATE-DETAIL-LINE.
         05 CRD-STUDENT-OUT PIC 9(6).
         05 FILLER PIC X(3) VALUE SPACE.
         05 CRD-NAME-OUT PIC X(44).
         05 FILLER PIC X(2) VALUE SPACE.
         05 CRD-COMPLETED-OUT PIC 9(8).
         05 FILLER PIC X(17) VALUE SPACE.

       01 CERTIFICATE-NAME-BUILD PIC X(44).

       PROCEDURE DIVISION.
      * main procedure
       101-MAINTAIN-CONTINUING-ED.
           PERFORM 201-INITIATE.
           PERFORM 202-PROCESS-MENU-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '8'.
           PERFORM 203-CLOSE-FILES.
           STOP RUN.

           201-INITIATE.
               ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
               DISPLAY "ENTER OPERATOR ID:".
               ACCEPT OPERATOR-ID.
               PERFORM 302-LOAD-LEARNER-TABLE.
               PERFORM 303-LOAD-OFFERING-TABLE.
               PERFORM 304-LOAD-REGISTRATION-TABLE.
               PERFORM 280-LOAD-NUMBER-CONTROL.
               PERFORM 281-LOAD-ISSUE-REGISTER.

      * read the menu choice and run the matching paragraph
           202-PROCESS-MENU-CHOICE.
               PERFORM 305-DISPLAY-MENU.
               ACCEPT MENU-CHOICE.

               IF MENU-CHOICE IS EQUAL TO '1'
                   PERFORM 400-ADD-LEARNER
               ELSE IF MENU-CHOICE IS EQUAL TO '2'
                   PERFORM 450-MAINTAIN-OFFERING
               ELSE IF MENU-CHOICE IS EQUAL TO '3'
                   PERFORM 500-REGISTER-LEARNER
               ELSE IF MENU-CHOICE IS EQUAL TO '4'
                   PERFORM 550-WITHDRAW-REGISTRATION
               ELSE IF MENU-CHOICE IS EQUAL TO '5'
                   PERFORM 600-RECORD-COMPLETIONS
               ELSE IF MENU-CHOICE IS EQUAL TO '6'
                   PERFORM 700-PRINT-CERTIFICATES
               ELSE IF MENU-CHOICE IS EQUAL TO '7'
                   PERFORM 750-LIST-OFFERINGS
               ELSE IF MENU-CHOICE IS EQUAL TO '8'
                   CONTINUE
               ELSE
                   DISPLAY "INVALID CHOICE - ENTER 1 THROUGH 8"
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

      * the number control is only rewritten when a number was
      * issued; every issue is already on the register
           203-CLOSE-FILES.
               IF NUMBER-ISSUED
                   PERFORM 290-REWRITE-NUMBER-CONTROL
               END-IF.
               IF CHANGES-MADE
                   PERFORM 900-REWRITE-LEARNER-FILE
                   PERFORM 910-REWRITE-OFFERING-FILE
                   PERFORM 920-REWRITE-REGISTRATION-FILE
               ELSE
                   DISPLAY "NO CHANGES - FILES LEFT AS THEY WERE"
               END-IF.

      * no learner file yet is an empty one
           302-LOAD-LEARNER-TABLE.
               OPEN INPUT LEARNER-FILE.
               IF LEARNER-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF LEARNER-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CE-LEARNER.txt - STATUS "
                     LEARNER-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 3021-LOAD-ONE-LEARNER
                       UNTIL LEARNER-EOF-FLG IS EQUAL TO 'Y'
                       OR LEARNER-COUNT IS EQUAL TO 5000
                   CLOSE LEARNER-FILE
               END-IF
               END-IF.

               3021-LOAD-ONE-LEARNER.
                   READ LEARNER-FILE
                       AT END
                           MOVE 'Y' TO LEARNER-EOF-FLG
                       NOT AT END
                           ADD 1 TO LEARNER-COUNT
                           MOVE LEARNER-RECORD
                             TO LEARNER-ENTRY(LEARNER-COUNT)
                           IF TBL-CEL-AMOUNT-OWED(LEARNER-COUNT)
                               IS NOT NUMERIC
                               MOVE ZERO
                                 TO TBL-CEL-AMOUNT-OWED(LEARNER-COUNT)
                           END-IF
                   END-READ.

           303-LOAD-OFFERING-TABLE.
               OPEN INPUT OFFERING-FILE.
               IF OFFERING-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF OFFERING-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CE-OFFERING.txt - STATUS "
                     OFFERING-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 3031-LOAD-ONE-OFFERING
                       UNTIL OFFERING-EOF-FLG IS EQUAL TO 'Y'
                       OR OFFERING-COUNT IS EQUAL TO 500
                   CLOSE OFFERING-FILE
               END-IF
               END-IF.

               3031-LOAD-ONE-OFFERING.
                   READ OFFERING-FILE
                       AT END
                           MOVE 'Y' TO OFFERING-EOF-FLG
                       NOT AT END
                           ADD 1 TO OFFERING-COUNT
                           MOVE OFFERING-RECORD
                             TO OFFERING-ENTRY(OFFERING-COUNT)
                   END-READ.

           304-LOAD-REGISTRATION-TABLE.
               OPEN INPUT REGISTRATION-FILE.
               IF REGISTRATION-FILE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF REGISTRATION-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CE-REGISTRATION.txt - "
                     "STATUS " REGISTRATION-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 3041-LOAD-ONE-REGISTRATION
                       UNTIL REGISTRATION-EOF-FLG IS EQUAL TO 'Y'
                       OR REGISTRATION-COUNT IS EQUAL TO 9000
                   CLOSE REGISTRATION-FILE
               END-IF
               END-IF.

               3041-LOAD-ONE-REGISTRATION.
                   READ REGISTRATION-FILE
                       AT END
                           MOVE 'Y' TO REGISTRATION-EOF-FLG
                       NOT AT END
                           ADD 1 TO REGISTRATION-COUNT
                           MOVE REGISTRATION-RECORD
                             TO REGISTRATION-ENTRY(REGISTRATION-COUNT)
                   END-READ.

           305-DISPLAY-MENU.
               DISPLAY " ".
               DISPLAY "1 - ADD A CONTINUING-EDUCATION LEARNER".
               DISPLAY "2 - ADD OR CHANGE A COURSE OFFERING".
               DISPLAY "3 - REGISTER A LEARNER IN AN OFFERING".
               DISPLAY "4 - WITHDRAW A REGISTRATION".
               DISPLAY "5 - RECORD COMPLETIONS FOR AN OFFERING".
               DISPLAY "6 - PRINT CERTIFICATES OF COMPLETION".
               DISPLAY "7 - LIST OFFERINGS".
               DISPLAY "8 - SAVE AND EXIT".
               DISPLAY "ENTER YOUR CHOICE:".

      * a new learner takes the next number on the CED channel - the
      * register line is written at once, so the number is spent
      * even if this session is never saved
           400-ADD-LEARNER.
               IF LEARNER-COUNT IS EQUAL TO 5000
                   DISPLAY "LEARNER FILE IS FULL - NOT ADDED"
               ELSE
                   ADD 1 TO LEARNER-COUNT
                   MOVE LEARNER-COUNT TO LEARNER-SUB
                   PERFORM 401-ACCEPT-LEARNER-DETAIL
                   PERFORM 405-ISSUE-ONE-NUMBER
                   MOVE 'Y' TO NUMBER-ISSUED-FLAG
                   MOVE ASSIGNED-STUDENT-NUMBER
                     TO TBL-CEL-STUDENT-NUMBER(LEARNER-SUB)
                   MOVE RUN-DATE-RAW TO TBL-CEL-ADDED-DATE(LEARNER-SUB)
                   MOVE OPERATOR-ID TO TBL-CEL-OPERATOR(LEARNER-SUB)
                   MOVE ZERO TO TBL-CEL-AMOUNT-OWED(LEARNER-SUB)
                   MOVE 'Y' TO CHANGES-MADE-FLAG
                   DISPLAY "LEARNER ADDED - STUDENT NUMBER "
                     ASSIGNED-STUDENT-NUMBER
               END-IF.

           401-ACCEPT-LEARNER-DETAIL.
               DISPLAY "ENTER TITLE (MR, MRS, MS, DR...):".
               ACCEPT TBL-CEL-TITLE(LEARNER-SUB).
               DISPLAY "ENTER FIRST NAME:".
               ACCEPT TBL-CEL-FIRST-NAME(LEARNER-SUB).
               DISPLAY "ENTER MIDDLE INITIAL:".
               ACCEPT TBL-CEL-NAME-INITIAL(LEARNER-SUB).
               DISPLAY "ENTER LAST NAME:".
               ACCEPT TBL-CEL-LAST-NAME(LEARNER-SUB).
               DISPLAY "ENTER STREET ADDRESS:".
               ACCEPT TBL-CEL-STREET(LEARNER-SUB).
               DISPLAY "ENTER CITY:".
               ACCEPT TBL-CEL-CITY(LEARNER-SUB).
               PERFORM 4031-ACCEPT-AND-VALIDATE-PROVINCE.
               PERFORM 4041-ACCEPT-AND-VALIDATE-POSTAL-CODE.

      * re-prompt for the province code until it checks out against
      * VALID-PROVINCE-TABLE
           4031-ACCEPT-AND-VALIDATE-PROVINCE.
               MOVE 'N' TO PROVINCE-VALID-FLAG.
               PERFORM 4032-PROMPT-AND-CHECK-PROVINCE
                   UNTIL PROVINCE-IS-VALID.

               4032-PROMPT-AND-CHECK-PROVINCE.
                   DISPLAY "ENTER PROVINCE (2-LETTER CODE, e.g. ON):".
                   ACCEPT TBL-CEL-PROVINCE(LEARNER-SUB).
                   PERFORM 4033-CHECK-ONE-PROVINCE-CODE
                       VARYING PROV-CHK-SUB FROM 1 BY 1
                       UNTIL PROV-CHK-SUB > 13
                       OR PROVINCE-IS-VALID.
                   IF NOT PROVINCE-IS-VALID
                       DISPLAY "INVALID PROVINCE CODE - TRY AGAIN"
                   END-IF.

                   4033-CHECK-ONE-PROVINCE-CODE.
                       IF TBL-CEL-PROVINCE(LEARNER-SUB)(1:2) IS EQUAL
                           TO VALID-PROVINCE-CODE(PROV-CHK-SUB)
                           MOVE 'Y' TO PROVINCE-VALID-FLAG
                       END-IF.

      * re-prompt for the postal code until it matches the Canadian
      * A9A 9A9 pattern
           4041-ACCEPT-AND-VALIDATE-POSTAL-CODE.
               MOVE 'N' TO POSTAL-VALID-FLAG.
               PERFORM 4042-PROMPT-AND-CHECK-POSTAL
                   UNTIL POSTAL-IS-VALID.

               4042-PROMPT-AND-CHECK-POSTAL.
                   DISPLAY "ENTER POSTAL CODE (A9A 9A9):".
                   ACCEPT TBL-CEL-POSTAL-CODE(LEARNER-SUB).
                   IF TBL-CEL-POSTAL-CODE(LEARNER-SUB)(1:1) ALPHABETIC
                     AND TBL-CEL-POSTAL-CODE(LEARNER-SUB)(2:1) NUMERIC
                     AND TBL-CEL-POSTAL-CODE(LEARNER-SUB)(3:1)
                         ALPHABETIC
                     AND TBL-CEL-POSTAL-CODE(LEARNER-SUB)(4:1) = SPACE
                     AND TBL-CEL-POSTAL-CODE(LEARNER-SUB)(5:1) NUMERIC
                     AND TBL-CEL-POSTAL-CODE(LEARNER-SUB)(6:1)
                         ALPHABETIC
                     AND TBL-CEL-POSTAL-CODE(LEARNER-SUB)(7:1) NUMERIC
                       MOVE 'Y' TO POSTAL-VALID-FLAG
                   ELSE
                       DISPLAY "INVALID POSTAL CODE FORMAT - TRY AGAIN"
                   END-IF.

      * a new code adds the offering open for registration; an
      * existing one may be changed until its completions are in -
      * the fee change applies to registrations from then on only
           450-MAINTAIN-OFFERING.
               DISPLAY "ENTER OFFERING CODE:".
               ACCEPT ENTRY-OFFERING.
               IF ENTRY-OFFERING IS EQUAL TO SPACES
                   DISPLAY "OFFERING CODE IS REQUIRED"
               ELSE
                   PERFORM 501-FIND-OFFERING
                   IF OFFERING-FOUND-SUB IS EQUAL TO ZERO
                       AND OFFERING-COUNT IS EQUAL TO 500
                       DISPLAY "OFFERING TABLE IS FULL - NOT ADDED"
                   ELSE IF OFFERING-FOUND-SUB > ZERO
                       AND TBL-CEO-COMPLETED(OFFERING-FOUND-SUB)
                       DISPLAY "COMPLETIONS ARE RECORDED - OFFERING "
                         "CAN NO LONGER BE CHANGED"
                   ELSE
                       IF OFFERING-FOUND-SUB IS EQUAL TO ZERO
                           ADD 1 TO OFFERING-COUNT
                           MOVE OFFERING-COUNT TO OFFERING-FOUND-SUB
                           MOVE ENTRY-OFFERING TO
                             TBL-CEO-OFFERING-CODE(OFFERING-FOUND-SUB)
                           MOVE 'O'
                             TO TBL-CEO-STATUS(OFFERING-FOUND-SUB)
                       END-IF
                       PERFORM 451-ACCEPT-OFFERING-DETAIL
                       MOVE 'Y' TO CHANGES-MADE-FLAG
                       DISPLAY "OFFERING SAVED"
                   END-IF
                   END-IF
               END-IF.

           451-ACCEPT-OFFERING-DETAIL.
               DISPLAY "ENTER COURSE TITLE:".
               ACCEPT TBL-CEO-TITLE(OFFERING-FOUND-SUB).
               MOVE 'N' TO ENTRY-VALID-FLAG.
               PERFORM 4511-PROMPT-START-DATE
                   UNTIL ENTRY-IS-VALID.
               MOVE 'N' TO ENTRY-VALID-FLAG.
               PERFORM 4512-PROMPT-END-DATE
                   UNTIL ENTRY-IS-VALID.
               MOVE 'N' TO ENTRY-VALID-FLAG.
               PERFORM 4513-PROMPT-FEE
                   UNTIL ENTRY-IS-VALID.
               MOVE 'N' TO ENTRY-VALID-FLAG.
               PERFORM 4514-PROMPT-CAPACITY
                   UNTIL ENTRY-IS-VALID.

               4511-PROMPT-START-DATE.
                   DISPLAY "ENTER START DATE (YYYYMMDD):".
                   ACCEPT ENTRY-DATE.
                   PERFORM 452-VALIDATE-ENTRY-DATE.
                   IF ENTRY-IS-VALID
                       MOVE ENTRY-DATE-NUMERIC
                         TO TBL-CEO-START-DATE(OFFERING-FOUND-SUB)
                   END-IF.

               4512-PROMPT-END-DATE.
                   DISPLAY "ENTER END DATE (YYYYMMDD):".
                   ACCEPT ENTRY-DATE.
                   PERFORM 452-VALIDATE-ENTRY-DATE.
                   IF ENTRY-IS-VALID
                       IF ENTRY-DATE-NUMERIC IS LESS THAN
                           TBL-CEO-START-DATE(OFFERING-FOUND-SUB)
                           MOVE 'N' TO ENTRY-VALID-FLAG
                           DISPLAY "END DATE IS BEFORE THE START DATE"
                       ELSE
                           MOVE ENTRY-DATE-NUMERIC
                             TO TBL-CEO-END-DATE(OFFERING-FOUND-SUB)
                       END-IF
                   END-IF.

               4513-PROMPT-FEE.
                   DISPLAY "ENTER FLAT COURSE FEE (999999 = 9999.99):".
                   ACCEPT ENTRY-FEE.
                   IF ENTRY-FEE IS NUMERIC
                       MOVE ENTRY-FEE-NUMERIC
                         TO TBL-CEO-FEE(OFFERING-FOUND-SUB)
                       MOVE 'Y' TO ENTRY-VALID-FLAG
                   ELSE
                       DISPLAY "FEE MUST BE SIX DIGITS"
                   END-IF.

               4514-PROMPT-CAPACITY.
                   DISPLAY "ENTER CAPACITY (001-999):".
                   ACCEPT ENTRY-CAPACITY.
                   IF ENTRY-CAPACITY IS NUMERIC
                       AND ENTRY-CAPACITY-NUMERIC > ZERO
                       MOVE ENTRY-CAPACITY-NUMERIC
                         TO TBL-CEO-CAPACITY(OFFERING-FOUND-SUB)
                       MOVE 'Y' TO ENTRY-VALID-FLAG
                   ELSE
                       DISPLAY "CAPACITY MUST BE THREE DIGITS, NOT 000"
                   END-IF.

      * calendar-validate ENTRY-DATE (YYYYMMDD), same check as
      * Project3.cbl's 3083-VALIDATE-DUE-DATE
           452-VALIDATE-ENTRY-DATE.
               MOVE 'N' TO ENTRY-VALID-FLAG.
               IF ENTRY-DATE IS NOT NUMERIC
                   DISPLAY "DATE MUST BE EIGHT DIGITS"
               ELSE
                   MOVE ENTRY-DATE TO DATE-CHECK-FIELDS
                   IF DATE-CHECK-MM IS LESS THAN 1
                       OR DATE-CHECK-MM IS GREATER THAN 12
                       DISPLAY "INVALID DATE"
                   ELSE
                       PERFORM 4521-SET-DAYS-IN-MONTH
                       IF DATE-CHECK-DD IS LESS THAN 1
                           OR DATE-CHECK-DD IS GREATER THAN
                               DATE-CHECK-DAYS-IN-MONTH
                           DISPLAY "INVALID DATE"
                       ELSE
                           MOVE 'Y' TO ENTRY-VALID-FLAG
                       END-IF
                   END-IF
               END-IF.

      * days in DATE-CHECK-MM, leap years included for February
               4521-SET-DAYS-IN-MONTH.
                   IF DATE-CHECK-MM IS EQUAL TO 4
                       OR DATE-CHECK-MM IS EQUAL TO 6
                       OR DATE-CHECK-MM IS EQUAL TO 9
                       OR DATE-CHECK-MM IS EQUAL TO 11
                       MOVE 30 TO DATE-CHECK-DAYS-IN-MONTH
                   ELSE IF DATE-CHECK-MM IS EQUAL TO 2
                       IF FUNCTION MOD(DATE-CHECK-YYYY, 400) = 0
                           OR (FUNCTION MOD(DATE-CHECK-YYYY, 4) = 0
                             AND FUNCTION MOD(DATE-CHECK-YYYY, 100)
                                 NOT = 0)
                           MOVE 29 TO DATE-CHECK-DAYS-IN-MONTH
                       ELSE
                           MOVE 28 TO DATE-CHECK-DAYS-IN-MONTH
                       END-IF
                   ELSE
                       MOVE 31 TO DATE-CHECK-DAYS-IN-MONTH
                   END-IF.

      * the learner is billed the offering's flat fee at once - one
      * CEFEE line on the charge ledger
           500-REGISTER-LEARNER.
               PERFORM 502-FIND-LEARNER.
               IF LEARNER-FOUND-SUB IS EQUAL TO ZERO
                   DISPLAY "LEARNER NOT ON CE-LEARNER.txt"
               ELSE
                   DISPLAY "ENTER OFFERING CODE:"
                   ACCEPT ENTRY-OFFERING
                   PERFORM 501-FIND-OFFERING
                   IF OFFERING-FOUND-SUB IS EQUAL TO ZERO
                       DISPLAY "OFFERING NOT ON CE-OFFERING.txt"
                   ELSE
                       PERFORM 503-CHECK-AND-REGISTER
                   END-IF
               END-IF.

           501-FIND-OFFERING.
               MOVE ZERO TO OFFERING-FOUND-SUB.
               PERFORM 5011-CHECK-ONE-OFFERING
                   VARYING OFFERING-SUB FROM 1 BY 1
                   UNTIL OFFERING-SUB > OFFERING-COUNT
                   OR OFFERING-FOUND-SUB > ZERO.

               5011-CHECK-ONE-OFFERING.
                   IF TBL-CEO-OFFERING-CODE(OFFERING-SUB) IS EQUAL TO
                       ENTRY-OFFERING
                       MOVE OFFERING-SUB TO OFFERING-FOUND-SUB
                   END-IF.

           502-FIND-LEARNER.
               MOVE ZERO TO LEARNER-FOUND-SUB.
               DISPLAY "ENTER LEARNER'S STUDENT NUMBER:".
               ACCEPT ENTRY-STUDENT.
               IF ENTRY-STUDENT IS NUMERIC
                   PERFORM 5021-CHECK-ONE-LEARNER
                       VARYING LEARNER-SUB FROM 1 BY 1
                       UNTIL LEARNER-SUB > LEARNER-COUNT
                       OR LEARNER-FOUND-SUB > ZERO
               END-IF.

               5021-CHECK-ONE-LEARNER.
                   IF TBL-CEL-STUDENT-NUMBER(LEARNER-SUB) IS EQUAL TO
                       ENTRY-STUDENT-NUMERIC
                       MOVE LEARNER-SUB TO LEARNER-FOUND-SUB
                   END-IF.

      * registration closes when the course starts or fills; a
      * learner already registered is not billed twice
           503-CHECK-AND-REGISTER.
               PERFORM 504-COUNT-ENROLLED.
               PERFORM 505-FIND-REGISTRATION.
               IF NOT TBL-CEO-OPEN(OFFERING-FOUND-SUB)
                   DISPLAY "OFFERING IS CLOSED"
               ELSE IF RUN-DATE-RAW IS NOT LESS THAN
                   TBL-CEO-START-DATE(OFFERING-FOUND-SUB)
                   DISPLAY "OFFERING HAS ALREADY STARTED - "
                     "REGISTRATION CLOSED"
               ELSE IF OFFERING-ENROLLED IS NOT LESS THAN
                   TBL-CEO-CAPACITY(OFFERING-FOUND-SUB)
                   DISPLAY "OFFERING IS FULL"
               ELSE IF REGISTRATION-FOUND-SUB > ZERO
                   DISPLAY "LEARNER IS ALREADY REGISTERED"
               ELSE IF REGISTRATION-COUNT IS EQUAL TO 9000
                   DISPLAY "REGISTRATION TABLE IS FULL - NOT ADDED"
               ELSE
                   ADD 1 TO REGISTRATION-COUNT
                   MOVE REGISTRATION-COUNT TO REGISTRATION-SUB
                   MOVE ENTRY-OFFERING
                     TO TBL-CER-OFFERING-CODE(REGISTRATION-SUB)
                   MOVE ENTRY-STUDENT-NUMERIC
                     TO TBL-CER-STUDENT-NUMBER(REGISTRATION-SUB)
                   MOVE RUN-DATE-RAW
                     TO TBL-CER-REGISTER-DATE(REGISTRATION-SUB)
                   MOVE TBL-CEO-FEE(OFFERING-FOUND-SUB)
                     TO TBL-CER-FEE-BILLED(REGISTRATION-SUB)
                   MOVE 'R' TO TBL-CER-STATUS(REGISTRATION-SUB)
                   MOVE RUN-DATE-RAW
                     TO TBL-CER-STATUS-DATE(REGISTRATION-SUB)
                   MOVE OPERATOR-ID
                     TO TBL-CER-OPERATOR(REGISTRATION-SUB)
                   MOVE ENTRY-STUDENT-NUMERIC TO CHARGE-STUDENT-NUMBER
                   MOVE TBL-CEO-FEE(OFFERING-FOUND-SUB)
                     TO CHARGE-AMOUNT
                   MOVE SPACES TO CHARGE-DESCRIPTION
                   STRING "CE " DELIMITED BY SIZE
                     ENTRY-OFFERING DELIMITED BY SPACE
                     " FEE" DELIMITED BY SIZE
                     INTO CHARGE-DESCRIPTION
                   END-STRING
                   PERFORM 800-WRITE-CHARGE-LINE
                   MOVE 'Y' TO CHANGES-MADE-FLAG
                   MOVE CHARGE-AMOUNT TO FEE-EDIT
                   DISPLAY "REGISTERED - FEE BILLED " FEE-EDIT
                   MOVE TBL-CEL-AMOUNT-OWED(LEARNER-FOUND-SUB)
                     TO FEE-EDIT
                   DISPLAY "BALANCE OWING " FEE-EDIT
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

      * withdrawn registrations give their seat back
           504-COUNT-ENROLLED.
               MOVE ZERO TO OFFERING-ENROLLED.
               PERFORM 5041-COUNT-ONE-REGISTRATION
                   VARYING REGISTRATION-SUB FROM 1 BY 1
                   UNTIL REGISTRATION-SUB > REGISTRATION-COUNT.

               5041-COUNT-ONE-REGISTRATION.
                   IF TBL-CER-OFFERING-CODE(REGISTRATION-SUB) IS EQUAL
                       TO TBL-CEO-OFFERING-CODE(OFFERING-FOUND-SUB)
                       AND NOT TBL-CER-WITHDRAWN(REGISTRATION-SUB)
                       ADD 1 TO OFFERING-ENROLLED
                   END-IF.

      * the learner's live (not withdrawn) registration in the
      * offering, if any
           505-FIND-REGISTRATION.
               MOVE ZERO TO REGISTRATION-FOUND-SUB.
               PERFORM 5051-CHECK-ONE-REGISTRATION
                   VARYING REGISTRATION-SUB FROM 1 BY 1
                   UNTIL REGISTRATION-SUB > REGISTRATION-COUNT
                   OR REGISTRATION-FOUND-SUB > ZERO.

               5051-CHECK-ONE-REGISTRATION.
                   IF TBL-CER-OFFERING-CODE(REGISTRATION-SUB) IS EQUAL
                       TO TBL-CEO-OFFERING-CODE(OFFERING-FOUND-SUB)
                       AND TBL-CER-STUDENT-NUMBER(REGISTRATION-SUB)
                           IS EQUAL TO ENTRY-STUDENT-NUMERIC
                       AND NOT TBL-CER-WITHDRAWN(REGISTRATION-SUB)
                       MOVE REGISTRATION-SUB TO REGISTRATION-FOUND-SUB
                   END-IF.

      * before the start date the whole fee is credited back; once
      * the course has started the withdrawal is recorded but the
      * fee stands
           550-WITHDRAW-REGISTRATION.
               PERFORM 502-FIND-LEARNER.
               IF LEARNER-FOUND-SUB IS EQUAL TO ZERO
                   DISPLAY "LEARNER NOT ON CE-LEARNER.txt"
               ELSE
                   DISPLAY "ENTER OFFERING CODE:"
                   ACCEPT ENTRY-OFFERING
                   PERFORM 501-FIND-OFFERING
                   IF OFFERING-FOUND-SUB IS EQUAL TO ZERO
                       DISPLAY "OFFERING NOT ON CE-OFFERING.txt"
                   ELSE
                       PERFORM 505-FIND-REGISTRATION
                       IF REGISTRATION-FOUND-SUB IS EQUAL TO ZERO
                           DISPLAY "LEARNER IS NOT REGISTERED"
                       ELSE IF NOT TBL-CER-REGISTERED
                           (REGISTRATION-FOUND-SUB)
                           DISPLAY "COMPLETION IS ALREADY RECORDED"
                       ELSE
                           PERFORM 551-WITHDRAW-ONE-REGISTRATION
                       END-IF
                       END-IF
                   END-IF
               END-IF.

               551-WITHDRAW-ONE-REGISTRATION.
                   MOVE 'W' TO TBL-CER-STATUS(REGISTRATION-FOUND-SUB).
                   MOVE RUN-DATE-RAW
                     TO TBL-CER-STATUS-DATE(REGISTRATION-FOUND-SUB).
                   MOVE OPERATOR-ID
                     TO TBL-CER-OPERATOR(REGISTRATION-FOUND-SUB).
                   MOVE 'Y' TO CHANGES-MADE-FLAG.
                   IF RUN-DATE-RAW IS LESS THAN
                       TBL-CEO-START-DATE(OFFERING-FOUND-SUB)
                       AND TBL-CER-FEE-BILLED(REGISTRATION-FOUND-SUB)
                           > ZERO
                       MOVE ENTRY-STUDENT-NUMERIC
                         TO CHARGE-STUDENT-NUMBER
                       COMPUTE CHARGE-AMOUNT = 0 -
                           TBL-CER-FEE-BILLED(REGISTRATION-FOUND-SUB)
                       MOVE SPACES TO CHARGE-DESCRIPTION
                       STRING "CE " DELIMITED BY SIZE
                         ENTRY-OFFERING DELIMITED BY SPACE
                         " WITHDRAWN" DELIMITED BY SIZE
                         INTO CHARGE-DESCRIPTION
                       END-STRING
                       PERFORM 800-WRITE-CHARGE-LINE
                       MOVE CHARGE-AMOUNT TO FEE-EDIT
                       DISPLAY "WITHDRAWN - FEE CREDITED " FEE-EDIT
                       MOVE TBL-CEL-AMOUNT-OWED(LEARNER-FOUND-SUB)
                         TO FEE-EDIT
                       DISPLAY "BALANCE OWING " FEE-EDIT
                   ELSE
                       DISPLAY "WITHDRAWN AFTER THE START DATE - "
                         "NO CREDIT"
                   END-IF.

      * once the course has ended, each registered learner is marked
      * completed or not; the offering then closes
           600-RECORD-COMPLETIONS.
               DISPLAY "ENTER OFFERING CODE:".
               ACCEPT ENTRY-OFFERING.
               PERFORM 501-FIND-OFFERING.
               IF OFFERING-FOUND-SUB IS EQUAL TO ZERO
                   DISPLAY "OFFERING NOT ON CE-OFFERING.txt"
               ELSE IF TBL-CEO-COMPLETED(OFFERING-FOUND-SUB)
                   DISPLAY "COMPLETIONS ARE ALREADY RECORDED"
               ELSE IF RUN-DATE-RAW IS LESS THAN
                   TBL-CEO-END-DATE(OFFERING-FOUND-SUB)
                   DISPLAY "OFFERING HAS NOT ENDED - IT ENDS "
                     TBL-CEO-END-DATE(OFFERING-FOUND-SUB)
               ELSE
                   PERFORM 601-DECIDE-ONE-REGISTRATION
                       VARYING REGISTRATION-SUB FROM 1 BY 1
                       UNTIL REGISTRATION-SUB > REGISTRATION-COUNT
                   MOVE 'C' TO TBL-CEO-STATUS(OFFERING-FOUND-SUB)
                   MOVE 'Y' TO CHANGES-MADE-FLAG
                   DISPLAY "COMPLETIONS RECORDED"
               END-IF
               END-IF
               END-IF.

               601-DECIDE-ONE-REGISTRATION.
                   IF TBL-CER-OFFERING-CODE(REGISTRATION-SUB) IS EQUAL
                       TO TBL-CEO-OFFERING-CODE(OFFERING-FOUND-SUB)
                       AND TBL-CER-REGISTERED(REGISTRATION-SUB)
                       MOVE TBL-CER-STUDENT-NUMBER(REGISTRATION-SUB)
                         TO ENTRY-STUDENT-NUMERIC
                       PERFORM 6011-FIND-LEARNER-BY-NUMBER
                       IF LEARNER-FOUND-SUB > ZERO
                           DISPLAY ENTRY-STUDENT " "
                             TBL-CEL-FIRST-NAME(LEARNER-FOUND-SUB) " "
                             TBL-CEL-LAST-NAME(LEARNER-FOUND-SUB)
                       ELSE
                           DISPLAY ENTRY-STUDENT
                             " (NOT ON CE-LEARNER.txt)"
                       END-IF
                       MOVE SPACE TO ENTRY-ANSWER
                       PERFORM 6012-PROMPT-COMPLETED
                           UNTIL ENTRY-ANSWER IS EQUAL TO 'Y'
                           OR ENTRY-ANSWER IS EQUAL TO 'N'
                       IF ENTRY-ANSWER IS EQUAL TO 'Y'
                           MOVE 'C' TO TBL-CER-STATUS(REGISTRATION-SUB)
                       ELSE
                           MOVE 'N' TO TBL-CER-STATUS(REGISTRATION-SUB)
                       END-IF
                       MOVE RUN-DATE-RAW
                         TO TBL-CER-STATUS-DATE(REGISTRATION-SUB)
                       MOVE OPERATOR-ID
                         TO TBL-CER-OPERATOR(REGISTRATION-SUB)
                   END-IF.

               6011-FIND-LEARNER-BY-NUMBER.
                   MOVE ZERO TO LEARNER-FOUND-SUB.
                   PERFORM 5021-CHECK-ONE-LEARNER
                       VARYING LEARNER-SUB FROM 1 BY 1
                       UNTIL LEARNER-SUB > LEARNER-COUNT
                       OR LEARNER-FOUND-SUB > ZERO.

               6012-PROMPT-COMPLETED.
                   DISPLAY "COMPLETED THE COURSE (Y/N):".
                   ACCEPT ENTRY-ANSWER.

      * the listing the certificates are printed from - completed
      * learners only, in registration order
           700-PRINT-CERTIFICATES.
               DISPLAY "ENTER OFFERING CODE:".
               ACCEPT ENTRY-OFFERING.
               PERFORM 501-FIND-OFFERING.
               IF OFFERING-FOUND-SUB IS EQUAL TO ZERO
                   DISPLAY "OFFERING NOT ON CE-OFFERING.txt"
               ELSE IF NOT TBL-CEO-COMPLETED(OFFERING-FOUND-SUB)
                   DISPLAY "COMPLETIONS ARE NOT RECORDED YET"
               ELSE
                   PERFORM 701-WRITE-CERTIFICATE-LISTING
               END-IF
               END-IF.

               701-WRITE-CERTIFICATE-LISTING.
                   OPEN OUTPUT CERTIFICATE-FILE.
                   IF CERTIFICATE-FILE-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN CE-CERTIFICATES.txt - "
                         "STATUS " CERTIFICATE-FILE-STATUS
                       STOP RUN
                   END-IF.

                   MOVE ENTRY-OFFERING TO CHD-OFFERING-OUT.
                   MOVE TBL-CEO-TITLE(OFFERING-FOUND-SUB)
                     TO CHD-TITLE-OUT.
                   WRITE CERTIFICATE-LINE FROM CERTIFICATE-HEADER-LINE.
                   MOVE TBL-CEO-START-DATE(OFFERING-FOUND-SUB)
                     TO CDT-START-OUT.
                   MOVE TBL-CEO-END-DATE(OFFERING-FOUND-SUB)
                     TO CDT-END-OUT.
                   MOVE RUN-DATE-RAW TO CDT-RUN-DATE-OUT.
                   WRITE CERTIFICATE-LINE FROM CERTIFICATE-DATES-LINE.
                   MOVE SPACES TO CERTIFICATE-LINE.
                   WRITE CERTIFICATE-LINE.
                   WRITE CERTIFICATE-LINE FROM CERTIFICATE-COLUMN-LINE.

                   MOVE ZERO TO CERTIFICATES-LISTED.
                   PERFORM 702-LIST-ONE-CERTIFICATE
                       VARYING REGISTRATION-SUB FROM 1 BY 1
                       UNTIL REGISTRATION-SUB > REGISTRATION-COUNT.

                   CLOSE CERTIFICATE-FILE.
                   DISPLAY CERTIFICATES-LISTED
                     " CERTIFICATE(S) ON CE-CERTIFICATES.txt".

               702-LIST-ONE-CERTIFICATE.
                   IF TBL-CER-OFFERING-CODE(REGISTRATION-SUB) IS EQUAL
                       TO ENTRY-OFFERING
                       AND TBL-CER-COMPLETED(REGISTRATION-SUB)
                       MOVE TBL-CER-STUDENT-NUMBER(REGISTRATION-SUB)
                         TO ENTRY-STUDENT-NUMERIC
                       PERFORM 6011-FIND-LEARNER-BY-NUMBER
                       MOVE SPACES TO CERTIFICATE-NAME-BUILD
                       IF LEARNER-FOUND-SUB > ZERO
                           STRING TBL-CEL-TITLE(LEARNER-FOUND-SUB)
                               DELIMITED BY SPACE
                             " " DELIMITED BY SIZE
                             TBL-CEL-FIRST-NAME(LEARNER-FOUND-SUB)
                               DELIMITED BY SPACE
                             " " DELIMITED BY SIZE
                             TBL-CEL-LAST-NAME(LEARNER-FOUND-SUB)
                               DELIMITED BY SIZE
                             INTO CERTIFICATE-NAME-BUILD
                           END-STRING
                       ELSE
                           MOVE "(NOT ON CE-LEARNER.txt)"
                             TO CERTIFICATE-NAME-BUILD
                       END-IF
                       MOVE ENTRY-STUDENT-NUMERIC TO CRD-STUDENT-OUT
                       MOVE CERTIFICATE-NAME-BUILD TO CRD-NAME-OUT
                       MOVE TBL-CER-STATUS-DATE(REGISTRATION-SUB)
                         TO CRD-COMPLETED-OUT
                       WRITE CERTIFICATE-LINE
                         FROM CERTIFICATE-DETAIL-LINE
                       ADD 1 TO CERTIFICATES-LISTED
                   END-IF.

           750-LIST-OFFERINGS.
               DISPLAY "CODE    TITLE                          START"
                 "    END      FEE       CAP ENR ST".
               PERFORM 751-LIST-ONE-OFFERING
                   VARYING OFFERING-FOUND-SUB FROM 1 BY 1
                   UNTIL OFFERING-FOUND-SUB > OFFERING-COUNT.

               751-LIST-ONE-OFFERING.
                   PERFORM 504-COUNT-ENROLLED.
                   MOVE TBL-CEO-FEE(OFFERING-FOUND-SUB) TO FEE-EDIT.
                   DISPLAY TBL-CEO-OFFERING-CODE(OFFERING-FOUND-SUB)
                     " " TBL-CEO-TITLE(OFFERING-FOUND-SUB) " "
                     TBL-CEO-START-DATE(OFFERING-FOUND-SUB) " "
                     TBL-CEO-END-DATE(OFFERING-FOUND-SUB) " "
                     FEE-EDIT " "
                     TBL-CEO-CAPACITY(OFFERING-FOUND-SUB) " "
                     OFFERING-ENROLLED " "
                     TBL-CEO-STATUS(OFFERING-FOUND-SUB).

      * one CEFEE line per fee or credit, dated today, and the same
      * amount on the learner's balance owing
           800-WRITE-CHARGE-LINE.
               ADD CHARGE-AMOUNT
                 TO TBL-CEL-AMOUNT-OWED(LEARNER-FOUND-SUB).

               OPEN EXTEND CHARGE-LEDGER.
               IF CHARGE-LEDGER-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT CHARGE-LEDGER
               END-IF.
               IF CHARGE-LEDGER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CHARGE-DETAIL.txt - "
                     "STATUS " CHARGE-LEDGER-STATUS
                   STOP RUN
               END-IF.

               MOVE CHARGE-STUDENT-NUMBER TO CHG-STUDENT-NUMBER.
               MOVE "CEFEE" TO CHG-CHARGE-TYPE.
               MOVE CHARGE-DESCRIPTION TO CHG-DESCRIPTION.
               MOVE CHARGE-AMOUNT TO CHG-AMOUNT.
               MOVE RUN-DATE-RAW TO CHG-DATE.
               WRITE CHARGE-LEDGER-LINE.

               CLOSE CHARGE-LEDGER.

      * a missing file or missing CED record starts the channel at 1;
      * the other channels' records are carried for the rewrite - same
      * paragraphs as Project08.cbl's 260/2601
           280-LOAD-NUMBER-CONTROL.
               MOVE 'N' TO CONTROL-CHANNEL-FOUND.

               OPEN INPUT STUNUM-CONTROL-FILE.
               IF STUNUM-CONTROL-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO CONTROL-EOF-FLG
               ELSE IF STUNUM-CONTROL-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUNUM-CONTROL.txt - "
                     "STATUS " STUNUM-CONTROL-STATUS
                   STOP RUN
               ELSE
                   MOVE 'N' TO CONTROL-EOF-FLG
               END-IF
               END-IF.

               PERFORM 2801-LOAD-ONE-CHANNEL
                   UNTIL CONTROL-EOF-FLG IS EQUAL TO 'Y'.

               IF STUNUM-CONTROL-STATUS IS NOT EQUAL TO "35"
                   CLOSE STUNUM-CONTROL-FILE
               END-IF.

               2801-LOAD-ONE-CHANNEL.
                   READ STUNUM-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO CONTROL-EOF-FLG
                       NOT AT END
                           IF CTL-CHANNEL IS EQUAL TO STUNUM-CHANNEL
                               MOVE CTL-NEXT-SEQUENCE TO NEXT-SEQUENCE
                               MOVE 'Y' TO CONTROL-CHANNEL-FOUND
                           ELSE
                               ADD 1 TO OTHER-CHANNEL-COUNT
                               MOVE CTL-CHANNEL
                                 TO OTH-CHANNEL(OTHER-CHANNEL-COUNT)
                               MOVE CTL-NEXT-SEQUENCE
                                 TO OTH-NEXT-SEQUENCE
                                   (OTHER-CHANNEL-COUNT)
                           END-IF
                   END-READ.

           281-LOAD-ISSUE-REGISTER.
               OPEN INPUT STUNUM-REGISTER.
               IF STUNUM-REGISTER-STATUS IS EQUAL TO "35"
                   MOVE 'Y' TO REGISTER-EOF-FLG
               ELSE IF STUNUM-REGISTER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUNUM-REGISTER.txt - "
                     "STATUS " STUNUM-REGISTER-STATUS
                   STOP RUN
               ELSE
                   MOVE 'N' TO REGISTER-EOF-FLG
               END-IF
               END-IF.

               PERFORM 2811-LOAD-ONE-ISSUED-NUMBER
                   UNTIL REGISTER-EOF-FLG IS EQUAL TO 'Y'
                   OR ISSUED-NUMBER-COUNT IS EQUAL TO 9000.

               IF STUNUM-REGISTER-STATUS IS NOT EQUAL TO "35"
                   CLOSE STUNUM-REGISTER
               END-IF.

               2811-LOAD-ONE-ISSUED-NUMBER.
                   READ STUNUM-REGISTER
                       AT END
                           MOVE 'Y' TO REGISTER-EOF-FLG
                       NOT AT END
                           ADD 1 TO ISSUED-NUMBER-COUNT
                           MOVE REG-STUDENT-NUMBER
                             TO ISSUED-NUMBER(ISSUED-NUMBER-COUNT)
                   END-READ.

      * issue the next number on the CED channel - sequence plus its
      * weighted mod-10 check digit, skipping forward past anything
      * already on the register, then record the issue permanently
           405-ISSUE-ONE-NUMBER.
               MOVE 'Y' TO NUMBER-IN-USE-FLAG.

               PERFORM 4051-TRY-ONE-CANDIDATE
                   UNTIL NOT NUMBER-IN-USE.

               PERFORM 4054-WRITE-REGISTER-LINE.

               ADD 1 TO ISSUED-NUMBER-COUNT.
               MOVE ASSIGNED-STUDENT-NUMBER
                 TO ISSUED-NUMBER(ISSUED-NUMBER-COUNT).

               4051-TRY-ONE-CANDIDATE.
                   MOVE NEXT-SEQUENCE TO ISSUE-SEQUENCE.
                   PERFORM 4052-COMPUTE-CHECK-DIGIT.
                   COMPUTE ASSIGNED-STUDENT-NUMBER =
                       ISSUE-SEQUENCE * 10 + CHECK-DIGIT.
                   ADD 1 TO NEXT-SEQUENCE.
                   PERFORM 4053-CHECK-NUMBER-IN-USE.

      * weighted mod-10 over the five sequence digits (weights
      * 2,1,2,1,2), complemented - same scheme as Project02.cbl
               4052-COMPUTE-CHECK-DIGIT.
                   MOVE 0 TO CHECK-DIGIT-SUM.
                   PERFORM 4055-ADD-ONE-DIGIT
                       VARYING DIGIT-SUB FROM 1 BY 1
                       UNTIL DIGIT-SUB > 5.
                   COMPUTE CHECK-DIGIT =
                       FUNCTION MOD(10 -
                         FUNCTION MOD(CHECK-DIGIT-SUM, 10), 10).

                   4055-ADD-ONE-DIGIT.
                       IF FUNCTION MOD(DIGIT-SUB, 2) = 1
                           COMPUTE CHECK-DIGIT-SUM =
                               CHECK-DIGIT-SUM
                               + (ISSUE-DIGIT(DIGIT-SUB) * 2)
                       ELSE
                           ADD ISSUE-DIGIT(DIGIT-SUB)
                             TO CHECK-DIGIT-SUM
                       END-IF.

               4053-CHECK-NUMBER-IN-USE.
                   MOVE 'N' TO NUMBER-IN-USE-FLAG.
                   PERFORM 4056-CHECK-ONE-ISSUED-NUMBER
                       VARYING ISSUED-FIND-SUB FROM 1 BY 1
                       UNTIL ISSUED-FIND-SUB > ISSUED-NUMBER-COUNT
                       OR NUMBER-IN-USE.

                   4056-CHECK-ONE-ISSUED-NUMBER.
                       IF ISSUED-NUMBER(ISSUED-FIND-SUB) IS EQUAL TO
                           ASSIGNED-STUDENT-NUMBER
                           MOVE 'Y' TO NUMBER-IN-USE-FLAG
                       END-IF.

               4054-WRITE-REGISTER-LINE.
                   OPEN EXTEND STUNUM-REGISTER.
                   IF STUNUM-REGISTER-STATUS IS EQUAL TO "35"
                       OPEN OUTPUT STUNUM-REGISTER
                   END-IF.
                   IF STUNUM-REGISTER-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN STUNUM-REGISTER.txt - "
                         "STATUS " STUNUM-REGISTER-STATUS
                       STOP RUN
                   END-IF.

                   MOVE ASSIGNED-STUDENT-NUMBER TO REG-STUDENT-NUMBER.
                   MOVE STUNUM-CHANNEL TO REG-CHANNEL.
                   MOVE RUN-DATE-RAW TO REG-ISSUE-DATE.
                   MOVE OPERATOR-ID TO REG-OPERATOR.
                   WRITE STUNUM-REGISTER-LINE.

                   CLOSE STUNUM-REGISTER.

      * save the CED channel's next sequence, carrying the other
      * channels' records through untouched
           290-REWRITE-NUMBER-CONTROL.
               OPEN OUTPUT STUNUM-CONTROL-FILE.
               IF STUNUM-CONTROL-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUNUM-CONTROL.txt - "
                     "STATUS " STUNUM-CONTROL-STATUS
                   STOP RUN
               END-IF.

               MOVE STUNUM-CHANNEL TO CTL-CHANNEL.
               MOVE NEXT-SEQUENCE TO CTL-NEXT-SEQUENCE.
               WRITE STUNUM-CONTROL-RECORD.

               PERFORM 2901-WRITE-ONE-OTHER-CHANNEL
                   VARYING OTHER-CHANNEL-SUB FROM 1 BY 1
                   UNTIL OTHER-CHANNEL-SUB > OTHER-CHANNEL-COUNT.

               CLOSE STUNUM-CONTROL-FILE.

               2901-WRITE-ONE-OTHER-CHANNEL.
                   MOVE OTH-CHANNEL(OTHER-CHANNEL-SUB) TO CTL-CHANNEL.
                   MOVE OTH-NEXT-SEQUENCE(OTHER-CHANNEL-SUB)
                     TO CTL-NEXT-SEQUENCE.
                   WRITE STUNUM-CONTROL-RECORD.

           900-REWRITE-LEARNER-FILE.
               OPEN OUTPUT LEARNER-FILE.
               IF LEARNER-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CE-LEARNER.txt - STATUS "
                     LEARNER-FILE-STATUS
                   STOP RUN
               END-IF.
               PERFORM 901-WRITE-ONE-LEARNER
                   VARYING LEARNER-SUB FROM 1 BY 1
                   UNTIL LEARNER-SUB > LEARNER-COUNT.
               CLOSE LEARNER-FILE.

               901-WRITE-ONE-LEARNER.
                   MOVE LEARNER-ENTRY(LEARNER-SUB) TO LEARNER-RECORD.
                   WRITE LEARNER-RECORD.

           910-REWRITE-OFFERING-FILE.
               OPEN OUTPUT OFFERING-FILE.
               IF OFFERING-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CE-OFFERING.txt - STATUS "
                     OFFERING-FILE-STATUS
                   STOP RUN
               END-IF.
               PERFORM 911-WRITE-ONE-OFFERING
                   VARYING OFFERING-SUB FROM 1 BY 1
                   UNTIL OFFERING-SUB > OFFERING-COUNT.
               CLOSE OFFERING-FILE.

               911-WRITE-ONE-OFFERING.
                   MOVE OFFERING-ENTRY(OFFERING-SUB) TO OFFERING-RECORD.
                   WRITE OFFERING-RECORD.

           920-REWRITE-REGISTRATION-FILE.
               OPEN OUTPUT REGISTRATION-FILE.
               IF REGISTRATION-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CE-REGISTRATION.txt - "
                     "STATUS " REGISTRATION-FILE-STATUS
                   STOP RUN
               END-IF.
               PERFORM 921-WRITE-ONE-REGISTRATION
                   VARYING REGISTRATION-SUB FROM 1 BY 1
                   UNTIL REGISTRATION-SUB > REGISTRATION-COUNT.
               CLOSE REGISTRATION-FILE.

               921-WRITE-ONE-REGISTRATION.
                   MOVE REGISTRATION-ENTRY(REGISTRATION-SUB)
                     TO REGISTRATION-RECORD.
                   WRITE REGISTRATION-RECORD.

       END PROGRAM PROJECT112.
