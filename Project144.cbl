      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: test-tree refresh with anonymization - ENVPROFILE.txt
      *          keeps test sessions off the production masters, but
      *          the test masters themselves were either a handful of
      *          hand-keyed rows or straight production copies full of
      *          real names, addresses and bank accounts. A supervisor
      *          (OPERATOR.txt role 'S') signs on, keys the test tree
      *          (its own ENVPROFILE.txt has to say TEST) and a refresh
      *          key, and every master on the list below is copied
      *          across from this tree under the STUFILE3.txt lock.
      *          Names, street/city/postal code, contact values, the
      *          STUDENT-BANKING.txt account number, cheque payees and
      *          licence plates are scrambled word by word off the
      *          refresh key - the same word always comes out the same
      *          within one refresh, so a name or plate still lines up
      *          across STUFILE3.txt, Student.txt, TERMHIST.txt,
      *          NAME-HISTORY.txt, CARFILE.DAT, PLATE-HISTORY.txt and
      *          the rest. Student numbers, amounts, dates and codes
      *          are never touched, so STUFILE3-CONTROL.txt still
      *          proves the copy (checked here, count and hash) and
      *          PROJECT24's integrity audit still passes on it.
      *          Every PAYMENT-HISTORY-YYYY.txt on PAYHIST-INDEX.txt
      *          goes across as it stands. OPERATOR.txt and the test
      *          tree's ENVPROFILE.txt are never copied. The refresh
      *          is listed on TEST-REFRESH-LOG.txt in the test tree
      *          and one line per run goes on TEST-REFRESH-HISTORY.txt
      *          here
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT144.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE
           ASSIGN TO SOURCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT TARGET-FILE
           ASSIGN TO TARGET-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TARGET-FILE-STATUS.

      * this tree's profile - the refresh only ever reads PRODUCTION
           SELECT ENV-PROFILE-FILE
           ASSIGN TO "..\ENVPROFILE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENV-PROFILE-STATUS.

      * the test tree's own profile and lock, named off the keyed
      * tree
           SELECT TARGET-PROFILE-FILE
           ASSIGN TO TARGET-PROFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TARGET-PROFILE-STATUS.

           SELECT TARGET-LOCK-FILE
           ASSIGN TO TARGET-LOCK-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TARGET-LOCK-STATUS.

           SELECT MASTER-LOCK-FILE
           ASSIGN TO "..\STUFILE3-LOCK.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCK-FILE-STATUS.

           SELECT MASTER-CONTROL-FILE
           ASSIGN TO "..\STUFILE3-CONTROL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MASTER-CONTROL-STATUS.

           SELECT PAYHIST-INDEX-FILE
           ASSIGN TO "..\PAYHIST-INDEX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYHIST-INDEX-STATUS.

      * what went across, written into the test tree
           SELECT REFRESH-LOG
           ASSIGN TO REFRESH-LOG-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REFRESH-LOG-STATUS.

      * one line per refresh, kept on this side
           SELECT REFRESH-HISTORY-FILE
           ASSIGN TO "..\TEST-REFRESH-HISTORY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REFRESH-HISTORY-STATUS.

           SELECT OPERATOR-FILE
           ASSIGN TO "..\OPERATOR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATOR-FILE-STATUS.

           SELECT SIGNON-LOG
           ASSIGN TO "..\SIGNON-FAILURES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SIGNON-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * whole record images - the copy only needs to know where the
      * personal fields sit, see SCRAMBLE-FIELD-TABLE
       FD SOURCE-FILE.
       01 SOURCE-RECORD PIC X(200).

       FD TARGET-FILE.
       01 TARGET-RECORD PIC X(200).

      * one record - TEST or PRODUCTION - kept in step across the
      * programs that check it
       FD ENV-PROFILE-FILE.
       01 ENV-PROFILE-RECORD.
         05 ENV-MODE PIC X(10).

       FD TARGET-PROFILE-FILE.
       01 TARGET-PROFILE-RECORD.
         05 TGT-ENV-MODE PIC X(10).

      * one record while the master is in use - kept in step with the
      * other programs honouring the lock
       FD MASTER-LOCK-FILE.
       01 MASTER-LOCK-RECORD.
         05 LCK-PROGRAM PIC X(9).
         05 LCK-OPERATOR PIC X(8).
         05 LCK-START-STAMP PIC X(17).

       FD TARGET-LOCK-FILE.
       01 TARGET-LOCK-RECORD.
         05 TLK-PROGRAM PIC X(9).
         05 TLK-OPERATOR PIC X(8).
         05 TLK-START-STAMP PIC X(17).

      * one record - kept in step across every STUFILE3.txt program
       FD MASTER-CONTROL-FILE.
       01 MASTER-CONTROL-RECORD.
         05 MCT-GEN-DATE PIC 9(8).
         05 MCT-PROGRAM PIC X(9).
         05 MCT-RECORD-COUNT PIC 9(6).
         05 MCT-HASH-TOTAL PIC S9(9)V99
             SIGN IS TRAILING SEPARATE CHARACTER.

      * kept in step across the history readers and writers
       FD PAYHIST-INDEX-FILE.
       01 PAYHIST-INDEX-RECORD.
         05 PHX-YEAR PIC 9(4).

       FD REFRESH-LOG.
       01 REFRESH-LOG-LINE PIC X(100).

       FD REFRESH-HISTORY-FILE.
       01 REFRESH-HISTORY-RECORD.
         05 RFH-REFRESH-DATE PIC 9(8).
         05 RFH-OPERATOR-ID PIC X(8).
         05 RFH-TARGET-TREE PIC X(40).
         05 RFH-FILES-COPIED PIC 9(3).
         05 RFH-RECORDS-COPIED PIC 9(8).
         05 RFH-FIELDS-SCRAMBLED PIC 9(8).
         05 RFH-STATUS PIC X(1).

      * kept in step with Project23.cbl's and Project86.cbl's
      * FD OPERATOR-FILE
       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
         05 OPR-ID PIC X(8).
         05 OPR-NAME PIC X(20).
         05 OPR-PASSWORD PIC X(8).
         05 OPR-ROLE PIC X(1).
         05 OPR-ACTIVE PIC X(1).
      * password aging and lockout - kept in step with Project23.cbl
         05 OPR-PASSWORD-DATE PIC X(8).
         05 OPR-FAIL-COUNT PIC X(1).
         05 OPR-LOCKED-FLAG PIC X(1).
         05 OPR-OLD-PASSWORD-1 PIC X(8).
         05 OPR-OLD-PASSWORD-2 PIC X(8).
         05 OPR-OLD-PASSWORD-3 PIC X(8).

       FD SIGNON-LOG.
       01 SIGNON-LOG-LINE.
         05 LOG-TIMESTAMP-OUT PIC X(17).
         05 FILLER PIC X(2) VALUE SPACE.
         05 LOG-OPERATOR-OUT PIC X(8).
         05 FILLER PIC X(2) VALUE SPACE.
         05 LOG-PROGRAM-OUT PIC X(9).
         05 FILLER PIC X(2) VALUE SPACE.
         05 LOG-MESSAGE-OUT PIC X(30).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
         05 SOURCE-FILE-STATUS PIC X(2).
         05 TARGET-FILE-STATUS PIC X(2).
         05 ENV-PROFILE-STATUS PIC X(2).
         05 TARGET-PROFILE-STATUS PIC X(2).
         05 TARGET-LOCK-STATUS PIC X(2).
         05 LOCK-FILE-STATUS PIC X(2).
         05 MASTER-CONTROL-STATUS PIC X(2).
         05 PAYHIST-INDEX-STATUS PIC X(2).
         05 REFRESH-LOG-STATUS PIC X(2).
         05 REFRESH-HISTORY-STATUS PIC X(2).

       01 COPY-EOF-FLG PIC X(1).
       01 INDEX-EOF-FLG PIC X(1).

       01 OPERATOR-ID PIC X(8).
       01 RUN-DATE-RAW PIC 9(8).

       01 REQUEST-FIELDS.
      * the test tree as a path prefix, e.g. ..\TEST\ - the masters
      * there are named exactly as they are here
         05 TARGET-TREE PIC X(40).
         05 REFRESH-KEY-ENTRY PIC X(6).
         05 REFRESH-KEY PIC 9(6).
         05 CONFIRM-ANSWER PIC X(1).

       01 FILE-NAME-FIELDS.
         05 SOURCE-FILE-NAME PIC X(80).
         05 TARGET-FILE-NAME PIC X(80).
         05 TARGET-PROFILE-NAME PIC X(80).
         05 TARGET-LOCK-NAME PIC X(80).
         05 REFRESH-LOG-NAME PIC X(80).
         05 MASTER-NAME-WORK PIC X(26).

      * the refresh set - 01 to 13 carry personal fields and are
      * scrambled, the rest go across as they stand. STUFILE3.txt is
      * first so its copy can be proved against the control record
      * copied straight after it
       01 MASTER-NAME-TABLE.
         05 FILLER PIC X(26) VALUE "STUFILE3.txt".
         05 FILLER PIC X(26) VALUE "Student.txt".
         05 FILLER PIC X(26) VALUE "TERMHIST.txt".
         05 FILLER PIC X(26) VALUE "CONTACT-MASTER.txt".
         05 FILLER PIC X(26) VALUE "NAME-HISTORY.txt".
         05 FILLER PIC X(26) VALUE "STUDENT-BANKING.txt".
         05 FILLER PIC X(26) VALUE "CARFILE.DAT".
         05 FILLER PIC X(26) VALUE "PLATE-HISTORY.txt".
         05 FILLER PIC X(26) VALUE "CARPOOL-MEMBERS.txt".
         05 FILLER PIC X(26) VALUE "VIOLATIONS.txt".
         05 FILLER PIC X(26) VALUE "CHEQUE-REGISTER.txt".
         05 FILLER PIC X(26) VALUE "APPLICANT-MASTER.txt".
         05 FILLER PIC X(26) VALUE "INSTRUCTOR.txt".
         05 FILLER PIC X(26) VALUE "STUFILE3-CONTROL.txt".
         05 FILLER PIC X(26) VALUE "PROGRAM.txt".
         05 FILLER PIC X(26) VALUE "COURSE.txt".
         05 FILLER PIC X(26) VALUE "RATE-TABLE.txt".
         05 FILLER PIC X(26) VALUE "TERM-CALENDAR.txt".
         05 FILLER PIC X(26) VALUE "CHARGE-DETAIL.txt".
         05 FILLER PIC X(26) VALUE "PAYMENT-PLAN.txt".
         05 FILLER PIC X(26) VALUE "PAYMENT-ALLOCATION.txt".
         05 FILLER PIC X(26) VALUE "ALLOCATION-RULES.txt".
         05 FILLER PIC X(26) VALUE "GL-ACCOUNT-MAP.txt".
         05 FILLER PIC X(26) VALUE "SECTION-MASTER.txt".
         05 FILLER PIC X(26) VALUE "SECTION-ENROLLMENT.txt".
         05 FILLER PIC X(26) VALUE "SECTION-MEETING.txt".
         05 FILLER PIC X(26) VALUE "SECTION-INSTRUCTOR.txt".
         05 FILLER PIC X(26) VALUE "PARKING-LOT.txt".
         05 FILLER PIC X(26) VALUE "PARKING-WAITLIST.txt".
         05 FILLER PIC X(26) VALUE "PARKING-FEE-SCHEDULE.txt".
         05 FILLER PIC X(26) VALUE "VIOLATION-CODES.txt".
         05 FILLER PIC X(26) VALUE "STUDENT-HOLDS.txt".
         05 FILLER PIC X(26) VALUE "HOLD-TYPES.txt".
         05 FILLER PIC X(26) VALUE "COLLECTION-STATUS.txt".
         05 FILLER PIC X(26) VALUE "ENROLMENT-DEPOSITS.txt".
         05 FILLER PIC X(26) VALUE "MEAL-PLANS.txt".
         05 FILLER PIC X(26) VALUE "STUNUM-CONTROL.txt".
         05 FILLER PIC X(26) VALUE "STUNUM-REGISTER.txt".
         05 FILLER PIC X(26) VALUE "RECEIPT-CONTROL.txt".
         05 FILLER PIC X(26) VALUE "CHEQUE-CONTROL.txt".
         05 FILLER PIC X(26) VALUE "PAYHIST-INDEX.txt".
         05 FILLER PIC X(26) VALUE "TAX-RULES.txt".
         05 FILLER PIC X(26) VALUE "HEALTH-PLAN-FEE.txt".
         05 FILLER PIC X(26) VALUE "HEALTH-OPTOUT.txt".
         05 FILLER PIC X(26) VALUE "TRANSFER-CREDITS.txt".
         05 FILLER PIC X(26) VALUE "COURSE-EQUIVALENCY.txt".
         05 FILLER PIC X(26) VALUE "PROGRAM-REQUIREMENTS.txt".
         05 FILLER PIC X(26) VALUE "NOTIFY-OPTOUT.txt".
       01 MASTER-NAME-TABLE-R REDEFINES MASTER-NAME-TABLE.
         05 MASTER-NAME PIC X(26) OCCURS 48 TIMES.

      * where the personal fields sit in each scrambled master - file
      * number on MASTER-NAME-TABLE, starting byte, length. Kept in
      * step with the owning programs' FDs: STUFILE3 name (Project3),
      * Student.txt first/initial/last, street, city, postal code
      * (Lab2), TERMHIST name (Project18), contact value (Project59),
      * former/new name (Project58), bank account (Project43), plates
      * (Lab6, Project137, Project33), cheque payee (Project10),
      * applicant name and address (Project110), instructor name
      * (Project92)
       01 SCRAMBLE-FIELD-TABLE.
         05 FILLER PIC X(8) VALUE "01014040".
         05 FILLER PIC X(8) VALUE "02031015".
         05 FILLER PIC X(8) VALUE "02046002".
         05 FILLER PIC X(8) VALUE "02048028".
         05 FILLER PIC X(8) VALUE "02076025".
         05 FILLER PIC X(8) VALUE "02101015".
         05 FILLER PIC X(8) VALUE "02131007".
         05 FILLER PIC X(8) VALUE "03013040".
         05 FILLER PIC X(8) VALUE "04008040".
         05 FILLER PIC X(8) VALUE "05007040".
         05 FILLER PIC X(8) VALUE "05047040".
         05 FILLER PIC X(8) VALUE "06015012".
         05 FILLER PIC X(8) VALUE "07043008".
         05 FILLER PIC X(8) VALUE "07053008".
         05 FILLER PIC X(8) VALUE "08001008".
         05 FILLER PIC X(8) VALUE "09013008".
         05 FILLER PIC X(8) VALUE "10013008".
         05 FILLER PIC X(8) VALUE "11028040".
         05 FILLER PIC X(8) VALUE "12027015".
         05 FILLER PIC X(8) VALUE "12042002".
         05 FILLER PIC X(8) VALUE "12044028".
         05 FILLER PIC X(8) VALUE "12072025".
         05 FILLER PIC X(8) VALUE "12097015".
         05 FILLER PIC X(8) VALUE "12127007".
         05 FILLER PIC X(8) VALUE "13007030".
       01 SCRAMBLE-FIELD-TABLE-R REDEFINES SCRAMBLE-FIELD-TABLE.
         05 SCRAMBLE-FIELD-ENTRY OCCURS 25 TIMES.
           10 SFT-FILE-NUMBER PIC 9(2).
           10 SFT-START PIC 9(3).
           10 SFT-LENGTH PIC 9(3).

       01 COPY-CONTROL-FIELDS.
         05 FILE-SUB PIC 9(2).
         05 FIELD-SUB PIC 9(2).
         05 COPY-COUNT PIC 9(6).
         05 FILE-FIELD-COUNT PIC 9(6).
         05 FILES-COPIED PIC 9(3) VALUE 0.
         05 RECORDS-COPIED PIC 9(8) VALUE 0.
         05 FIELDS-SCRAMBLED PIC 9(8) VALUE 0.
         05 REFRESH-OK-FLAG PIC X(1) VALUE 'Y'.
           88 REFRESH-IS-GOOD VALUE 'Y'.
         05 COPY-NOTE PIC X(20).

      * the tuition master's copy, proved the way PROJECT65 proves its
      * snapshot - here the hash is checked as well as the count
       01 TUITION-PROOF-FIELDS.
         05 PROOF-COUNT PIC 9(6) VALUE 0.
         05 PROOF-HASH PIC S9(9)V99 VALUE 0.
         05 MCT-FOUND-FLAG PIC X(1) VALUE 'N'.
         05 MCT-COUNT-WORK PIC 9(6) VALUE 0.
         05 MCT-HASH-WORK PIC S9(9)V99 VALUE 0.
       01 TUITION-IMAGE.
         05 TUITION-IMAGE-AMOUNT PIC S9999V99
             SIGN IS TRAILING SEPARATE CHARACTER.

      * the scramble - each run of letters/digits is one word; its
      * key is built from every character in it plus the refresh key,
      * then each character is shifted within its own class (upper,
      * lower, digit) by an amount taken from the key and its
      * position. Same word, same key, same result, in any file and
      * in either case; spaces, '@', '.', '-' and the like stay put
      * so an e-mail still looks like one and a postal code keeps
      * its shape
       01 ALPHABET-FIELDS.
         05 UPPER-LETTERS PIC X(26)
             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         05 UPPER-LETTER-R REDEFINES UPPER-LETTERS
             PIC X(1) OCCURS 26 TIMES.
         05 LOWER-LETTERS PIC X(26)
             VALUE "abcdefghijklmnopqrstuvwxyz".
         05 LOWER-LETTER-R REDEFINES LOWER-LETTERS
             PIC X(1) OCCURS 26 TIMES.
         05 DIGIT-CHARACTERS PIC X(10) VALUE "0123456789".
         05 DIGIT-CHARACTER-R REDEFINES DIGIT-CHARACTERS
             PIC X(1) OCCURS 10 TIMES.

       01 SCRAMBLE-FIELDS.
         05 SCRAMBLE-TEXT PIC X(40).
         05 SCRAMBLE-LENGTH PIC 9(3).
         05 SCRAMBLE-POS PIC 9(3).
         05 WORD-START PIC 9(3).
         05 WORD-END PIC 9(3).
         05 WORD-POS PIC 9(3).
         05 SCRAMBLE-CHAR PIC X(1).
         05 CHAR-CLASS PIC X(1).
           88 CHAR-IS-UPPER VALUE 'U'.
           88 CHAR-IS-LOWER VALUE 'L'.
           88 CHAR-IS-DIGIT VALUE 'D'.
           88 CHAR-IS-OTHER VALUE 'O'.
         05 CHAR-INDEX PIC 9(2).
         05 ALPHA-SUB PIC 9(2).
         05 WORD-KEY PIC 9(9) COMP.
         05 WORD-KEY-WORK PIC 9(12) COMP.
         05 KEY-STEP PIC 9(3) COMP.
         05 SHIFT-WORK PIC 9(12) COMP.
         05 SHIFT-QUOTIENT PIC 9(12) COMP.
         05 SHIFT-AMOUNT PIC 9(2).

       01 REFRESH-LOG-HEADING.
         05 FILLER PIC X(27) VALUE "TEST TREE REFRESH RUN DATE ".
         05 RLH-RUN-DATE PIC 9(8).
         05 FILLER PIC X(11) VALUE "  OPERATOR ".
         05 RLH-OPERATOR PIC X(8).
         05 FILLER PIC X(10) VALUE "  FROM ..\".

       01 REFRESH-LOG-DETAIL.
         05 RLD-MASTER-NAME PIC X(26).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RLD-RECORDS PIC ZZZZZ9.
         05 FILLER PIC X(9) VALUE " RECORDS ".
         05 RLD-FIELDS PIC ZZZZZ9.
         05 FILLER PIC X(20) VALUE " FIELDS SCRAMBLED   ".
         05 RLD-NOTE PIC X(20).

       01 REFRESH-LOG-TOTAL.
         05 FILLER PIC X(14) VALUE "FILES COPIED: ".
         05 RLT-FILES PIC ZZ9.
         05 FILLER PIC X(12) VALUE "  RECORDS: ".
         05 RLT-RECORDS PIC ZZZZZZZ9.
         05 FILLER PIC X(12) VALUE "  SCRAMBLED:".
         05 RLT-FIELDS PIC ZZZZZZZ9.
         05 FILLER PIC X(10) VALUE "  STATUS: ".
         05 RLT-STATUS PIC X(10).

       01 LOCK-FIELDS.
         05 LCK-DATE-RAW.
           10 LCK-YY PIC 99.
           10 LCK-MM PIC 99.
           10 LCK-DD PIC 99.
         05 LCK-TIME-RAW.
           10 LCK-HH PIC 99.
           10 LCK-MIN PIC 99.
           10 LCK-SS PIC 99.
           10 FILLER PIC 9(2).
         05 LCK-STAMP.
           10 LCK-STAMP-MM PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 LCK-STAMP-DD PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 LCK-STAMP-YY PIC 99.
           10 FILLER PIC X VALUE SPACE.
           10 LCK-STAMP-HH PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 LCK-STAMP-MIN PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 LCK-STAMP-SS PIC 99.

      * each failure logged; kept in step with the other signing-on
      * programs
       01 SIGNON-FIELDS.
         05 OPERATOR-FILE-STATUS PIC X(2).
         05 SIGNON-LOG-STATUS PIC X(2).
         05 ENTRY-OPERATOR-ID PIC X(8).
         05 ENTRY-PASSWORD PIC X(8).
         05 SIGNON-OK-FLAG PIC X(1) VALUE 'N'.
           88 SIGNED-ON VALUE 'Y'.
         05 SIGNON-ATTEMPTS PIC 9(1) VALUE 0.
         05 OPERATOR-EOF-FLG PIC X(1).
         05 SIGNON-MATCH-FLAG PIC X(1).
           88 OPERATOR-MATCHED VALUE 'Y'.
         05 SIGNON-FAIL-REASON PIC X(30).

      * the operator master held whole for the sign-on - the lockout
      * and forced password change write straight back to
      * OPERATOR.txt, so an abend cannot lose them
       01 OPERATOR-SIGNON-TABLE.
         05 OPS-ENTRY OCCURS 1 TO 100 TIMES
             DEPENDING ON OPS-COUNT.
           10 OPS-ID PIC X(8).
           10 OPS-NAME PIC X(20).
           10 OPS-PASSWORD PIC X(8).
           10 OPS-ROLE PIC X(1).
           10 OPS-ACTIVE PIC X(1).
           10 OPS-PASSWORD-DATE PIC 9(8).
           10 OPS-FAIL-COUNT PIC 9(1).
           10 OPS-LOCKED-FLAG PIC X(1).
           10 OPS-OLD-PASSWORD-1 PIC X(8).
           10 OPS-OLD-PASSWORD-2 PIC X(8).
           10 OPS-OLD-PASSWORD-3 PIC X(8).

       01 OPERATOR-SIGNON-VARIABLES.
         05 OPS-COUNT PIC 9(3) VALUE 0.
         05 OPS-SUB PIC 9(3).
         05 OPS-MATCH-SUB PIC 9(3) VALUE 0.

      * password policy, kept in step across the signing-on programs
       01 PASSWORD-POLICY.
         05 PASSWORD-MAX-DAYS PIC 9(3) VALUE 90.
         05 LOCKOUT-AFTER-FAILS PIC 9(1) VALUE 3.
         05 PASSWORD-AGE-DAYS PIC S9(7).
         05 NEW-PASSWORD-ENTRY PIC X(8).
         05 PWD-TODAY PIC 9(8).
         05 PASSWORD-REUSED-FLAG PIC X(1).
           88 PASSWORD-REUSED VALUE 'Y'.

       01 SIGNON-TIME-FIELDS.
         05 SIGNON-DATE-RAW.
           10 SIGNON-YY PIC 99.
           10 SIGNON-MM PIC 99.
           10 SIGNON-DD PIC 99.
         05 SIGNON-TIME-RAW.
           10 SIGNON-HH PIC 99.
           10 SIGNON-MIN PIC 99.
           10 SIGNON-SS PIC 99.
           10 FILLER PIC 9(2).
         05 SIGNON-STAMP.
           10 SIGNON-STAMP-MM PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 SIGNON-STAMP-DD PIC 99.
           10 FILLER PIC X VALUE '/'.
           10 SIGNON-STAMP-YY PIC 99.
           10 FILLER PIC X VALUE SPACE.
           10 SIGNON-STAMP-HH PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 SIGNON-STAMP-MIN PIC 99.
           10 FILLER PIC X VALUE ':'.
           10 SIGNON-STAMP-SS PIC 99.

       PROCEDURE DIVISION.
      * main procedure - check this tree is production, sign the
      * supervisor on, take and check the test tree, then copy the
      * set under the master lock and prove the tuition master
       100-REFRESH-TEST-TREE.
           PERFORM 220-CHECK-SOURCE-TREE.
           PERFORM 250-SIGN-ON.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM 200-TAKE-REQUEST.
           PERFORM 210-CHECK-TARGET-TREE.

           DISPLAY "OVERWRITE THE MASTERS IN " TARGET-TREE
             " WITH A SCRAMBLED COPY? (Y/N):".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER IS NOT EQUAL TO 'Y'
               DISPLAY "REFRESH NOT CONFIRMED - NOTHING COPIED"
               STOP RUN
           END-IF.

           PERFORM 260-ACQUIRE-MASTER-LOCK.
           PERFORM 230-OPEN-REFRESH-LOG.

           PERFORM 300-COPY-ONE-MASTER
               VARYING FILE-SUB FROM 1 BY 1
               UNTIL FILE-SUB > 48.
           PERFORM 400-COPY-PAYMENT-HISTORY.
           PERFORM 261-RELEASE-MASTER-LOCK.

           PERFORM 500-PROVE-TUITION-COPY.
           PERFORM 510-CLOSE-REFRESH-LOG.
           PERFORM 520-LOG-THE-REFRESH.

           IF REFRESH-IS-GOOD
               DISPLAY "TEST TREE " TARGET-TREE " REFRESHED - "
                 FILES-COPIED " FILE(S), " RECORDS-COPIED
                 " RECORD(S)"
           ELSE
               DISPLAY "*** TEST TREE REFRESHED BUT FAILED "
                 "VERIFICATION - SEE TEST-REFRESH-LOG.txt ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "REBUILD THE INDEXED COPIES (ADDRIDX.DAT, "
             "STUIDX3.DAT, CARIDX6.DAT) IN THE TEST TREE ON ITS "
             "NEXT RUNS".
           STOP RUN.

      * the key is not kept anywhere - a scramble cannot be undone
      * from the programs or the log
           200-TAKE-REQUEST.
               DISPLAY "ENTER TEST TREE (E.G. ..\TEST\):".
               ACCEPT TARGET-TREE.
               IF TARGET-TREE IS EQUAL TO SPACES
                   OR TARGET-TREE IS EQUAL TO "..\"
                   OR TARGET-TREE IS EQUAL TO ".."
                   DISPLAY "THE TEST TREE MUST BE A DIFFERENT "
                     "DIRECTORY FROM THESE MASTERS"
                   STOP RUN
               END-IF.

               DISPLAY "ENTER 6-DIGIT REFRESH KEY:".
               ACCEPT REFRESH-KEY-ENTRY.
               IF REFRESH-KEY-ENTRY IS NOT NUMERIC
                   DISPLAY "REFRESH KEY MUST BE 6 DIGITS"
                   STOP RUN
               END-IF.
               MOVE REFRESH-KEY-ENTRY TO REFRESH-KEY.
               IF REFRESH-KEY IS EQUAL TO ZERO
                   DISPLAY "REFRESH KEY MAY NOT BE ZERO"
                   STOP RUN
               END-IF.
               DIVIDE REFRESH-KEY BY 97 GIVING SHIFT-QUOTIENT
                   REMAINDER KEY-STEP.
               ADD 3 TO KEY-STEP.

      * nothing is written anywhere whose own profile does not say
      * TEST - a missing profile is not good enough here, and a test
      * tree with a run in progress is left alone
           210-CHECK-TARGET-TREE.
               MOVE SPACES TO TARGET-PROFILE-NAME.
               STRING TARGET-TREE DELIMITED BY SPACE
                   "ENVPROFILE.txt" DELIMITED BY SIZE
                   INTO TARGET-PROFILE-NAME
               END-STRING.
               OPEN INPUT TARGET-PROFILE-FILE.
               IF TARGET-PROFILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "NO ENVPROFILE.txt IN " TARGET-TREE
                     " - REFRESH REFUSED"
                   STOP RUN
               END-IF.
               MOVE SPACES TO TARGET-PROFILE-RECORD.
               READ TARGET-PROFILE-FILE
                   AT END
                       CONTINUE
               END-READ.
               CLOSE TARGET-PROFILE-FILE.
               IF TGT-ENV-MODE IS NOT EQUAL TO "TEST"
                   DISPLAY TARGET-TREE " IS NOT MARKED TEST - "
                     "REFRESH REFUSED"
                   STOP RUN
               END-IF.

               MOVE SPACES TO TARGET-LOCK-NAME.
               STRING TARGET-TREE DELIMITED BY SPACE
                   "STUFILE3-LOCK.txt" DELIMITED BY SIZE
                   INTO TARGET-LOCK-NAME
               END-STRING.
               OPEN INPUT TARGET-LOCK-FILE.
               IF TARGET-LOCK-STATUS IS EQUAL TO "00"
                   READ TARGET-LOCK-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           DISPLAY "THE TEST TREE IS IN USE BY "
                             TLK-PROGRAM " (OPERATOR " TLK-OPERATOR
                             ") SINCE " TLK-START-STAMP
                           CLOSE TARGET-LOCK-FILE
                           STOP RUN
                   END-READ
                   CLOSE TARGET-LOCK-FILE
               END-IF.

      * the refresh copies production down, never sideways - a tree
      * with no profile is production by the usual rule
           220-CHECK-SOURCE-TREE.
               OPEN INPUT ENV-PROFILE-FILE.
               IF ENV-PROFILE-STATUS IS EQUAL TO "00"
                   MOVE "PRODUCTION" TO ENV-MODE
                   READ ENV-PROFILE-FILE
                       AT END
                           MOVE "PRODUCTION" TO ENV-MODE
                   END-READ
                   CLOSE ENV-PROFILE-FILE
               ELSE
                   MOVE "PRODUCTION" TO ENV-MODE
               END-IF.
               DISPLAY "*** " ENV-MODE " ENVIRONMENT ***".
               IF ENV-MODE IS NOT EQUAL TO "PRODUCTION"
                   DISPLAY "TEST TREES ARE REFRESHED FROM THE "
                     "PRODUCTION MASTERS ONLY - RUN STOPPED"
                   STOP RUN
               END-IF.

           230-OPEN-REFRESH-LOG.
               MOVE SPACES TO REFRESH-LOG-NAME.
               STRING TARGET-TREE DELIMITED BY SPACE
                   "TEST-REFRESH-LOG.txt" DELIMITED BY SIZE
                   INTO REFRESH-LOG-NAME
               END-STRING.
               OPEN OUTPUT REFRESH-LOG.
               IF REFRESH-LOG-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN " REFRESH-LOG-NAME
                     " - STATUS " REFRESH-LOG-STATUS
                   PERFORM 261-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF.
               MOVE RUN-DATE-RAW TO RLH-RUN-DATE.
               MOVE OPERATOR-ID TO RLH-OPERATOR.
               WRITE REFRESH-LOG-LINE FROM REFRESH-LOG-HEADING.

      * one master copied whole, its personal fields scrambled on the
      * way - a master not held here goes across as an empty file,
      * which is also a true picture of it
           300-COPY-ONE-MASTER.
               MOVE MASTER-NAME(FILE-SUB) TO MASTER-NAME-WORK.
               MOVE SPACES TO SOURCE-FILE-NAME.
               STRING "..\" DELIMITED BY SIZE
                   MASTER-NAME-WORK DELIMITED BY SPACE
                   INTO SOURCE-FILE-NAME
               END-STRING.
               MOVE SPACES TO TARGET-FILE-NAME.
               STRING TARGET-TREE DELIMITED BY SPACE
                   MASTER-NAME-WORK DELIMITED BY SPACE
                   INTO TARGET-FILE-NAME
               END-STRING.
               PERFORM 310-COPY-ONE-FILE.

      * shared by the masters and the yearly payment segments
           310-COPY-ONE-FILE.
               MOVE ZERO TO COPY-COUNT.
               MOVE ZERO TO FILE-FIELD-COUNT.
               MOVE SPACES TO COPY-NOTE.
               MOVE 'N' TO COPY-EOF-FLG.

               OPEN OUTPUT TARGET-FILE.
               IF TARGET-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN " TARGET-FILE-NAME
                     " - STATUS " TARGET-FILE-STATUS
                   MOVE 'N' TO REFRESH-OK-FLAG
                   MOVE "NOT WRITTEN" TO COPY-NOTE
               ELSE
                   OPEN INPUT SOURCE-FILE
                   IF SOURCE-FILE-STATUS IS EQUAL TO "35"
                       MOVE 'Y' TO COPY-EOF-FLG
                       MOVE "NONE HELD - EMPTIED" TO COPY-NOTE
                   ELSE IF SOURCE-FILE-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN " SOURCE-FILE-NAME
                         " - STATUS " SOURCE-FILE-STATUS
                       MOVE 'N' TO REFRESH-OK-FLAG
                       MOVE 'Y' TO COPY-EOF-FLG
                       MOVE "SOURCE UNREADABLE" TO COPY-NOTE
                   END-IF
                   END-IF

                   PERFORM 311-COPY-ONE-RECORD
                       UNTIL COPY-EOF-FLG IS EQUAL TO 'Y'

                   IF SOURCE-FILE-STATUS IS NOT EQUAL TO "35"
                       CLOSE SOURCE-FILE
                   END-IF
                   CLOSE TARGET-FILE
                   ADD 1 TO FILES-COPIED
               END-IF.

               MOVE SPACES TO REFRESH-LOG-DETAIL.
               MOVE MASTER-NAME-WORK TO RLD-MASTER-NAME.
               MOVE COPY-COUNT TO RLD-RECORDS.
               MOVE FILE-FIELD-COUNT TO RLD-FIELDS.
               MOVE COPY-NOTE TO RLD-NOTE.
               WRITE REFRESH-LOG-LINE FROM REFRESH-LOG-DETAIL.

               311-COPY-ONE-RECORD.
                   READ SOURCE-FILE
                       AT END
                           MOVE 'Y' TO COPY-EOF-FLG
                       NOT AT END
                           MOVE SOURCE-RECORD TO TARGET-RECORD
                           PERFORM 320-SCRAMBLE-ONE-FIELD
                               VARYING FIELD-SUB FROM 1 BY 1
                               UNTIL FIELD-SUB > 25
                           IF FILE-SUB IS EQUAL TO 1
                               PERFORM 330-ADD-TO-TUITION-PROOF
                           END-IF
                           WRITE TARGET-RECORD
                           ADD 1 TO COPY-COUNT
                           ADD 1 TO RECORDS-COPIED
                   END-READ.

      * the payment segments run with FILE-SUB past the table, so
      * no field entry ever matches them
           320-SCRAMBLE-ONE-FIELD.
               IF SFT-FILE-NUMBER(FIELD-SUB) IS EQUAL TO FILE-SUB
                   MOVE SPACES TO SCRAMBLE-TEXT
                   MOVE SFT-LENGTH(FIELD-SUB) TO SCRAMBLE-LENGTH
                   MOVE TARGET-RECORD(SFT-START(FIELD-SUB):
                       SFT-LENGTH(FIELD-SUB)) TO SCRAMBLE-TEXT
                   IF SCRAMBLE-TEXT IS NOT EQUAL TO SPACES
                       PERFORM 700-SCRAMBLE-TEXT
                       MOVE SCRAMBLE-TEXT(1:SFT-LENGTH(FIELD-SUB))
                         TO TARGET-RECORD(SFT-START(FIELD-SUB):
                           SFT-LENGTH(FIELD-SUB))
                       ADD 1 TO FILE-FIELD-COUNT
                       ADD 1 TO FIELDS-SCRAMBLED
                   END-IF
               END-IF.

      * student number, then the signed tuition owed - the control
      * record's count and hash are over exactly these
           330-ADD-TO-TUITION-PROOF.
               ADD 1 TO PROOF-COUNT.
               MOVE TARGET-RECORD(7:7) TO TUITION-IMAGE.
               IF TUITION-IMAGE-AMOUNT IS NUMERIC
                   ADD TUITION-IMAGE-AMOUNT TO PROOF-HASH
               END-IF.

      * every year PAYHIST-INDEX.txt lists, as it stands - payments
      * carry numbers and amounts only
           400-COPY-PAYMENT-HISTORY.
               MOVE 49 TO FILE-SUB.
               OPEN INPUT PAYHIST-INDEX-FILE.
               IF PAYHIST-INDEX-STATUS IS EQUAL TO "00"
                   MOVE 'N' TO INDEX-EOF-FLG
                   PERFORM 401-COPY-ONE-YEAR
                       UNTIL INDEX-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE PAYHIST-INDEX-FILE
               END-IF.

               401-COPY-ONE-YEAR.
                   READ PAYHIST-INDEX-FILE
                       AT END
                           MOVE 'Y' TO INDEX-EOF-FLG
                       NOT AT END
                           IF PHX-YEAR IS NUMERIC
                               MOVE SPACES TO MASTER-NAME-WORK
                               STRING "PAYMENT-HISTORY-"
                                   DELIMITED BY SIZE
                                   PHX-YEAR DELIMITED BY SIZE
                                   ".txt" DELIMITED BY SIZE
                                   INTO MASTER-NAME-WORK
                               END-STRING
                               MOVE SPACES TO SOURCE-FILE-NAME
                               STRING "..\" DELIMITED BY SIZE
                                   MASTER-NAME-WORK DELIMITED BY SPACE
                                   INTO SOURCE-FILE-NAME
                               END-STRING
                               MOVE SPACES TO TARGET-FILE-NAME
                               STRING TARGET-TREE DELIMITED BY SPACE
                                   MASTER-NAME-WORK DELIMITED BY SPACE
                                   INTO TARGET-FILE-NAME
                               END-STRING
                               PERFORM 310-COPY-ONE-FILE
                           END-IF
                   END-READ.

      * the copy has to hold exactly what its own control record says
      * the master holds - scrambling names never moves either figure
           500-PROVE-TUITION-COPY.
               OPEN INPUT MASTER-CONTROL-FILE.
               IF MASTER-CONTROL-STATUS IS EQUAL TO "00"
                   READ MASTER-CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 'Y' TO MCT-FOUND-FLAG
                           MOVE MCT-RECORD-COUNT TO MCT-COUNT-WORK
                           MOVE MCT-HASH-TOTAL TO MCT-HASH-WORK
                   END-READ
                   CLOSE MASTER-CONTROL-FILE
               END-IF.

               IF MCT-FOUND-FLAG IS EQUAL TO 'Y'
                   IF MCT-COUNT-WORK IS NOT EQUAL TO PROOF-COUNT
                       OR MCT-HASH-WORK IS NOT EQUAL TO PROOF-HASH
                       DISPLAY "STUFILE3 COPY HOLDS " PROOF-COUNT
                         " RECORD(S), HASH " PROOF-HASH
                       DISPLAY "CONTROL SAYS " MCT-COUNT-WORK
                         " RECORD(S), HASH " MCT-HASH-WORK
                       MOVE 'N' TO REFRESH-OK-FLAG
                   END-IF
               ELSE
                   DISPLAY "NO STUFILE3-CONTROL.txt - TUITION COPY "
                     "NOT PROVED"
               END-IF.

           510-CLOSE-REFRESH-LOG.
               MOVE FILES-COPIED TO RLT-FILES.
               MOVE RECORDS-COPIED TO RLT-RECORDS.
               MOVE FIELDS-SCRAMBLED TO RLT-FIELDS.
               IF REFRESH-IS-GOOD
                   MOVE "COMPLETE" TO RLT-STATUS
               ELSE
                   MOVE "SUSPECT" TO RLT-STATUS
               END-IF.
               WRITE REFRESH-LOG-LINE FROM REFRESH-LOG-TOTAL.
               CLOSE REFRESH-LOG.

           520-LOG-THE-REFRESH.
               OPEN EXTEND REFRESH-HISTORY-FILE.
               IF REFRESH-HISTORY-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT REFRESH-HISTORY-FILE
               END-IF.
               IF REFRESH-HISTORY-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN TEST-REFRESH-HISTORY.txt - "
                     "STATUS " REFRESH-HISTORY-STATUS
                   STOP RUN
               END-IF.
               MOVE RUN-DATE-RAW TO RFH-REFRESH-DATE.
               MOVE OPERATOR-ID TO RFH-OPERATOR-ID.
               MOVE TARGET-TREE TO RFH-TARGET-TREE.
               MOVE FILES-COPIED TO RFH-FILES-COPIED.
               MOVE RECORDS-COPIED TO RFH-RECORDS-COPIED.
               MOVE FIELDS-SCRAMBLED TO RFH-FIELDS-SCRAMBLED.
               IF REFRESH-IS-GOOD
                   MOVE 'C' TO RFH-STATUS
               ELSE
                   MOVE 'S' TO RFH-STATUS
               END-IF.
               WRITE REFRESH-HISTORY-RECORD.
               CLOSE REFRESH-HISTORY-FILE.

      * walk the field; each run of letters/digits is scrambled as one
      * word when the run ends
           700-SCRAMBLE-TEXT.
               MOVE ZERO TO WORD-START.
               PERFORM 701-SCAN-ONE-CHARACTER
                   VARYING SCRAMBLE-POS FROM 1 BY 1
                   UNTIL SCRAMBLE-POS > SCRAMBLE-LENGTH.
               IF WORD-START IS GREATER THAN ZERO
                   MOVE SCRAMBLE-LENGTH TO WORD-END
                   PERFORM 710-SCRAMBLE-ONE-WORD
               END-IF.

               701-SCAN-ONE-CHARACTER.
                   MOVE SCRAMBLE-TEXT(SCRAMBLE-POS:1)
                     TO SCRAMBLE-CHAR.
                   PERFORM 720-CLASSIFY-CHARACTER.
                   IF CHAR-IS-OTHER
                       IF WORD-START IS GREATER THAN ZERO
                           COMPUTE WORD-END = SCRAMBLE-POS - 1
                           PERFORM 710-SCRAMBLE-ONE-WORD
                           MOVE ZERO TO WORD-START
                       END-IF
                   ELSE
                       IF WORD-START IS EQUAL TO ZERO
                           MOVE SCRAMBLE-POS TO WORD-START
                       END-IF
                   END-IF.

      * first pass builds the word's key from all of its characters,
      * second pass shifts each one - changing any letter of a word
      * changes the whole of its result
           710-SCRAMBLE-ONE-WORD.
               MOVE REFRESH-KEY TO WORD-KEY.
               PERFORM 711-ADD-ONE-TO-KEY
                   VARYING WORD-POS FROM WORD-START BY 1
                   UNTIL WORD-POS > WORD-END.
               PERFORM 712-SHIFT-ONE-CHARACTER
                   VARYING WORD-POS FROM WORD-START BY 1
                   UNTIL WORD-POS > WORD-END.

               711-ADD-ONE-TO-KEY.
                   MOVE SCRAMBLE-TEXT(WORD-POS:1) TO SCRAMBLE-CHAR.
                   PERFORM 720-CLASSIFY-CHARACTER.
                   COMPUTE WORD-KEY-WORK =
                       WORD-KEY * 31 + CHAR-INDEX + 7.
                   DIVIDE WORD-KEY-WORK BY 999983
                       GIVING SHIFT-QUOTIENT REMAINDER WORD-KEY.

               712-SHIFT-ONE-CHARACTER.
                   MOVE SCRAMBLE-TEXT(WORD-POS:1) TO SCRAMBLE-CHAR.
                   PERFORM 720-CLASSIFY-CHARACTER.
                   COMPUTE SHIFT-WORK = WORD-KEY
                       + (WORD-POS - WORD-START + 1) * KEY-STEP.
                   IF CHAR-IS-DIGIT
                       DIVIDE SHIFT-WORK BY 9
                           GIVING SHIFT-QUOTIENT REMAINDER SHIFT-AMOUNT
                       ADD 1 TO SHIFT-AMOUNT
                       ADD SHIFT-AMOUNT TO CHAR-INDEX
                       IF CHAR-INDEX IS GREATER THAN 10
                           SUBTRACT 10 FROM CHAR-INDEX
                       END-IF
                       MOVE DIGIT-CHARACTER-R(CHAR-INDEX)
                         TO SCRAMBLE-TEXT(WORD-POS:1)
                   ELSE
                       DIVIDE SHIFT-WORK BY 25
                           GIVING SHIFT-QUOTIENT REMAINDER SHIFT-AMOUNT
                       ADD 1 TO SHIFT-AMOUNT
                       ADD SHIFT-AMOUNT TO CHAR-INDEX
                       IF CHAR-INDEX IS GREATER THAN 26
                           SUBTRACT 26 FROM CHAR-INDEX
                       END-IF
                       IF CHAR-IS-UPPER
                           MOVE UPPER-LETTER-R(CHAR-INDEX)
                             TO SCRAMBLE-TEXT(WORD-POS:1)
                       ELSE
                           MOVE LOWER-LETTER-R(CHAR-INDEX)
                             TO SCRAMBLE-TEXT(WORD-POS:1)
                       END-IF
                   END-IF.

      * class and position within the class - 'A' and 'a' both come
      * back 1, '0' comes back 1
           720-CLASSIFY-CHARACTER.
               MOVE 'O' TO CHAR-CLASS.
               MOVE ZERO TO CHAR-INDEX.
               PERFORM 721-CHECK-ONE-LETTER
                   VARYING ALPHA-SUB FROM 1 BY 1
                   UNTIL ALPHA-SUB > 26
                   OR NOT CHAR-IS-OTHER.
               IF CHAR-IS-OTHER
                   PERFORM 722-CHECK-ONE-DIGIT
                       VARYING ALPHA-SUB FROM 1 BY 1
                       UNTIL ALPHA-SUB > 10
                       OR NOT CHAR-IS-OTHER
               END-IF.

               721-CHECK-ONE-LETTER.
                   IF SCRAMBLE-CHAR IS EQUAL TO
                       UPPER-LETTER-R(ALPHA-SUB)
                       MOVE 'U' TO CHAR-CLASS
                       MOVE ALPHA-SUB TO CHAR-INDEX
                   ELSE IF SCRAMBLE-CHAR IS EQUAL TO
                       LOWER-LETTER-R(ALPHA-SUB)
                       MOVE 'L' TO CHAR-CLASS
                       MOVE ALPHA-SUB TO CHAR-INDEX
                   END-IF
                   END-IF.

               722-CHECK-ONE-DIGIT.
                   IF SCRAMBLE-CHAR IS EQUAL TO
                       DIGIT-CHARACTER-R(ALPHA-SUB)
                       MOVE 'D' TO CHAR-CLASS
                       MOVE ALPHA-SUB TO CHAR-INDEX
                   END-IF.

      * take the master lock or stop - same convention as the other
      * STUFILE3.txt programs; nothing here is written while the copy
      * is taken, so the set is one point in time
           260-ACQUIRE-MASTER-LOCK.
               OPEN INPUT MASTER-LOCK-FILE.
               IF LOCK-FILE-STATUS IS EQUAL TO "00"
                   READ MASTER-LOCK-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           DISPLAY "STUFILE3.txt IS IN USE BY "
                             LCK-PROGRAM " (OPERATOR " LCK-OPERATOR
                             ") SINCE " LCK-START-STAMP
                           DISPLAY "IF THAT RUN ABENDED, CLEAR THE "
                             "LOCK WITH PROJECT25"
                           CLOSE MASTER-LOCK-FILE
                           STOP RUN
                   END-READ
                   CLOSE MASTER-LOCK-FILE
               END-IF.

               ACCEPT LCK-DATE-RAW FROM DATE.
               ACCEPT LCK-TIME-RAW FROM TIME.
               MOVE LCK-MM TO LCK-STAMP-MM.
               MOVE LCK-DD TO LCK-STAMP-DD.
               MOVE LCK-YY TO LCK-STAMP-YY.
               MOVE LCK-HH TO LCK-STAMP-HH.
               MOVE LCK-MIN TO LCK-STAMP-MIN.
               MOVE LCK-SS TO LCK-STAMP-SS.

               OPEN OUTPUT MASTER-LOCK-FILE.
               IF LOCK-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN STUFILE3-LOCK.txt - "
                     "STATUS " LOCK-FILE-STATUS
                   STOP RUN
               END-IF.
               MOVE "PROJ144" TO LCK-PROGRAM.
               MOVE OPERATOR-ID TO LCK-OPERATOR.
               MOVE LCK-STAMP TO LCK-START-STAMP.
               WRITE MASTER-LOCK-RECORD.
               CLOSE MASTER-LOCK-FILE.

           261-RELEASE-MASTER-LOCK.
               OPEN OUTPUT MASTER-LOCK-FILE.
               CLOSE MASTER-LOCK-FILE.

           250-SIGN-ON.
               OPEN INPUT OPERATOR-FILE.
               IF OPERATOR-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN OPERATOR.txt - STATUS "
                     OPERATOR-FILE-STATUS
                   STOP RUN
               ELSE
                   CLOSE OPERATOR-FILE
                   PERFORM 254-LOAD-OPERATOR-MASTER
                   PERFORM 251-TRY-ONE-SIGNON
                       UNTIL SIGNED-ON
                       OR SIGNON-ATTEMPTS IS NOT LESS THAN 3
                   IF NOT SIGNED-ON
                       DISPLAY "SIGN-ON FAILED - SESSION ENDED"
                       STOP RUN
                   END-IF
               END-IF.

               251-TRY-ONE-SIGNON.
                   ADD 1 TO SIGNON-ATTEMPTS.
                   DISPLAY "ENTER OPERATOR ID:".
                   ACCEPT ENTRY-OPERATOR-ID.
                   DISPLAY "ENTER PASSWORD:".
                   ACCEPT ENTRY-PASSWORD.

                   MOVE 'N' TO SIGNON-MATCH-FLAG.
                   MOVE 0 TO OPS-MATCH-SUB.
                   PERFORM 252-CHECK-ONE-OPERATOR
                       VARYING OPS-SUB FROM 1 BY 1
                       UNTIL OPS-SUB > OPS-COUNT
                       OR OPERATOR-MATCHED.

                   IF NOT OPERATOR-MATCHED
                       MOVE "ID/PASSWORD NOT RECOGNIZED"
                         TO SIGNON-FAIL-REASON
                       PERFORM 253-LOG-FAILED-ATTEMPT
                   ELSE IF OPS-LOCKED-FLAG(OPS-MATCH-SUB)
                       IS EQUAL TO 'Y'
                       MOVE "OPERATOR LOCKED - SEE SUPERVISOR"
                         TO SIGNON-FAIL-REASON
                       PERFORM 253-LOG-FAILED-ATTEMPT
                   ELSE IF OPS-PASSWORD(OPS-MATCH-SUB)
                       IS NOT EQUAL TO ENTRY-PASSWORD
                       PERFORM 256-COUNT-ONE-FAILURE
                       PERFORM 253-LOG-FAILED-ATTEMPT
                   ELSE IF OPS-ACTIVE(OPS-MATCH-SUB)
                       IS NOT EQUAL TO 'Y'
                       MOVE "OPERATOR DEACTIVATED"
                         TO SIGNON-FAIL-REASON
                       PERFORM 253-LOG-FAILED-ATTEMPT
                   ELSE IF OPS-ROLE(OPS-MATCH-SUB)
                       IS NOT EQUAL TO 'S'
                       MOVE "SUPERVISOR ROLE REQUIRED"
                         TO SIGNON-FAIL-REASON
                       PERFORM 253-LOG-FAILED-ATTEMPT
                   ELSE
      * a good sign-on resets the consecutive-failure count on disk,
      * not just in memory - failures must never accumulate across
      * sessions into a lockout
                       IF OPS-FAIL-COUNT(OPS-MATCH-SUB)
                           IS GREATER THAN ZERO
                           MOVE ZERO TO OPS-FAIL-COUNT(OPS-MATCH-SUB)
                           PERFORM 259-REWRITE-OPERATOR-MASTER
                       END-IF
                       PERFORM 257-CHECK-PASSWORD-AGE
                       MOVE 'Y' TO SIGNON-OK-FLAG
                       MOVE ENTRY-OPERATOR-ID TO OPERATOR-ID
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF.

      * the match is on the ID alone - the password verdict and the
      * failure counting happen above, so a wrong password still
      * finds the record whose count has to go up
               252-CHECK-ONE-OPERATOR.
                   IF OPS-ID(OPS-SUB) IS EQUAL TO ENTRY-OPERATOR-ID
                       MOVE 'Y' TO SIGNON-MATCH-FLAG
                       MOVE OPS-SUB TO OPS-MATCH-SUB
                   END-IF.

      * the master held whole for this session's checks - records
      * from before the aging fields existed default safe (expired
      * date, zero fails, unlocked)
               254-LOAD-OPERATOR-MASTER.
                   MOVE 0 TO OPS-COUNT.
                   MOVE 'N' TO OPERATOR-EOF-FLG.
                   OPEN INPUT OPERATOR-FILE.
                   PERFORM 255-LOAD-ONE-OPERATOR
                       UNTIL OPERATOR-EOF-FLG IS EQUAL TO 'Y'
                       OR OPS-COUNT IS EQUAL TO 100.
                   CLOSE OPERATOR-FILE.

               255-LOAD-ONE-OPERATOR.
                   READ OPERATOR-FILE
                       AT END
                           MOVE 'Y' TO OPERATOR-EOF-FLG
                       NOT AT END
                           ADD 1 TO OPS-COUNT
                           MOVE OPR-ID TO OPS-ID(OPS-COUNT)
                           MOVE OPR-NAME TO OPS-NAME(OPS-COUNT)
                           MOVE OPR-PASSWORD
                             TO OPS-PASSWORD(OPS-COUNT)
                           MOVE OPR-ROLE TO OPS-ROLE(OPS-COUNT)
                           MOVE OPR-ACTIVE TO OPS-ACTIVE(OPS-COUNT)
                           IF OPR-PASSWORD-DATE IS NUMERIC
                               MOVE OPR-PASSWORD-DATE
                                 TO OPS-PASSWORD-DATE(OPS-COUNT)
                           ELSE
                               MOVE ZERO
                                 TO OPS-PASSWORD-DATE(OPS-COUNT)
                           END-IF
                           IF OPR-FAIL-COUNT IS NUMERIC
                               MOVE OPR-FAIL-COUNT
                                 TO OPS-FAIL-COUNT(OPS-COUNT)
                           ELSE
                               MOVE ZERO TO OPS-FAIL-COUNT(OPS-COUNT)
                           END-IF
                           MOVE OPR-LOCKED-FLAG
                             TO OPS-LOCKED-FLAG(OPS-COUNT)
                           MOVE OPR-OLD-PASSWORD-1
                             TO OPS-OLD-PASSWORD-1(OPS-COUNT)
                           MOVE OPR-OLD-PASSWORD-2
                             TO OPS-OLD-PASSWORD-2(OPS-COUNT)
                           MOVE OPR-OLD-PASSWORD-3
                             TO OPS-OLD-PASSWORD-3(OPS-COUNT)
                   END-READ.

      * a third consecutive wrong password locks the ID on disk
      * right away
               256-COUNT-ONE-FAILURE.
                   ADD 1 TO OPS-FAIL-COUNT(OPS-MATCH-SUB).
                   IF OPS-FAIL-COUNT(OPS-MATCH-SUB)
                       IS NOT LESS THAN LOCKOUT-AFTER-FAILS
                       MOVE 'Y' TO OPS-LOCKED-FLAG(OPS-MATCH-SUB)
                       MOVE "LOCKED AFTER REPEATED FAILURES"
                         TO SIGNON-FAIL-REASON
                   ELSE
                       MOVE "ID/PASSWORD NOT RECOGNIZED"
                         TO SIGNON-FAIL-REASON
                   END-IF.
                   PERFORM 259-REWRITE-OPERATOR-MASTER.

      * an aged-out password (or one from before the dates existed)
      * must change before the session opens
               257-CHECK-PASSWORD-AGE.
                   ACCEPT PWD-TODAY FROM DATE YYYYMMDD.
                   IF OPS-PASSWORD-DATE(OPS-MATCH-SUB)
                       IS EQUAL TO ZERO
                       MOVE PASSWORD-MAX-DAYS TO PASSWORD-AGE-DAYS
                       ADD 1 TO PASSWORD-AGE-DAYS
                   ELSE
                       COMPUTE PASSWORD-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(PWD-TODAY)
                           - FUNCTION INTEGER-OF-DATE
                             (OPS-PASSWORD-DATE(OPS-MATCH-SUB))
                   END-IF.

                   IF PASSWORD-AGE-DAYS > PASSWORD-MAX-DAYS
                       DISPLAY "PASSWORD EXPIRED - A NEW ONE IS "
                         "REQUIRED NOW"
                       PERFORM 258-FORCE-PASSWORD-CHANGE
                   END-IF.

      * the new password may not match the current one or the last
      * three - the replaced one joins the reuse history
               258-FORCE-PASSWORD-CHANGE.
                   MOVE 'Y' TO PASSWORD-REUSED-FLAG.
                   PERFORM 2581-ACCEPT-NEW-PASSWORD
                       UNTIL NOT PASSWORD-REUSED.

                   MOVE OPS-OLD-PASSWORD-2(OPS-MATCH-SUB)
                     TO OPS-OLD-PASSWORD-3(OPS-MATCH-SUB).
                   MOVE OPS-OLD-PASSWORD-1(OPS-MATCH-SUB)
                     TO OPS-OLD-PASSWORD-2(OPS-MATCH-SUB).
                   MOVE OPS-PASSWORD(OPS-MATCH-SUB)
                     TO OPS-OLD-PASSWORD-1(OPS-MATCH-SUB).
                   MOVE NEW-PASSWORD-ENTRY
                     TO OPS-PASSWORD(OPS-MATCH-SUB).
                   MOVE PWD-TODAY
                     TO OPS-PASSWORD-DATE(OPS-MATCH-SUB).
                   PERFORM 259-REWRITE-OPERATOR-MASTER.
                   DISPLAY "PASSWORD CHANGED".

                   2581-ACCEPT-NEW-PASSWORD.
                       DISPLAY "ENTER NEW PASSWORD:".
                       ACCEPT NEW-PASSWORD-ENTRY.
                       MOVE 'N' TO PASSWORD-REUSED-FLAG.
                       IF NEW-PASSWORD-ENTRY IS EQUAL TO SPACES
                           OR NEW-PASSWORD-ENTRY IS EQUAL TO
                             OPS-PASSWORD(OPS-MATCH-SUB)
                           OR NEW-PASSWORD-ENTRY IS EQUAL TO
                             OPS-OLD-PASSWORD-1(OPS-MATCH-SUB)
                           OR NEW-PASSWORD-ENTRY IS EQUAL TO
                             OPS-OLD-PASSWORD-2(OPS-MATCH-SUB)
                           OR NEW-PASSWORD-ENTRY IS EQUAL TO
                             OPS-OLD-PASSWORD-3(OPS-MATCH-SUB)
                           DISPLAY "PASSWORD BLANK OR RECENTLY "
                             "USED - PICK ANOTHER"
                           MOVE 'Y' TO PASSWORD-REUSED-FLAG
                       END-IF.

               259-REWRITE-OPERATOR-MASTER.
                   OPEN OUTPUT OPERATOR-FILE.
                   IF OPERATOR-FILE-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN OPERATOR.txt - "
                         "STATUS " OPERATOR-FILE-STATUS
                       STOP RUN
                   END-IF.
                   PERFORM 2591-WRITE-ONE-OPERATOR
                       VARYING OPS-SUB FROM 1 BY 1
                       UNTIL OPS-SUB > OPS-COUNT.
                   CLOSE OPERATOR-FILE.

                   2591-WRITE-ONE-OPERATOR.
                       MOVE OPS-ID(OPS-SUB) TO OPR-ID.
                       MOVE OPS-NAME(OPS-SUB) TO OPR-NAME.
                       MOVE OPS-PASSWORD(OPS-SUB) TO OPR-PASSWORD.
                       MOVE OPS-ROLE(OPS-SUB) TO OPR-ROLE.
                       MOVE OPS-ACTIVE(OPS-SUB) TO OPR-ACTIVE.
                       MOVE OPS-PASSWORD-DATE(OPS-SUB)
                         TO OPR-PASSWORD-DATE.
                       MOVE OPS-FAIL-COUNT(OPS-SUB)
                         TO OPR-FAIL-COUNT.
                       MOVE OPS-LOCKED-FLAG(OPS-SUB)
                         TO OPR-LOCKED-FLAG.
                       MOVE OPS-OLD-PASSWORD-1(OPS-SUB)
                         TO OPR-OLD-PASSWORD-1.
                       MOVE OPS-OLD-PASSWORD-2(OPS-SUB)
                         TO OPR-OLD-PASSWORD-2.
                       MOVE OPS-OLD-PASSWORD-3(OPS-SUB)
                         TO OPR-OLD-PASSWORD-3.
                       WRITE OPERATOR-RECORD.

               253-LOG-FAILED-ATTEMPT.
                   DISPLAY SIGNON-FAIL-REASON.

                   ACCEPT SIGNON-DATE-RAW FROM DATE.
                   ACCEPT SIGNON-TIME-RAW FROM TIME.
                   MOVE SIGNON-MM TO SIGNON-STAMP-MM.
                   MOVE SIGNON-DD TO SIGNON-STAMP-DD.
                   MOVE SIGNON-YY TO SIGNON-STAMP-YY.
                   MOVE SIGNON-HH TO SIGNON-STAMP-HH.
                   MOVE SIGNON-MIN TO SIGNON-STAMP-MIN.
                   MOVE SIGNON-SS TO SIGNON-STAMP-SS.

                   OPEN EXTEND SIGNON-LOG.
                   IF SIGNON-LOG-STATUS IS EQUAL TO "35"
                       OPEN OUTPUT SIGNON-LOG
                   END-IF.
                   IF SIGNON-LOG-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN SIGNON-FAILURES.txt - "
                         "STATUS " SIGNON-LOG-STATUS
                       STOP RUN
                   END-IF.
                   MOVE SPACES TO SIGNON-LOG-LINE.

                   MOVE SIGNON-STAMP TO LOG-TIMESTAMP-OUT.
                   MOVE ENTRY-OPERATOR-ID TO LOG-OPERATOR-OUT.
                   MOVE "PROJ144" TO LOG-PROGRAM-OUT.
                   MOVE SIGNON-FAIL-REASON TO LOG-MESSAGE-OUT.
                   WRITE SIGNON-LOG-LINE.

                   CLOSE SIGNON-LOG.

       END PROGRAM PROJECT144.
