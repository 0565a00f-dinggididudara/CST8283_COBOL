      *          after images. Same in-memory-table/rewrite-on-exit
      *          pattern as LAB2's Student.txt maintenance
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - prerequisite check honours PROJECT100's
      *                   COURSE-EQUIVALENCY.txt - a pass or transfer
      *                   credit under a course's old number
      *                   satisfies a prerequisite named by its
      *                   current one, and the other way round
      *  15-OCT-2026 SL - a tuition change moving the balance by more
      *                   than APPROVAL-THRESHOLD.txt is held on
      *                   APPROVAL-QUEUE.txt for a second supervisor
      *                   (PROJECT124); approved ones are applied at
      *                   the start of the next session
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT16.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSFER-FILE-STATUS.

      * PROJECT100's course renumberings - an old code maps to the
      * current one for attempts before the effective term
           SELECT EQUIVALENCY-FILE
           ASSIGN TO "..\COURSE-EQUIVALENCY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EQUIVALENCY-FILE-STATUS.

      * PROJECT52's section master - a changed course captures its
      * section against it, full sections refused
           SELECT SECTION-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENV-PROFILE-STATUS.

      * adjustments over the second-approval line wait here for a
      * supervisor other than the requester - decided through
      * PROJECT124, applied here on the next run
           SELECT APPROVAL-QUEUE-FILE
           ASSIGN TO "..\APPROVAL-QUEUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPROVAL-QUEUE-STATUS.

      * one record - the second-approval line
           SELECT APPROVAL-THRESHOLD-FILE
           ASSIGN TO "..\APPROVAL-THRESHOLD.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPROVAL-THRESHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * current STUDENT-FILE-IN layout, as read/written by PROJECT03 -
         05 TRC-COURSE-CODE PIC X(7).
         05 TRC-CREDIT-HOURS PIC 9(1).

      * kept in step with Project100.cbl's FD EQUIVALENCY-FILE
       FD EQUIVALENCY-FILE.
       01 EQUIVALENCY-RECORD.
         05 EQV-OLD-CODE PIC X(7).
         05 EQV-CURRENT-CODE PIC X(7).
         05 EQV-EFFECTIVE-TERM PIC 9(6).

      * kept in step with Project52.cbl's FD SECTION-FILE
       FD SECTION-FILE.
       01 SECTION-FILE-IN.
       01 ENV-PROFILE-RECORD.
         05 ENV-MODE PIC X(10).

      * kept in step with Project124.cbl's FD APPROVAL-QUEUE-FILE
       FD APPROVAL-QUEUE-FILE.
       01 APPROVAL-QUEUE-RECORD.
         05 APQ-ITEM-NUMBER PIC 9(6).
         05 APQ-ITEM-TYPE PIC X(1).
         05 APQ-STUDENT-NUMBER PIC 9(6).
         05 APQ-AMOUNT PIC 9(6)V99.
         05 APQ-BEFORE-VALUE PIC S9(6)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 APQ-AFTER-VALUE PIC S9(6)V99
             SIGN IS TRAILING SEPARATE CHARACTER.
         05 APQ-DETAIL PIC X(20).
         05 APQ-REQUESTED-BY PIC X(8).
         05 APQ-REQUEST-DATE PIC 9(8).
         05 APQ-STATUS PIC X(1).
         05 APQ-DECIDED-BY PIC X(8).
         05 APQ-DECISION-DATE PIC 9(8).
         05 APQ-DECISION-REASON PIC X(30).
         05 APQ-APPLIED-DATE PIC 9(8).

       FD APPROVAL-THRESHOLD-FILE.
       01 APPROVAL-THRESHOLD-RECORD.
         05 ATH-AMOUNT PIC 9(6)V99.

       WORKING-STORAGE SECTION.

      * environment control - the profile names the data tree, the
         05 TRANSFER-FILE-STATUS PIC X(2).
         05 TRANSFER-EOF-FLG PIC X(1) VALUE 'N'.

      * the course renumberings - a lookup with a term maps only an
      * attempt taken before the effective term; a lookup with term
      * zero (a course with no term attached) always maps
       01 EQUIVALENCY-TABLE.
         05 EQUIVALENCY-ENTRY OCCURS 1 TO 300 TIMES
             DEPENDING ON EQUIVALENCY-COUNT.
           10 EQT-OLD-CODE PIC X(7).
           10 EQT-CURRENT-CODE PIC X(7).
           10 EQT-EFFECTIVE-TERM PIC 9(6).

       01 EQUIVALENCY-VARIABLES.
         05 EQUIVALENCY-FILE-STATUS PIC X(2).
         05 EQUIVALENCY-COUNT PIC 9(3) VALUE 0.
         05 EQUIVALENCY-EOF-FLG PIC X(1) VALUE 'N'.
         05 EQUIVALENCY-FIND-SUB PIC 9(3).
         05 EQUIVALENCY-FOUND-FLAG PIC X(1).
           88 EQUIVALENCY-FOUND VALUE 'Y'.
         05 EQUIV-LOOKUP-CODE PIC X(7).
         05 EQUIV-LOOKUP-TERM PIC 9(6).
         05 EQUIV-COURSE-CODE PIC X(7).

      * PROJECT52's section master in memory - same capture
      * machinery as PROJECT02
       01 SECTION-TABLE.
       01 AUDIT-AMOUNT-EDIT PIC -ZZZ9.99.
       01 TUITION-DISPLAY-EDIT PIC -ZZZ9.99.

      * APPROVAL-QUEUE.txt in memory - kept in step with
      * Project124.cbl's APPROVAL-QUEUE-TABLE; written back at the end
      * of the run only when an item was raised or applied, and only
      * ever under the master lock
       01 APPROVAL-QUEUE-TABLE.
         05 QUE-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON QUE-COUNT.
           10 QUE-ITEM-NUMBER PIC 9(6).
           10 QUE-ITEM-TYPE PIC X(1).
           10 QUE-STUDENT-NUMBER PIC 9(6).
           10 QUE-AMOUNT PIC 9(6)V99.
           10 QUE-BEFORE-VALUE PIC S9(6)V99.
           10 QUE-AFTER-VALUE PIC S9(6)V99.
           10 QUE-DETAIL PIC X(20).
           10 QUE-REQUESTED-BY PIC X(8).
           10 QUE-REQUEST-DATE PIC 9(8).
           10 QUE-STATUS PIC X(1).
           10 QUE-DECIDED-BY PIC X(8).
           10 QUE-DECISION-DATE PIC 9(8).
           10 QUE-DECISION-REASON PIC X(30).
           10 QUE-APPLIED-DATE PIC 9(8).

       01 APPROVAL-QUEUE-VARIABLES.
         05 APPROVAL-QUEUE-STATUS PIC X(2).
         05 APPROVAL-THRESHOLD-STATUS PIC X(2).
         05 QUE-COUNT PIC 9(4) VALUE 0.
         05 QUE-SUB PIC 9(4).
         05 QUE-FOUND-SUB PIC 9(4).
         05 QUE-LAST-NUMBER PIC 9(6) VALUE 0.
         05 QUE-EOF-FLG PIC X(1) VALUE 'N'.
         05 QUE-FOUND-FLAG PIC X(1).
           88 QUEUE-ITEM-FOUND VALUE 'Y'.
         05 QUE-CHANGED-FLAG PIC X(1) VALUE 'N'.
         05 QUE-RUN-DATE PIC 9(8).
         05 QUE-FIND-TYPE PIC X(1).
         05 QUE-FIND-STUDENT PIC 9(6).
         05 QUE-NEW-AMOUNT PIC 9(6)V99.
         05 QUE-NEW-BEFORE PIC S9(6)V99.
         05 QUE-NEW-AFTER PIC S9(6)V99.
         05 QUE-NEW-DETAIL PIC X(20).
         05 QUE-NEW-REQUESTED-BY PIC X(8).

      * an adjustment over this line needs a second supervisor - no
      * APPROVAL-THRESHOLD.txt means the standard 1000.00
       01 APPROVAL-THRESHOLD PIC 9(6)V99 VALUE 1000.00.

      * a tuition change is measured against the approval line before
      * it goes on - the size of the move either way, credit or owed
       01 APPROVAL-CHECK-FIELDS.
         05 APPROVAL-NEW-TUITION PIC S9(6)V99.
         05 APPROVAL-CHANGE-AMOUNT PIC S9(6)V99.
         05 APPROVAL-HELD-FLAG PIC X(1).
           88 TUITION-CHANGE-OVER-LINE VALUE 'Y'.

       PROCEDURE DIVISION.
      * main procedure
       101-MAINTAIN-TUITION-MASTER.

           PERFORM 201-INITIATE.
           PERFORM 270-VERIFY-MASTER-CONTROL.
           PERFORM 950-LOAD-APPROVAL-QUEUE.
           PERFORM 960-APPLY-APPROVED-CHANGES.
           PERFORM 202-PROCESS-MENU-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '4'.
           PERFORM 203-CLOSE-FILE.
           201-INITIATE.
               PERFORM 310-LOAD-PROGRAM-TABLE.
               PERFORM 320-LOAD-COURSE-CATALOG.
               PERFORM 335-LOAD-EQUIVALENCY-TABLE.
           PERFORM 330-LOAD-PASS-TABLE.
               PERFORM 340-LOAD-SECTION-TABLE.
               PERFORM 300-LOAD-STUDENT-MASTER.

                         TO CAT-PREREQ-CODE
                           (CATALOG-COUNT, PREREQ-SUB).

      * a missing equivalency file just means nothing has been
      * renumbered yet
           335-LOAD-EQUIVALENCY-TABLE.
               OPEN INPUT EQUIVALENCY-FILE.
               IF EQUIVALENCY-FILE-STATUS IS NOT EQUAL TO "00"
                   CONTINUE
               ELSE
                   PERFORM 3351-LOAD-ONE-EQUIVALENCY
                       UNTIL EQUIVALENCY-EOF-FLG IS EQUAL TO 'Y'
                       OR EQUIVALENCY-COUNT IS EQUAL TO 300
                   CLOSE EQUIVALENCY-FILE
               END-IF.

               3351-LOAD-ONE-EQUIVALENCY.
                   READ EQUIVALENCY-FILE
                       AT END
                           MOVE 'Y' TO EQUIVALENCY-EOF-FLG
                       NOT AT END
                           ADD 1 TO EQUIVALENCY-COUNT
                           MOVE EQV-OLD-CODE
                             TO EQT-OLD-CODE(EQUIVALENCY-COUNT)
                           MOVE EQV-CURRENT-CODE
                             TO EQT-CURRENT-CODE(EQUIVALENCY-COUNT)
                           MOVE EQV-EFFECTIVE-TERM
                             TO EQT-EFFECTIVE-TERM(EQUIVALENCY-COUNT)
                   END-READ.

      * EQUIV-LOOKUP-CODE as the course it counts as today, left in
      * EQUIV-COURSE-CODE - unchanged when it was never renumbered
           336-MAP-EQUIVALENT-CODE.
               MOVE EQUIV-LOOKUP-CODE TO EQUIV-COURSE-CODE.
               MOVE 'N' TO EQUIVALENCY-FOUND-FLAG.
               PERFORM 3361-CHECK-ONE-EQUIVALENCY
                   VARYING EQUIVALENCY-FIND-SUB FROM 1 BY 1
                   UNTIL EQUIVALENCY-FIND-SUB > EQUIVALENCY-COUNT
                   OR EQUIVALENCY-FOUND.

               3361-CHECK-ONE-EQUIVALENCY.
                   IF EQT-OLD-CODE(EQUIVALENCY-FIND-SUB) IS EQUAL TO
                       EQUIV-LOOKUP-CODE
                       AND (EQUIV-LOOKUP-TERM IS EQUAL TO ZERO
                         OR EQUIV-LOOKUP-TERM IS LESS THAN
                           EQT-EFFECTIVE-TERM(EQUIVALENCY-FIND-SUB))
                       MOVE 'Y' TO EQUIVALENCY-FOUND-FLAG
                       MOVE EQT-CURRENT-CODE(EQUIVALENCY-FIND-SUB)
                         TO EQUIV-COURSE-CODE
                   END-IF.

      * the term history's passing marks, loaded once - same
      * machinery as PROJECT02's 330-LOAD-PASS-TABLE
           330-LOAD-PASS-TABLE.
                               MOVE TRC-STUDENT-NUMBER
                                 TO PAS-STUDENT-NUMBER(PASS-COUNT)
                               MOVE TRC-COURSE-CODE
                                 TO EQUIV-LOOKUP-CODE
                               MOVE ZERO TO EQUIV-LOOKUP-TERM
                               PERFORM 336-MAP-EQUIVALENT-CODE
                               MOVE EQUIV-COURSE-CODE
                                 TO PAS-COURSE-CODE(PASS-COUNT)
                           END-IF
                   END-READ.
                           MOVE TH-STUDENT-NUMBER
                             TO PAS-STUDENT-NUMBER(PASS-COUNT)
                           MOVE TH-COURSE-CODE(TH-COURSE-SUB)
                             TO EQUIV-LOOKUP-CODE
                           MOVE TH-TERM-CODE TO EQUIV-LOOKUP-TERM
                           PERFORM 336-MAP-EQUIVALENT-CODE
                           MOVE EQUIV-COURSE-CODE
                             TO PAS-COURSE-CODE(PASS-COUNT)
                       END-IF.

               ELSE
                   DISPLAY "NO CHANGES - STUFILE3.txt LEFT UNTOUCHED"
               END-IF.
               PERFORM 955-REWRITE-APPROVAL-QUEUE.

           305-DISPLAY-MENU.
               DISPLAY " ".
               DISPLAY "CREDIT BALANCE? (Y/N):".
               ACCEPT ENTRY-CREDIT-FLAG.

               MOVE 'N' TO APPROVAL-HELD-FLAG.
               IF ENTRY-TUITION-OWED IS NUMERIC
                   PERFORM 5121-CHECK-APPROVAL-LINE
               END-IF.

               IF ENTRY-TUITION-OWED IS NOT NUMERIC
                   DISPLAY "TUITION MUST BE SIX DIGITS - NOT CHANGED"
               ELSE IF ENTRY-CREDIT-FLAG IS NOT EQUAL TO 'Y'
                   AND ENTRY-CREDIT-FLAG IS NOT EQUAL TO 'N'
                   DISPLAY "CREDIT FLAG MUST BE Y OR N - NOT CHANGED"
               ELSE IF TUITION-CHANGE-OVER-LINE
                   PERFORM 5122-HOLD-TUITION-CHANGE
               ELSE
                   MOVE SPACES TO AUDIT-BEFORE-BUILD
                   MOVE MST-TUITION-OWED(EDIT-SUB)

                   PERFORM 800-WRITE-CHANGE-AUDIT
               END-IF
               END-IF
               END-IF.

      * a move of the balance by more than the approval line, either
      * way, waits for a second supervisor instead of going on
               5121-CHECK-APPROVAL-LINE.
                   COMPUTE APPROVAL-NEW-TUITION =
                       ENTRY-TUITION-DOLLARS
                       + (ENTRY-TUITION-CENTS / 100).
                   IF ENTRY-CREDIT-FLAG IS EQUAL TO 'Y'
                       COMPUTE APPROVAL-NEW-TUITION =
                           APPROVAL-NEW-TUITION * -1
                   END-IF.
                   COMPUTE APPROVAL-CHANGE-AMOUNT =
                       APPROVAL-NEW-TUITION
                       - MST-TUITION-OWED(EDIT-SUB).
                   IF APPROVAL-CHANGE-AMOUNT < 0
                       COMPUTE APPROVAL-CHANGE-AMOUNT =
                           APPROVAL-CHANGE-AMOUNT * -1
                   END-IF.
                   IF APPROVAL-CHANGE-AMOUNT > APPROVAL-THRESHOLD
                       MOVE 'Y' TO APPROVAL-HELD-FLAG
                   END-IF.

      * one open item per student - a second large change waits for
      * the first to be decided, and a rejected value is not raised
      * again
               5122-HOLD-TUITION-CHANGE.
                   MOVE 'T' TO QUE-FIND-TYPE.
                   MOVE MST-STUDENT-NUMBER(EDIT-SUB)
                     TO QUE-FIND-STUDENT.
                   PERFORM 952-FIND-APPROVAL-ITEM.

                   IF QUEUE-ITEM-FOUND
                       AND QUE-STATUS(QUE-FOUND-SUB) IS EQUAL TO 'P'
                       DISPLAY "A TUITION CHANGE FOR THIS STUDENT IS "
                         "ALREADY AWAITING APPROVAL - ITEM "
                         QUE-ITEM-NUMBER(QUE-FOUND-SUB)
                       DISPLAY "TUITION NOT CHANGED"
                   ELSE IF QUEUE-ITEM-FOUND
                       AND QUE-STATUS(QUE-FOUND-SUB) IS EQUAL TO 'R'
                       AND QUE-AFTER-VALUE(QUE-FOUND-SUB) IS EQUAL TO
                       APPROVAL-NEW-TUITION
                       DISPLAY "THIS CHANGE WAS REJECTED BY "
                         QUE-DECIDED-BY(QUE-FOUND-SUB) " - "
                         QUE-DECISION-REASON(QUE-FOUND-SUB)
                       DISPLAY "TUITION NOT CHANGED"
                   ELSE
                       MOVE APPROVAL-CHANGE-AMOUNT TO QUE-NEW-AMOUNT
                       MOVE MST-TUITION-OWED(EDIT-SUB) TO QUE-NEW-BEFORE
                       MOVE APPROVAL-NEW-TUITION TO QUE-NEW-AFTER
                       MOVE "TUITION CHANGE" TO QUE-NEW-DETAIL
                       MOVE OPERATOR-ID TO QUE-NEW-REQUESTED-BY
                       PERFORM 953-RAISE-APPROVAL-ITEM
                       DISPLAY "CHANGE IS OVER THE APPROVAL LINE - "
                         "HELD FOR A SECOND SUPERVISOR AS ITEM "
                         QUE-ITEM-NUMBER(QUE-FOUND-SUB)
                   END-IF
                   END-IF.

      * the replacement code has to really be on PROGRAM.txt, same
      * check PROJECT02's 309-VALIDATE-PROGRAM-CODE applies on entry
           513-CHANGE-PROGRAM.
                   END-IF.

                   5171-CHECK-ONE-PREREQ.
      * the passes are held under current codes, so the prerequisite
      * is looked up under its current code too
                       MOVE CAT-PREREQ-CODE
                           (CATALOG-FOUND-SUB, PREREQ-SUB)
                         TO EQUIV-LOOKUP-CODE.
                       MOVE ZERO TO EQUIV-LOOKUP-TERM.
                       PERFORM 336-MAP-EQUIVALENT-CODE.
                       MOVE EQUIV-COURSE-CODE TO PASS-LOOKUP-COURSE.
                       PERFORM 519-FIND-PASS-ENTRY.
                       IF NOT PASS-FOUND
                           DISPLAY "PREREQUISITE " PASS-LOOKUP-COURSE
                   STOP RUN
               END-IF.

      * tuition changes a second supervisor has approved since the
      * last session go on first - as the move from the balance the
      * requester saw, so a payment posted in between is kept
           960-APPLY-APPROVED-CHANGES.
               PERFORM 961-APPLY-ONE-APPROVED-CHANGE
                   VARYING QUE-SUB FROM 1 BY 1
                   UNTIL QUE-SUB > QUE-COUNT.

               961-APPLY-ONE-APPROVED-CHANGE.
                   IF QUE-ITEM-TYPE(QUE-SUB) IS EQUAL TO 'T'
                       AND QUE-STATUS(QUE-SUB) IS EQUAL TO 'A'
                       MOVE QUE-STUDENT-NUMBER(QUE-SUB)
                         TO LOOKUP-STUDENT-NUMERIC
                       PERFORM 501-FIND-STUDENT
                       IF RECORD-FOUND
                           MOVE FOUND-SUB TO EDIT-SUB
                           PERFORM 962-APPLY-TUITION-CHANGE
                       ELSE
                           DISPLAY "APPROVED ITEM "
                             QUE-ITEM-NUMBER(QUE-SUB)
                             " - STUDENT NO LONGER ON FILE, NOT APPLIED"
                       END-IF
                   END-IF.

               962-APPLY-TUITION-CHANGE.
                   COMPUTE APPROVAL-NEW-TUITION =
                       MST-TUITION-OWED(EDIT-SUB)
                       + QUE-AFTER-VALUE(QUE-SUB)
                       - QUE-BEFORE-VALUE(QUE-SUB).
                   IF APPROVAL-NEW-TUITION > 9999.99
                       OR APPROVAL-NEW-TUITION < -9999.99
                       DISPLAY "APPROVED ITEM " QUE-ITEM-NUMBER(QUE-SUB)
                         " WOULD TAKE THE BALANCE PAST 9999.99 - "
                         "NOT APPLIED"
                   ELSE
                       MOVE SPACES TO AUDIT-BEFORE-BUILD
                       MOVE MST-TUITION-OWED(EDIT-SUB)
                         TO AUDIT-AMOUNT-EDIT
                       STRING "TUITION=" DELIMITED BY SIZE
                           AUDIT-AMOUNT-EDIT DELIMITED BY SIZE
                           INTO AUDIT-BEFORE-BUILD
                       END-STRING

                       MOVE APPROVAL-NEW-TUITION
                         TO MST-TUITION-OWED(EDIT-SUB)
                       IF MST-TUITION-OWED(EDIT-SUB) >
                           PAYMENT-HOLD-THRESHOLD
                           MOVE 'Y' TO MST-PAYMENT-HOLD-FLAG(EDIT-SUB)
                       ELSE
                           MOVE 'N' TO MST-PAYMENT-HOLD-FLAG(EDIT-SUB)
                       END-IF

                       MOVE SPACES TO AUDIT-AFTER-BUILD
                       MOVE MST-TUITION-OWED(EDIT-SUB)
                         TO AUDIT-AMOUNT-EDIT
                       STRING "TUITION=" DELIMITED BY SIZE
                           AUDIT-AMOUNT-EDIT DELIMITED BY SIZE
                           " ITEM " DELIMITED BY SIZE
                           QUE-ITEM-NUMBER(QUE-SUB) DELIMITED BY SIZE
                           " APPROVED BY " DELIMITED BY SIZE
                           QUE-DECIDED-BY(QUE-SUB) DELIMITED BY SPACE
                           INTO AUDIT-AFTER-BUILD
                       END-STRING
                       PERFORM 800-WRITE-CHANGE-AUDIT

                       MOVE QUE-SUB TO QUE-FOUND-SUB
                       PERFORM 954-MARK-ITEM-APPLIED
                       MOVE MST-TUITION-OWED(EDIT-SUB)
                         TO TUITION-DISPLAY-EDIT
                       DISPLAY "APPROVED ITEM " QUE-ITEM-NUMBER(QUE-SUB)
                         " APPLIED - STUDENT "
                         MST-STUDENT-NUMBER(EDIT-SUB) " TUITION NOW "
                         TUITION-DISPLAY-EDIT
                   END-IF.

      * the approval line and the queue - nothing on file yet just
      * means the standard line and nothing held
           950-LOAD-APPROVAL-QUEUE.
               ACCEPT QUE-RUN-DATE FROM DATE YYYYMMDD.
               OPEN INPUT APPROVAL-THRESHOLD-FILE.
               IF APPROVAL-THRESHOLD-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF APPROVAL-THRESHOLD-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN APPROVAL-THRESHOLD.txt - "
                     "STATUS " APPROVAL-THRESHOLD-STATUS
                   STOP RUN
               ELSE
                   READ APPROVAL-THRESHOLD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ATH-AMOUNT IS NUMERIC
                               MOVE ATH-AMOUNT TO APPROVAL-THRESHOLD
                           END-IF
                   END-READ
                   CLOSE APPROVAL-THRESHOLD-FILE
               END-IF
               END-IF.

               OPEN INPUT APPROVAL-QUEUE-FILE.
               IF APPROVAL-QUEUE-STATUS IS EQUAL TO "35"
                   CONTINUE
               ELSE IF APPROVAL-QUEUE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN APPROVAL-QUEUE.txt - "
                     "STATUS " APPROVAL-QUEUE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 951-LOAD-ONE-ITEM
                       UNTIL QUE-EOF-FLG IS EQUAL TO 'Y'
                   CLOSE APPROVAL-QUEUE-FILE
               END-IF
               END-IF.

      * a queue that outgrows the table would lose items on the
      * rewrite - stop rather than run against half of it
               951-LOAD-ONE-ITEM.
                   READ APPROVAL-QUEUE-FILE
                       AT END
                           MOVE 'Y' TO QUE-EOF-FLG
                       NOT AT END
                           IF QUE-COUNT IS EQUAL TO 2000
                               DISPLAY "APPROVAL-QUEUE.txt OVER 2000 "
                                 "ITEMS - ARCHIVE DONE ITEMS FIRST"
                               STOP RUN
                           END-IF
                           ADD 1 TO QUE-COUNT
                           MOVE APQ-ITEM-NUMBER
                             TO QUE-ITEM-NUMBER(QUE-COUNT)
                           MOVE APQ-ITEM-TYPE
                             TO QUE-ITEM-TYPE(QUE-COUNT)
                           MOVE APQ-STUDENT-NUMBER
                             TO QUE-STUDENT-NUMBER(QUE-COUNT)
                           MOVE APQ-AMOUNT TO QUE-AMOUNT(QUE-COUNT)
                           MOVE APQ-BEFORE-VALUE
                             TO QUE-BEFORE-VALUE(QUE-COUNT)
                           MOVE APQ-AFTER-VALUE
                             TO QUE-AFTER-VALUE(QUE-COUNT)
                           MOVE APQ-DETAIL TO QUE-DETAIL(QUE-COUNT)
                           MOVE APQ-REQUESTED-BY
                             TO QUE-REQUESTED-BY(QUE-COUNT)
                           MOVE APQ-REQUEST-DATE
                             TO QUE-REQUEST-DATE(QUE-COUNT)
                           MOVE APQ-STATUS TO QUE-STATUS(QUE-COUNT)
                           MOVE APQ-DECIDED-BY
                             TO QUE-DECIDED-BY(QUE-COUNT)
                           MOVE APQ-DECISION-DATE
                             TO QUE-DECISION-DATE(QUE-COUNT)
                           MOVE APQ-DECISION-REASON
                             TO QUE-DECISION-REASON(QUE-COUNT)
                           MOVE APQ-APPLIED-DATE
                             TO QUE-APPLIED-DATE(QUE-COUNT)
                           IF APQ-ITEM-NUMBER > QUE-LAST-NUMBER
                               MOVE APQ-ITEM-NUMBER TO QUE-LAST-NUMBER
                           END-IF
                   END-READ.

      * the latest item not yet applied for this type and student -
      * a done item has already gone on and no longer counts
           952-FIND-APPROVAL-ITEM.
               MOVE 'N' TO QUE-FOUND-FLAG.
               MOVE 0 TO QUE-FOUND-SUB.
               PERFORM 9521-CHECK-ONE-ITEM
                   VARYING QUE-SUB FROM 1 BY 1
                   UNTIL QUE-SUB > QUE-COUNT.

               9521-CHECK-ONE-ITEM.
                   IF QUE-ITEM-TYPE(QUE-SUB) IS EQUAL TO QUE-FIND-TYPE
                       AND QUE-STUDENT-NUMBER(QUE-SUB) IS EQUAL TO
                       QUE-FIND-STUDENT
                       AND QUE-STATUS(QUE-SUB) IS NOT EQUAL TO 'D'
                       MOVE 'Y' TO QUE-FOUND-FLAG
                       MOVE QUE-SUB TO QUE-FOUND-SUB
                   END-IF.

      * hold a new item for a second supervisor - the caller has set
      * the type and student to look for and the QUE-NEW- fields
           953-RAISE-APPROVAL-ITEM.
               IF QUE-COUNT IS EQUAL TO 2000
                   DISPLAY "APPROVAL-QUEUE.txt FULL AT 2000 ITEMS - "
                     "ARCHIVE DONE ITEMS FIRST"
                   STOP RUN
               END-IF.
               ADD 1 TO QUE-COUNT.
               ADD 1 TO QUE-LAST-NUMBER.
               MOVE QUE-LAST-NUMBER TO QUE-ITEM-NUMBER(QUE-COUNT).
               MOVE QUE-FIND-TYPE TO QUE-ITEM-TYPE(QUE-COUNT).
               MOVE QUE-FIND-STUDENT TO QUE-STUDENT-NUMBER(QUE-COUNT).
               MOVE QUE-NEW-AMOUNT TO QUE-AMOUNT(QUE-COUNT).
               MOVE QUE-NEW-BEFORE TO QUE-BEFORE-VALUE(QUE-COUNT).
               MOVE QUE-NEW-AFTER TO QUE-AFTER-VALUE(QUE-COUNT).
               MOVE QUE-NEW-DETAIL TO QUE-DETAIL(QUE-COUNT).
               MOVE QUE-NEW-REQUESTED-BY TO QUE-REQUESTED-BY(QUE-COUNT).
               MOVE QUE-RUN-DATE TO QUE-REQUEST-DATE(QUE-COUNT).
               MOVE 'P' TO QUE-STATUS(QUE-COUNT).
               MOVE SPACES TO QUE-DECIDED-BY(QUE-COUNT).
               MOVE 0 TO QUE-DECISION-DATE(QUE-COUNT).
               MOVE SPACES TO QUE-DECISION-REASON(QUE-COUNT).
               MOVE 0 TO QUE-APPLIED-DATE(QUE-COUNT).
               MOVE QUE-COUNT TO QUE-FOUND-SUB.
               MOVE 'Y' TO QUE-CHANGED-FLAG.

           954-MARK-ITEM-APPLIED.
               MOVE 'D' TO QUE-STATUS(QUE-FOUND-SUB).
               MOVE QUE-RUN-DATE TO QUE-APPLIED-DATE(QUE-FOUND-SUB).
               MOVE 'Y' TO QUE-CHANGED-FLAG.

           955-REWRITE-APPROVAL-QUEUE.
               IF QUE-CHANGED-FLAG IS EQUAL TO 'Y'
                   OPEN OUTPUT APPROVAL-QUEUE-FILE
                   IF APPROVAL-QUEUE-STATUS IS NOT EQUAL TO "00"
                       DISPLAY "UNABLE TO OPEN APPROVAL-QUEUE.txt - "
                         "STATUS " APPROVAL-QUEUE-STATUS
                       STOP RUN
                   END-IF
                   PERFORM 9551-WRITE-ONE-ITEM
                       VARYING QUE-SUB FROM 1 BY 1
                       UNTIL QUE-SUB > QUE-COUNT
                   CLOSE APPROVAL-QUEUE-FILE
               END-IF.

               9551-WRITE-ONE-ITEM.
                   MOVE QUE-ITEM-NUMBER(QUE-SUB) TO APQ-ITEM-NUMBER.
                   MOVE QUE-ITEM-TYPE(QUE-SUB) TO APQ-ITEM-TYPE.
                   MOVE QUE-STUDENT-NUMBER(QUE-SUB)
                     TO APQ-STUDENT-NUMBER.
                   MOVE QUE-AMOUNT(QUE-SUB) TO APQ-AMOUNT.
                   MOVE QUE-BEFORE-VALUE(QUE-SUB) TO APQ-BEFORE-VALUE.
                   MOVE QUE-AFTER-VALUE(QUE-SUB) TO APQ-AFTER-VALUE.
                   MOVE QUE-DETAIL(QUE-SUB) TO APQ-DETAIL.
                   MOVE QUE-REQUESTED-BY(QUE-SUB) TO APQ-REQUESTED-BY.
                   MOVE QUE-REQUEST-DATE(QUE-SUB) TO APQ-REQUEST-DATE.
                   MOVE QUE-STATUS(QUE-SUB) TO APQ-STATUS.
                   MOVE QUE-DECIDED-BY(QUE-SUB) TO APQ-DECIDED-BY.
                   MOVE QUE-DECISION-DATE(QUE-SUB)
                     TO APQ-DECISION-DATE.
                   MOVE QUE-DECISION-REASON(QUE-SUB)
                     TO APQ-DECISION-REASON.
                   MOVE QUE-APPLIED-DATE(QUE-SUB) TO APQ-APPLIED-DATE.
                   WRITE APPROVAL-QUEUE-RECORD.

       END PROGRAM PROJECT16.
