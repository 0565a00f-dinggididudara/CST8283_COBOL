      ******************************************************************
      * Author: Soomin Lee section 304
      * Date: 15-OCT-2026
      * Purpose: positive pay for the refund cheques - the bank can
      *          stop a forged or altered cheque only if it knows in
      *          advance what was issued. Option 1 builds the daily
      *          POSITIVE-PAY-EXTRACT.txt in the bank's fixed format
      *          off CHEQUE-REGISTER.txt: an 'I' line for every cheque
      *          issued on the day and a 'V' line for every cheque
      *          voided on it (number, issue date, amount, payee), and
      *          a trailer carrying the issued and voided counts and
      *          totals. Option 2 works the bank's exception items
      *          (POSITIVE-PAY-EXCEPTIONS.txt) against the register -
      *          each item is shown with what the register says and
      *          a suggested decision, the operator keys pay or
      *          return, and the decisions go back to the bank on
      *          POSITIVE-PAY-DECISIONS.txt with every one also
      *          appended to POSITIVE-PAY-DECISION-REGISTER.txt. The
      *          register is only read here - PROJECT75 still clears
      *          what the bank pays off its cashed list
      * Tectonics: cobc
      *
      * Modification History:
      *  15-OCT-2026 SL - register the day's POSITIVE-PAY-EXTRACT.txt on
      *                   the transmission register, issued and voided
      *                   lines counted and their amounts hashed
      *  15-OCT-2026 SL - register POSITIVE-PAY-DECISIONS.txt on the
      *                   transmission register too, dated the day
      *                   the exceptions were worked, the decisions
      *                   counted and their amounts hashed
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT125.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * kept in step with Project10.cbl's FD CHEQUE-REGISTER-FILE
           SELECT CHEQUE-REGISTER-FILE
           ASSIGN TO "..\CHEQUE-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHEQUE-REGISTER-STATUS.

           SELECT POSITIVE-PAY-EXTRACT
           ASSIGN TO "..\POSITIVE-PAY-EXTRACT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSITIVE-PAY-STATUS.

      * the bank's exception items - one line per presented cheque it
      * could not match to the issued file
           SELECT EXCEPTION-FILE
           ASSIGN TO "..\POSITIVE-PAY-EXCEPTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPTION-FILE-STATUS.

           SELECT DECISION-FILE
           ASSIGN TO "..\POSITIVE-PAY-DECISIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DECISION-FILE-STATUS.

           SELECT DECISION-REGISTER
           ASSIGN TO "..\POSITIVE-PAY-DECISION-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DECISION-REGISTER-STATUS.

      * one line per outbound file sent - kept in step with every
      * extract writer, Project146.cbl and Project147.cbl
           SELECT TRANSMISSION-REGISTER
           ASSIGN TO "..\TRANSMISSION-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSMIT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHEQUE-REGISTER-FILE.
       01 CHEQUE-REGISTER-RECORD.
         05 CRG-CHEQUE-NUMBER PIC 9(6).
         05 CRG-STUDENT-NUMBER PIC 9(6).
         05 CRG-AMOUNT PIC 9999V99.
         05 CRG-ISSUE-DATE PIC 9(8).
         05 CRG-STATUS PIC X(1).
      * the payee as printed, and the date the status last moved -
      * positive pay reports issues and voids off these two
         05 CRG-PAYEE-NAME PIC X(40).
         05 CRG-STATUS-DATE PIC 9(8).

      * the bank's fixed format - every line starts with a record
      * type byte: 'H' header, 'D' cheque detail, 'T' trailer
       FD POSITIVE-PAY-EXTRACT.
       01 POSITIVE-PAY-LINE PIC X(80).

       01 POSITIVE-PAY-HEADER-LINE REDEFINES POSITIVE-PAY-LINE.
         05 PPH-RECORD-TYPE PIC X(1).
         05 PPH-CREATE-DATE PIC 9(8).
         05 PPH-ORIGINATOR-ID PIC X(10).
         05 PPH-ISSUE-DATE PIC 9(8).
         05 FILLER PIC X(53).

       01 POSITIVE-PAY-DETAIL-LINE REDEFINES POSITIVE-PAY-LINE.
         05 PPD-RECORD-TYPE PIC X(1).
      * 'I' issued, 'V' voided
         05 PPD-ACTION PIC X(1).
         05 PPD-CHEQUE-NUMBER PIC 9(6).
         05 PPD-ISSUE-DATE PIC 9(8).
      * four whole-dollar digits then two cents digits, no decimal
      * point - same convention as the deposit extract
         05 PPD-AMOUNT PIC 9(6).
         05 PPD-PAYEE-NAME PIC X(40).
         05 FILLER PIC X(18).

       01 POSITIVE-PAY-TRAILER-LINE REDEFINES POSITIVE-PAY-LINE.
         05 PPT-RECORD-TYPE PIC X(1).
         05 PPT-ISSUED-COUNT PIC 9(6).
         05 PPT-ISSUED-TOTAL PIC 9(9).
         05 PPT-VOIDED-COUNT PIC 9(6).
         05 PPT-VOIDED-TOTAL PIC 9(9).
         05 FILLER PIC X(49).

      * reason NI not issued, AM amount mismatch, VD voided,
      * DP already paid, SD stale-dated; amount is four whole-dollar
      * digits then two cents digits
       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD.
         05 EXC-RECORD-TYPE PIC X(1).
         05 EXC-CHEQUE-NUMBER PIC X(6).
         05 EXC-PRESENTED-DATE PIC X(8).
         05 EXC-AMOUNT PIC X(6).
         05 EXC-REASON PIC X(2).

      * back to the bank in its fixed format - 'P' pay or 'R' return
      * for every exception item
       FD DECISION-FILE.
       01 DECISION-LINE PIC X(60).

       01 DECISION-HEADER-LINE REDEFINES DECISION-LINE.
         05 DCH-RECORD-TYPE PIC X(1).
         05 DCH-CREATE-DATE PIC 9(8).
         05 DCH-ORIGINATOR-ID PIC X(10).
         05 FILLER PIC X(41).

       01 DECISION-DETAIL-LINE REDEFINES DECISION-LINE.
         05 DCD-RECORD-TYPE PIC X(1).
         05 DCD-CHEQUE-NUMBER PIC 9(6).
         05 DCD-AMOUNT PIC 9(6).
         05 DCD-REASON PIC X(2).
         05 DCD-DECISION PIC X(1).
         05 DCD-DECIDED-BY PIC X(8).
         05 FILLER PIC X(36).

       01 DECISION-TRAILER-LINE REDEFINES DECISION-LINE.
         05 DCT-RECORD-TYPE PIC X(1).
         05 DCT-PAY-COUNT PIC 9(6).
         05 DCT-RETURN-COUNT PIC 9(6).
         05 DCT-RETURN-TOTAL PIC 9(9).
         05 FILLER PIC X(38).

       FD DECISION-REGISTER.
       01 DECISION-REGISTER-LINE.
         05 DRG-DATE-OUT PIC 9(8).
         05 FILLER PIC X(2).
         05 DRG-CHEQUE-OUT PIC X(6).
         05 FILLER PIC X(2).
         05 DRG-PRESENTED-OUT PIC ZZZ9.99.
         05 FILLER PIC X(2).
         05 DRG-ISSUED-OUT PIC ZZZ9.99.
         05 FILLER PIC X(2).
         05 DRG-REASON-OUT PIC X(2).
         05 FILLER PIC X(2).
         05 DRG-REGISTER-OUT PIC X(16).
         05 FILLER PIC X(2).
         05 DRG-DECISION-OUT PIC X(10).
         05 FILLER PIC X(2).
         05 DRG-OPERATOR-OUT PIC X(8).

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
         05 CHEQUE-REGISTER-STATUS PIC X(2).
         05 POSITIVE-PAY-STATUS PIC X(2).
         05 EXCEPTION-FILE-STATUS PIC X(2).
         05 DECISION-FILE-STATUS PIC X(2).
         05 DECISION-REGISTER-STATUS PIC X(2).

       01 EOF-FLAGS.
         05 REGISTER-EOF-FLG PIC X(1) VALUE 'N'.
         05 EXCEPTION-EOF-FLG PIC X(1) VALUE 'N'.

       01 OPERATOR-ID PIC X(8).
       01 RUN-DATE-RAW PIC 9(8).
       01 MENU-CHOICE PIC X(1).

       01 DATE-ENTRY PIC X(8).
       01 DATE-ENTRY-NUMERIC REDEFINES DATE-ENTRY PIC 9(8).

       01 CHEQUE-TABLE.
         05 CHEQUE-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON CHEQUE-COUNT.
           10 TBL-CHEQUE-NUMBER PIC 9(6).
           10 TBL-STUDENT-NUMBER PIC 9(6).
           10 TBL-AMOUNT PIC 9999V99.
           10 TBL-ISSUE-DATE PIC 9(8).
           10 TBL-STATUS PIC X(1).
           10 TBL-PAYEE-NAME PIC X(40).
           10 TBL-STATUS-DATE PIC 9(8).

       01 CHEQUE-VARIABLES.
         05 CHEQUE-COUNT PIC 9(4) VALUE 0.
         05 CHEQUE-SUB PIC 9(4).
         05 CHQ-FIND-SUB PIC 9(4).
         05 CHQ-FOUND-SUB PIC 9(4) VALUE 0.
         05 CHQ-FOUND-FLAG PIC X(1).
           88 CHEQUE-ON-REGISTER VALUE 'Y'.
         05 LOOKUP-CHEQUE-NUMBER PIC 9(6).

       01 POSITIVE-PAY-FIELDS.
         05 POSITIVE-PAY-DATE PIC 9(8).
         05 PAY-AMOUNT-WORK PIC 9999V99.
         05 PAY-AMOUNT-DIGITS REDEFINES PAY-AMOUNT-WORK PIC 9(6).
         05 ISSUED-TOTAL PIC 9(7)V99 VALUE 0.
         05 ISSUED-TOTAL-DIGITS REDEFINES ISSUED-TOTAL PIC 9(9).
         05 VOIDED-TOTAL PIC 9(7)V99 VALUE 0.
         05 VOIDED-TOTAL-DIGITS REDEFINES VOIDED-TOTAL PIC 9(9).
         05 HOW-MANY-ISSUED PIC 9(6) VALUE 0.
         05 HOW-MANY-VOIDED PIC 9(6) VALUE 0.

       01 EXCEPTION-FIELDS.
         05 EXC-AMOUNT-WORK PIC 9999V99.
         05 EXC-AMOUNT-DIGITS REDEFINES EXC-AMOUNT-WORK PIC 9(6).
         05 SUGGESTED-DECISION PIC X(1).
         05 DECISION-ENTRY PIC X(1).
           88 DECISION-IS-VALID VALUE 'P' 'R'.
         05 REGISTER-VIEW PIC X(16).
         05 REASON-TEXT PIC X(20).
         05 RETURN-TOTAL PIC 9(7)V99 VALUE 0.
         05 RETURN-TOTAL-DIGITS REDEFINES RETURN-TOTAL PIC 9(9).
         05 DECISION-TOTAL PIC 9(7)V99 VALUE 0.
         05 HOW-MANY-PAID PIC 9(6) VALUE 0.
         05 HOW-MANY-RETURNED PIC 9(6) VALUE 0.
         05 HOW-MANY-UNREADABLE PIC 9(5) VALUE 0.

       01 EXCEPTION-DISPLAY-FIELDS.
         05 PRESENTED-AMOUNT-OUT PIC Z,ZZ9.99.
         05 ISSUED-AMOUNT-OUT PIC Z,ZZ9.99.

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
      * load the register once, then build the issued file or work
      * the bank's exceptions until the operator is done
       100-RUN-POSITIVE-PAY.
           ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
           DISPLAY "ENTER OPERATOR ID:".
           ACCEPT OPERATOR-ID.
           PERFORM 200-LOAD-CHEQUE-REGISTER.

           MOVE SPACE TO MENU-CHOICE.
           PERFORM 110-TAKE-ONE-CHOICE
               UNTIL MENU-CHOICE IS EQUAL TO '9'.

           STOP RUN.

           110-TAKE-ONE-CHOICE.
               DISPLAY " ".
               DISPLAY "1 - BUILD THE POSITIVE-PAY FILE FOR A DAY".
               DISPLAY "2 - WORK THE BANK'S EXCEPTION ITEMS".
               DISPLAY "9 - EXIT".
               DISPLAY "ENTER YOUR CHOICE:".
               ACCEPT MENU-CHOICE.

               IF MENU-CHOICE IS EQUAL TO '1'
                   PERFORM 300-BUILD-POSITIVE-PAY
               ELSE IF MENU-CHOICE IS EQUAL TO '2'
                   PERFORM 400-WORK-EXCEPTIONS
               ELSE IF MENU-CHOICE IS EQUAL TO '9'
                   CONTINUE
               ELSE
                   DISPLAY "INVALID CHOICE"
               END-IF
               END-IF
               END-IF.

           200-LOAD-CHEQUE-REGISTER.
               OPEN INPUT CHEQUE-REGISTER-FILE.
               IF CHEQUE-REGISTER-STATUS IS EQUAL TO "35"
                   DISPLAY "NO CHEQUE-REGISTER.txt - NOTHING ISSUED"
               ELSE IF CHEQUE-REGISTER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN CHEQUE-REGISTER.txt - "
                     "STATUS " CHEQUE-REGISTER-STATUS
                   STOP RUN
               ELSE
                   PERFORM 2001-LOAD-ONE-CHEQUE
                       UNTIL REGISTER-EOF-FLG IS EQUAL TO 'Y'
                       OR CHEQUE-COUNT IS EQUAL TO 5000
                   CLOSE CHEQUE-REGISTER-FILE
               END-IF
               END-IF.

      * rows written before the payee and status date were carried
      * go out with a blank payee, and their status date taken as
      * the issue date
               2001-LOAD-ONE-CHEQUE.
                   READ CHEQUE-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO REGISTER-EOF-FLG
                       NOT AT END
                           ADD 1 TO CHEQUE-COUNT
                           MOVE CRG-CHEQUE-NUMBER
                             TO TBL-CHEQUE-NUMBER(CHEQUE-COUNT)
                           MOVE CRG-STUDENT-NUMBER
                             TO TBL-STUDENT-NUMBER(CHEQUE-COUNT)
                           MOVE CRG-AMOUNT
                             TO TBL-AMOUNT(CHEQUE-COUNT)
                           MOVE CRG-ISSUE-DATE
                             TO TBL-ISSUE-DATE(CHEQUE-COUNT)
                           MOVE CRG-STATUS
                             TO TBL-STATUS(CHEQUE-COUNT)
                           MOVE CRG-PAYEE-NAME
                             TO TBL-PAYEE-NAME(CHEQUE-COUNT)
                           IF CRG-STATUS-DATE IS NUMERIC
                               MOVE CRG-STATUS-DATE
                                 TO TBL-STATUS-DATE(CHEQUE-COUNT)
                           ELSE
                               MOVE CRG-ISSUE-DATE
                                 TO TBL-STATUS-DATE(CHEQUE-COUNT)
                           END-IF
                   END-READ.

           210-FIND-CHEQUE.
               MOVE 'N' TO CHQ-FOUND-FLAG.
               MOVE 0 TO CHQ-FOUND-SUB.
               PERFORM 2101-CHECK-ONE-CHEQUE
                   VARYING CHQ-FIND-SUB FROM 1 BY 1
                   UNTIL CHQ-FIND-SUB IS GREATER THAN CHEQUE-COUNT
                   OR CHEQUE-ON-REGISTER.

               2101-CHECK-ONE-CHEQUE.
                   IF TBL-CHEQUE-NUMBER(CHQ-FIND-SUB)
                       IS EQUAL TO LOOKUP-CHEQUE-NUMBER
                       MOVE 'Y' TO CHQ-FOUND-FLAG
                       MOVE CHQ-FIND-SUB TO CHQ-FOUND-SUB
                   END-IF.

      * one day's issued file - every cheque issued that day, and
      * every cheque whose void was recorded that day
           300-BUILD-POSITIVE-PAY.
               DISPLAY "ENTER THE DAY TO REPORT (YYYYMMDD, BLANK FOR "
                 "TODAY):".
               MOVE SPACES TO DATE-ENTRY.
               ACCEPT DATE-ENTRY.
               IF DATE-ENTRY IS EQUAL TO SPACES
                   MOVE RUN-DATE-RAW TO POSITIVE-PAY-DATE
               ELSE IF DATE-ENTRY IS NOT NUMERIC
                   DISPLAY "INVALID DATE - NOTHING BUILT"
               ELSE
                   MOVE DATE-ENTRY-NUMERIC TO POSITIVE-PAY-DATE
               END-IF
               END-IF.

               IF DATE-ENTRY IS EQUAL TO SPACES
                   OR DATE-ENTRY IS NUMERIC
                   PERFORM 310-WRITE-POSITIVE-PAY
               END-IF.

           310-WRITE-POSITIVE-PAY.
               OPEN OUTPUT POSITIVE-PAY-EXTRACT.
               IF POSITIVE-PAY-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN "
                     "POSITIVE-PAY-EXTRACT.txt - STATUS "
                     POSITIVE-PAY-STATUS
                   STOP RUN
               END-IF.

               MOVE 0 TO HOW-MANY-ISSUED.
               MOVE 0 TO HOW-MANY-VOIDED.
               MOVE 0 TO ISSUED-TOTAL.
               MOVE 0 TO VOIDED-TOTAL.

               MOVE SPACES TO POSITIVE-PAY-LINE.
               MOVE 'H' TO PPH-RECORD-TYPE.
               MOVE RUN-DATE-RAW TO PPH-CREATE-DATE.
               MOVE "COLLEGEAR " TO PPH-ORIGINATOR-ID.
               MOVE POSITIVE-PAY-DATE TO PPH-ISSUE-DATE.
               WRITE POSITIVE-PAY-LINE.

               PERFORM 311-REPORT-ONE-CHEQUE
                   VARYING CHEQUE-SUB FROM 1 BY 1
                   UNTIL CHEQUE-SUB IS GREATER THAN CHEQUE-COUNT.

               MOVE SPACES TO POSITIVE-PAY-LINE.
               MOVE 'T' TO PPT-RECORD-TYPE.
               MOVE HOW-MANY-ISSUED TO PPT-ISSUED-COUNT.
               MOVE ISSUED-TOTAL-DIGITS TO PPT-ISSUED-TOTAL.
               MOVE HOW-MANY-VOIDED TO PPT-VOIDED-COUNT.
               MOVE VOIDED-TOTAL-DIGITS TO PPT-VOIDED-TOTAL.
               WRITE POSITIVE-PAY-LINE.
               CLOSE POSITIVE-PAY-EXTRACT.

               MOVE "POSITIVE-PAY-EXTRACT.txt"
                 TO TRANSMIT-FILE-NAME.
               MOVE "BANK-POSPAY" TO TRANSMIT-DESTINATION.
               MOVE POSITIVE-PAY-DATE TO TRANSMIT-PERIOD.
               COMPUTE TRANSMIT-RECORD-COUNT =
                   HOW-MANY-ISSUED + HOW-MANY-VOIDED.
               COMPUTE TRANSMIT-HASH-TOTAL =
                   ISSUED-TOTAL + VOIDED-TOTAL.
               PERFORM 880-REGISTER-TRANSMISSION.

               DISPLAY "POSITIVE PAY FOR " POSITIVE-PAY-DATE
                 " - ISSUED: " HOW-MANY-ISSUED
                 "  VOIDED: " HOW-MANY-VOIDED.

      * a cheque issued and voided the same day goes out on both
      * lines, so the bank holds the issue and then stops it
               311-REPORT-ONE-CHEQUE.
                   IF TBL-ISSUE-DATE(CHEQUE-SUB)
                       IS EQUAL TO POSITIVE-PAY-DATE
                       MOVE 'I' TO PPD-ACTION
                       PERFORM 312-WRITE-DETAIL-LINE
                       ADD 1 TO HOW-MANY-ISSUED
                       ADD TBL-AMOUNT(CHEQUE-SUB) TO ISSUED-TOTAL
                   END-IF.

                   IF TBL-STATUS(CHEQUE-SUB) IS EQUAL TO 'V'
                       AND TBL-STATUS-DATE(CHEQUE-SUB)
                       IS EQUAL TO POSITIVE-PAY-DATE
                       MOVE 'V' TO PPD-ACTION
                       PERFORM 312-WRITE-DETAIL-LINE
                       ADD 1 TO HOW-MANY-VOIDED
                       ADD TBL-AMOUNT(CHEQUE-SUB) TO VOIDED-TOTAL
                   END-IF.

               312-WRITE-DETAIL-LINE.
                   MOVE 'D' TO PPD-RECORD-TYPE.
                   MOVE TBL-CHEQUE-NUMBER(CHEQUE-SUB)
                     TO PPD-CHEQUE-NUMBER.
                   MOVE TBL-ISSUE-DATE(CHEQUE-SUB) TO PPD-ISSUE-DATE.
                   MOVE TBL-AMOUNT(CHEQUE-SUB) TO PAY-AMOUNT-WORK.
                   MOVE PAY-AMOUNT-DIGITS TO PPD-AMOUNT.
                   MOVE TBL-PAYEE-NAME(CHEQUE-SUB) TO PPD-PAYEE-NAME.
                   WRITE POSITIVE-PAY-LINE.
                   MOVE SPACES TO POSITIVE-PAY-LINE.

      * every exception item gets a pay or return decision; a line
      * that cannot be read is left to the bank's default, which is
      * to return it
           400-WORK-EXCEPTIONS.
               OPEN INPUT EXCEPTION-FILE.
               IF EXCEPTION-FILE-STATUS IS EQUAL TO "35"
                   DISPLAY "NO POSITIVE-PAY-EXCEPTIONS.txt - NOTHING "
                     "TO WORK"
               ELSE IF EXCEPTION-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN "
                     "POSITIVE-PAY-EXCEPTIONS.txt - STATUS "
                     EXCEPTION-FILE-STATUS
                   STOP RUN
               ELSE
                   PERFORM 410-DECIDE-ALL-EXCEPTIONS
                   CLOSE EXCEPTION-FILE
               END-IF
               END-IF.

           410-DECIDE-ALL-EXCEPTIONS.
               OPEN OUTPUT DECISION-FILE.
               IF DECISION-FILE-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN "
                     "POSITIVE-PAY-DECISIONS.txt - STATUS "
                     DECISION-FILE-STATUS
                   STOP RUN
               END-IF.

               OPEN EXTEND DECISION-REGISTER.
               IF DECISION-REGISTER-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT DECISION-REGISTER
               END-IF.
               IF DECISION-REGISTER-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "UNABLE TO OPEN "
                     "POSITIVE-PAY-DECISION-REGISTER.txt - STATUS "
                     DECISION-REGISTER-STATUS
                   STOP RUN
               END-IF.

               MOVE 0 TO HOW-MANY-PAID.
               MOVE 0 TO HOW-MANY-RETURNED.
               MOVE 0 TO HOW-MANY-UNREADABLE.
               MOVE 0 TO RETURN-TOTAL.
               MOVE 0 TO DECISION-TOTAL.
               MOVE 'N' TO EXCEPTION-EOF-FLG.

               MOVE SPACES TO DECISION-LINE.
               MOVE 'H' TO DCH-RECORD-TYPE.
               MOVE RUN-DATE-RAW TO DCH-CREATE-DATE.
               MOVE "COLLEGEAR " TO DCH-ORIGINATOR-ID.
               WRITE DECISION-LINE.

               PERFORM 411-DECIDE-ONE-EXCEPTION
                   UNTIL EXCEPTION-EOF-FLG IS EQUAL TO 'Y'.

               MOVE SPACES TO DECISION-LINE.
               MOVE 'T' TO DCT-RECORD-TYPE.
               MOVE HOW-MANY-PAID TO DCT-PAY-COUNT.
               MOVE HOW-MANY-RETURNED TO DCT-RETURN-COUNT.
               MOVE RETURN-TOTAL-DIGITS TO DCT-RETURN-TOTAL.
               WRITE DECISION-LINE.
               CLOSE DECISION-FILE.
               CLOSE DECISION-REGISTER.

               MOVE "POSITIVE-PAY-DECISIONS.txt"
                 TO TRANSMIT-FILE-NAME.
               MOVE "BANK-POSPAY" TO TRANSMIT-DESTINATION.
               MOVE RUN-DATE-RAW TO TRANSMIT-PERIOD.
               COMPUTE TRANSMIT-RECORD-COUNT =
                   HOW-MANY-PAID + HOW-MANY-RETURNED.
               MOVE DECISION-TOTAL TO TRANSMIT-HASH-TOTAL.
               PERFORM 880-REGISTER-TRANSMISSION.

               DISPLAY "PAID: " HOW-MANY-PAID
                 "  RETURNED: " HOW-MANY-RETURNED
                 "  UNREADABLE: " HOW-MANY-UNREADABLE.

               411-DECIDE-ONE-EXCEPTION.
                   READ EXCEPTION-FILE
                       AT END
                           MOVE 'Y' TO EXCEPTION-EOF-FLG
                       NOT AT END
                           IF EXC-RECORD-TYPE IS EQUAL TO 'E'
                               PERFORM 412-CHECK-EXCEPTION-LINE
                           END-IF
                   END-READ.

               412-CHECK-EXCEPTION-LINE.
                   MOVE SPACES TO DECISION-REGISTER-LINE.
                   MOVE RUN-DATE-RAW TO DRG-DATE-OUT.
                   MOVE EXC-CHEQUE-NUMBER TO DRG-CHEQUE-OUT.
                   MOVE EXC-REASON TO DRG-REASON-OUT.
                   MOVE OPERATOR-ID TO DRG-OPERATOR-OUT.

                   IF EXC-CHEQUE-NUMBER IS NOT NUMERIC
                       OR EXC-AMOUNT IS NOT NUMERIC
                       DISPLAY "UNREADABLE EXCEPTION LINE FOR CHEQUE "
                         EXC-CHEQUE-NUMBER " - LEFT TO THE BANK"
                       MOVE "UNREADABLE" TO DRG-DECISION-OUT
                       WRITE DECISION-REGISTER-LINE
                       ADD 1 TO HOW-MANY-UNREADABLE
                   ELSE
                       PERFORM 413-SUGGEST-DECISION
                       PERFORM 414-TAKE-DECISION
                       PERFORM 415-WRITE-DECISION
                   END-IF.

      * pay only a cheque the register still shows outstanding, for
      * the amount it was issued for - anything else is suggested
      * back as a return
               413-SUGGEST-DECISION.
                   MOVE EXC-CHEQUE-NUMBER TO LOOKUP-CHEQUE-NUMBER.
                   MOVE EXC-AMOUNT TO EXC-AMOUNT-DIGITS.
                   PERFORM 210-FIND-CHEQUE.
                   MOVE 'R' TO SUGGESTED-DECISION.
                   MOVE 0 TO ISSUED-AMOUNT-OUT.

                   IF NOT CHEQUE-ON-REGISTER
                       MOVE "NOT ON REGISTER" TO REGISTER-VIEW
                   ELSE
                       MOVE TBL-AMOUNT(CHQ-FOUND-SUB)
                         TO ISSUED-AMOUNT-OUT
                       IF TBL-STATUS(CHQ-FOUND-SUB) IS EQUAL TO 'V'
                           MOVE "VOIDED" TO REGISTER-VIEW
                       ELSE IF TBL-STATUS(CHQ-FOUND-SUB)
                           IS EQUAL TO 'C'
                           MOVE "ALREADY CASHED" TO REGISTER-VIEW
                       ELSE IF TBL-STATUS(CHQ-FOUND-SUB)
                           IS EQUAL TO 'S'
                           MOVE "STALE-DATED" TO REGISTER-VIEW
                       ELSE IF TBL-AMOUNT(CHQ-FOUND-SUB)
                           IS NOT EQUAL TO EXC-AMOUNT-WORK
                           MOVE "AMOUNT DISAGREES" TO REGISTER-VIEW
                       ELSE
                           MOVE "OUTSTANDING" TO REGISTER-VIEW
                           MOVE 'P' TO SUGGESTED-DECISION
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                   END-IF.

                   IF EXC-REASON IS EQUAL TO "NI"
                       MOVE "NOT ISSUED" TO REASON-TEXT
                   ELSE IF EXC-REASON IS EQUAL TO "AM"
                       MOVE "AMOUNT MISMATCH" TO REASON-TEXT
                   ELSE IF EXC-REASON IS EQUAL TO "VD"
                       MOVE "VOIDED" TO REASON-TEXT
                   ELSE IF EXC-REASON IS EQUAL TO "DP"
                       MOVE "ALREADY PAID" TO REASON-TEXT
                   ELSE IF EXC-REASON IS EQUAL TO "SD"
                       MOVE "STALE-DATED" TO REASON-TEXT
                   ELSE
                       MOVE "OTHER" TO REASON-TEXT
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF.

               414-TAKE-DECISION.
                   MOVE EXC-AMOUNT-WORK TO PRESENTED-AMOUNT-OUT.
                   DISPLAY " ".
                   DISPLAY "CHEQUE " EXC-CHEQUE-NUMBER
                     "  PRESENTED " EXC-PRESENTED-DATE
                     "  FOR " PRESENTED-AMOUNT-OUT.
                   DISPLAY "BANK SAYS: " REASON-TEXT.
                   IF CHEQUE-ON-REGISTER
                       DISPLAY "REGISTER SAYS: " REGISTER-VIEW
                         "  ISSUED " TBL-ISSUE-DATE(CHQ-FOUND-SUB)
                         "  FOR " ISSUED-AMOUNT-OUT
                       DISPLAY "PAYEE: " TBL-PAYEE-NAME(CHQ-FOUND-SUB)
                   ELSE
                       DISPLAY "REGISTER SAYS: " REGISTER-VIEW
                   END-IF.

                   MOVE SPACE TO DECISION-ENTRY.
                   PERFORM 4141-ACCEPT-DECISION
                       UNTIL DECISION-IS-VALID.

                   4141-ACCEPT-DECISION.
                       DISPLAY "P - PAY, R - RETURN (BLANK FOR "
                         SUGGESTED-DECISION "):".
                       ACCEPT DECISION-ENTRY.
                       IF DECISION-ENTRY IS EQUAL TO SPACE
                           MOVE SUGGESTED-DECISION TO DECISION-ENTRY
                       END-IF.
                       IF NOT DECISION-IS-VALID
                           DISPLAY "INVALID DECISION"
                       END-IF.

               415-WRITE-DECISION.
                   MOVE SPACES TO DECISION-LINE.
                   MOVE 'D' TO DCD-RECORD-TYPE.
                   MOVE LOOKUP-CHEQUE-NUMBER TO DCD-CHEQUE-NUMBER.
                   MOVE EXC-AMOUNT-DIGITS TO DCD-AMOUNT.
                   MOVE EXC-REASON TO DCD-REASON.
                   MOVE DECISION-ENTRY TO DCD-DECISION.
                   MOVE OPERATOR-ID TO DCD-DECIDED-BY.
                   WRITE DECISION-LINE.
                   ADD EXC-AMOUNT-WORK TO DECISION-TOTAL.

                   IF DECISION-ENTRY IS EQUAL TO 'P'
                       ADD 1 TO HOW-MANY-PAID
                       MOVE "PAY" TO DRG-DECISION-OUT
                   ELSE
                       ADD 1 TO HOW-MANY-RETURNED
                       ADD EXC-AMOUNT-WORK TO RETURN-TOTAL
                       MOVE "RETURN" TO DRG-DECISION-OUT
                   END-IF.

                   MOVE EXC-AMOUNT-WORK TO DRG-PRESENTED-OUT.
                   IF CHEQUE-ON-REGISTER
                       MOVE TBL-AMOUNT(CHQ-FOUND-SUB) TO DRG-ISSUED-OUT
                   END-IF.
                   MOVE REGISTER-VIEW TO DRG-REGISTER-OUT.
                   WRITE DECISION-REGISTER-LINE.

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
               MOVE "PROJ125" TO TXR-CREATED-BY.
               MOVE TRANSMIT-DATE-RAW TO TXR-CREATED-DATE.
               MOVE TRANSMIT-TIME-HHMMSS TO TXR-CREATED-TIME.
               MOVE "SENT" TO TXR-STATUS.
               MOVE ZERO TO TXR-ACK-DATE.
               MOVE SPACES TO TXR-ACK-REASON.
               WRITE TRANSMISSION-REGISTER-RECORD.
               CLOSE TRANSMISSION-REGISTER.

       END PROGRAM PROJECT125.
