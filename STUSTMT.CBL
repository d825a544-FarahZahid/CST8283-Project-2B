           SELECT OPTIONAL RECEIPT-HISTORY-FILE
               ASSIGN TO "C:\PAYHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADJUSTMENT-HISTORY-FILE
               ASSIGN TO "C:\ADJHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECEIPT-WORK-FILE
               ASSIGN TO "C:\STMTRCPT.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RW-KEY
                   FILE STATUS IS RECEIPT-WORK-STATUS-WS.
           SELECT ADJUSTMENT-WORK-FILE
               ASSIGN TO "C:\STMTADJ.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AW-KEY
                   FILE STATUS IS ADJUSTMENT-WORK-STATUS-WS.
           SELECT STATEMENT-LETTER-FILE
               ASSIGN TO "C:\STMTLTR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-ADDRESS-FILE
               ASSIGN TO "C:\STUADDR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ADDR-STUDENT-NUMBER
                   FILE STATUS IS ADDRESS-STATUS-WS.
           SELECT STATEMENT-HOLD-REPORT
               ASSIGN TO "C:\STMTHOLD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 PAYMENT-MADE          PIC 9(4)V99.
           05 TUITION-AMOUNT        PIC 9(4)V99.
           05 TUITION-DUE-DATE      PIC 9(8).
           05 LATE-FEES             PIC 9(4)V99.
           05 OPENING-BALANCE       PIC S9(4)V99.
           05 AWARDS                PIC 9(4)V99.
           05 REFUNDS-PAID          PIC 9(4)V99.
           05 WITHDRAWAL-CREDIT     PIC 9(4)V99.
           05 COURSE-STATUS-1       PIC X.
           05 COURSE-STATUS-2       PIC X.
           05 COURSE-STATUS-3       PIC X.
           05 COURSE-STATUS-4       PIC X.
           05 COURSE-STATUS-5       PIC X.
           05 COURSE-STATUS-6       PIC X.
           05 FILLER                PIC X(32).

      * RECEIPT-HISTORY-FILE is the cumulative record of
      * every receipt PAYPOST applied to the master, one
      * record per posting - payments, reversals, and NSF
      * backouts alike, told apart by the transaction code.
      * A code C record is TERMCLOS closing the term; the
      * receipts before it are already in the opening
      * balance and are not listed again.
       FD RECEIPT-HISTORY-FILE.
       01 RECEIPT-HISTORY-RECORD.
           05 RCPT-HIST-TRAN-CODE       PIC X.
           05 RCPT-HIST-PAY-AMOUNT      PIC 9(4)V99.
           05 RCPT-HIST-TENDER-TYPE     PIC X(4).

      * ADJUSTMENT-HISTORY-FILE is the cumulative record of
      * every non-cash charge or credit the batch runs post
      * to the master, one record per posting told apart by
      * the type code - F for a late fee LATEFEE charged, its
      * reference the aging bucket it was charged for, A for
      * an award AWARDPST granted, its reference the award
      * code, D for a refund cheque RFNDDISB paid out, its
      * reference the cheque number, W for the tuition
      * credited back when WDRLPOST withdrew a course, its
      * reference the course number, and C for TERMCLOS
      * closing the term, after which only the new term's
      * charges and credits are listed
       FD ADJUSTMENT-HISTORY-FILE.
       01 ADJUSTMENT-HISTORY-RECORD.
           05 ADJ-HIST-TYPE-CODE        PIC X.
           05 ADJ-HIST-STUDENT-NUMBER   PIC 9(9).
           05 ADJ-HIST-POST-DATE        PIC 9(8).
           05 ADJ-HIST-AMOUNT           PIC 9(4)V99.
           05 ADJ-HIST-REFERENCE        PIC X(8).
           05 ADJ-HIST-TERM-DUE-DATE    PIC 9(8).

      * RECEIPT-WORK-FILE is this run's own indexed work file
      * of the receipt history, keyed on the student and the
      * record's place on PAYHIST.DAT.  It is rebuilt at every
      * run, so each student's receipts - and the last term
      * close among them - are read back by key, in the order
      * they were posted, however long the history grows.
       FD RECEIPT-WORK-FILE.
       01 RECEIPT-WORK-RECORD.
           05 RW-KEY.
               10 RW-STUDENT-NUMBER     PIC 9(9).
               10 RW-SEQUENCE           PIC 9(9).
           05 RW-TRAN-CODE              PIC X.
           05 RW-RECEIPT-NUMBER         PIC 9(6).
           05 RW-PAY-DATE               PIC 9(6).
           05 RW-PAY-AMOUNT             PIC 9(4)V99.
           05 RW-TENDER                 PIC X(4).

      * ADJUSTMENT-WORK-FILE is this run's own indexed work
      * file of the adjustment history, keyed and rebuilt the
      * same way as the receipts
       FD ADJUSTMENT-WORK-FILE.
       01 ADJUSTMENT-WORK-RECORD.
           05 AW-KEY.
               10 AW-STUDENT-NUMBER     PIC 9(9).
               10 AW-SEQUENCE           PIC 9(9).
           05 AW-TYPE-CODE              PIC X.
           05 AW-POST-DATE              PIC 9(8).
           05 AW-AMOUNT                 PIC 9(4)V99.
           05 AW-REFERENCE              PIC X(8).

      * STATEMENT-LETTER-FILE is an output file of formatted
      * statements of account, one per student - tuition
      * assessed, each dated payment, each late fee charged
      * and award granted, each refund cheque and withdrawal
      * credit, and the running balance - in the same
      * ready-to-mail letter format PROJECT2B uses for
      * DUNNING.DAT, so the mail room prints both the same
      * way
       FD STATEMENT-LETTER-FILE.
       01 STATEMENT-LETTER-CARD    PIC X(80).

      * STUDENT-ADDRESS-FILE is the indexed student mailing
      * address file ADRMAINT maintains, read here by student
      * number to address each statement
       FD STUDENT-ADDRESS-FILE.
       01 STUDENT-ADDRESS-RECORD.
           05 ADDR-STUDENT-NUMBER   PIC 9(9).
           05 ADDR-LINE-1           PIC X(30).
           05 ADDR-LINE-2           PIC X(30).
           05 ADDR-CITY             PIC X(20).
           05 ADDR-PROVINCE         PIC X(2).
           05 ADDR-POSTAL-CODE      PIC X(10).
           05 ADDR-RETURNED-MAIL-FLAG PIC X.
               88 ADDR-MAIL-RETURNED VALUE "Y".
           05 FILLER                PIC X(18).

      * STATEMENT-HOLD-REPORT is an output file listing every
      * statement held back because the student has no
      * address on file or their mail has come back
      * undelivered, in the same layout as PROJECT2B's
      * LTRHOLD.DAT
       FD STATEMENT-HOLD-REPORT.
       01 STATEMENT-HOLD-CARD      PIC X(110).

       WORKING-STORAGE SECTION.
      * Lines making up one statement of account, in the
      * DUNNING.DAT letter format
       01 STATEMENT-SEPARATOR.
           05 FILLER                     PIC X     VALUE SPACES.
           05 STMT-LAST-NAME-WS          PIC X(20).

      * Mailing address lines under the TO line, filled from
      * STUDENT-ADDRESS-FILE and lined up under the name
       01 STATEMENT-ADDRESS-LINE.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 STMT-ADDRESS-WS            PIC X(30).

       01 STATEMENT-CITY-LINE.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 STMT-CITY-WS               PIC X(20).
           05 FILLER                     PIC X     VALUE SPACES.
           05 STMT-PROVINCE-WS           PIC X(2).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 STMT-POSTAL-CODE-WS        PIC X(10).

       01 STATEMENT-ID-LINE.
           05 FILLER                 PIC X(16) VALUE "STUDENT NUMBER: ".
           05 STMT-STUDENT-NUMBER-WS     PIC 9(9).
       01 STATEMENT-TITLE-LINE.
           05 FILLER    PIC X(20)  VALUE "STATEMENT OF ACCOUNT".

       01 STATEMENT-FORWARD-LINE.
           05 FILLER                     PIC X(18)
                   VALUE "BALANCE FORWARD:  ".
           05 STMT-FORWARD-WS            PIC $$,$$9.99CR.

       01 STATEMENT-ASSESSED-LINE.
           05 FILLER                     PIC X(18)
                   VALUE "TUITION ASSESSED: ".
                   VALUE "  BALANCE ".
           05 STMT-RUNNING-BALANCE-WS    PIC $$,$$9.99CR.

      * One dated charge or credit line, its amount and the
      * balance lined up under the payment lines
       01 STATEMENT-ADJUSTMENT-LINE.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 STMT-ADJ-ACTION-WS         PIC X(6).
           05 STMT-ADJ-DATE-WS           PIC 9(8).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 STMT-ADJ-DESCRIPTION-WS    PIC X(20).
           05 STMT-ADJ-AMOUNT-WS         PIC $$,$$9.99.
           05 FILLER                     PIC X(10)
                   VALUE "  BALANCE ".
           05 STMT-ADJ-BALANCE-WS        PIC $$,$$9.99CR.

       01 STATEMENT-NO-PAYMENT-LINE.
           05 FILLER    PIC X(35)  VALUE
               "  NO PAYMENTS ON FILE THIS ACCOUNT.".
       01 STATEMENT-CLOSING-LINE.
           05 FILLER    PIC X(19)  VALUE "THE BURSAR'S OFFICE".

      * Local copy of one held statement listing line
       01 STATEMENT-HOLD-WS.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 STUDENT-LAST-NAME-HOLD-WS  PIC X(20).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 STUDENT-FIRST-NAME-HOLD-WS PIC X(20).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 STUDENT-NUMBER-HOLD-WS     PIC 9(9).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 LETTER-TYPE-HOLD-WS        PIC X(8)  VALUE "STMT".
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 HOLD-REASON-HOLD-WS        PIC X(20).

      * Title and column header for the held statement
      * listing
       01 STMTHOLD-TITLE.
           05 FILLER           PIC X(20)  VALUE SPACES.
           05 FILLER           PIC X(28)
                   VALUE "STATEMENTS HELD FROM MAILING".

       01 STMTHOLD-COLUMN-HEADER.
           05 FILLER           PIC X(4)   VALUE SPACES.
           05 FILLER           PIC X(20)  VALUE "STUDENT LAST NAME".
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 FILLER           PIC X(20)  VALUE "STUDENT FIRST NAME".
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 FILLER           PIC X(9)   VALUE "STUDENT #".
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 FILLER           PIC X(8)   VALUE "LETTER".
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 FILLER           PIC X(20)  VALUE "REASON HELD".

      * Counters to keep track of students read, statements
      * written and held, and receipts loaded from the
      * history
       01 STATEMENT-COUNTERS.
           05 FILLER             PIC X(15) VALUE "STUDENTS READ: ".
           05 STUDENTS-IN-CTR    PIC 9(3)  VALUE ZERO.
           05 FILLER             PIC X(14) VALUE " STATEMENTS: ".
           05 STATEMENTS-OUT-CTR PIC 9(3)  VALUE ZERO.
           05 FILLER             PIC X(11) VALUE " RECEIPTS: ".
           05 RECEIPTS-LOADED-CTR PIC 9(7) VALUE ZERO.
           05 FILLER             PIC X(14) VALUE " ADJUSTMENTS: ".
           05 ADJUSTMENTS-LOADED-CTR PIC 9(7) VALUE ZERO.
           05 FILLER             PIC X(7)  VALUE " HELD: ".
           05 STATEMENTS-HELD-CTR PIC 9(3) VALUE ZERO.

      * Bunch of fields to keep track of various
      * things throughout the program
       01 FLAGS-AND-CONTROLS.
           05 STUDENT-FILE-EOF-FLAG     PIC X       VALUE "N".
           05 RECEIPT-FILE-EOF-FLAG     PIC X       VALUE "N".
           05 ADJUSTMENT-FILE-EOF-FLAG  PIC X       VALUE "N".
           05 RECEIPT-WORK-STATUS-WS    PIC X(2)    VALUE SPACES.
           05 ADJUSTMENT-WORK-STATUS-WS PIC X(2)    VALUE SPACES.
           05 RECEIPT-STUDENT-END-FLAG  PIC X       VALUE "N".
               88 NO-MORE-STUDENT-RECEIPTS VALUE "Y".
           05 ADJUSTMENT-STUDENT-END-FLAG PIC X     VALUE "N".
               88 NO-MORE-STUDENT-ADJUSTMENTS VALUE "Y".
           05 RECEIPT-SEQUENCE-WS       PIC 9(9)    VALUE ZERO.
           05 ADJUSTMENT-SEQUENCE-WS    PIC 9(9)    VALUE ZERO.
           05 RECEIPT-CLOSE-SEQUENCE-WS PIC 9(9)    VALUE ZERO.
           05 ADJUSTMENT-CLOSE-SEQUENCE-WS PIC 9(9) VALUE ZERO.
           05 PAYMENTS-LISTED-CTR       PIC 9(3)    VALUE ZERO.
           05 RUNNING-BALANCE-WS        PIC S9(5)V99 VALUE ZERO.
           05 MASTER-BALANCE-WS         PIC S9(5)V99 VALUE ZERO.
           05 BALANCE-FORWARD-WS        PIC S9(5)V99 VALUE ZERO.
           05 FORWARD-REVERSALS-WS      PIC 9(5)V99 VALUE ZERO.
           05 CURRENT-PAID-WS           PIC 9(5)V99 VALUE ZERO.
           05 ADDRESS-STATUS-WS         PIC X(2)    VALUE SPACES.
           05 ADDRESS-FILE-OPEN-FLAG    PIC X       VALUE "N".
               88 ADDRESS-FILE-IS-OPEN VALUE "Y".
           05 LETTER-HOLD-REASON-WS     PIC X(20)   VALUE SPACES.
               88 LETTER-IS-MAILABLE VALUE SPACES.

       PROCEDURE DIVISION.
      * Mainline routine
       100-PRINT-STATEMENTS.
           PERFORM 200-LOAD-RECEIPT-WORK-FILE.
           PERFORM 200-LOAD-ADJUSTMENT-WORK-FILE.
           PERFORM 200-INIT-PRINT-STATEMENTS.
           PERFORM 200-PRINT-STUDENT-STATEMENT
               UNTIL STUDENT-FILE-EOF-FLAG = "Y".
           STOP RUN.

      * Load the cumulative receipt history into the receipt
      * work file, which is then left open for the lookups.
      * A missing history file simply leaves the work file
      * empty - every statement then shows assessed tuition
      * and the balance per the master with no payment detail
      * lines.  A work file that cannot be built stops the
      * run cold, since every statement would show the wrong
      * period and balance without it.
       200-LOAD-RECEIPT-WORK-FILE.
           OPEN OUTPUT RECEIPT-WORK-FILE.
           IF RECEIPT-WORK-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: STMTRCPT.DAT DID NOT OPEN - FILE "
                   "STATUS " RECEIPT-WORK-STATUS-WS " - NO "
                   "STATEMENTS WERE PRINTED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE RECEIPT-WORK-FILE.
           OPEN I-O RECEIPT-WORK-FILE.
           OPEN INPUT RECEIPT-HISTORY-FILE.
           PERFORM 700-LOAD-RECEIPT-RECORD
               UNTIL RECEIPT-FILE-EOF-FLAG = "Y".
           CLOSE RECEIPT-HISTORY-FILE.
           MOVE RECEIPT-SEQUENCE-WS TO RECEIPTS-LOADED-CTR.

      * Load the cumulative adjustment history into the
      * adjustment work file, which is then left open for the
      * lookups.  A missing history file simply leaves the
      * work file empty - no charge or credit lines are
      * printed.  A work file that cannot be built stops the
      * run cold, as for the receipts.
       200-LOAD-ADJUSTMENT-WORK-FILE.
           OPEN OUTPUT ADJUSTMENT-WORK-FILE.
           IF ADJUSTMENT-WORK-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: STMTADJ.DAT DID NOT OPEN - FILE "
                   "STATUS " ADJUSTMENT-WORK-STATUS-WS " - NO "
                   "STATEMENTS WERE PRINTED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE ADJUSTMENT-WORK-FILE.
           OPEN I-O ADJUSTMENT-WORK-FILE.
           OPEN INPUT ADJUSTMENT-HISTORY-FILE.
           PERFORM 700-LOAD-ADJUSTMENT-RECORD
               UNTIL ADJUSTMENT-FILE-EOF-FLAG = "Y".
           CLOSE ADJUSTMENT-HISTORY-FILE.
           MOVE ADJUSTMENT-SEQUENCE-WS TO ADJUSTMENTS-LOADED-CTR.

      * Open the master, the address file, the statement file
      * and the held statement listing, and read the first
      * student record.  An address file that does not open
      * leaves every student without an address, so every
      * statement is held rather than mailed with no address
      * on it.
       200-INIT-PRINT-STATEMENTS.
           OPEN INPUT  STUDENT-FILE.
           OPEN INPUT  STUDENT-ADDRESS-FILE.
           IF ADDRESS-STATUS-WS = "00"
               MOVE "Y" TO ADDRESS-FILE-OPEN-FLAG
           ELSE
               DISPLAY "*** WARNING: STUDENT ADDRESS FILE DID NOT "
                   "OPEN - FILE STATUS " ADDRESS-STATUS-WS " - "
                   "ALL STATEMENTS ARE HELD ***"
           END-IF.
           OPEN OUTPUT STATEMENT-LETTER-FILE.
           OPEN OUTPUT STATEMENT-HOLD-REPORT.
           WRITE STATEMENT-HOLD-CARD FROM STMTHOLD-TITLE.
           WRITE STATEMENT-HOLD-CARD FROM STMTHOLD-COLUMN-HEADER.
           PERFORM 700-READ-STUDENT-RECORD.

      * Print the current student's statement when there is
      * a good address to mail it to, or list it on the held
      * statement listing when there is not, then read the
      * next student
       200-PRINT-STUDENT-STATEMENT.
           PERFORM 700-FIND-STUDENT-ADDRESS.
           IF LETTER-IS-MAILABLE
               PERFORM 700-WRITE-STUDENT-STATEMENT
           ELSE
               PERFORM 700-WRITE-STATEMENT-HOLD-RECORD
           END-IF.
           PERFORM 700-READ-STUDENT-RECORD.

      * Write the statement counters to the console for the
      * operator and under the held statement listing, and
      * close the files.  The address file is closed only
      * when it actually opened.
       200-TERM-PRINT-STATEMENTS.
           DISPLAY STATEMENT-COUNTERS.
           WRITE STATEMENT-HOLD-CARD FROM STATEMENT-COUNTERS.
           IF ADDRESS-FILE-IS-OPEN
               CLOSE STUDENT-ADDRESS-FILE
           END-IF.
           CLOSE STUDENT-FILE
                 RECEIPT-WORK-FILE
                 ADJUSTMENT-WORK-FILE
                 STATEMENT-LETTER-FILE
                 STATEMENT-HOLD-REPORT.

      * Print one statement of account for the current
      * student - any balance carried forward from the last
      * term close, tuition assessed, each dated payment
      * since that close with the balance running down, each
      * late fee with the balance running back up, each
      * award with it running down, and the closing balance.
      * The balance forward is the one the term close left,
      * so a reversal of a closed-term payment that PAYPOST
      * has since charged to OPENING-BALANCE is taken back
      * out of it and shown on its own line with the rest.
       700-WRITE-STUDENT-STATEMENT.
           PERFORM 700-FIND-RECEIPT-CLOSE.
           PERFORM 700-FIND-ADJUSTMENT-CLOSE.
           COMPUTE BALANCE-FORWARD-WS =
               OPENING-BALANCE - FORWARD-REVERSALS-WS.
           PERFORM 700-WRITE-STATEMENT-HEADING.
           COMPUTE RUNNING-BALANCE-WS =
               TUITION-AMOUNT + BALANCE-FORWARD-WS.
           MOVE ZERO TO PAYMENTS-LISTED-CTR.
           MOVE RECEIPT-CLOSE-SEQUENCE-WS TO RW-SEQUENCE.
           PERFORM 700-START-STUDENT-RECEIPTS.
           PERFORM 700-WRITE-PAYMENT-LINE
               UNTIL NO-MORE-STUDENT-RECEIPTS.
           IF PAYMENTS-LISTED-CTR = ZERO
               WRITE STATEMENT-LETTER-CARD
                   FROM STATEMENT-NO-PAYMENT-LINE
           END-IF.
           MOVE ADJUSTMENT-CLOSE-SEQUENCE-WS TO AW-SEQUENCE.
           PERFORM 700-START-STUDENT-ADJUSTMENTS.
           PERFORM 700-WRITE-ADJUSTMENT-LINE
               UNTIL NO-MORE-STUDENT-ADJUSTMENTS.
           PERFORM 700-WRITE-STATEMENT-CLOSING.
           ADD 1 TO STATEMENTS-OUT-CTR.

      * Read the next receipt history record into the work
      * file under its student and its place on the history,
      * and set the EOF flag when the file is exhausted.  A
      * record whose student number is not numeric belongs to
      * no student on the master and is passed over.
       700-LOAD-RECEIPT-RECORD.
           READ RECEIPT-HISTORY-FILE
               AT END MOVE "Y" TO RECEIPT-FILE-EOF-FLAG
               NOT AT END
                   IF RCPT-HIST-STUDENT-NUMBER NUMERIC
                       ADD 1 TO RECEIPT-SEQUENCE-WS
                       MOVE RCPT-HIST-STUDENT-NUMBER
                           TO RW-STUDENT-NUMBER
                       MOVE RECEIPT-SEQUENCE-WS TO RW-SEQUENCE
                       MOVE RCPT-HIST-TRAN-CODE TO RW-TRAN-CODE
                       MOVE RCPT-HIST-RECEIPT-NUMBER
                           TO RW-RECEIPT-NUMBER
                       MOVE RCPT-HIST-PAY-DATE TO RW-PAY-DATE
                       MOVE RCPT-HIST-PAY-AMOUNT TO RW-PAY-AMOUNT
                       MOVE RCPT-HIST-TENDER-TYPE TO RW-TENDER
                       WRITE RECEIPT-WORK-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                   END-IF
           END-READ.

      * Read the next adjustment history record into the work
      * file the same way, and set the EOF flag when the file
      * is exhausted
       700-LOAD-ADJUSTMENT-RECORD.
           READ ADJUSTMENT-HISTORY-FILE
               AT END MOVE "Y" TO ADJUSTMENT-FILE-EOF-FLAG
               NOT AT END
                   IF ADJ-HIST-STUDENT-NUMBER NUMERIC
                       ADD 1 TO ADJUSTMENT-SEQUENCE-WS
                       MOVE ADJ-HIST-STUDENT-NUMBER
                           TO AW-STUDENT-NUMBER
                       MOVE ADJUSTMENT-SEQUENCE-WS TO AW-SEQUENCE
                       MOVE ADJ-HIST-TYPE-CODE TO AW-TYPE-CODE
                       MOVE ADJ-HIST-POST-DATE TO AW-POST-DATE
                       MOVE ADJ-HIST-AMOUNT TO AW-AMOUNT
                       MOVE ADJ-HIST-REFERENCE TO AW-REFERENCE
                       WRITE ADJUSTMENT-WORK-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                   END-IF
           END-READ.

           END-READ.

      * Write the heading of one statement - separator,
      * addressee and mailing address, student number and
      * program, the balance
      * forward when a term close carried one in, and the
      * tuition assessed line
       700-WRITE-STATEMENT-HEADING.
           WRITE STATEMENT-LETTER-CARD FROM STATEMENT-SEPARATOR.
           MOVE STUDENT-FIRST-NAME TO STMT-FIRST-NAME-WS.
           MOVE STUDENT-LAST-NAME TO STMT-LAST-NAME-WS.
           WRITE STATEMENT-LETTER-CARD FROM STATEMENT-TO-LINE.
           MOVE ADDR-LINE-1 TO STMT-ADDRESS-WS.
           WRITE STATEMENT-LETTER-CARD FROM STATEMENT-ADDRESS-LINE.
           IF ADDR-LINE-2 NOT = SPACES
               MOVE ADDR-LINE-2 TO STMT-ADDRESS-WS
               WRITE STATEMENT-LETTER-CARD FROM STATEMENT-ADDRESS-LINE
           END-IF.
           MOVE ADDR-CITY TO STMT-CITY-WS.
           MOVE ADDR-PROVINCE TO STMT-PROVINCE-WS.
           MOVE ADDR-POSTAL-CODE TO STMT-POSTAL-CODE-WS.
           WRITE STATEMENT-LETTER-CARD FROM STATEMENT-CITY-LINE.
           MOVE STUDENT-NUMBER TO STMT-STUDENT-NUMBER-WS.
           MOVE STUDENT-PROGRAM TO STMT-PROGRAM-WS.
           WRITE STATEMENT-LETTER-CARD FROM STATEMENT-ID-LINE.
           MOVE SPACES TO STATEMENT-LETTER-CARD.
           WRITE STATEMENT-LETTER-CARD.
           WRITE STATEMENT-LETTER-CARD FROM STATEMENT-TITLE-LINE.
           IF BALANCE-FORWARD-WS NOT = ZERO
               MOVE BALANCE-FORWARD-WS TO STMT-FORWARD-WS
               WRITE STATEMENT-LETTER-CARD FROM STATEMENT-FORWARD-LINE
           END-IF.
           MOVE TUITION-AMOUNT TO STMT-ASSESSED-WS.
           MOVE TUITION-DUE-DATE TO STMT-DUE-DATE-WS.
           WRITE STATEMENT-LETTER-CARD FROM STATEMENT-ASSESSED-LINE.

      * Read the current student's mailing address before
      * the statement is written.  LETTER-HOLD-REASON-WS is
      * left blank when the statement can be mailed;
      * otherwise it says why the statement is held - no
      * address on file, or an address flagged as returned
      * mail.
       700-FIND-STUDENT-ADDRESS.
           MOVE SPACES TO LETTER-HOLD-REASON-WS.
           IF ADDRESS-FILE-IS-OPEN
               MOVE STUDENT-NUMBER TO ADDR-STUDENT-NUMBER
               READ STUDENT-ADDRESS-FILE
                   INVALID KEY
                       MOVE "NO ADDRESS ON FILE"
                           TO LETTER-HOLD-REASON-WS
                   NOT INVALID KEY
                       IF ADDR-MAIL-RETURNED
                           MOVE "RETURNED MAIL"
                               TO LETTER-HOLD-REASON-WS
                       END-IF
               END-READ
           ELSE
               MOVE "NO ADDRESS ON FILE" TO LETTER-HOLD-REASON-WS
           END-IF.

      * List the current student's statement on the held
      * statement listing in place of printing it
       700-WRITE-STATEMENT-HOLD-RECORD.
           MOVE STUDENT-LAST-NAME TO STUDENT-LAST-NAME-HOLD-WS.
           MOVE STUDENT-FIRST-NAME TO STUDENT-FIRST-NAME-HOLD-WS.
           MOVE STUDENT-NUMBER TO STUDENT-NUMBER-HOLD-WS.
           MOVE LETTER-HOLD-REASON-WS TO HOLD-REASON-HOLD-WS.
           WRITE STATEMENT-HOLD-CARD FROM STATEMENT-HOLD-WS.
           ADD 1 TO STATEMENTS-HELD-CTR.

      * Read the current student's receipts through, keeping
      * the place of the last term close among them.  Listing
      * starts just after it, since everything before it is
      * already in the balance forward; a student never
      * closed is listed from the first receipt.  The
      * receipts are followed the way PAYPOST applied them on
      * the way through - a reversal or NSF larger than the
      * payments still standing since the close took
      * PAYMENT-MADE only to zero, and the rest went to
      * OPENING-BALANCE, so the rest is added up here, the
      * count starting again at every close.
       700-FIND-RECEIPT-CLOSE.
           MOVE ZERO TO RECEIPT-CLOSE-SEQUENCE-WS.
           MOVE ZERO TO CURRENT-PAID-WS.
           MOVE ZERO TO FORWARD-REVERSALS-WS.
           MOVE ZERO TO RW-SEQUENCE.
           PERFORM 700-START-STUDENT-RECEIPTS.
           PERFORM 700-FOLLOW-RECEIPT
               UNTIL NO-MORE-STUDENT-RECEIPTS.

      * Follow one of the current student's receipts, then
      * read the next
       700-FOLLOW-RECEIPT.
           EVALUATE RW-TRAN-CODE
               WHEN "C"
                   MOVE RW-SEQUENCE TO RECEIPT-CLOSE-SEQUENCE-WS
                   MOVE ZERO TO CURRENT-PAID-WS
                   MOVE ZERO TO FORWARD-REVERSALS-WS
               WHEN "R"
               WHEN "N"
                   IF RW-PAY-AMOUNT > CURRENT-PAID-WS
                       COMPUTE FORWARD-REVERSALS-WS =
                           FORWARD-REVERSALS-WS + RW-PAY-AMOUNT
                           - CURRENT-PAID-WS
                       MOVE ZERO TO CURRENT-PAID-WS
                   ELSE
                       SUBTRACT RW-PAY-AMOUNT FROM CURRENT-PAID-WS
                   END-IF
               WHEN OTHER
                   ADD RW-PAY-AMOUNT TO CURRENT-PAID-WS
           END-EVALUATE.
           PERFORM 700-READ-STUDENT-RECEIPT.

      * Position the receipt work file on the current
      * student's first receipt after the place already in
      * RW-SEQUENCE, and read it
       700-START-STUDENT-RECEIPTS.
           MOVE STUDENT-NUMBER TO RW-STUDENT-NUMBER.
           MOVE "N" TO RECEIPT-STUDENT-END-FLAG.
           START RECEIPT-WORK-FILE KEY IS > RW-KEY
               INVALID KEY MOVE "Y" TO RECEIPT-STUDENT-END-FLAG
           END-START.
           IF NOT NO-MORE-STUDENT-RECEIPTS
               PERFORM 700-READ-STUDENT-RECEIPT
           END-IF.

      * Read the next receipt on the work file, setting the
      * end flag at the end of the file or of the current
      * student's receipts
       700-READ-STUDENT-RECEIPT.
           READ RECEIPT-WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO RECEIPT-STUDENT-END-FLAG
               NOT AT END
                   IF RW-STUDENT-NUMBER NOT = STUDENT-NUMBER
                       MOVE "Y" TO RECEIPT-STUDENT-END-FLAG
                   END-IF
           END-READ.

      * Read the current student's charges and credits
      * through, keeping the place of the last term close
      * among them, from which they are listed the same way
      * as the receipts
       700-FIND-ADJUSTMENT-CLOSE.
           MOVE ZERO TO ADJUSTMENT-CLOSE-SEQUENCE-WS.
           MOVE ZERO TO AW-SEQUENCE.
           PERFORM 700-START-STUDENT-ADJUSTMENTS.
           PERFORM 700-FOLLOW-ADJUSTMENT
               UNTIL NO-MORE-STUDENT-ADJUSTMENTS.

      * Keep the place of a term close among the current
      * student's charges and credits, then read the next
       700-FOLLOW-ADJUSTMENT.
           IF AW-TYPE-CODE = "C"
               MOVE AW-SEQUENCE TO ADJUSTMENT-CLOSE-SEQUENCE-WS
           END-IF.
           PERFORM 700-READ-STUDENT-ADJUSTMENT.

      * Position the adjustment work file on the current
      * student's first charge or credit after the place
      * already in AW-SEQUENCE, and read it
       700-START-STUDENT-ADJUSTMENTS.
           MOVE STUDENT-NUMBER TO AW-STUDENT-NUMBER.
           MOVE "N" TO ADJUSTMENT-STUDENT-END-FLAG.
           START ADJUSTMENT-WORK-FILE KEY IS > AW-KEY
               INVALID KEY MOVE "Y" TO ADJUSTMENT-STUDENT-END-FLAG
           END-START.
           IF NOT NO-MORE-STUDENT-ADJUSTMENTS
               PERFORM 700-READ-STUDENT-ADJUSTMENT
           END-IF.

      * Read the next charge or credit on the work file,
      * setting the end flag at the end of the file or of the
      * current student's charges and credits
       700-READ-STUDENT-ADJUSTMENT.
           READ ADJUSTMENT-WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO ADJUSTMENT-STUDENT-END-FLAG
               NOT AT END
                   IF AW-STUDENT-NUMBER NOT = STUDENT-NUMBER
                       MOVE "Y" TO ADJUSTMENT-STUDENT-END-FLAG
                   END-IF
           END-READ.

      * Write one dated payment line for the current student's
      * receipt and read the next - a payment runs the
      * balance down, a reversal or NSF backout runs it back
      * up and is labelled so the student can see why
       700-WRITE-PAYMENT-LINE.
           EVALUATE RW-TRAN-CODE
               WHEN "R"
                   MOVE "RVRSD " TO STMT-ACTION-WS
                   ADD RW-PAY-AMOUNT TO RUNNING-BALANCE-WS
               WHEN "N"
                   MOVE "NSF   " TO STMT-ACTION-WS
                   ADD RW-PAY-AMOUNT TO RUNNING-BALANCE-WS
               WHEN OTHER
                   MOVE "PAID  " TO STMT-ACTION-WS
                   SUBTRACT RW-PAY-AMOUNT FROM RUNNING-BALANCE-WS
           END-EVALUATE.
           MOVE RW-PAY-DATE TO STMT-PAY-DATE-WS.
           MOVE RW-RECEIPT-NUMBER TO STMT-RECEIPT-NUMBER-WS.
           MOVE RW-TENDER TO STMT-TENDER-WS.
           MOVE RW-PAY-AMOUNT TO STMT-PAY-AMOUNT-WS.
           MOVE RUNNING-BALANCE-WS TO STMT-RUNNING-BALANCE-WS.
           WRITE STATEMENT-LETTER-CARD FROM STATEMENT-PAYMENT-LINE.
           ADD 1 TO PAYMENTS-LISTED-CTR.
           PERFORM 700-READ-STUDENT-RECEIPT.

      * Write one dated charge or credit line for the current
      * student's adjustment and read the next - a late fee
      * runs the balance back up and is labelled with the
      * aging bucket it was charged for, an award runs it
      * down and is labelled with the award code, so it is
      * never mistaken for a payment, and a refund cheque
      * runs a credit back up to nothing and is labelled with
      * the cheque number, and a withdrawal credit runs it
      * down and is labelled with the course that was dropped
       700-WRITE-ADJUSTMENT-LINE.
           MOVE SPACES TO STMT-ADJ-DESCRIPTION-WS.
           EVALUATE AW-TYPE-CODE
               WHEN "F"
                   MOVE "FEE   " TO STMT-ADJ-ACTION-WS
                   STRING "LATE FEE " AW-REFERENCE
                       DELIMITED BY SIZE
                       INTO STMT-ADJ-DESCRIPTION-WS
                   END-STRING
                   ADD AW-AMOUNT TO RUNNING-BALANCE-WS
               WHEN "A"
                   MOVE "AWARD " TO STMT-ADJ-ACTION-WS
                   STRING "AWARD " AW-REFERENCE
                       DELIMITED BY SIZE
                       INTO STMT-ADJ-DESCRIPTION-WS
                   END-STRING
                   SUBTRACT AW-AMOUNT FROM RUNNING-BALANCE-WS
               WHEN "D"
                   MOVE "REFUND" TO STMT-ADJ-ACTION-WS
                   STRING "REFUND CHQ " AW-REFERENCE
                       DELIMITED BY SIZE
                       INTO STMT-ADJ-DESCRIPTION-WS
                   END-STRING
                   ADD AW-AMOUNT TO RUNNING-BALANCE-WS
               WHEN "W"
                   MOVE "WDRAWN" TO STMT-ADJ-ACTION-WS
                   STRING "WITHDRAW " AW-REFERENCE
                       DELIMITED BY SIZE
                       INTO STMT-ADJ-DESCRIPTION-WS
                   END-STRING
                   SUBTRACT AW-AMOUNT FROM RUNNING-BALANCE-WS
           END-EVALUATE.
           MOVE AW-POST-DATE TO STMT-ADJ-DATE-WS.
           MOVE AW-AMOUNT TO STMT-ADJ-AMOUNT-WS.
           MOVE RUNNING-BALANCE-WS TO STMT-ADJ-BALANCE-WS.
           WRITE STATEMENT-LETTER-CARD
               FROM STATEMENT-ADJUSTMENT-LINE.
           PERFORM 700-READ-STUDENT-ADJUSTMENT.

      * Write the closing of one statement - the balance per
      * the master, a note when receipts posted before the
      * history file began are folded into that balance, and
       700-WRITE-STATEMENT-CLOSING.
           MOVE SPACES TO STATEMENT-LETTER-CARD.
           WRITE STATEMENT-LETTER-CARD.
           COMPUTE MASTER-BALANCE-WS = TUITION-AMOUNT + LATE-FEES
               + OPENING-BALANCE + REFUNDS-PAID - PAYMENT-MADE
               - AWARDS - WITHDRAWAL-CREDIT.
           MOVE MASTER-BALANCE-WS TO STMT-CLOSING-BALANCE-WS.
           WRITE STATEMENT-LETTER-CARD FROM STATEMENT-BALANCE-LINE.
           IF MASTER-BALANCE-WS NOT = RUNNING-BALANCE-WS
