       IDENTIFICATION DIVISION.
       PROGRAM-ID.         RFNDDISB.
       AUTHOR.             RICHARD BARNEY.
       DATE-WRITTEN.       OCTOBER 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE
               ASSIGN TO "C:\STUMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MASTER-STUDENT-NUMBER
                   FILE STATUS IS MASTER-STATUS-WS.
           SELECT REFUND-APPROVAL-FILE
               ASSIGN TO "C:\RFNDAPPR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS APPROVAL-STATUS-WS.
           SELECT OPTIONAL CHEQUE-PARM-FILE
               ASSIGN TO "C:\CHQPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECEIPT-HISTORY-FILE
               ASSIGN TO "C:\PAYHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-HOLD-FILE
               ASSIGN TO "C:\HOLDWORK.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PH-STUDENT-NUMBER
                   FILE STATUS IS PENDING-HOLD-STATUS-WS.
           SELECT OPTIONAL ADJUSTMENT-HISTORY-FILE
               ASSIGN TO "C:\ADJHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHEQUE-REGISTER
               ASSIGN TO "C:\CHQREG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AP-EXTRACT-FILE
               ASSIGN TO "C:\APEXTRCT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-IMAGE-FILE
               ASSIGN TO "C:\MSTIMAGE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * STUDENT-MASTER-FILE is the indexed student master
      * STUMAINT maintains.  Each refund cheque paid here is
      * added into MASTER-REFUNDS-PAID, a debit that brings
      * the credit balance PROJECT2B lists on REFUNDS.DAT
      * back down to nothing once the money has gone out.
       FD STUDENT-MASTER-FILE.
       01 STUDENT-MASTER-RECORD.
           05 MASTER-FIRST-NAME     PIC X(20).
           05 MASTER-LAST-NAME      PIC X(20).
           05 MASTER-STUDENT-NUMBER PIC 9(9).
           05 MASTER-PROGRAM        PIC X(3).
           05 MASTER-COURSE-1       PIC X(7).
           05 MASTER-MARK-1         PIC 9(3).
           05 MASTER-COURSE-2       PIC X(7).
           05 MASTER-MARK-2         PIC 9(3).
           05 MASTER-COURSE-3       PIC X(7).
           05 MASTER-MARK-3         PIC 9(3).
           05 MASTER-COURSE-4       PIC X(7).
           05 MASTER-MARK-4         PIC 9(3).
           05 MASTER-COURSE-5       PIC X(7).
           05 MASTER-MARK-5         PIC 9(3).
           05 MASTER-COURSE-6       PIC X(7).
           05 MASTER-MARK-6         PIC 9(3).
           05 MASTER-PAYMENT-MADE   PIC 9(4)V99.
           05 MASTER-TUITION-AMOUNT PIC 9(4)V99.
           05 MASTER-TUITION-DUE-DATE PIC 9(8).
           05 MASTER-LATE-FEES      PIC 9(4)V99.
           05 MASTER-OPENING-BALANCE PIC S9(4)V99.
           05 MASTER-AWARDS         PIC 9(4)V99.
           05 MASTER-REFUNDS-PAID   PIC 9(4)V99.
           05 MASTER-WITHDRAWAL-CREDIT PIC 9(4)V99.
           05 MASTER-COURSE-STATUS-1 PIC X.
           05 MASTER-COURSE-STATUS-2 PIC X.
           05 MASTER-COURSE-STATUS-3 PIC X.
           05 MASTER-COURSE-STATUS-4 PIC X.
           05 MASTER-COURSE-STATUS-5 PIC X.
           05 MASTER-COURSE-STATUS-6 PIC X.
           05 FILLER                PIC X(32).

      * REFUND-APPROVAL-FILE is the input deck of refunds the
      * bursar has signed off from the REFUNDS.DAT register,
      * one card per student with the amount approved and
      * the initials of the approver
       FD REFUND-APPROVAL-FILE.
       01 REFUND-APPROVAL-RECORD.
           05 RFA-STUDENT-NUMBER    PIC 9(9).
           05 RFA-REFUND-AMOUNT     PIC 9(4)V99.
           05 RFA-APPROVED-BY       PIC X(3).

      * CHEQUE-PARM-FILE carries the first cheque number of
      * the cheque stock loaded in the printer.  Cheques are
      * numbered on from the last cheque on the adjustment
      * history, or from this number when it is higher, so a
      * new box of cheques is started by keying one card.
       FD CHEQUE-PARM-FILE.
       01 CHEQUE-PARM-RECORD.
           05 CHQ-PARM-START-NUMBER PIC 9(6).

      * RECEIPT-HISTORY-FILE is the cumulative receipt
      * history PAYPOST appends to.  A student with a
      * reversal or NSF posted since the last term close
      * still has a payment in question, so no refund is
      * paid until the bursar has cleared it up.  The code C
      * records TERMCLOS writes mark the close.
       FD RECEIPT-HISTORY-FILE.
       01 RECEIPT-HISTORY-RECORD.
           05 RCPT-HIST-TRAN-CODE       PIC X.
               88 HIST-IS-REVERSAL   VALUE "R".
               88 HIST-IS-NSF        VALUE "N".
               88 HIST-IS-TERM-CLOSE VALUE "C".
           05 RCPT-HIST-RECEIPT-NUMBER  PIC 9(6).
           05 RCPT-HIST-PAY-DATE        PIC 9(6).
           05 RCPT-HIST-STUDENT-NUMBER  PIC 9(9).
           05 RCPT-HIST-PAY-AMOUNT      PIC 9(4)V99.
           05 RCPT-HIST-TENDER-TYPE     PIC X(4).

      * PENDING-HOLD-FILE is this run's own indexed work file
      * of every student with a reversal or NSF on the
      * receipt history, keyed on the student, with the hold
      * flag set by the reversal or NSF and cleared again by
      * a later term close.  It is rebuilt from PAYHIST.DAT
      * at every run, so however many students have ever had
      * a payment bounce, each one is found by key.
       FD PENDING-HOLD-FILE.
       01 PENDING-HOLD-RECORD.
           05 PH-STUDENT-NUMBER     PIC 9(9).
           05 PH-HOLD-FLAG          PIC X.

      * ADJUSTMENT-HISTORY-FILE is the cumulative record of
      * every non-cash charge or credit a batch run posts to
      * the master.  A refund cheque is type D, its
      * reference the cheque number.  It is read through at
      * the top of every run for the last cheque number
      * used, then extended with the cheques paid this run.
       FD ADJUSTMENT-HISTORY-FILE.
       01 ADJUSTMENT-HISTORY-RECORD.
           05 ADJ-HIST-TYPE-CODE        PIC X.
           05 ADJ-HIST-STUDENT-NUMBER   PIC 9(9).
           05 ADJ-HIST-POST-DATE        PIC 9(8).
           05 ADJ-HIST-AMOUNT           PIC 9(4)V99.
           05 ADJ-HIST-REFERENCE        PIC X(8).
           05 ADJ-HIST-CHEQUE-REFERENCE REDEFINES
                   ADJ-HIST-REFERENCE.
               10 ADJ-HIST-CHEQUE-NUMBER PIC 9(6).
               10 FILLER                 PIC X(2).
           05 ADJ-HIST-TERM-DUE-DATE    PIC 9(8).

      * CHEQUE-REGISTER is an output file listing every
      * approval card processed this run - the cheque
      * number written or the reason the refund was held -
      * with the count of cheques and the control total the
      * bursar balances the cheque run against
       FD CHEQUE-REGISTER.
       01 CHEQUE-REGISTER-CARD      PIC X(120).

      * AP-EXTRACT-FILE is a machine-readable output file for
      * the accounts payable system - a comma delimited
      * record per cheque written, framed by a header record
      * carrying the run date and a trailer record carrying
      * the record count and dollar total so AP can validate
      * the file before loading it.  Amounts are plain
      * unedited digits with two implied decimal places.
       FD AP-EXTRACT-FILE.
       01 AP-EXTRACT-CARD           PIC X(80).

      * MASTER-IMAGE-FILE is the cumulative machine-readable
      * before/after image journal shared by every program
      * that updates STUMAST.DAT.  One record is appended for
      * every REWRITE applied here, stamped with the program,
      * run date and time, and a sequence number, so MSTBKOUT
      * can reapply or reverse refunds against a restored
      * generation of the master.
       FD MASTER-IMAGE-FILE.
       01 MASTER-IMAGE-RECORD.
           05 IMG-PROGRAM-NAME      PIC X(8).
           05 IMG-RUN-DATE          PIC 9(8).
           05 IMG-RUN-TIME          PIC 9(8).
           05 IMG-SEQUENCE          PIC 9(4).
           05 IMG-ACTION            PIC X.
           05 IMG-STUDENT-NUMBER    PIC 9(9).
           05 IMG-BEFORE-IMAGE      PIC X(200).
           05 IMG-AFTER-IMAGE       PIC X(200).

       WORKING-STORAGE SECTION.
      * Local copy of the cheque register line
       01 CHEQUE-REGISTER-WS.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 CHEQUE-NUMBER-CHQ-WS       PIC X(6).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 STUDENT-NUMBER-CHQ-WS      PIC 9(9).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 STUDENT-LAST-NAME-CHQ-WS   PIC X(20).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 STUDENT-FIRST-NAME-CHQ-WS  PIC X(20).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 REFUND-AMOUNT-CHQ-WS       PIC $$,$$9.99.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 APPROVED-BY-CHQ-WS         PIC X(3).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 DISPOSITION-CHQ-WS         PIC X(4).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 HOLD-REASON-CHQ-WS         PIC X(26).

      * Title and column header for the cheque register
       01 CHQREG-TITLE.
           05 FILLER    PIC X(30)  VALUE SPACES.
           05 FILLER    PIC X(22)
                   VALUE "REFUND CHEQUE REGISTER".
           05 FILLER    PIC X(12)  VALUE "  RUN DATE  ".
           05 CHQREG-RUN-DATE-WS     PIC 9(8).

       01 CHQREG-COLUMN-HEADER.
           05 FILLER    PIC X(4)   VALUE SPACES.
           05 FILLER    PIC X(6)   VALUE "CHQ #".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(9)   VALUE "STUDENT #".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(20)  VALUE "LAST NAME".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(20)  VALUE "FIRST NAME".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(9)   VALUE "AMOUNT".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(3)   VALUE "BY".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(4)   VALUE "DISP".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(26)  VALUE "REASON HELD".

      * Control total line at the bottom of the cheque
      * register - the cheques written, the range of cheque
      * numbers used, and their dollar total
       01 CHQREG-CONTROL-LINE-WS.
           05 FILLER             PIC X(4)   VALUE SPACES.
           05 FILLER             PIC X(17)
                   VALUE "CHEQUES WRITTEN: ".
           05 CHEQUE-COUNT-RPT-WS PIC ZZZ9.
           05 FILLER             PIC X(8)   VALUE "  FROM: ".
           05 FIRST-CHEQUE-RPT-WS PIC 9(6).
           05 FILLER             PIC X(6)   VALUE "  TO: ".
           05 LAST-CHEQUE-RPT-WS PIC 9(6).
           05 FILLER             PIC X(17)
                   VALUE "  CONTROL TOTAL: ".
           05 CONTROL-TOTAL-RPT-WS PIC $$$$,$$9.99.

      * Counters to keep track of approval cards read, and
      * refunds paid and held
       01 REFUND-COUNTERS.
           05 FILLER             PIC X(16) VALUE "APPROVALS READ: ".
           05 APPROVALS-IN-CTR   PIC 9(4)  VALUE ZERO.
           05 FILLER             PIC X(7)  VALUE " PAID: ".
           05 REFUNDS-PAID-CTR   PIC 9(4)  VALUE ZERO.
           05 FILLER             PIC X(7)  VALUE " HELD: ".
           05 REFUNDS-HELD-CTR   PIC 9(4)  VALUE ZERO.

      * The header, detail, and trailer record layouts of
      * the accounts payable extract, and the count and
      * dollar total accumulated for its trailer
       01 AP-HEADER-WS.
           05 FILLER                  PIC X     VALUE "H".
           05 FILLER                  PIC X     VALUE ",".
           05 AP-RUN-DATE-WS          PIC 9(8).

       01 AP-DETAIL-WS.
           05 FILLER                  PIC X     VALUE "D".
           05 FILLER                  PIC X     VALUE ",".
           05 AP-CHEQUE-NUMBER-WS     PIC 9(6).
           05 FILLER                  PIC X     VALUE ",".
           05 AP-STUDENT-NUMBER-WS    PIC 9(9).
           05 FILLER                  PIC X     VALUE ",".
           05 AP-LAST-NAME-WS         PIC X(20).
           05 FILLER                  PIC X     VALUE ",".
           05 AP-FIRST-NAME-WS        PIC X(20).
           05 FILLER                  PIC X     VALUE ",".
           05 AP-AMOUNT-WS            PIC 9(4)V99.

       01 AP-TRAILER-WS.
           05 FILLER                  PIC X     VALUE "T".
           05 FILLER                  PIC X     VALUE ",".
           05 AP-COUNT-WS             PIC 9(4).
           05 FILLER                  PIC X     VALUE ",".
           05 AP-TOTAL-WS             PIC 9(7)V99.

       01 AP-TOTALS-WS.
           05 AP-RECORD-CTR           PIC 9(4)    VALUE ZERO.
           05 AP-TOTAL-AMOUNT-WS      PIC 9(7)V99 VALUE ZERO.

      * Bunch of fields to keep track of various
      * things throughout the program
       01 FLAGS-AND-CONTROLS.
           05 APPROVAL-FILE-EOF-FLAG    PIC X       VALUE "N".
           05 RECEIPT-FILE-EOF-FLAG     PIC X       VALUE "N".
           05 HISTORY-FILE-EOF-FLAG     PIC X       VALUE "N".
           05 PARM-FILE-EOF-FLAG        PIC X       VALUE "N".
           05 MASTER-STATUS-WS          PIC X(2)    VALUE SPACES.
           05 APPROVAL-STATUS-WS        PIC X(2)    VALUE SPACES.
           05 PENDING-HOLD-STATUS-WS    PIC X(2)    VALUE SPACES.
           05 REFUND-PAID-FLAG          PIC X       VALUE "N".
               88 REFUND-WAS-PAID VALUE "Y".
           05 PENDING-HOLD-FLAG         PIC X       VALUE "N".
               88 STUDENT-HAS-PENDING-HOLD VALUE "Y".
           05 CREDIT-BALANCE-WS         PIC S9(6)V99 VALUE ZERO.
           05 LAST-CHEQUE-NUMBER-WS     PIC 9(6)    VALUE ZERO.
           05 NEXT-CHEQUE-NUMBER-WS     PIC 9(6)    VALUE ZERO.
           05 FIRST-CHEQUE-NUMBER-WS    PIC 9(6)    VALUE ZERO.

      * Run date in year-month-day order - the post date on
      * every refund paid
       01 RUN-DATE-WS                   PIC 9(8)    VALUE ZERO.

      * Fields feeding the before/after image journal - the
      * run stamp taken once at start, the sequence counter,
      * and a hold area for the image before each update
       01 IMAGE-CONTROLS-WS.
           05 IMAGE-RUN-DATE-WS     PIC 9(8)   VALUE ZERO.
           05 IMAGE-RUN-TIME-WS     PIC 9(8)   VALUE ZERO.
           05 IMAGE-SEQUENCE-WS     PIC 9(4)   VALUE ZERO.
           05 BEFORE-IMAGE-WS       PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
      * Mainline routine
       100-DISBURSE-REFUNDS.
           PERFORM 200-LOAD-PENDING-HOLDS.
           PERFORM 200-FIND-NEXT-CHEQUE-NUMBER.
           PERFORM 200-INIT-DISBURSE-REFUNDS.
           PERFORM 200-DISBURSE-REFUND-RECORD
               UNTIL APPROVAL-FILE-EOF-FLAG = "Y".
           PERFORM 200-TERM-DISBURSE-REFUNDS.
           STOP RUN.

      * Read through the receipt history and flag every
      * student with a reversal or NSF still in the current
      * term in the pending hold work file, which is then
      * left open for the lookups.  A history file that does
      * not exist yet simply holds no one.  A work file that
      * cannot be built stops the run cold before any cheque
      * is written, since a refund paid without it could be
      * one that should have been held.
       200-LOAD-PENDING-HOLDS.
           OPEN OUTPUT PENDING-HOLD-FILE.
           IF PENDING-HOLD-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: HOLDWORK.DAT DID NOT OPEN - FILE "
                   "STATUS " PENDING-HOLD-STATUS-WS " - NO "
                   "REFUNDS WERE PAID ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE PENDING-HOLD-FILE.
           OPEN I-O PENDING-HOLD-FILE.
           OPEN INPUT RECEIPT-HISTORY-FILE.
           PERFORM 700-LOAD-PENDING-HOLD-RECORD
               UNTIL RECEIPT-FILE-EOF-FLAG = "Y".
           CLOSE RECEIPT-HISTORY-FILE.

      * Work out the first cheque number for this run - one
      * past the last cheque on the adjustment history, or
      * the start of a new cheque stock from the parameter
      * card when that is higher
       200-FIND-NEXT-CHEQUE-NUMBER.
           OPEN INPUT ADJUSTMENT-HISTORY-FILE.
           PERFORM 700-READ-CHEQUE-HISTORY-RECORD
               UNTIL HISTORY-FILE-EOF-FLAG = "Y".
           CLOSE ADJUSTMENT-HISTORY-FILE.
           COMPUTE NEXT-CHEQUE-NUMBER-WS = LAST-CHEQUE-NUMBER-WS + 1.
           OPEN INPUT CHEQUE-PARM-FILE.
           READ CHEQUE-PARM-FILE
               AT END MOVE "Y" TO PARM-FILE-EOF-FLAG
               NOT AT END
                   IF CHQ-PARM-START-NUMBER NUMERIC
                           AND CHQ-PARM-START-NUMBER
                               > NEXT-CHEQUE-NUMBER-WS
                       MOVE CHQ-PARM-START-NUMBER
                           TO NEXT-CHEQUE-NUMBER-WS
                   END-IF
           END-READ.
           CLOSE CHEQUE-PARM-FILE.
           MOVE NEXT-CHEQUE-NUMBER-WS TO FIRST-CHEQUE-NUMBER-WS.

      * Open the master and the other files, write the
      * register and extract headings, and read the first
      * approval card.  A master or approval file that does
      * not open stops the run cold, before any cheque is
      * numbered.
       200-INIT-DISBURSE-REFUNDS.
           OPEN I-O STUDENT-MASTER-FILE.
           IF MASTER-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: STUDENT MASTER DID NOT OPEN - "
                   "FILE STATUS " MASTER-STATUS-WS " - NO "
                   "REFUNDS WERE PAID ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REFUND-APPROVAL-FILE.
           IF APPROVAL-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: RFNDAPPR.DAT DID NOT OPEN - "
                   "FILE STATUS " APPROVAL-STATUS-WS " - NO "
                   "REFUNDS WERE PAID ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CHEQUE-REGISTER.
           OPEN OUTPUT AP-EXTRACT-FILE.
           OPEN EXTEND ADJUSTMENT-HISTORY-FILE.
           OPEN EXTEND MASTER-IMAGE-FILE.
           ACCEPT IMAGE-RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT IMAGE-RUN-TIME-WS FROM TIME.
           MOVE IMAGE-RUN-DATE-WS TO RUN-DATE-WS.
           MOVE RUN-DATE-WS TO CHQREG-RUN-DATE-WS.
           WRITE CHEQUE-REGISTER-CARD FROM CHQREG-TITLE.
           WRITE CHEQUE-REGISTER-CARD FROM CHQREG-COLUMN-HEADER.
           MOVE RUN-DATE-WS TO AP-RUN-DATE-WS.
           WRITE AP-EXTRACT-CARD FROM AP-HEADER-WS.
           PERFORM 700-READ-APPROVAL-RECORD.

      * Pay or hold the current approval card, register it,
      * and read the next card
       200-DISBURSE-REFUND-RECORD.
           MOVE "N" TO REFUND-PAID-FLAG.
           MOVE SPACES TO HOLD-REASON-CHQ-WS.
           MOVE SPACES TO STUDENT-LAST-NAME-CHQ-WS.
           MOVE SPACES TO STUDENT-FIRST-NAME-CHQ-WS.
           IF NOT RFA-STUDENT-NUMBER NUMERIC
                   OR NOT RFA-REFUND-AMOUNT NUMERIC
                   OR RFA-APPROVED-BY = SPACES
               MOVE "INVALID APPROVAL CARD" TO HOLD-REASON-CHQ-WS
           ELSE
               IF RFA-REFUND-AMOUNT = ZERO
                   MOVE "INVALID APPROVAL CARD"
                       TO HOLD-REASON-CHQ-WS
               ELSE
                   PERFORM 700-APPLY-REFUND
               END-IF
           END-IF.
           PERFORM 700-WRITE-REGISTER-RECORD.
           PERFORM 700-READ-APPROVAL-RECORD.

      * Write the control total line, the counters, and the
      * extract trailer, and close the files
       200-TERM-DISBURSE-REFUNDS.
           MOVE SPACES TO CHEQUE-REGISTER-CARD.
           WRITE CHEQUE-REGISTER-CARD.
           MOVE REFUNDS-PAID-CTR TO CHEQUE-COUNT-RPT-WS.
           IF REFUNDS-PAID-CTR > ZERO
               MOVE FIRST-CHEQUE-NUMBER-WS TO FIRST-CHEQUE-RPT-WS
               COMPUTE LAST-CHEQUE-RPT-WS =
                   NEXT-CHEQUE-NUMBER-WS - 1
           ELSE
               MOVE ZERO TO FIRST-CHEQUE-RPT-WS
               MOVE ZERO TO LAST-CHEQUE-RPT-WS
           END-IF.
           MOVE AP-TOTAL-AMOUNT-WS TO CONTROL-TOTAL-RPT-WS.
           WRITE CHEQUE-REGISTER-CARD FROM CHQREG-CONTROL-LINE-WS.
           WRITE CHEQUE-REGISTER-CARD FROM REFUND-COUNTERS.
           MOVE AP-RECORD-CTR TO AP-COUNT-WS.
           MOVE AP-TOTAL-AMOUNT-WS TO AP-TOTAL-WS.
           WRITE AP-EXTRACT-CARD FROM AP-TRAILER-WS.
           CLOSE STUDENT-MASTER-FILE
                 REFUND-APPROVAL-FILE
                 CHEQUE-REGISTER
                 AP-EXTRACT-FILE
                 ADJUSTMENT-HISTORY-FILE
                 PENDING-HOLD-FILE
                 MASTER-IMAGE-FILE.

      * Read the next receipt history record.  A reversal or
      * NSF puts its student on hold; a term close marker
      * for a student already on hold takes the hold off,
      * since that term's payments are settled into the
      * balance forward.
       700-LOAD-PENDING-HOLD-RECORD.
           READ RECEIPT-HISTORY-FILE
               AT END MOVE "Y" TO RECEIPT-FILE-EOF-FLAG
               NOT AT END
                   EVALUATE TRUE
                       WHEN HIST-IS-REVERSAL OR HIST-IS-NSF
                           PERFORM 700-SET-PENDING-HOLD
                       WHEN HIST-IS-TERM-CLOSE
                           PERFORM 700-CLEAR-PENDING-HOLD
                   END-EVALUATE
           END-READ.

      * Put the receipt history record's student on hold in
      * the pending hold work file, adding the student the
      * first time and rewriting the flag after that
       700-SET-PENDING-HOLD.
           MOVE RCPT-HIST-STUDENT-NUMBER TO PH-STUDENT-NUMBER.
           MOVE "Y" TO PH-HOLD-FLAG.
           WRITE PENDING-HOLD-RECORD
               INVALID KEY
                   REWRITE PENDING-HOLD-RECORD
           END-WRITE.

      * Take the hold off the receipt history record's
      * student when the student is in the pending hold work
      * file.  A student never on hold needs no entry.
       700-CLEAR-PENDING-HOLD.
           MOVE RCPT-HIST-STUDENT-NUMBER TO PH-STUDENT-NUMBER.
           READ PENDING-HOLD-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO PH-HOLD-FLAG
                   REWRITE PENDING-HOLD-RECORD
           END-READ.

      * Read the next adjustment history record, keeping the
      * highest cheque number any refund was paid on
       700-READ-CHEQUE-HISTORY-RECORD.
           READ ADJUSTMENT-HISTORY-FILE
               AT END MOVE "Y" TO HISTORY-FILE-EOF-FLAG
               NOT AT END
                   IF ADJ-HIST-TYPE-CODE = "D"
                           AND ADJ-HIST-CHEQUE-NUMBER NUMERIC
                       IF ADJ-HIST-CHEQUE-NUMBER
                               > LAST-CHEQUE-NUMBER-WS
                           MOVE ADJ-HIST-CHEQUE-NUMBER
                               TO LAST-CHEQUE-NUMBER-WS
                       END-IF
                   END-IF
           END-READ.

      * Read the next approval card, setting the EOF flag
      * when the file is exhausted
       700-READ-APPROVAL-RECORD.
           READ REFUND-APPROVAL-FILE
               AT END MOVE "Y" TO APPROVAL-FILE-EOF-FLAG
               NOT AT END ADD 1 TO APPROVALS-IN-CTR
           END-READ.

      * Read the student and decide whether the refund can
      * be paid - the student must have no reversal or NSF
      * outstanding and must still hold a credit at least as
      * large as the amount approved - then pay it if so.
      * The credit is worked out from the master as it
      * stands now, so a refund already paid, or a charge
      * posted since the bursar signed off, is caught here.
       700-APPLY-REFUND.
           MOVE RFA-STUDENT-NUMBER TO MASTER-STUDENT-NUMBER.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "STUDENT NOT ON MASTER"
                       TO HOLD-REASON-CHQ-WS
               NOT INVALID KEY
                   MOVE MASTER-LAST-NAME TO STUDENT-LAST-NAME-CHQ-WS
                   MOVE MASTER-FIRST-NAME
                       TO STUDENT-FIRST-NAME-CHQ-WS
                   PERFORM 700-CHECK-PENDING-HOLD
                   COMPUTE CREDIT-BALANCE-WS = MASTER-PAYMENT-MADE
                       + MASTER-AWARDS + MASTER-WITHDRAWAL-CREDIT
                       - MASTER-TUITION-AMOUNT - MASTER-LATE-FEES
                       - MASTER-OPENING-BALANCE - MASTER-REFUNDS-PAID
                   EVALUATE TRUE
                       WHEN STUDENT-HAS-PENDING-HOLD
                           MOVE "PENDING REVERSAL OR NSF"
                               TO HOLD-REASON-CHQ-WS
                       WHEN CREDIT-BALANCE-WS NOT > ZERO
                           MOVE "NO CREDIT BALANCE"
                               TO HOLD-REASON-CHQ-WS
                       WHEN RFA-REFUND-AMOUNT > CREDIT-BALANCE-WS
                           MOVE "EXCEEDS CREDIT BALANCE"
                               TO HOLD-REASON-CHQ-WS
                       WHEN OTHER
                           PERFORM 700-POST-REFUND
                   END-EVALUATE
           END-READ.

      * Check the pending hold work file for the current
      * student
       700-CHECK-PENDING-HOLD.
           MOVE MASTER-STUDENT-NUMBER TO PH-STUDENT-NUMBER.
           READ PENDING-HOLD-FILE
               INVALID KEY MOVE "N" TO PENDING-HOLD-FLAG
               NOT INVALID KEY MOVE PH-HOLD-FLAG TO PENDING-HOLD-FLAG
           END-READ.

      * Add the refund into MASTER-REFUNDS-PAID and rewrite
      * the master, then number the cheque.  A refund that
      * would carry MASTER-REFUNDS-PAID past its field limit
      * is held rather than rewriting a truncated amount.
       700-POST-REFUND.
           MOVE STUDENT-MASTER-RECORD TO BEFORE-IMAGE-WS.
           ADD RFA-REFUND-AMOUNT TO MASTER-REFUNDS-PAID
               ON SIZE ERROR
                   MOVE "REFUND EXCEEDS FIELD LIMIT"
                       TO HOLD-REASON-CHQ-WS
               NOT ON SIZE ERROR
                   REWRITE STUDENT-MASTER-RECORD
                   MOVE "Y" TO REFUND-PAID-FLAG
                   PERFORM 700-WRITE-MASTER-IMAGE
                   PERFORM 700-WRITE-REFUND-HISTORY
                   PERFORM 700-WRITE-AP-EXTRACT-RECORD
           END-ADD.

      * Append one stamped before/after image record for the
      * rewrite just applied to the master
       700-WRITE-MASTER-IMAGE.
           ADD 1 TO IMAGE-SEQUENCE-WS.
           MOVE "RFNDDISB" TO IMG-PROGRAM-NAME.
           MOVE IMAGE-RUN-DATE-WS TO IMG-RUN-DATE.
           MOVE IMAGE-RUN-TIME-WS TO IMG-RUN-TIME.
           MOVE IMAGE-SEQUENCE-WS TO IMG-SEQUENCE.
           MOVE "R" TO IMG-ACTION.
           MOVE MASTER-STUDENT-NUMBER TO IMG-STUDENT-NUMBER.
           MOVE BEFORE-IMAGE-WS TO IMG-BEFORE-IMAGE.
           MOVE STUDENT-MASTER-RECORD TO IMG-AFTER-IMAGE.
           WRITE MASTER-IMAGE-RECORD.

      * Append the refund just paid to the adjustment history
      * immediately, under its cheque number, so the number
      * is never handed out again after an abend later in
      * this run and the next statement can list the refund
      * on its own line
       700-WRITE-REFUND-HISTORY.
           MOVE "D" TO ADJ-HIST-TYPE-CODE.
           MOVE MASTER-STUDENT-NUMBER TO ADJ-HIST-STUDENT-NUMBER.
           MOVE RUN-DATE-WS TO ADJ-HIST-POST-DATE.
           MOVE RFA-REFUND-AMOUNT TO ADJ-HIST-AMOUNT.
           MOVE SPACES TO ADJ-HIST-REFERENCE.
           MOVE NEXT-CHEQUE-NUMBER-WS TO ADJ-HIST-CHEQUE-NUMBER.
           MOVE MASTER-TUITION-DUE-DATE TO ADJ-HIST-TERM-DUE-DATE.
           WRITE ADJUSTMENT-HISTORY-RECORD.

      * Write one accounts payable extract record for the
      * cheque just numbered and fold it into the trailer
      * count and dollar total
       700-WRITE-AP-EXTRACT-RECORD.
           MOVE NEXT-CHEQUE-NUMBER-WS TO AP-CHEQUE-NUMBER-WS.
           MOVE MASTER-STUDENT-NUMBER TO AP-STUDENT-NUMBER-WS.
           MOVE MASTER-LAST-NAME TO AP-LAST-NAME-WS.
           MOVE MASTER-FIRST-NAME TO AP-FIRST-NAME-WS.
           MOVE RFA-REFUND-AMOUNT TO AP-AMOUNT-WS.
           WRITE AP-EXTRACT-CARD FROM AP-DETAIL-WS.
           ADD 1 TO AP-RECORD-CTR.
           ADD RFA-REFUND-AMOUNT TO AP-TOTAL-AMOUNT-WS.

      * Register the current approval card as PAID under its
      * cheque number or as HELD with the reason, counting it
      * under whichever disposition it earned, and move on
      * to the next cheque number once one has been used
       700-WRITE-REGISTER-RECORD.
           MOVE RFA-STUDENT-NUMBER TO STUDENT-NUMBER-CHQ-WS.
           MOVE RFA-APPROVED-BY TO APPROVED-BY-CHQ-WS.
           IF REFUND-WAS-PAID
               MOVE NEXT-CHEQUE-NUMBER-WS TO CHEQUE-NUMBER-CHQ-WS
               MOVE RFA-REFUND-AMOUNT TO REFUND-AMOUNT-CHQ-WS
               MOVE "PAID" TO DISPOSITION-CHQ-WS
               ADD 1 TO REFUNDS-PAID-CTR
               ADD 1 TO NEXT-CHEQUE-NUMBER-WS
           ELSE
               MOVE SPACES TO CHEQUE-NUMBER-CHQ-WS
               MOVE ZERO TO REFUND-AMOUNT-CHQ-WS
               IF RFA-REFUND-AMOUNT NUMERIC
                   MOVE RFA-REFUND-AMOUNT TO REFUND-AMOUNT-CHQ-WS
               END-IF
               MOVE "HELD" TO DISPOSITION-CHQ-WS
               ADD 1 TO REFUNDS-HELD-CTR
           END-IF.
           WRITE CHEQUE-REGISTER-CARD FROM CHEQUE-REGISTER-WS.
