           SELECT OPTIONAL RECEIPT-REGISTER-FILE
               ASSIGN TO "C:\PAYREG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO "C:\SUSPENSE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-IMAGE-FILE
               ASSIGN TO "C:\MSTIMAGE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
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

      * PAYMENT-FILE is the input deck of payment cards the
      * bursar keys from the cash drawer, one card per
      * run, so the bursar can tell a student what they paid,
      * when, and by what tender long after the print journal
      * is filed.  STUSTMT merges it with the master to print
      * statements of account.  TERMCLOS adds a code C record
      * for each student it closes, carrying the payments it
      * rolled into the opening balance, so the receipts
      * after that record are the ones in MASTER-PAYMENT-MADE.
      * A reversal of a closed-term payment takes PAYMENT-MADE
      * only to zero and charges the rest to the balance
      * forward.
       FD RECEIPT-HISTORY-FILE.
       01 RECEIPT-HISTORY-RECORD.
           05 RCPT-HIST-TRAN-CODE       PIC X.
           05 REG-RECEIPT-NUMBER        PIC 9(6).
           05 REG-TRAN-CODE             PIC X.

      * SUSPENSE-FILE is the unapplied-cash suspense file -
      * every payment card whose student number was not
      * valid or not on the master, held with the date it
      * was first suspended and why, instead of being
      * rejected and the money lost track of.  It is read in
      * full at the top of every run and each item retried
      * against the master, so a receipt applies as soon as
      * STUMAINT has added the student; whatever is still
      * unapplied is written back at the end of the run
      * along with anything suspended from this deck.
      * SUSPRPT ages what is held.
       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SUSP-PAYMENT-CARD.
               10 SUSP-STUDENT-NUMBER   PIC X(9).
               10 SUSP-PAY-DATE         PIC 9(6).
               10 SUSP-PAY-AMOUNT       PIC 9(4)V99.
               10 SUSP-RECEIPT-NUMBER   PIC 9(6).
               10 SUSP-TENDER-TYPE      PIC X(4).
               10 SUSP-TRAN-CODE        PIC X.
           05 SUSP-DATE-SUSPENDED       PIC 9(8).
           05 SUSP-REASON               PIC X(28).

      * MASTER-IMAGE-FILE is the cumulative machine-readable
      * before/after image journal shared by every program
      * that updates STUMAST.DAT.  One record is appended for
           05 IMG-SEQUENCE          PIC 9(4).
           05 IMG-ACTION            PIC X.
           05 IMG-STUDENT-NUMBER    PIC 9(9).
           05 IMG-BEFORE-IMAGE      PIC X(200).
           05 IMG-AFTER-IMAGE       PIC X(200).

       WORKING-STORAGE SECTION.
      * Local copy of the posting journal line
           05 FILLER                  PIC X(9)   VALUE " AMOUNT: ".
           05 DAY-REVERSED-AMOUNT-WS  PIC $$$$,$$9.99.

      * Per-day suspended control total line, written after
      * the posted total of any payment date that carried
      * cards sent to suspense, so the bursar can account for
      * cash taken in that day but not yet applied
       01 DAY-SUSPENDED-TOTAL-WS.
           05 FILLER                  PIC X(4)   VALUE SPACES.
           05 FILLER                  PIC X(10)  VALUE "TOTAL FOR ".
           05 DAY-SUSPENDED-DATE-WS   PIC 9(6).
           05 FILLER                  PIC X(13)  VALUE ": SUSPENDED: ".
           05 DAY-SUSPENDED-COUNT-WS  PIC ZZ9.
           05 FILLER                  PIC X(9)   VALUE " AMOUNT: ".
           05 DAY-SUSPENDED-AMOUNT-WS PIC $$$$,$$9.99.

      * Heading and control total line for the suspense items
      * retried ahead of the deck, and the heading that
      * separates the deck from them - written only when
      * there was something in suspense to retry
       01 SUSPENSE-RETRY-TITLE.
           05 FILLER    PIC X(4)   VALUE SPACES.
           05 FILLER    PIC X(36)
                   VALUE "UNAPPLIED CASH RETRIED FROM SUSPENSE".

       01 SUSPENSE-RETRY-TOTAL-WS.
           05 FILLER                  PIC X(4)   VALUE SPACES.
           05 FILLER                  PIC X(18)
                   VALUE "SUSPENSE RETRIED: ".
           05 RETRY-COUNT-WS          PIC ZZZ9.
           05 FILLER                  PIC X(10)  VALUE " APPLIED: ".
           05 RETRY-APPLIED-COUNT-WS  PIC ZZZ9.
           05 FILLER                  PIC X(9)   VALUE " AMOUNT: ".
           05 RETRY-APPLIED-AMOUNT-WS PIC $$$$,$$9.99.
           05 FILLER                  PIC X(13)  VALUE " STILL HELD: ".
           05 RETRY-HELD-COUNT-WS     PIC ZZZ9.

       01 PAYMENT-DECK-TITLE.
           05 FILLER    PIC X(4)   VALUE SPACES.
           05 FILLER    PIC X(32)
                   VALUE "PAYMENT CARDS IN THIS RUN'S DECK".

      * Title and column header for the posting journal
       01 PAYJRNL-TITLE.
           05 FILLER    PIC X(30)  VALUE SPACES.
           05 FILLER             PIC X(17) VALUE " TOTAL REVERSED: ".
           05 TOTAL-REVERSED-WS  PIC $$$$$,$$9.99.

      * Count and dollar total of the deck's payment cards
      * sent to suspense, written under the posting counters
       01 SUSPENSE-COUNTERS.
           05 FILLER             PIC X(17) VALUE "CARDS SUSPENDED: ".
           05 PAYMENTS-SUSPENDED-CTR PIC 9(3) VALUE ZERO.
           05 FILLER             PIC X(18) VALUE " TOTAL SUSPENDED: ".
           05 TOTAL-SUSPENDED-WS PIC $$$$$,$$9.99.

      * Table of every receipt number and transaction type
      * already on the posted receipt register, loaded up
      * front and grown as this run posts, so a card seen
               10 REG-RECEIPT-NUMBER-WS  PIC 9(6).
               10 REG-TRAN-CODE-WS       PIC X.

      * Table of the unapplied-cash suspense items - those
      * loaded from the suspense file first, then any
      * suspended from this deck behind them - each flagged
      * as still held or cleared, so only the items still
      * held are written back at the end of the run
       01 SUSPENSE-TABLE-WS.
           05 SUSPENSE-TABLE-COUNT PIC 9(4)  COMP VALUE ZERO.
           05 MAX-SUSPENSE-ENTRIES PIC 9(4)  VALUE 9999.
           05 SUSPENSE-TABLE OCCURS 1 TO 9999 TIMES
                   DEPENDING ON SUSPENSE-TABLE-COUNT.
               10 SUSP-CARD-WS.
                   15 SUSP-STUDENT-NUMBER-WS  PIC X(9).
                   15 SUSP-PAY-DATE-WS        PIC 9(6).
                   15 SUSP-PAY-AMOUNT-WS      PIC 9(4)V99.
                   15 SUSP-RECEIPT-NUMBER-WS  PIC 9(6).
                   15 SUSP-TENDER-TYPE-WS     PIC X(4).
                   15 SUSP-TRAN-CODE-WS       PIC X.
               10 SUSP-DATE-SUSPENDED-WS  PIC 9(8).
               10 SUSP-REASON-WS          PIC X(28).
               10 SUSP-HELD-FLAG-WS       PIC X.

      * Bunch of fields to keep track of various
      * things throughout the program
       01 FLAGS-AND-CONTROLS.
           05 PAYMENT-FILE-EOF-FLAG     PIC X       VALUE "N".
           05 REGISTER-FILE-EOF-FLAG    PIC X       VALUE "N".
           05 SUSPENSE-FILE-EOF-FLAG    PIC X       VALUE "N".
           05 RECEIPT-POSTED-FLAG       PIC X       VALUE "N".
               88 RECEIPT-ALREADY-POSTED VALUE "Y".
           05 REGISTER-SUB              PIC 9(4)    VALUE ZERO.
           05 SUSPENSE-SUB              PIC 9(4)    VALUE ZERO.
           05 SUSPENSE-LOADED-COUNT     PIC 9(4)    VALUE ZERO.
           05 RECEIPT-SUSPENDED-FLAG    PIC X       VALUE "N".
               88 RECEIPT-ALREADY-SUSPENDED VALUE "Y".
           05 STUDENT-UNKNOWN-FLAG      PIC X       VALUE "N".
               88 STUDENT-IS-UNKNOWN VALUE "Y".
           05 REGISTER-CODE-WS          PIC X       VALUE SPACE.
           05 MASTER-STATUS-WS          PIC X(2)    VALUE SPACES.
           05 PAYMENT-POSTED-FLAG       PIC X       VALUE "N".
               88 PAYMENT-WAS-POSTED VALUE "Y".
           05 PAYMENT-REVERSED-FLAG     PIC X       VALUE "N".
               88 PAYMENT-WAS-REVERSED VALUE "Y".
           05 PAYMENT-SUSPENDED-FLAG    PIC X       VALUE "N".
               88 PAYMENT-WAS-SUSPENDED VALUE "Y".
           05 PREVIOUS-PAY-DATE         PIC 9(6)    VALUE ZERO.
           05 REVERSAL-FORWARD-WS       PIC 9(4)V99 VALUE ZERO.
           05 DAY-POSTED-COUNT          PIC 9(3)    VALUE ZERO.
           05 DAY-POSTED-AMOUNT         PIC 9(6)V99 VALUE ZERO.
           05 DAY-REVERSED-COUNT        PIC 9(3)    VALUE ZERO.
           05 DAY-REVERSED-AMOUNT       PIC 9(6)V99 VALUE ZERO.
           05 DAY-SUSPENDED-COUNT       PIC 9(3)    VALUE ZERO.
           05 DAY-SUSPENDED-AMOUNT      PIC 9(6)V99 VALUE ZERO.
           05 TOTAL-POSTED-AMOUNT       PIC 9(7)V99 VALUE ZERO.
           05 TOTAL-REVERSED-AMOUNT     PIC 9(7)V99 VALUE ZERO.
           05 TOTAL-SUSPENDED-AMOUNT    PIC 9(7)V99 VALUE ZERO.
           05 RETRY-CTR                 PIC 9(4)    VALUE ZERO.
           05 RETRY-APPLIED-CTR         PIC 9(4)    VALUE ZERO.
           05 RETRY-HELD-CTR            PIC 9(4)    VALUE ZERO.
           05 RETRY-APPLIED-AMOUNT      PIC 9(7)V99 VALUE ZERO.

      * Fields feeding the before/after image journal - the
      * run stamp taken once at start, the sequence counter,
           05 IMAGE-RUN-DATE-WS     PIC 9(8)   VALUE ZERO.
           05 IMAGE-RUN-TIME-WS     PIC 9(8)   VALUE ZERO.
           05 IMAGE-SEQUENCE-WS     PIC 9(4)   VALUE ZERO.
           05 BEFORE-IMAGE-WS       PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
      * Mainline routine
       100-POST-PAYMENTS.
           PERFORM 200-LOAD-RECEIPT-REGISTER.
           PERFORM 200-LOAD-SUSPENSE-FILE.
           PERFORM 200-INIT-POST-PAYMENTS.
           PERFORM 200-RETRY-SUSPENDED-PAYMENTS.
           PERFORM 200-START-PAYMENT-DECK.
           PERFORM 200-POST-PAYMENT-RECORD
               UNTIL PAYMENT-FILE-EOF-FLAG = "Y".
           PERFORM 200-TERM-POST-PAYMENTS.
               UNTIL REGISTER-FILE-EOF-FLAG = "Y".
           CLOSE RECEIPT-REGISTER-FILE.

      * Load the unapplied-cash suspense file into its table.
      * A suspense file that does not exist yet simply leaves
      * the table empty - nothing has been suspended.
       200-LOAD-SUSPENSE-FILE.
           OPEN INPUT SUSPENSE-FILE.
           PERFORM 700-LOAD-SUSPENSE-RECORD
               UNTIL SUSPENSE-FILE-EOF-FLAG = "Y".
           CLOSE SUSPENSE-FILE.
           MOVE SUSPENSE-TABLE-COUNT TO SUSPENSE-LOADED-COUNT.

      * Open the files and write the journal headings.  A
      * master that does not open stops the run cold -
      * posting a deck against a missing master would
      * journal every card rejected and lose the bursar's
      * whole posting run.
       200-INIT-POST-PAYMENTS.
           OPEN I-O   STUDENT-MASTER-FILE.
           IF MASTER-STATUS-WS NOT = "00"
           ACCEPT IMAGE-RUN-TIME-WS FROM TIME.
           WRITE POSTING-JOURNAL-CARD FROM PAYJRNL-TITLE.
           WRITE POSTING-JOURNAL-CARD FROM PAYJRNL-COLUMN-HEADER.

      * Retry every item loaded from the suspense file against
      * the master ahead of the deck, under a heading of
      * their own with their own control total - they are
      * cash taken on an earlier day, so they stay out of
      * this deck's day totals and counters
       200-RETRY-SUSPENDED-PAYMENTS.
           IF SUSPENSE-LOADED-COUNT > ZERO
               WRITE POSTING-JOURNAL-CARD FROM SUSPENSE-RETRY-TITLE
               PERFORM 700-RETRY-SUSPENDED-PAYMENT
                   VARYING SUSPENSE-SUB FROM 1 BY 1
                   UNTIL SUSPENSE-SUB > SUSPENSE-LOADED-COUNT
               MOVE RETRY-CTR TO RETRY-COUNT-WS
               MOVE RETRY-APPLIED-CTR TO RETRY-APPLIED-COUNT-WS
               MOVE RETRY-APPLIED-AMOUNT TO RETRY-APPLIED-AMOUNT-WS
               MOVE RETRY-HELD-CTR TO RETRY-HELD-COUNT-WS
               WRITE POSTING-JOURNAL-CARD FROM SUSPENSE-RETRY-TOTAL-WS
           END-IF.

      * Head the deck off from the retried items, when there
      * were any, and read the first payment card
       200-START-PAYMENT-DECK.
           IF SUSPENSE-LOADED-COUNT > ZERO
               WRITE POSTING-JOURNAL-CARD FROM PAYMENT-DECK-TITLE
           END-IF.
           PERFORM 700-READ-PAYMENT-RECORD.

      * Post the current payment card to the master, breaking
      * on payment date so each day's posted dollars are
      * subtotalled for the bursar, then journal the outcome
      * and read the next card.  A payment whose student
      * number is not valid or not on the master, but whose
      * amount and receipt number are good, goes to the
      * unapplied-cash suspense file instead of being lost.
       200-POST-PAYMENT-RECORD.
           IF PREVIOUS-PAY-DATE > ZERO
                   AND PAY-DATE NOT = PREVIOUS-PAY-DATE
           MOVE PAY-DATE TO PREVIOUS-PAY-DATE.
           MOVE "N" TO PAYMENT-POSTED-FLAG.
           MOVE "N" TO PAYMENT-REVERSED-FLAG.
           MOVE "N" TO PAYMENT-SUSPENDED-FLAG.
           MOVE SPACES TO REJECT-REASON-JRNL-WS.
           PERFORM 700-POST-PAYMENT-CARD.
           IF STUDENT-IS-UNKNOWN AND PAY-IS-PAYMENT
                   AND PAY-AMOUNT NUMERIC
                   AND PAY-RECEIPT-NUMBER NUMERIC
               PERFORM 700-SUSPEND-PAYMENT
           END-IF.
           PERFORM 700-WRITE-JOURNAL-RECORD.
           PERFORM 700-READ-PAYMENT-RECORD.

      * Write the final day's control total, the posting
      * counters, and the suspense items still held, and
      * close the files
       200-TERM-POST-PAYMENTS.
           IF PREVIOUS-PAY-DATE > ZERO
               PERFORM 700-WRITE-DAY-TOTAL
           END-IF.
           MOVE TOTAL-POSTED-AMOUNT TO TOTAL-POSTED-WS.
           MOVE TOTAL-REVERSED-AMOUNT TO TOTAL-REVERSED-WS.
           MOVE TOTAL-SUSPENDED-AMOUNT TO TOTAL-SUSPENDED-WS.
           WRITE POSTING-JOURNAL-CARD FROM POSTING-COUNTERS.
           WRITE POSTING-JOURNAL-CARD FROM SUSPENSE-COUNTERS.
           OPEN OUTPUT SUSPENSE-FILE.
           PERFORM 700-WRITE-SUSPENSE-RECORD
               VARYING SUSPENSE-SUB FROM 1 BY 1
               UNTIL SUSPENSE-SUB > SUSPENSE-TABLE-COUNT.
           CLOSE STUDENT-MASTER-FILE
                 PAYMENT-FILE
                 POSTING-JOURNAL
                 RECEIPT-HISTORY-FILE
                 RECEIPT-REGISTER-FILE
                 SUSPENSE-FILE
                 MASTER-IMAGE-FILE.

      * Validate the card in PAYMENT-RECORD and apply it to
      * the master - shared by the deck and the suspense
      * retries.  A student number that is not valid, or not
      * on the master, is flagged so the caller can decide
      * whether the card goes to suspense.
       700-POST-PAYMENT-CARD.
           MOVE "N" TO STUDENT-UNKNOWN-FLAG.
           PERFORM 700-CHECK-RECEIPT-REGISTER.
           EVALUATE TRUE
               WHEN NOT PAY-STUDENT-NUMBER NUMERIC
                   MOVE "INVALID STUDENT NUMBER"
                       TO REJECT-REASON-JRNL-WS
                   MOVE "Y" TO STUDENT-UNKNOWN-FLAG
               WHEN PAY-STUDENT-NUMBER = ZERO
                   MOVE "INVALID STUDENT NUMBER"
                       TO REJECT-REASON-JRNL-WS
                   MOVE "Y" TO STUDENT-UNKNOWN-FLAG
               WHEN NOT PAY-AMOUNT NUMERIC
                   MOVE "INVALID PAYMENT AMOUNT"
                       TO REJECT-REASON-JRNL-WS
                   MOVE "INVALID TRANSACTION CODE"
                       TO REJECT-REASON-JRNL-WS
           END-EVALUATE.

      * Retry one item loaded from the suspense file.  An
      * item that now posts - or that an earlier, abended
      * run already posted - is cleared from suspense; any
      * other item stays held with the latest reason.
       700-RETRY-SUSPENDED-PAYMENT.
           MOVE SUSP-CARD-WS(SUSPENSE-SUB) TO PAYMENT-RECORD.
           MOVE "N" TO PAYMENT-POSTED-FLAG.
           MOVE "N" TO PAYMENT-REVERSED-FLAG.
           MOVE "N" TO PAYMENT-SUSPENDED-FLAG.
           MOVE SPACES TO REJECT-REASON-JRNL-WS.
           ADD 1 TO RETRY-CTR.
           PERFORM 700-POST-PAYMENT-CARD.
           EVALUATE TRUE
               WHEN PAYMENT-WAS-POSTED
                   MOVE "N" TO SUSP-HELD-FLAG-WS(SUSPENSE-SUB)
                   ADD 1 TO RETRY-APPLIED-CTR
                   ADD PAY-AMOUNT TO RETRY-APPLIED-AMOUNT
               WHEN RECEIPT-ALREADY-POSTED
                   MOVE "N" TO SUSP-HELD-FLAG-WS(SUSPENSE-SUB)
               WHEN OTHER
                   MOVE "Y" TO PAYMENT-SUSPENDED-FLAG
                   MOVE REJECT-REASON-JRNL-WS
                       TO SUSP-REASON-WS(SUSPENSE-SUB)
                   ADD 1 TO RETRY-HELD-CTR
           END-EVALUATE.
           PERFORM 700-WRITE-RETRY-JOURNAL-RECORD.

      * Send the current payment card to suspense, stamped
      * with today's date and the reason it could not be
      * applied.  A receipt already held in suspense - the
      * same deck rerun - is rejected rather than held twice.
       700-SUSPEND-PAYMENT.
           MOVE "N" TO RECEIPT-SUSPENDED-FLAG.
           PERFORM VARYING SUSPENSE-SUB FROM 1 BY 1
               UNTIL SUSPENSE-SUB > SUSPENSE-TABLE-COUNT
               IF PAY-RECEIPT-NUMBER =
                       SUSP-RECEIPT-NUMBER-WS(SUSPENSE-SUB)
                   MOVE "Y" TO RECEIPT-SUSPENDED-FLAG
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN RECEIPT-ALREADY-SUSPENDED
                   MOVE "RECEIPT ALREADY IN SUSPENSE"
                       TO REJECT-REASON-JRNL-WS
               WHEN SUSPENSE-TABLE-COUNT NOT < MAX-SUSPENSE-ENTRIES
                   DISPLAY "*** WARNING: SUSPENSE TABLE IS FULL - "
                       "RECEIPT " PAY-RECEIPT-NUMBER " WAS REJECTED "
                       "AND MUST BE KEYED AGAIN ***"
                   MOVE "SUSPENSE FILE IS FULL"
                       TO REJECT-REASON-JRNL-WS
               WHEN OTHER
                   ADD 1 TO SUSPENSE-TABLE-COUNT
                   MOVE PAYMENT-RECORD
                       TO SUSP-CARD-WS(SUSPENSE-TABLE-COUNT)
                   MOVE IMAGE-RUN-DATE-WS
                       TO SUSP-DATE-SUSPENDED-WS(SUSPENSE-TABLE-COUNT)
                   MOVE REJECT-REASON-JRNL-WS
                       TO SUSP-REASON-WS(SUSPENSE-TABLE-COUNT)
                   MOVE "Y" TO SUSP-HELD-FLAG-WS(SUSPENSE-TABLE-COUNT)
                   MOVE "Y" TO PAYMENT-SUSPENDED-FLAG
           END-EVALUATE.

      * Read the next suspense record into the suspense
      * table, held, setting the EOF flag when the file is
      * exhausted
       700-LOAD-SUSPENSE-RECORD.
           READ SUSPENSE-FILE
               AT END MOVE "Y" TO SUSPENSE-FILE-EOF-FLAG
               NOT AT END
                   IF SUSPENSE-TABLE-COUNT < MAX-SUSPENSE-ENTRIES
                       ADD 1 TO SUSPENSE-TABLE-COUNT
                       MOVE SUSP-PAYMENT-CARD
                           TO SUSP-CARD-WS(SUSPENSE-TABLE-COUNT)
                       MOVE SUSP-DATE-SUSPENDED TO
                           SUSP-DATE-SUSPENDED-WS(SUSPENSE-TABLE-COUNT)
                       MOVE SUSP-REASON
                           TO SUSP-REASON-WS(SUSPENSE-TABLE-COUNT)
                       MOVE "Y"
                           TO SUSP-HELD-FLAG-WS(SUSPENSE-TABLE-COUNT)
                   ELSE
                       DISPLAY "*** ERROR: SUSPENSE FILE EXCEEDS "
                           MAX-SUSPENSE-ENTRIES " ENTRIES - NO "
                           "PAYMENTS WERE POSTED ***"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

      * Write one suspense table entry back to the suspense
      * file when it is still held
       700-WRITE-SUSPENSE-RECORD.
           IF SUSP-HELD-FLAG-WS(SUSPENSE-SUB) = "Y"
               MOVE SUSP-CARD-WS(SUSPENSE-SUB) TO SUSP-PAYMENT-CARD
               MOVE SUSP-DATE-SUSPENDED-WS(SUSPENSE-SUB)
                   TO SUSP-DATE-SUSPENDED
               MOVE SUSP-REASON-WS(SUSPENSE-SUB) TO SUSP-REASON
               WRITE SUSPENSE-RECORD
           END-IF.

      * Read the next payment card, setting the EOF flag
      * when the file is exhausted

      * Look the student up on the master and add the payment
      * into PAYMENT-MADE.  A student number not on the master
      * is flagged for suspense, and a payment that would carry
      * PAYMENT-MADE past its field limit rejects the card
      * rather than posting a truncated amount.
       700-APPLY-PAYMENT.
               INVALID KEY
                   MOVE "STUDENT NOT ON MASTER"
                       TO REJECT-REASON-JRNL-WS
                   MOVE "Y" TO STUDENT-UNKNOWN-FLAG
               NOT INVALID KEY
                   MOVE STUDENT-MASTER-RECORD TO BEFORE-IMAGE-WS
                   ADD PAY-AMOUNT TO MASTER-PAYMENT-MADE

      * Look the student up on the master and take a bounced
      * or charged-back payment back off PAYMENT-MADE.  A
      * student number not on the master rejects the card.
      * A reversal larger than the payments on the master is
      * of a payment taken in a term TERMCLOS has since
      * closed into the balance forward, so PAYMENT-MADE is
      * taken down only as far as zero and the rest is
      * charged to the balance forward in OPENING-BALANCE.
      * A reversal that would carry OPENING-BALANCE past its
      * field limit rejects the card rather than posting a
      * truncated amount.
       700-APPLY-REVERSAL.
           MOVE PAY-STUDENT-NUMBER TO MASTER-STUDENT-NUMBER.
           READ STUDENT-MASTER-FILE
                   MOVE "STUDENT NOT ON MASTER"
                       TO REJECT-REASON-JRNL-WS
               NOT INVALID KEY
                   MOVE STUDENT-MASTER-RECORD TO BEFORE-IMAGE-WS
                   IF PAY-AMOUNT > MASTER-PAYMENT-MADE
                       COMPUTE REVERSAL-FORWARD-WS =
                           PAY-AMOUNT - MASTER-PAYMENT-MADE
                   ELSE
                       MOVE ZERO TO REVERSAL-FORWARD-WS
                   END-IF
                   ADD REVERSAL-FORWARD-WS TO MASTER-OPENING-BALANCE
                       ON SIZE ERROR
                           MOVE "REVERSAL EXCEEDS FIELD LIMIT"
                               TO REJECT-REASON-JRNL-WS
                       NOT ON SIZE ERROR
                           COMPUTE MASTER-PAYMENT-MADE =
                               MASTER-PAYMENT-MADE - PAY-AMOUNT
                               + REVERSAL-FORWARD-WS
                           REWRITE STUDENT-MASTER-RECORD
                           MOVE "Y" TO PAYMENT-REVERSED-FLAG
                           PERFORM 700-WRITE-MASTER-IMAGE
                           PERFORM 700-WRITE-RECEIPT-HISTORY
                           PERFORM 700-REGISTER-RECEIPT
                   END-ADD
           END-READ.

      * Append the receipt just applied to the cumulative
           END-IF.

      * Journal the current payment card as POSTED, REVERSED,
      * SUSPENSE, or REJECTED, counting it and its dollars
      * under whichever disposition it earned
       700-WRITE-JOURNAL-RECORD.
           PERFORM 700-FORMAT-JOURNAL-RECORD.
           EVALUATE TRUE
               WHEN PAYMENT-WAS-POSTED
                   MOVE "POSTED" TO DISPOSITION-JRNL-WS
                   ADD 1 TO DAY-REVERSED-COUNT
                   ADD PAY-AMOUNT TO DAY-REVERSED-AMOUNT
                   ADD PAY-AMOUNT TO TOTAL-REVERSED-AMOUNT
               WHEN PAYMENT-WAS-SUSPENDED
                   MOVE "SUSPENSE" TO DISPOSITION-JRNL-WS
                   ADD 1 TO PAYMENTS-SUSPENDED-CTR
                   ADD 1 TO DAY-SUSPENDED-COUNT
                   ADD PAY-AMOUNT TO DAY-SUSPENDED-AMOUNT
                   ADD PAY-AMOUNT TO TOTAL-SUSPENDED-AMOUNT
               WHEN OTHER
                   MOVE "REJECTED" TO DISPOSITION-JRNL-WS
                   ADD 1 TO PAYMENTS-REJECT-CTR
           END-EVALUATE.
           WRITE POSTING-JOURNAL-CARD FROM POSTING-JOURNAL-WS.

      * Journal one retried suspense item as POSTED, as still
      * held in SUSPENSE, or as CLEARED when an earlier run
      * had already posted it.  Retries are totalled on their
      * own line, not in the deck's day totals or counters.
       700-WRITE-RETRY-JOURNAL-RECORD.
           PERFORM 700-FORMAT-JOURNAL-RECORD.
           EVALUATE TRUE
               WHEN PAYMENT-WAS-POSTED
                   MOVE "POSTED" TO DISPOSITION-JRNL-WS
               WHEN PAYMENT-WAS-SUSPENDED
                   MOVE "SUSPENSE" TO DISPOSITION-JRNL-WS
               WHEN OTHER
                   MOVE "CLEARED" TO DISPOSITION-JRNL-WS
           END-EVALUATE.
           WRITE POSTING-JOURNAL-CARD FROM POSTING-JOURNAL-WS.

      * Move the current card's figures onto the journal line
       700-FORMAT-JOURNAL-RECORD.
           MOVE PAY-TRAN-CODE TO TRAN-CODE-JRNL-WS.
           MOVE PAY-RECEIPT-NUMBER TO RECEIPT-NUMBER-JRNL-WS.
           MOVE PAY-DATE TO PAY-DATE-JRNL-WS.
           MOVE PAY-STUDENT-NUMBER TO STUDENT-NUMBER-JRNL-WS.
           IF PAYMENT-WAS-POSTED OR PAYMENT-WAS-REVERSED
               MOVE MASTER-LAST-NAME TO STUDENT-LAST-NAME-JRNL-WS
           ELSE
               MOVE SPACES TO STUDENT-LAST-NAME-JRNL-WS
           END-IF.
           MOVE PAY-AMOUNT TO PAY-AMOUNT-JRNL-WS.
           MOVE PAY-TENDER-TYPE TO TENDER-TYPE-JRNL-WS.

      * Write the control totals for the payment date just
      * completed - the posted line always, the reversed
      * line only when the date carried reversal or NSF
      * cards, the suspended line only when the date sent
      * cards to suspense - and clear the day accumulators
      * for the next date
       700-WRITE-DAY-TOTAL.
           MOVE PREVIOUS-PAY-DATE TO DAY-TOTAL-DATE-WS.
           MOVE DAY-POSTED-COUNT TO DAY-POSTED-COUNT-WS.
               MOVE DAY-REVERSED-AMOUNT TO DAY-REVERSED-AMOUNT-WS
               WRITE POSTING-JOURNAL-CARD FROM DAY-REVERSED-TOTAL-WS
           END-IF.
           IF DAY-SUSPENDED-COUNT > ZERO
               MOVE PREVIOUS-PAY-DATE TO DAY-SUSPENDED-DATE-WS
               MOVE DAY-SUSPENDED-COUNT TO DAY-SUSPENDED-COUNT-WS
               MOVE DAY-SUSPENDED-AMOUNT TO DAY-SUSPENDED-AMOUNT-WS
               WRITE POSTING-JOURNAL-CARD
                   FROM DAY-SUSPENDED-TOTAL-WS
           END-IF.
           MOVE ZERO TO DAY-POSTED-COUNT.
           MOVE ZERO TO DAY-POSTED-AMOUNT.
           MOVE ZERO TO DAY-REVERSED-COUNT.
           MOVE ZERO TO DAY-REVERSED-AMOUNT.
           MOVE ZERO TO DAY-SUSPENDED-COUNT.
           MOVE ZERO TO DAY-SUSPENDED-AMOUNT.
