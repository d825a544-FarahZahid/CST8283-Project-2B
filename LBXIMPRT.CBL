       IDENTIFICATION DIVISION.
       PROGRAM-ID.         LBXIMPRT.
       AUTHOR.             RICHARD BARNEY.
       DATE-WRITTEN.       OCTOBER 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE
               ASSIGN TO "C:\LOCKBOX.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOCKBOX-STATUS-WS.
           SELECT OPTIONAL LOCKBOX-REGISTER-FILE
               ASSIGN TO "C:\LBXREG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYMENT-FILE
               ASSIGN TO "C:\PAYTRAN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IMPORT-REPORT
               ASSIGN TO "C:\LBXRPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * LOCKBOX-FILE is the bank's lockbox/EFT deposit file -
      * one header, then for each batch a batch record
      * carrying the batch's item count and dollar total
      * followed by its detail items, then one trailer
      * carrying the batch count, item count, and dollar
      * total for the whole file.  The record type sits in
      * the first column and each 01 below is a view of the
      * record for one of those types.
       FD LOCKBOX-FILE.
       01 LOCKBOX-RECORD.
           05 LBX-RECORD-TYPE           PIC X.
               88 LBX-IS-HEADER  VALUE "H".
               88 LBX-IS-BATCH   VALUE "B".
               88 LBX-IS-DETAIL  VALUE "D".
               88 LBX-IS-TRAILER VALUE "T".
           05 FILLER                    PIC X(39).

       01 LOCKBOX-HEADER-RECORD.
           05 FILLER                    PIC X.
           05 LBX-HDR-BANK-ID           PIC X(8).
           05 LBX-HDR-FILE-ID           PIC 9(6).
           05 LBX-HDR-DEPOSIT-DATE      PIC 9(8).
           05 LBX-HDR-DEPOSIT-PARTS REDEFINES LBX-HDR-DEPOSIT-DATE.
               10 LBX-HDR-DEPOSIT-CENTURY PIC 9(2).
               10 LBX-HDR-DEPOSIT-YYMMDD  PIC 9(6).
           05 FILLER                    PIC X(17).

       01 LOCKBOX-BATCH-RECORD.
           05 FILLER                    PIC X.
           05 LBX-BAT-BATCH-NUMBER      PIC 9(4).
           05 LBX-BAT-ITEM-COUNT        PIC 9(4).
           05 LBX-BAT-BATCH-TOTAL       PIC 9(7)V99.
           05 FILLER                    PIC X(22).

       01 LOCKBOX-DETAIL-RECORD.
           05 FILLER                    PIC X.
           05 LBX-DTL-BATCH-NUMBER      PIC 9(4).
           05 LBX-DTL-BANK-REFERENCE    PIC 9(6).
           05 LBX-DTL-STUDENT-NUMBER    PIC X(9).
           05 LBX-DTL-AMOUNT            PIC 9(4)V99.
           05 FILLER                    PIC X(14).

       01 LOCKBOX-TRAILER-RECORD.
           05 FILLER                    PIC X.
           05 LBX-TRL-BATCH-COUNT       PIC 9(4).
           05 LBX-TRL-ITEM-COUNT        PIC 9(6).
           05 LBX-TRL-FILE-TOTAL        PIC 9(9)V99.
           05 FILLER                    PIC X(18).

      * LOCKBOX-REGISTER-FILE is the cumulative register of
      * every bank file already imported - the bank and the
      * bank's file number, with the deposit date and the
      * date it was imported - appended the moment a file's
      * cards are written.  It is reloaded at the top of
      * every run so the same bank file is never turned into
      * payment cards twice.
       FD LOCKBOX-REGISTER-FILE.
       01 LOCKBOX-REGISTER-RECORD.
           05 LREG-BANK-ID              PIC X(8).
           05 LREG-FILE-ID              PIC 9(6).
           05 LREG-DEPOSIT-DATE         PIC 9(8).
           05 LREG-IMPORT-DATE          PIC 9(8).

      * PAYMENT-FILE is the PAYPOST input deck, in the same
      * card layout the bursar keys from the cash drawer.
      * The lockbox cards are added behind whatever has been
      * keyed, the bank reference as the receipt number, the
      * deposit date as the payment date in its six-digit
      * year-month-day form, and LBOX as the tender.  The
      * student number is carried exactly as the bank read
      * it off the remittance - PAYPOST validates it and
      * sends any it cannot apply to suspense.
       FD PAYMENT-FILE.
       01 PAYMENT-RECORD.
           05 PAY-STUDENT-NUMBER    PIC X(9).
           05 PAY-DATE              PIC 9(6).
           05 PAY-AMOUNT            PIC 9(4)V99.
           05 PAY-RECEIPT-NUMBER    PIC 9(6).
           05 PAY-TENDER-TYPE       PIC X(4).
           05 PAY-TRAN-CODE         PIC X.

      * IMPORT-REPORT is the output listing of the import -
      * the file identification, every item converted with
      * the batch subtotals, and a final verdict line saying
      * whether the file was accepted or rejected, and why
       FD IMPORT-REPORT.
       01 IMPORT-REPORT-CARD        PIC X(100).

       WORKING-STORAGE SECTION.
      * Title, file identification line, and column header
      * for the import report
       01 LBXRPT-TITLE.
           05 FILLER    PIC X(30)  VALUE SPACES.
           05 FILLER    PIC X(21)  VALUE "LOCKBOX IMPORT REPORT".

       01 LBXRPT-FILE-LINE.
           05 FILLER                PIC X(4)   VALUE SPACES.
           05 FILLER                PIC X(6)   VALUE "BANK: ".
           05 FILE-BANK-ID-WS       PIC X(8).
           05 FILLER                PIC X(8)   VALUE "  FILE: ".
           05 FILE-FILE-ID-WS       PIC 9(6).
           05 FILLER                PIC X(16)
                   VALUE "  DEPOSIT DATE: ".
           05 FILE-DEPOSIT-DATE-WS  PIC 9(8).

       01 LBXRPT-COLUMN-HEADER.
           05 FILLER    PIC X(4)   VALUE SPACES.
           05 FILLER    PIC X(5)   VALUE "BATCH".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(8)   VALUE "BANK REF".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(9)   VALUE "STUDENT #".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(9)   VALUE "AMOUNT".

      * One converted item line
       01 LBXRPT-DETAIL-WS.
           05 FILLER                PIC X(5)   VALUE SPACES.
           05 BATCH-NUMBER-RPT-WS   PIC 9(4).
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 BANK-REFERENCE-RPT-WS PIC 9(6).
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 STUDENT-NUMBER-RPT-WS PIC X(9).
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 AMOUNT-RPT-WS         PIC $$,$$9.99.

      * Subtotal line written after the last item of a batch
       01 LBXRPT-BATCH-TOTAL-WS.
           05 FILLER                PIC X(4)   VALUE SPACES.
           05 FILLER                PIC X(10)  VALUE "BATCH     ".
           05 BATCH-TOTAL-NUMBER-WS PIC 9(4).
           05 FILLER                PIC X(9)   VALUE "  ITEMS: ".
           05 BATCH-TOTAL-COUNT-WS  PIC ZZZ9.
           05 FILLER                PIC X(9)   VALUE " AMOUNT: ".
           05 BATCH-TOTAL-AMOUNT-WS PIC $$,$$$,$$9.99.

      * Final verdict lines - one of these ends the report
       01 LBXRPT-ACCEPTED-LINE.
           05 FILLER                PIC X(4)   VALUE SPACES.
           05 FILLER                PIC X(20)
                   VALUE "*** FILE ACCEPTED - ".
           05 ACCEPTED-COUNT-WS     PIC ZZZZZ9.
           05 FILLER                PIC X(28)
                   VALUE " CARDS ADDED TO PAYTRAN.DAT ".
           05 ACCEPTED-AMOUNT-WS    PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(4)   VALUE " ***".

       01 LBXRPT-REJECTED-LINE.
           05 FILLER                PIC X(4)   VALUE SPACES.
           05 FILLER                PIC X(20)
                   VALUE "*** FILE REJECTED - ".
           05 REJECT-REASON-WS      PIC X(40).
           05 FILLER                PIC X(11)  VALUE " AT RECORD ".
           05 REJECT-RECORD-WS      PIC ZZZZZ9.

       01 LBXRPT-REJECTED-LINE-2.
           05 FILLER                PIC X(4)   VALUE SPACES.
           05 FILLER                PIC X(51)  VALUE
               "*** NO CARDS WERE WRITTEN - RETURN FILE TO BANK ***".

      * Table of the bank files already imported, loaded up
      * front from the lockbox register
       01 LOCKBOX-REGISTER-TABLE-WS.
           05 LREG-TABLE-COUNT      PIC 9(4)  COMP VALUE ZERO.
           05 MAX-LREG-ENTRIES      PIC 9(4)  VALUE 9999.
           05 LREG-TABLE OCCURS 1 TO 9999 TIMES
                   DEPENDING ON LREG-TABLE-COUNT.
               10 LREG-BANK-ID-WS   PIC X(8).
               10 LREG-FILE-ID-WS   PIC 9(6).

      * Running figures checked against the batch records
      * and the trailer as the file is validated
       01 CONTROL-TOTALS-WS.
           05 BATCH-OPEN-FLAG       PIC X         VALUE "N".
               88 BATCH-IS-OPEN VALUE "Y".
           05 CURRENT-BATCH-WS      PIC 9(4)      VALUE ZERO.
           05 BATCH-EXPECT-COUNT-WS PIC 9(4)      VALUE ZERO.
           05 BATCH-EXPECT-TOTAL-WS PIC 9(7)V99   VALUE ZERO.
           05 BATCH-ITEM-CTR        PIC 9(4)      VALUE ZERO.
           05 BATCH-AMOUNT-WS       PIC 9(7)V99   VALUE ZERO.
           05 FILE-BATCH-CTR        PIC 9(4)      VALUE ZERO.
           05 FILE-ITEM-CTR         PIC 9(6)      VALUE ZERO.
           05 FILE-AMOUNT-WS        PIC 9(9)V99   VALUE ZERO.

      * Bunch of fields to keep track of various
      * things throughout the program
       01 FLAGS-AND-CONTROLS.
           05 LOCKBOX-STATUS-WS         PIC X(2)    VALUE SPACES.
           05 LOCKBOX-FILE-EOF-FLAG     PIC X       VALUE "N".
           05 REGISTER-FILE-EOF-FLAG    PIC X       VALUE "N".
           05 HEADER-SEEN-FLAG          PIC X       VALUE "N".
               88 HEADER-WAS-SEEN VALUE "Y".
           05 TRAILER-SEEN-FLAG         PIC X       VALUE "N".
               88 TRAILER-WAS-SEEN VALUE "Y".
           05 FILE-REJECTED-FLAG        PIC X       VALUE "N".
               88 FILE-IS-REJECTED VALUE "Y".
           05 LREG-SUB                  PIC 9(4)    VALUE ZERO.
           05 RECORDS-IN-CTR            PIC 9(6)    VALUE ZERO.
           05 CARDS-OUT-CTR             PIC 9(6)    VALUE ZERO.
           05 CARDS-OUT-AMOUNT          PIC 9(9)V99 VALUE ZERO.
           05 PAY-DATE-WS               PIC 9(6)    VALUE ZERO.
           05 BANK-ID-WS                PIC X(8)    VALUE SPACES.
           05 FILE-ID-WS                PIC 9(6)    VALUE ZERO.
           05 DEPOSIT-DATE-WS           PIC 9(8)    VALUE ZERO.
           05 IMPORT-DATE-WS            PIC 9(8)    VALUE ZERO.

       PROCEDURE DIVISION.
      * Mainline routine
       100-IMPORT-LOCKBOX.
           PERFORM 200-LOAD-LOCKBOX-REGISTER.
           PERFORM 200-INIT-IMPORT-LOCKBOX.
           PERFORM 200-VALIDATE-LOCKBOX-RECORD
               UNTIL LOCKBOX-FILE-EOF-FLAG = "Y".
           PERFORM 200-CHECK-LOCKBOX-TRAILER.
           IF FILE-IS-REJECTED
               PERFORM 200-REJECT-LOCKBOX-FILE
           ELSE
               PERFORM 200-CONVERT-LOCKBOX-FILE
           END-IF.
           PERFORM 200-TERM-IMPORT-LOCKBOX.
           STOP RUN.

      * Load the register of bank files already imported.  A
      * register that does not exist yet simply leaves the
      * table empty - the first import starts it.
       200-LOAD-LOCKBOX-REGISTER.
           OPEN INPUT LOCKBOX-REGISTER-FILE.
           PERFORM 700-LOAD-REGISTER-RECORD
               UNTIL REGISTER-FILE-EOF-FLAG = "Y".
           CLOSE LOCKBOX-REGISTER-FILE.

      * Open the bank file and the report, write the report
      * title, and read the first bank record.  A bank file
      * that does not open stops the run cold.
       200-INIT-IMPORT-LOCKBOX.
           OPEN INPUT LOCKBOX-FILE.
           IF LOCKBOX-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: LOCKBOX.DAT DID NOT OPEN - "
                   "FILE STATUS " LOCKBOX-STATUS-WS " - NO CARDS "
                   "WERE WRITTEN ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT IMPORT-DATE-WS FROM DATE YYYYMMDD.
           OPEN OUTPUT IMPORT-REPORT.
           WRITE IMPORT-REPORT-CARD FROM LBXRPT-TITLE.
           PERFORM 700-READ-LOCKBOX-RECORD.

      * First pass - check the current bank record against
      * the file structure and the running control figures,
      * then read the next.  The first thing found wrong
      * rejects the whole file and ends the pass; nothing is
      * written to PAYTRAN.DAT until every record has passed.
       200-VALIDATE-LOCKBOX-RECORD.
           EVALUATE TRUE
               WHEN TRAILER-WAS-SEEN
                   MOVE "RECORDS FOLLOW THE TRAILER"
                       TO REJECT-REASON-WS
                   MOVE "Y" TO FILE-REJECTED-FLAG
               WHEN LBX-IS-HEADER
                   PERFORM 700-VALIDATE-HEADER
               WHEN NOT HEADER-WAS-SEEN
                   MOVE "FILE DOES NOT START WITH A HEADER"
                       TO REJECT-REASON-WS
                   MOVE "Y" TO FILE-REJECTED-FLAG
               WHEN LBX-IS-BATCH
                   PERFORM 700-CLOSE-BATCH
                   PERFORM 700-VALIDATE-BATCH
               WHEN LBX-IS-DETAIL
                   PERFORM 700-VALIDATE-DETAIL
               WHEN LBX-IS-TRAILER
                   PERFORM 700-CLOSE-BATCH
                   PERFORM 700-VALIDATE-TRAILER
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE"
                       TO REJECT-REASON-WS
                   MOVE "Y" TO FILE-REJECTED-FLAG
           END-EVALUATE.
           IF FILE-IS-REJECTED
               MOVE "Y" TO LOCKBOX-FILE-EOF-FLAG
           ELSE
               PERFORM 700-READ-LOCKBOX-RECORD
           END-IF.

      * A file that ran out before its trailer - or had no
      * records at all - is incomplete and rejected
       200-CHECK-LOCKBOX-TRAILER.
           IF NOT FILE-IS-REJECTED AND NOT TRAILER-WAS-SEEN
               MOVE "FILE HAS NO TRAILER" TO REJECT-REASON-WS
               MOVE "Y" TO FILE-REJECTED-FLAG
           END-IF.
           CLOSE LOCKBOX-FILE.

      * Report the file rejected, with the reason and the
      * record it was found at, and end with a return code
      * the operator cannot miss
       200-REJECT-LOCKBOX-FILE.
           MOVE RECORDS-IN-CTR TO REJECT-RECORD-WS.
           WRITE IMPORT-REPORT-CARD FROM LBXRPT-REJECTED-LINE.
           WRITE IMPORT-REPORT-CARD FROM LBXRPT-REJECTED-LINE-2.
           DISPLAY "*** ERROR: LOCKBOX FILE REJECTED - "
               REJECT-REASON-WS " - SEE LBXRPT.DAT ***".
           MOVE 8 TO RETURN-CODE.

      * Second pass - the file balanced, so read it again and
      * add a payment card to PAYTRAN.DAT for every detail
      * item, listing each with its batch subtotal, then
      * register the file as imported
       200-CONVERT-LOCKBOX-FILE.
           MOVE BANK-ID-WS TO FILE-BANK-ID-WS.
           MOVE FILE-ID-WS TO FILE-FILE-ID-WS.
           MOVE DEPOSIT-DATE-WS TO FILE-DEPOSIT-DATE-WS.
           WRITE IMPORT-REPORT-CARD FROM LBXRPT-FILE-LINE.
           WRITE IMPORT-REPORT-CARD FROM LBXRPT-COLUMN-HEADER.
           MOVE "N" TO LOCKBOX-FILE-EOF-FLAG.
           MOVE "N" TO BATCH-OPEN-FLAG.
           OPEN INPUT LOCKBOX-FILE.
           OPEN EXTEND PAYMENT-FILE.
           PERFORM 700-CONVERT-LOCKBOX-RECORD
               UNTIL LOCKBOX-FILE-EOF-FLAG = "Y".
           CLOSE LOCKBOX-FILE
                 PAYMENT-FILE.
           OPEN EXTEND LOCKBOX-REGISTER-FILE.
           MOVE BANK-ID-WS TO LREG-BANK-ID.
           MOVE FILE-ID-WS TO LREG-FILE-ID.
           MOVE DEPOSIT-DATE-WS TO LREG-DEPOSIT-DATE.
           MOVE IMPORT-DATE-WS TO LREG-IMPORT-DATE.
           WRITE LOCKBOX-REGISTER-RECORD.
           CLOSE LOCKBOX-REGISTER-FILE.
           MOVE CARDS-OUT-CTR TO ACCEPTED-COUNT-WS.
           MOVE CARDS-OUT-AMOUNT TO ACCEPTED-AMOUNT-WS.
           WRITE IMPORT-REPORT-CARD FROM LBXRPT-ACCEPTED-LINE.

      * Close the report
       200-TERM-IMPORT-LOCKBOX.
           CLOSE IMPORT-REPORT.

      * Read the next register record into the register
      * table, setting the EOF flag when the file is
      * exhausted
       700-LOAD-REGISTER-RECORD.
           READ LOCKBOX-REGISTER-FILE
               AT END MOVE "Y" TO REGISTER-FILE-EOF-FLAG
               NOT AT END
                   IF LREG-TABLE-COUNT < MAX-LREG-ENTRIES
                       ADD 1 TO LREG-TABLE-COUNT
                       MOVE LREG-BANK-ID
                           TO LREG-BANK-ID-WS(LREG-TABLE-COUNT)
                       MOVE LREG-FILE-ID
                           TO LREG-FILE-ID-WS(LREG-TABLE-COUNT)
                   ELSE
                       DISPLAY "*** WARNING: LOCKBOX REGISTER EXCEEDS "
                           MAX-LREG-ENTRIES " ENTRIES - REMAINING "
                           "FILES WERE NOT LOADED AND DOUBLE-IMPORT "
                           "CHECKING IS NO LONGER RELIABLE ***"
                       MOVE "Y" TO REGISTER-FILE-EOF-FLAG
                   END-IF
           END-READ.

      * Read the next bank record, setting the EOF flag when
      * the file is exhausted
       700-READ-LOCKBOX-RECORD.
           READ LOCKBOX-FILE
               AT END MOVE "Y" TO LOCKBOX-FILE-EOF-FLAG
               NOT AT END ADD 1 TO RECORDS-IN-CTR
           END-READ.

      * The header must be the first record, appear only
      * once, carry a numeric file number and deposit date,
      * and name a bank file not already imported
       700-VALIDATE-HEADER.
           EVALUATE TRUE
               WHEN HEADER-WAS-SEEN OR RECORDS-IN-CTR > 1
                   MOVE "HEADER IS NOT THE FIRST RECORD"
                       TO REJECT-REASON-WS
                   MOVE "Y" TO FILE-REJECTED-FLAG
               WHEN NOT LBX-HDR-FILE-ID NUMERIC
                       OR NOT LBX-HDR-DEPOSIT-DATE NUMERIC
                       OR LBX-HDR-DEPOSIT-DATE = ZERO
                   MOVE "HEADER FILE ID OR DATE NOT VALID"
                       TO REJECT-REASON-WS
                   MOVE "Y" TO FILE-REJECTED-FLAG
               WHEN OTHER
                   MOVE "Y" TO HEADER-SEEN-FLAG
                   MOVE LBX-HDR-BANK-ID TO BANK-ID-WS
                   MOVE LBX-HDR-FILE-ID TO FILE-ID-WS
                   MOVE LBX-HDR-DEPOSIT-DATE TO DEPOSIT-DATE-WS
                   MOVE LBX-HDR-DEPOSIT-YYMMDD TO PAY-DATE-WS
                   PERFORM VARYING LREG-SUB FROM 1 BY 1
                       UNTIL LREG-SUB > LREG-TABLE-COUNT
                       IF BANK-ID-WS = LREG-BANK-ID-WS(LREG-SUB)
                           AND FILE-ID-WS = LREG-FILE-ID-WS(LREG-SUB)
                           MOVE "FILE ALREADY IMPORTED"
                               TO REJECT-REASON-WS
                           MOVE "Y" TO FILE-REJECTED-FLAG
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      * Close off the batch in progress, if any - its item
      * count and dollar total must agree with what its
      * batch record said it held
       700-CLOSE-BATCH.
           IF BATCH-IS-OPEN
               EVALUATE TRUE
                   WHEN BATCH-ITEM-CTR NOT = BATCH-EXPECT-COUNT-WS
                       MOVE SPACES TO REJECT-REASON-WS
                       STRING "BATCH " CURRENT-BATCH-WS
                           " ITEM COUNT OUT OF BALANCE"
                           DELIMITED BY SIZE INTO REJECT-REASON-WS
                       END-STRING
                       MOVE "Y" TO FILE-REJECTED-FLAG
                   WHEN BATCH-AMOUNT-WS NOT = BATCH-EXPECT-TOTAL-WS
                       MOVE SPACES TO REJECT-REASON-WS
                       STRING "BATCH " CURRENT-BATCH-WS
                           " DOLLAR TOTAL OUT OF BALANCE"
                           DELIMITED BY SIZE INTO REJECT-REASON-WS
                       END-STRING
                       MOVE "Y" TO FILE-REJECTED-FLAG
               END-EVALUATE
               MOVE "N" TO BATCH-OPEN-FLAG
           END-IF.

      * Open a new batch from its batch record
       700-VALIDATE-BATCH.
           IF NOT FILE-IS-REJECTED
               IF LBX-BAT-BATCH-NUMBER NUMERIC
                       AND LBX-BAT-ITEM-COUNT NUMERIC
                       AND LBX-BAT-BATCH-TOTAL NUMERIC
                   MOVE "Y" TO BATCH-OPEN-FLAG
                   MOVE LBX-BAT-BATCH-NUMBER TO CURRENT-BATCH-WS
                   MOVE LBX-BAT-ITEM-COUNT TO BATCH-EXPECT-COUNT-WS
                   MOVE LBX-BAT-BATCH-TOTAL TO BATCH-EXPECT-TOTAL-WS
                   MOVE ZERO TO BATCH-ITEM-CTR
                   MOVE ZERO TO BATCH-AMOUNT-WS
                   ADD 1 TO FILE-BATCH-CTR
               ELSE
                   MOVE "BATCH RECORD NOT VALID" TO REJECT-REASON-WS
                   MOVE "Y" TO FILE-REJECTED-FLAG
               END-IF
           END-IF.

      * A detail item must fall inside the batch it names and
      * carry a numeric bank reference and a dollar amount
      * greater than zero
       700-VALIDATE-DETAIL.
           EVALUATE TRUE
               WHEN NOT BATCH-IS-OPEN
                   MOVE "DETAIL ITEM OUTSIDE A BATCH"
                       TO REJECT-REASON-WS
                   MOVE "Y" TO FILE-REJECTED-FLAG
               WHEN NOT LBX-DTL-BATCH-NUMBER NUMERIC
                       OR LBX-DTL-BATCH-NUMBER NOT = CURRENT-BATCH-WS
                   MOVE "DETAIL ITEM IN WRONG BATCH"
                       TO REJECT-REASON-WS
                   MOVE "Y" TO FILE-REJECTED-FLAG
               WHEN NOT LBX-DTL-BANK-REFERENCE NUMERIC
                   MOVE "BANK REFERENCE NOT VALID"
                       TO REJECT-REASON-WS
                   MOVE "Y" TO FILE-REJECTED-FLAG
               WHEN NOT LBX-DTL-AMOUNT NUMERIC
                       OR LBX-DTL-AMOUNT = ZERO
                   MOVE "DETAIL AMOUNT NOT VALID"
                       TO REJECT-REASON-WS
                   MOVE "Y" TO FILE-REJECTED-FLAG
               WHEN OTHER
                   ADD 1 TO BATCH-ITEM-CTR
                   ADD LBX-DTL-AMOUNT TO BATCH-AMOUNT-WS
                   ADD 1 TO FILE-ITEM-CTR
                   ADD LBX-DTL-AMOUNT TO FILE-AMOUNT-WS
           END-EVALUATE.

      * The trailer's batch count, item count, and dollar
      * total must agree with everything read before it
       700-VALIDATE-TRAILER.
           IF NOT FILE-IS-REJECTED
               EVALUATE TRUE
                   WHEN NOT LBX-TRL-BATCH-COUNT NUMERIC
                           OR NOT LBX-TRL-ITEM-COUNT NUMERIC
                           OR NOT LBX-TRL-FILE-TOTAL NUMERIC
                       MOVE "TRAILER RECORD NOT VALID"
                           TO REJECT-REASON-WS
                       MOVE "Y" TO FILE-REJECTED-FLAG
                   WHEN LBX-TRL-BATCH-COUNT NOT = FILE-BATCH-CTR
                       MOVE "TRAILER BATCH COUNT OUT OF BALANCE"
                           TO REJECT-REASON-WS
                       MOVE "Y" TO FILE-REJECTED-FLAG
                   WHEN LBX-TRL-ITEM-COUNT NOT = FILE-ITEM-CTR
                       MOVE "TRAILER ITEM COUNT OUT OF BALANCE"
                           TO REJECT-REASON-WS
                       MOVE "Y" TO FILE-REJECTED-FLAG
                   WHEN LBX-TRL-FILE-TOTAL NOT = FILE-AMOUNT-WS
                       MOVE "TRAILER DOLLAR TOTAL OUT OF BALANCE"
                           TO REJECT-REASON-WS
                       MOVE "Y" TO FILE-REJECTED-FLAG
                   WHEN OTHER
                       MOVE "Y" TO TRAILER-SEEN-FLAG
               END-EVALUATE
           END-IF.

      * Read the next bank record on the second pass and turn
      * each detail item into a payment card, writing the
      * subtotal of each batch as the next batch or the
      * trailer is reached
       700-CONVERT-LOCKBOX-RECORD.
           READ LOCKBOX-FILE
               AT END MOVE "Y" TO LOCKBOX-FILE-EOF-FLAG
               NOT AT END
                   EVALUATE TRUE
                       WHEN LBX-IS-BATCH
                           PERFORM 700-WRITE-BATCH-TOTAL
                           MOVE "Y" TO BATCH-OPEN-FLAG
                           MOVE LBX-BAT-BATCH-NUMBER
                               TO CURRENT-BATCH-WS
                           MOVE ZERO TO BATCH-ITEM-CTR
                           MOVE ZERO TO BATCH-AMOUNT-WS
                       WHEN LBX-IS-DETAIL
                           PERFORM 700-WRITE-PAYMENT-CARD
                       WHEN LBX-IS-TRAILER
                           PERFORM 700-WRITE-BATCH-TOTAL
                   END-EVALUATE
           END-READ.

      * Write one payment card for the current detail item
      * and list it on the report
       700-WRITE-PAYMENT-CARD.
           MOVE LBX-DTL-STUDENT-NUMBER TO PAY-STUDENT-NUMBER.
           MOVE PAY-DATE-WS TO PAY-DATE.
           MOVE LBX-DTL-AMOUNT TO PAY-AMOUNT.
           MOVE LBX-DTL-BANK-REFERENCE TO PAY-RECEIPT-NUMBER.
           MOVE "LBOX" TO PAY-TENDER-TYPE.
           MOVE "P" TO PAY-TRAN-CODE.
           WRITE PAYMENT-RECORD.
           ADD 1 TO CARDS-OUT-CTR.
           ADD LBX-DTL-AMOUNT TO CARDS-OUT-AMOUNT.
           ADD 1 TO BATCH-ITEM-CTR.
           ADD LBX-DTL-AMOUNT TO BATCH-AMOUNT-WS.
           MOVE CURRENT-BATCH-WS TO BATCH-NUMBER-RPT-WS.
           MOVE LBX-DTL-BANK-REFERENCE TO BANK-REFERENCE-RPT-WS.
           MOVE LBX-DTL-STUDENT-NUMBER TO STUDENT-NUMBER-RPT-WS.
           MOVE LBX-DTL-AMOUNT TO AMOUNT-RPT-WS.
           WRITE IMPORT-REPORT-CARD FROM LBXRPT-DETAIL-WS.

      * Write the subtotal of the batch just completed, if
      * one was in progress
       700-WRITE-BATCH-TOTAL.
           IF BATCH-IS-OPEN
               MOVE CURRENT-BATCH-WS TO BATCH-TOTAL-NUMBER-WS
               MOVE BATCH-ITEM-CTR TO BATCH-TOTAL-COUNT-WS
               MOVE BATCH-AMOUNT-WS TO BATCH-TOTAL-AMOUNT-WS
               WRITE IMPORT-REPORT-CARD FROM LBXRPT-BATCH-TOTAL-WS
               MOVE "N" TO BATCH-OPEN-FLAG
           END-IF.
