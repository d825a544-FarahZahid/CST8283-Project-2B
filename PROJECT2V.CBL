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

      * VALIDATION-REJECT-REPORT is an output file listing
      * every STUDENT-FILE record that failed a field-level
               END-IF
           END-IF.

      * TUITION-AMOUNT, PAYMENT-MADE, LATE-FEES, AWARDS,
      * REFUNDS-PAID, and WITHDRAWAL-CREDIT are unsigned
      * fields, so the picture clause itself rules out a
      * negative value - the check here
      * is that a number actually made it into the field
      * rather than spaces or other non-numeric junk from a
      * bad extract.
      * OPENING-BALANCE is signed, since a credit can be
      * carried forward at term close, so only that it is a
      * number is checked.
       700-VALIDATE-TUITION-FIELDS.
           IF STUDENT-FILE-EOF-FLAG NOT = "Y"
               IF NOT TUITION-AMOUNT NUMERIC
                   END-IF
                   MOVE "N" TO RECORD-VALID-FLAG
               END-IF
               IF NOT LATE-FEES NUMERIC
                   IF RECORD-IS-VALID
                       MOVE "INVALID LATE FEES"
                           TO REJECT-REASON-VAL-WS
                   END-IF
                   MOVE "N" TO RECORD-VALID-FLAG
               END-IF
               IF NOT OPENING-BALANCE NUMERIC
                   IF RECORD-IS-VALID
                       MOVE "INVALID OPENING BALANCE"
                           TO REJECT-REASON-VAL-WS
                   END-IF
                   MOVE "N" TO RECORD-VALID-FLAG
               END-IF
               IF NOT AWARDS NUMERIC
                   IF RECORD-IS-VALID
                       MOVE "INVALID AWARDS"
                           TO REJECT-REASON-VAL-WS
                   END-IF
                   MOVE "N" TO RECORD-VALID-FLAG
               END-IF
               IF NOT REFUNDS-PAID NUMERIC
                   IF RECORD-IS-VALID
                       MOVE "INVALID REFUNDS PAID"
                           TO REJECT-REASON-VAL-WS
                   END-IF
                   MOVE "N" TO RECORD-VALID-FLAG
               END-IF
               IF NOT WITHDRAWAL-CREDIT NUMERIC
                   IF RECORD-IS-VALID
                       MOVE "INVALID WITHDRAWAL CREDIT"
                           TO REJECT-REASON-VAL-WS
                   END-IF
                   MOVE "N" TO RECORD-VALID-FLAG
               END-IF
           END-IF.

      * TUITION-DUE-DATE feeds the receivables aging in
