      * keyed on student number, that PROJECT2V and PROJECT2B
      * read in place of the old flat STUFIL2B.DAT extract.
      * This program is the only one that writes to it.
      * MASTER-ACCOUNT-EXTENSION holds the account figures
      * the batch runs post - late fees, the opening balance
      * TERMCLOS carries forward, the awards AWARDPST grants,
      * the refunds RFNDDISB pays out, the tuition WDRLPOST
      * credits back and the course slots it marks withdrawn,
      * and the reserve for what follows - and is never keyed
      * on a card.
       FD STUDENT-MASTER-FILE.
       01 STUDENT-MASTER-RECORD.
           05 MASTER-FIRST-NAME     PIC X(20).
           05 MASTER-PAYMENT-MADE   PIC 9(4)V99.
           05 MASTER-TUITION-AMOUNT PIC 9(4)V99.
           05 MASTER-TUITION-DUE-DATE PIC 9(8).
           05 MASTER-ACCOUNT-EXTENSION.
               10 MASTER-LATE-FEES  PIC 9(4)V99.
               10 MASTER-OPENING-BALANCE PIC S9(4)V99.
               10 MASTER-AWARDS     PIC 9(4)V99.
               10 MASTER-REFUNDS-PAID PIC 9(4)V99.
               10 MASTER-WITHDRAWAL-CREDIT PIC 9(4)V99.
               10 MASTER-COURSE-STATUS-1 PIC X.
               10 MASTER-COURSE-STATUS-2 PIC X.
               10 MASTER-COURSE-STATUS-3 PIC X.
               10 MASTER-COURSE-STATUS-4 PIC X.
               10 MASTER-COURSE-STATUS-5 PIC X.
               10 MASTER-COURSE-STATUS-6 PIC X.
               10 FILLER            PIC X(32).

      * TRANSACTION-FILE is the input deck of add / change /
      * delete cards the registrar keys against the master.
           05 IMG-SEQUENCE          PIC 9(4).
           05 IMG-ACTION            PIC X.
           05 IMG-STUDENT-NUMBER    PIC 9(9).
           05 IMG-BEFORE-IMAGE      PIC X(200).
           05 IMG-AFTER-IMAGE       PIC X(200).

       WORKING-STORAGE SECTION.
      * Local copy of the maintenance journal line
           05 IMAGE-RUN-TIME-WS     PIC 9(8)   VALUE ZERO.
           05 IMAGE-SEQUENCE-WS     PIC 9(4)   VALUE ZERO.
           05 IMAGE-ACTION-WS       PIC X      VALUE SPACE.
           05 BEFORE-IMAGE-WS       PIC X(200) VALUE SPACES.
           05 AFTER-IMAGE-WS        PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
      * Mainline routine
      * A key already on the master means the registrar keyed
      * an add for a student who exists, so the card is
      * rejected rather than silently overlaying the student.
      * The card carries only the keyed part of the record;
      * the account extension behind it starts out zeroed.
       700-APPLY-ADD-TRANSACTION.
           MOVE TRAN-STUDENT-DATA TO STUDENT-MASTER-RECORD.
           MOVE ZEROS TO MASTER-ACCOUNT-EXTENSION.
           WRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   MOVE "STUDENT ALREADY ON MASTER"
      * actually punched in it, so a blank amount or mark
      * leaves the master value alone while a keyed zero
      * deliberately clears it.  A course slot keyed *DROP*
      * clears the slot and zeroes its mark.  Keying or
      * dropping a course puts the slot back to active, so a
      * course WDRLPOST withdrew does not carry its W over to
      * whatever is keyed into the slot next.
       700-OVERLAY-KEYED-FIELDS.
           MOVE 1 TO CHANGED-FIELDS-PTR-WS.
           IF TRAN-FIRST-NAME NOT = SPACES
           IF TRAN-COURSE-1 = "*DROP*"
               MOVE SPACES TO MASTER-COURSE-1
               MOVE ZERO TO MASTER-MARK-1
               MOVE SPACE TO MASTER-COURSE-STATUS-1
               MOVE "C1" TO CHANGED-FIELD-TOKEN-WS
               PERFORM 700-NOTE-CHANGED-FIELD
           ELSE
               IF TRAN-COURSE-1 NOT = SPACES
                   MOVE TRAN-COURSE-1 TO MASTER-COURSE-1
                   MOVE SPACE TO MASTER-COURSE-STATUS-1
                   MOVE "C1" TO CHANGED-FIELD-TOKEN-WS
                   PERFORM 700-NOTE-CHANGED-FIELD
               END-IF
           IF TRAN-COURSE-2 = "*DROP*"
               MOVE SPACES TO MASTER-COURSE-2
               MOVE ZERO TO MASTER-MARK-2
               MOVE SPACE TO MASTER-COURSE-STATUS-2
               MOVE "C2" TO CHANGED-FIELD-TOKEN-WS
               PERFORM 700-NOTE-CHANGED-FIELD
           ELSE
               IF TRAN-COURSE-2 NOT = SPACES
                   MOVE TRAN-COURSE-2 TO MASTER-COURSE-2
                   MOVE SPACE TO MASTER-COURSE-STATUS-2
                   MOVE "C2" TO CHANGED-FIELD-TOKEN-WS
                   PERFORM 700-NOTE-CHANGED-FIELD
               END-IF
           IF TRAN-COURSE-3 = "*DROP*"
               MOVE SPACES TO MASTER-COURSE-3
               MOVE ZERO TO MASTER-MARK-3
               MOVE SPACE TO MASTER-COURSE-STATUS-3
               MOVE "C3" TO CHANGED-FIELD-TOKEN-WS
               PERFORM 700-NOTE-CHANGED-FIELD
           ELSE
               IF TRAN-COURSE-3 NOT = SPACES
                   MOVE TRAN-COURSE-3 TO MASTER-COURSE-3
                   MOVE SPACE TO MASTER-COURSE-STATUS-3
                   MOVE "C3" TO CHANGED-FIELD-TOKEN-WS
                   PERFORM 700-NOTE-CHANGED-FIELD
               END-IF
           IF TRAN-COURSE-4 = "*DROP*"
               MOVE SPACES TO MASTER-COURSE-4
               MOVE ZERO TO MASTER-MARK-4
               MOVE SPACE TO MASTER-COURSE-STATUS-4
               MOVE "C4" TO CHANGED-FIELD-TOKEN-WS
               PERFORM 700-NOTE-CHANGED-FIELD
           ELSE
               IF TRAN-COURSE-4 NOT = SPACES
                   MOVE TRAN-COURSE-4 TO MASTER-COURSE-4
                   MOVE SPACE TO MASTER-COURSE-STATUS-4
                   MOVE "C4" TO CHANGED-FIELD-TOKEN-WS
                   PERFORM 700-NOTE-CHANGED-FIELD
               END-IF
           IF TRAN-COURSE-5 = "*DROP*"
               MOVE SPACES TO MASTER-COURSE-5
               MOVE ZERO TO MASTER-MARK-5
               MOVE SPACE TO MASTER-COURSE-STATUS-5
               MOVE "C5" TO CHANGED-FIELD-TOKEN-WS
               PERFORM 700-NOTE-CHANGED-FIELD
           ELSE
               IF TRAN-COURSE-5 NOT = SPACES
                   MOVE TRAN-COURSE-5 TO MASTER-COURSE-5
                   MOVE SPACE TO MASTER-COURSE-STATUS-5
                   MOVE "C5" TO CHANGED-FIELD-TOKEN-WS
                   PERFORM 700-NOTE-CHANGED-FIELD
               END-IF
           IF TRAN-COURSE-6 = "*DROP*"
               MOVE SPACES TO MASTER-COURSE-6
               MOVE ZERO TO MASTER-MARK-6
               MOVE SPACE TO MASTER-COURSE-STATUS-6
               MOVE "C6" TO CHANGED-FIELD-TOKEN-WS
               PERFORM 700-NOTE-CHANGED-FIELD
           ELSE
               IF TRAN-COURSE-6 NOT = SPACES
                   MOVE TRAN-COURSE-6 TO MASTER-COURSE-6
                   MOVE SPACE TO MASTER-COURSE-STATUS-6
                   MOVE "C6" TO CHANGED-FIELD-TOKEN-WS
                   PERFORM 700-NOTE-CHANGED-FIELD
               END-IF
