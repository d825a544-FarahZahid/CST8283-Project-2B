       IDENTIFICATION DIVISION.
       PROGRAM-ID.         ADRMAINT.
       AUTHOR.             RICHARD BARNEY.
       DATE-WRITTEN.       OCTOBER 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-ADDRESS-FILE
               ASSIGN TO "C:\STUADDR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ADDR-STUDENT-NUMBER
                   FILE STATUS IS ADDRESS-STATUS-WS.
           SELECT STUDENT-MASTER-FILE
               ASSIGN TO "C:\STUMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MASTER-STUDENT-NUMBER
                   FILE STATUS IS MASTER-STATUS-WS.
           SELECT TRANSACTION-FILE
               ASSIGN TO "C:\ADDRTRAN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADDRESS-JOURNAL
               ASSIGN TO "C:\ADRJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * STUDENT-ADDRESS-FILE is the indexed student mailing
      * address file, keyed on student number, that PROJECT2B
      * and STUSTMT read to address their letters.  This
      * program is the only one that writes to it.  A student
      * whose mail has come back undelivered carries a
      * returned-mail flag of Y, and the letter runs hold
      * their letters until a corrected address is keyed.
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

      * STUDENT-MASTER-FILE is the indexed student master
      * STUMAINT maintains, read here only to confirm the
      * student exists before an address is added and to put
      * the student's name on the journal
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

      * TRANSACTION-FILE is the input deck of add / change
      * cards the registrar keys against the address file.
      * Each card is a transaction code followed by a student
      * number and an address image in the address file
      * layout.  An add card must carry at least the first
      * address line and the city.  On a change card only
      * the fields actually keyed are applied - a field left
      * blank is left alone on the file.  A second address
      * line keyed as *DROP* clears that line.  The returned
      * mail flag is keyed Y to hold the student's letters
      * or N to release them.
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
           05 TRAN-CODE             PIC X.
               88 TRAN-IS-ADD    VALUE "A".
               88 TRAN-IS-CHANGE VALUE "C".
           05 TRAN-STUDENT-NUMBER   PIC 9(9).
           05 TRAN-LINE-1           PIC X(30).
           05 TRAN-LINE-2           PIC X(30).
           05 TRAN-CITY             PIC X(20).
           05 TRAN-PROVINCE         PIC X(2).
           05 TRAN-POSTAL-CODE      PIC X(10).
           05 TRAN-RETURNED-MAIL-FLAG PIC X.
               88 TRAN-FLAG-IS-VALID VALUES " " "Y" "N".

      * ADDRESS-JOURNAL is an output file listing every
      * transaction card processed this run and whether it
      * was applied to the address file or rejected, with
      * the reason when it was rejected
       FD ADDRESS-JOURNAL.
       01 ADDRESS-JOURNAL-CARD      PIC X(142).

       WORKING-STORAGE SECTION.
      * Local copy of the address journal line
       01 ADDRESS-JOURNAL-WS.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 TRAN-CODE-JRNL-WS          PIC X.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 STUDENT-NUMBER-JRNL-WS     PIC 9(9).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 STUDENT-LAST-NAME-JRNL-WS  PIC X(20).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 STUDENT-FIRST-NAME-JRNL-WS PIC X(20).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 DISPOSITION-JRNL-WS        PIC X(8).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 REJECT-REASON-JRNL-WS      PIC X(28).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 CHANGED-FIELDS-JRNL-WS     PIC X(40).

      * Title and column header for the address journal
       01 ADRJRNL-TITLE.
           05 FILLER    PIC X(30)  VALUE SPACES.
           05 FILLER    PIC X(35)
                   VALUE "STUDENT ADDRESS MAINTENANCE JOURNAL".

       01 ADRJRNL-COLUMN-HEADER.
           05 FILLER    PIC X(4)   VALUE SPACES.
           05 FILLER    PIC X(3)   VALUE "TRN".
           05 FILLER    PIC X(9)   VALUE "STUDENT #".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(20)  VALUE "LAST NAME".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(20)  VALUE "FIRST NAME".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(8)   VALUE "DISP".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(28)  VALUE "REASON".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(14)  VALUE "FIELDS CHANGED".

      * Counters to keep track of transactions read, applied,
      * and rejected
       01 ADDRESS-COUNTERS.
           05 FILLER            PIC X(19) VALUE "TRANSACTIONS READ: ".
           05 TRANS-IN-CTR      PIC 9(3)  VALUE ZERO.
           05 FILLER            PIC X(10) VALUE " APPLIED: ".
           05 TRANS-APPLIED-CTR PIC 9(3)  VALUE ZERO.
           05 FILLER            PIC X(11) VALUE " REJECTED: ".
           05 TRANS-REJECT-CTR  PIC 9(3)  VALUE ZERO.

      * Bunch of fields to keep track of various
      * things throughout the program
       01 FLAGS-AND-CONTROLS.
           05 TRANSACTION-FILE-EOF-FLAG PIC X     VALUE "N".
           05 ADDRESS-STATUS-WS         PIC X(2)  VALUE SPACES.
           05 MASTER-STATUS-WS          PIC X(2)  VALUE SPACES.
           05 TRAN-APPLIED-FLAG         PIC X     VALUE "N".
               88 TRAN-WAS-APPLIED VALUE "Y".
           05 ADDRESS-KEYED-FLAG        PIC X     VALUE "N".
               88 ADDRESS-WAS-KEYED VALUE "Y".
           05 CHANGED-FIELD-TOKEN-WS    PIC X(6)  VALUE SPACES.
           05 CHANGED-FIELDS-PTR-WS     PIC 9(3)  VALUE 1.

       PROCEDURE DIVISION.
      * Mainline routine
       100-MAINTAIN-STUDENT-ADDRESSES.
           PERFORM 200-INIT-MAINTAIN-STUDENT-ADDRESSES.
           PERFORM 200-APPLY-TRANSACTION
               UNTIL TRANSACTION-FILE-EOF-FLAG = "Y".
           PERFORM 200-TERM-MAINTAIN-STUDENT-ADDRESSES.
           STOP RUN.

      * Open the files, write the journal headings, and read
      * the first transaction card.  An address file that
      * does not exist yet is created empty so the first
      * load of add cards runs the same way as any other
      * cycle.  Any other open failure on either file stops
      * the run cold rather than journal every card rejected.
       200-INIT-MAINTAIN-STUDENT-ADDRESSES.
           OPEN I-O STUDENT-ADDRESS-FILE.
           IF ADDRESS-STATUS-WS = "35"
               OPEN OUTPUT STUDENT-ADDRESS-FILE
               CLOSE STUDENT-ADDRESS-FILE
               OPEN I-O STUDENT-ADDRESS-FILE
           END-IF.
           IF ADDRESS-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: STUDENT ADDRESS FILE DID NOT OPEN "
                   "- FILE STATUS " ADDRESS-STATUS-WS " - NO "
                   "TRANSACTIONS WERE APPLIED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF MASTER-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: STUDENT MASTER DID NOT OPEN - "
                   "FILE STATUS " MASTER-STATUS-WS " - NO "
                   "TRANSACTIONS WERE APPLIED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT  TRANSACTION-FILE.
           OPEN OUTPUT ADDRESS-JOURNAL.
           WRITE ADDRESS-JOURNAL-CARD FROM ADRJRNL-TITLE.
           WRITE ADDRESS-JOURNAL-CARD FROM ADRJRNL-COLUMN-HEADER.
           PERFORM 700-READ-TRANSACTION-RECORD.

      * Apply the current transaction card to the address
      * file according to its transaction code, then journal
      * the outcome and read the next card
       200-APPLY-TRANSACTION.
           MOVE "N" TO TRAN-APPLIED-FLAG.
           MOVE SPACES TO REJECT-REASON-JRNL-WS.
           MOVE SPACES TO CHANGED-FIELDS-JRNL-WS.
           MOVE SPACES TO MASTER-LAST-NAME.
           MOVE SPACES TO MASTER-FIRST-NAME.
           EVALUATE TRUE
               WHEN NOT TRAN-STUDENT-NUMBER NUMERIC
                   MOVE "INVALID STUDENT NUMBER"
                       TO REJECT-REASON-JRNL-WS
               WHEN TRAN-STUDENT-NUMBER = ZERO
                   MOVE "INVALID STUDENT NUMBER"
                       TO REJECT-REASON-JRNL-WS
               WHEN NOT TRAN-FLAG-IS-VALID
                   MOVE "INVALID RETURNED MAIL FLAG"
                       TO REJECT-REASON-JRNL-WS
               WHEN TRAN-IS-ADD
                   PERFORM 700-APPLY-ADD-TRANSACTION
               WHEN TRAN-IS-CHANGE
                   PERFORM 700-APPLY-CHANGE-TRANSACTION
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE"
                       TO REJECT-REASON-JRNL-WS
           END-EVALUATE.
           PERFORM 700-WRITE-JOURNAL-RECORD.
           PERFORM 700-READ-TRANSACTION-RECORD.

      * Write the transaction counters and close the files
       200-TERM-MAINTAIN-STUDENT-ADDRESSES.
           WRITE ADDRESS-JOURNAL-CARD FROM ADDRESS-COUNTERS.
           CLOSE STUDENT-ADDRESS-FILE
                 STUDENT-MASTER-FILE
                 TRANSACTION-FILE
                 ADDRESS-JOURNAL.

      * Read the next transaction card, setting the EOF flag
      * when the file is exhausted
       700-READ-TRANSACTION-RECORD.
           READ TRANSACTION-FILE
               AT END MOVE "Y" TO TRANSACTION-FILE-EOF-FLAG
               NOT AT END ADD 1 TO TRANS-IN-CTR
           END-READ.

      * Look the card's student up on the master so the
      * journal can carry the student's name.  A student not
      * on the master is left with a blank name.
       700-READ-STUDENT-MASTER.
           MOVE TRAN-STUDENT-NUMBER TO MASTER-STUDENT-NUMBER.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO MASTER-LAST-NAME
                   MOVE SPACES TO MASTER-FIRST-NAME
           END-READ.

      * An add card writes a brand new address for a student
      * already on the master.  An address already on file
      * means the registrar keyed an add for a student who
      * has one, so the card is rejected rather than silently
      * overlaying it - a change card is the way to move a
      * student.  A new address starts out deliverable unless
      * the card itself flags it as returned mail.
       700-APPLY-ADD-TRANSACTION.
           PERFORM 700-READ-STUDENT-MASTER.
           EVALUATE TRUE
               WHEN MASTER-STATUS-WS NOT = "00"
                   MOVE "STUDENT NOT ON MASTER"
                       TO REJECT-REASON-JRNL-WS
               WHEN TRAN-LINE-1 = SPACES OR TRAN-CITY = SPACES
                   MOVE "INCOMPLETE ADDRESS"
                       TO REJECT-REASON-JRNL-WS
               WHEN TRAN-LINE-2 = "*DROP*"
                   MOVE "INCOMPLETE ADDRESS"
                       TO REJECT-REASON-JRNL-WS
               WHEN OTHER
                   MOVE SPACES TO STUDENT-ADDRESS-RECORD
                   MOVE TRAN-STUDENT-NUMBER TO ADDR-STUDENT-NUMBER
                   MOVE TRAN-LINE-1 TO ADDR-LINE-1
                   MOVE TRAN-LINE-2 TO ADDR-LINE-2
                   MOVE TRAN-CITY TO ADDR-CITY
                   MOVE TRAN-PROVINCE TO ADDR-PROVINCE
                   MOVE TRAN-POSTAL-CODE TO ADDR-POSTAL-CODE
                   IF TRAN-RETURNED-MAIL-FLAG = "Y"
                       MOVE "Y" TO ADDR-RETURNED-MAIL-FLAG
                   ELSE
                       MOVE "N" TO ADDR-RETURNED-MAIL-FLAG
                   END-IF
                   WRITE STUDENT-ADDRESS-RECORD
                       INVALID KEY
                           MOVE "ADDRESS ALREADY ON FILE"
                               TO REJECT-REASON-JRNL-WS
                       NOT INVALID KEY
                           MOVE "Y" TO TRAN-APPLIED-FLAG
                   END-WRITE
           END-EVALUATE.

      * A change card updates only the fields actually keyed
      * on it, leaving the rest of the address exactly as it
      * stands.  The student must already have an address on
      * file or the card is rejected.  The journal lists which
      * fields the card changed.
       700-APPLY-CHANGE-TRANSACTION.
           PERFORM 700-READ-STUDENT-MASTER.
           MOVE TRAN-STUDENT-NUMBER TO ADDR-STUDENT-NUMBER.
           READ STUDENT-ADDRESS-FILE
               INVALID KEY
                   MOVE "ADDRESS NOT ON FILE"
                       TO REJECT-REASON-JRNL-WS
               NOT INVALID KEY
                   PERFORM 700-OVERLAY-KEYED-FIELDS
                   REWRITE STUDENT-ADDRESS-RECORD
                   MOVE "Y" TO TRAN-APPLIED-FLAG
           END-READ.

      * Move each keyed field of the change card over the
      * matching address field, noting its tag for the
      * journal.  A field is keyed when it is not blank.  A
      * second address line keyed *DROP* clears the line.
      * Keying any part of the address is taken as the
      * corrected address the returned mail was waiting for,
      * so it clears the returned-mail flag unless the card
      * itself keys the flag.
       700-OVERLAY-KEYED-FIELDS.
           MOVE 1 TO CHANGED-FIELDS-PTR-WS.
           MOVE "N" TO ADDRESS-KEYED-FLAG.
           IF TRAN-LINE-1 NOT = SPACES
               MOVE TRAN-LINE-1 TO ADDR-LINE-1
               MOVE "LINE1" TO CHANGED-FIELD-TOKEN-WS
               PERFORM 700-NOTE-CHANGED-FIELD
           END-IF.
           IF TRAN-LINE-2 = "*DROP*"
               MOVE SPACES TO ADDR-LINE-2
               MOVE "LINE2" TO CHANGED-FIELD-TOKEN-WS
               PERFORM 700-NOTE-CHANGED-FIELD
           ELSE
               IF TRAN-LINE-2 NOT = SPACES
                   MOVE TRAN-LINE-2 TO ADDR-LINE-2
                   MOVE "LINE2" TO CHANGED-FIELD-TOKEN-WS
                   PERFORM 700-NOTE-CHANGED-FIELD
               END-IF
           END-IF.
           IF TRAN-CITY NOT = SPACES
               MOVE TRAN-CITY TO ADDR-CITY
               MOVE "CITY" TO CHANGED-FIELD-TOKEN-WS
               PERFORM 700-NOTE-CHANGED-FIELD
           END-IF.
           IF TRAN-PROVINCE NOT = SPACES
               MOVE TRAN-PROVINCE TO ADDR-PROVINCE
               MOVE "PROV" TO CHANGED-FIELD-TOKEN-WS
               PERFORM 700-NOTE-CHANGED-FIELD
           END-IF.
           IF TRAN-POSTAL-CODE NOT = SPACES
               MOVE TRAN-POSTAL-CODE TO ADDR-POSTAL-CODE
               MOVE "POSTAL" TO CHANGED-FIELD-TOKEN-WS
               PERFORM 700-NOTE-CHANGED-FIELD
           END-IF.
           IF TRAN-RETURNED-MAIL-FLAG NOT = SPACE
               MOVE TRAN-RETURNED-MAIL-FLAG
                   TO ADDR-RETURNED-MAIL-FLAG
               MOVE "RTN" TO CHANGED-FIELD-TOKEN-WS
               PERFORM 700-NOTE-CHANGED-FIELD
           ELSE
               IF ADDRESS-WAS-KEYED AND ADDR-MAIL-RETURNED
                   MOVE "N" TO ADDR-RETURNED-MAIL-FLAG
                   MOVE "RTN" TO CHANGED-FIELD-TOKEN-WS
                   PERFORM 700-NOTE-CHANGED-FIELD
               END-IF
           END-IF.

      * Append one changed-field tag to the journal's
      * FIELDS CHANGED column, and note whether the tag is
      * part of the address proper
       700-NOTE-CHANGED-FIELD.
           IF CHANGED-FIELD-TOKEN-WS NOT = "RTN"
               MOVE "Y" TO ADDRESS-KEYED-FLAG
           END-IF.
           STRING CHANGED-FIELD-TOKEN-WS DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
               INTO CHANGED-FIELDS-JRNL-WS
               WITH POINTER CHANGED-FIELDS-PTR-WS
               ON OVERFLOW CONTINUE
           END-STRING.

      * Journal the current transaction card as APPLIED or
      * REJECTED, counting it under whichever disposition it
      * earned
       700-WRITE-JOURNAL-RECORD.
           MOVE TRAN-CODE TO TRAN-CODE-JRNL-WS.
           MOVE TRAN-STUDENT-NUMBER TO STUDENT-NUMBER-JRNL-WS.
           MOVE MASTER-LAST-NAME TO STUDENT-LAST-NAME-JRNL-WS.
           MOVE MASTER-FIRST-NAME TO STUDENT-FIRST-NAME-JRNL-WS.
           IF TRAN-WAS-APPLIED
               MOVE "APPLIED" TO DISPOSITION-JRNL-WS
               ADD 1 TO TRANS-APPLIED-CTR
           ELSE
               MOVE "REJECTED" TO DISPOSITION-JRNL-WS
               ADD 1 TO TRANS-REJECT-CTR
           END-IF.
           WRITE ADDRESS-JOURNAL-CARD FROM ADDRESS-JOURNAL-WS.
