       IDENTIFICATION DIVISION.
       PROGRAM-ID.         TERMCLOS.
       AUTHOR.             RICHARD BARNEY.
       DATE-WRITTEN.       OCTOBER 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE
               ASSIGN TO "C:\STUMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MASTER-STUDENT-NUMBER
                   FILE STATUS IS MASTER-STATUS-WS.
           SELECT TERM-PARM-FILE
               ASSIGN TO "C:\TERMPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TERM-PARM-STATUS-WS.
           SELECT COURSE-FILE
               ASSIGN TO "C:\COURSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACADEMIC-HISTORY-FILE
               ASSIGN TO "C:\ACADHIST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ACAD-KEY
                   FILE STATUS IS ACAD-STATUS-WS.
           SELECT OPTIONAL ADJUSTMENT-HISTORY-FILE
               ASSIGN TO "C:\ADJHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOSED-STUDENT-FILE
               ASSIGN TO "C:\CLOSWORK.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CLOSED-STUDENT-NUMBER
                   FILE STATUS IS CLOSED-STUDENT-STATUS-WS.
           SELECT OPTIONAL RECEIPT-HISTORY-FILE
               ASSIGN TO "C:\PAYHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOSE-REGISTER
               ASSIGN TO "C:\CLOSREG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-IMAGE-FILE
               ASSIGN TO "C:\MSTIMAGE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * STUDENT-MASTER-FILE is the indexed student master
      * STUMAINT maintains.  This program walks it start to end
      * at the close of a term, archives every populated
      * course slot to the academic history, clears the slots
      * for the registrar to key next term's courses, and
      * rolls the term's tuition, late fees, payments,
      * awards, and refunds paid into MASTER-OPENING-BALANCE
      * so an unpaid balance - or a credit - is carried into
      * the new term instead of being lost when TUITASSE
      * re-prices the new load.
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

      * TERM-PARM-FILE is the registrar's card naming the
      * term being closed, as the year and month the term
      * began, so terms on the academic history sort into
      * the order they were taken
       FD TERM-PARM-FILE.
       01 TERM-PARM-RECORD.
           05 PARM-TERM-CODE        PIC 9(6).
           05 PARM-TERM-PARTS REDEFINES PARM-TERM-CODE.
               10 PARM-TERM-YEAR    PIC 9(4).
               10 PARM-TERM-MONTH   PIC 9(2).

      * COURSE-FILE is the same course catalogue PROJECT2B
      * and TUITASSE load - course number, name, and the
      * credit hours each archived course is recorded with
       FD COURSE-FILE.
       01 COURSE-RECORD.
           05 COURSE-NUMBER    PIC X(7).
           05 COURSE-NAME      PIC X(9).
           05 CREDIT-HOURS     PIC 9(1).

      * ACADEMIC-HISTORY-FILE is the cumulative course-level
      * academic history, keyed on student number, term, and
      * course - one record for every course a student
      * carried in a closed term, with the mark, the credit
      * hours it was worth, and the grade it earned.  Nothing
      * is ever rewritten or deleted here; TRANSCPT prints
      * the official transcript from it.
       FD ACADEMIC-HISTORY-FILE.
       01 ACADEMIC-HISTORY-RECORD.
           05 ACAD-KEY.
               10 ACAD-STUDENT-NUMBER   PIC 9(9).
               10 ACAD-TERM-CODE        PIC 9(6).
               10 ACAD-COURSE-NUMBER    PIC X(7).
           05 ACAD-PROGRAM              PIC X(3).
           05 ACAD-MARK                 PIC 9(3).
           05 ACAD-CREDIT-HOURS         PIC 9(1).
           05 ACAD-GRADE                PIC X.
           05 ACAD-CLOSE-DATE           PIC 9(8).
           05 FILLER                    PIC X(10).

      * ADJUSTMENT-HISTORY-FILE is the cumulative record of
      * every non-cash charge or credit a batch run posts to
      * the master, told apart by the type code.  A term
      * close is type C, its reference the term closed, its
      * amount the balance carried forward, stamped with the
      * tuition due date of the term closed.  It is reloaded
      * at the top of every run, so a student already closed
      * for the term is never rolled forward a second time
      * when an abended close is rerun.
       FD ADJUSTMENT-HISTORY-FILE.
       01 ADJUSTMENT-HISTORY-RECORD.
           05 ADJ-HIST-TYPE-CODE        PIC X.
           05 ADJ-HIST-STUDENT-NUMBER   PIC 9(9).
           05 ADJ-HIST-POST-DATE        PIC 9(8).
           05 ADJ-HIST-AMOUNT           PIC 9(4)V99.
           05 ADJ-HIST-REFERENCE        PIC X(8).
           05 ADJ-HIST-TERM-DUE-DATE    PIC 9(8).

      * CLOSED-STUDENT-FILE is this run's own indexed work
      * file of every student already closed for the term
      * being closed, keyed on the student.  It is rebuilt
      * from ADJHIST.DAT at every run, so a rerun of an
      * abended close finds each student closed before it by
      * key however many students the term has.
       FD CLOSED-STUDENT-FILE.
       01 CLOSED-STUDENT-RECORD.
           05 CLOSED-STUDENT-NUMBER     PIC 9(9).

      * RECEIPT-HISTORY-FILE is the cumulative receipt
      * history PAYPOST appends to.  A code C record is added
      * for every student closed, carrying the payments
      * rolled into the opening balance, so STUSTMT lists
      * only the receipts after it on the new term's
      * statement.
       FD RECEIPT-HISTORY-FILE.
       01 RECEIPT-HISTORY-RECORD.
           05 RCPT-HIST-TRAN-CODE       PIC X.
           05 RCPT-HIST-RECEIPT-NUMBER  PIC 9(6).
           05 RCPT-HIST-PAY-DATE        PIC 9(6).
           05 RCPT-HIST-STUDENT-NUMBER  PIC 9(9).
           05 RCPT-HIST-PAY-AMOUNT      PIC 9(4)V99.
           05 RCPT-HIST-TENDER-TYPE     PIC X(4).

      * CLOSE-REGISTER is an output file listing every
      * student walked, how many courses were archived, the
      * term's charges and payments, and the balance carried
      * forward, so the registrar and the bursar can both
      * see exactly what the close did to each account
       FD CLOSE-REGISTER.
       01 CLOSE-REGISTER-CARD       PIC X(120).

      * MASTER-IMAGE-FILE is the cumulative machine-readable
      * before/after image journal shared by every program
      * that updates STUMAST.DAT.  One record is appended for
      * every REWRITE applied here, stamped with the program,
      * run date and time, and a sequence number, so MSTBKOUT
      * can reapply or reverse a term close against a
      * restored generation of the master.
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
      * Local copy of the close register line
       01 CLOSE-REGISTER-WS.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 STUDENT-NUMBER-JRNL-WS     PIC 9(9).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 STUDENT-LAST-NAME-JRNL-WS  PIC X(20).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 COURSES-JRNL-WS            PIC Z9.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 CHARGES-JRNL-WS            PIC $$,$$9.99.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 PAID-JRNL-WS               PIC $$,$$9.99.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 FORWARD-JRNL-WS            PIC $$,$$9.99CR.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 DISPOSITION-JRNL-WS        PIC X(8).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 REJECT-REASON-JRNL-WS      PIC X(28).

      * Title and column header for the close register
       01 CLOSREG-TITLE.
           05 FILLER    PIC X(30)  VALUE SPACES.
           05 FILLER    PIC X(24)  VALUE "TERM CLOSE REGISTER FOR ".
           05 CLOSREG-TERM-CODE-WS   PIC 9(6).

       01 CLOSREG-COLUMN-HEADER.
           05 FILLER    PIC X(4)   VALUE SPACES.
           05 FILLER    PIC X(9)   VALUE "STUDENT #".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(20)  VALUE "LAST NAME".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(2)   VALUE "CR".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(9)   VALUE "CHARGES".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(9)   VALUE "PAID".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(11)  VALUE "FORWARD".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(8)   VALUE "DISP".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(28)  VALUE "REASON".

      * Counters to keep track of students read, closed, and
      * skipped, and the courses archived
       01 CLOSE-COUNTERS.
           05 FILLER             PIC X(15) VALUE "STUDENTS READ: ".
           05 STUDENTS-IN-CTR    PIC 9(3)  VALUE ZERO.
           05 FILLER             PIC X(9)  VALUE " CLOSED: ".
           05 STUDENTS-CLOSED-CTR PIC 9(3) VALUE ZERO.
           05 FILLER             PIC X(10) VALUE " SKIPPED: ".
           05 STUDENTS-SKIPPED-CTR PIC 9(3) VALUE ZERO.
           05 FILLER             PIC X(19)
                   VALUE " COURSES ARCHIVED: ".
           05 COURSES-ARCHIVED-CTR PIC 9(5) VALUE ZERO.

      * Table to hold the courses and their credit hours,
      * loaded from COURSE-FILE the same way PROJECT2B loads
      * its course table
       01 COURSE-TABLE-WS.
           05 COURSE-TABLE-COUNT  PIC 9(4)  COMP  VALUE ZERO.
           05 MAX-COURSE-ENTRIES  PIC 9(4)  VALUE 500.
           05 COURSE-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON COURSE-TABLE-COUNT.
               10 COURSE-NUMBER-WS  PIC X(7).
               10 COURSE-NAME-WS    PIC X(9).
               10 CREDIT-HOURS-WS   PIC 9(1).

      * The course slot being archived, with its mark banded
      * into a grade the same way PROJECT2B grades an average
      * and its status telling a course the student withdrew
      * from
       01 ARCHIVE-FIELDS-WS.
           05 ARCHIVE-COURSE-WS     PIC X(7).
           05 ARCHIVE-MARK-WS       PIC 9(3).
               88 A-MARK VALUES 85 THROUGH 100.
               88 B-MARK VALUES 75 THROUGH 84.
               88 C-MARK VALUES 65 THROUGH 74.
               88 D-MARK VALUES 50 THROUGH 64.
           05 ARCHIVE-STATUS-WS     PIC X.
               88 ARCHIVE-IS-WITHDRAWN VALUE "W".

      * Bunch of fields to keep track of various
      * things throughout the program
       01 FLAGS-AND-CONTROLS.
           05 MASTER-FILE-EOF-FLAG      PIC X       VALUE "N".
           05 COURSE-FILE-EOF-FLAG      PIC X       VALUE "N".
           05 HISTORY-FILE-EOF-FLAG     PIC X       VALUE "N".
           05 MASTER-STATUS-WS          PIC X(2)    VALUE SPACES.
           05 TERM-PARM-STATUS-WS       PIC X(2)    VALUE SPACES.
           05 ACAD-STATUS-WS            PIC X(2)    VALUE SPACES.
           05 CLOSED-STUDENT-STATUS-WS  PIC X(2)    VALUE SPACES.
           05 STUDENT-CLOSED-FLAG       PIC X       VALUE "N".
               88 STUDENT-WAS-CLOSED VALUE "Y".
           05 ALREADY-CLOSED-FLAG       PIC X       VALUE "N".
               88 STUDENT-ALREADY-CLOSED VALUE "Y".
           05 SUB                       PIC 9(4)    VALUE ZERO.
           05 TERM-CODE-WS              PIC 9(6)    VALUE ZERO.
           05 CREDIT-LOOKUP-COURSE-WS   PIC X(7)    VALUE SPACES.
           05 CREDIT-LOOKUP-HOURS-WS    PIC 9(1)    VALUE ZERO.
           05 STUDENT-COURSES-CTR       PIC 9(2)    VALUE ZERO.
           05 TERM-CHARGES-WS           PIC 9(5)V99 VALUE ZERO.
           05 PAYMENTS-ROLLED-WS        PIC 9(4)V99 VALUE ZERO.
           05 CARRY-FORWARD-WS          PIC S9(4)V99 VALUE ZERO.

      * Close date in year-month-day order, with the short
      * form the receipt history carries its dates in
       01 CLOSE-DATE-WS.
           05 CLOSE-CENTURY-WS      PIC 9(2).
           05 CLOSE-YYMMDD-WS       PIC 9(6).

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
       100-CLOSE-TERM.
           PERFORM 200-GET-TERM-PARM.
           PERFORM 200-INIT-COURSE-TABLE.
           PERFORM 200-LOAD-CLOSE-HISTORY.
           PERFORM 200-INIT-CLOSE-TERM.
           PERFORM 200-CLOSE-STUDENT-RECORD
               UNTIL MASTER-FILE-EOF-FLAG = "Y".
           PERFORM 200-TERM-CLOSE-TERM.
           STOP RUN.

      * Read the term being closed off the registrar's card.
      * A card that is missing, empty, or does not name a
      * real year and month stops the run cold - a close
      * filed under the wrong term would put every mark on
      * the transcript in the wrong place.
       200-GET-TERM-PARM.
           OPEN INPUT TERM-PARM-FILE.
           IF TERM-PARM-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: TERMPARM.DAT DID NOT OPEN - "
                   "FILE STATUS " TERM-PARM-STATUS-WS " - THE "
                   "TERM WAS NOT CLOSED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ TERM-PARM-FILE
               AT END
                   DISPLAY "*** ERROR: TERMPARM.DAT IS EMPTY - THE "
                       "TERM WAS NOT CLOSED ***"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE TERM-PARM-FILE.
           IF NOT PARM-TERM-CODE NUMERIC
                   OR PARM-TERM-YEAR < 1900
                   OR PARM-TERM-MONTH < 1 OR PARM-TERM-MONTH > 12
               DISPLAY "*** ERROR: TERMPARM.DAT TERM " PARM-TERM-CODE
                   " IS NOT A VALID YEAR AND MONTH - THE TERM WAS "
                   "NOT CLOSED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-TERM-CODE TO TERM-CODE-WS.

      * Open the course file, fill the course table, then
      * close the course file.  An empty course file means
      * every course would be archived at the default credit
      * hours, so the run stops cold rather than recording a
      * wrong weight on every transcript.
       200-INIT-COURSE-TABLE.
           OPEN INPUT COURSE-FILE.
           PERFORM 700-FILL-COURSE-TABLE
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > MAX-COURSE-ENTRIES
               OR COURSE-FILE-EOF-FLAG = "Y".
           CLOSE COURSE-FILE.
           IF COURSE-TABLE-COUNT = ZERO
               DISPLAY "*** ERROR: COURSE-FILE IS EMPTY - THE "
                   "TERM WAS NOT CLOSED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Load the students already closed for this term into
      * the closed student work file, which is then left open
      * for the lookups.  A history file that does not exist
      * yet simply leaves the work file empty.  A work file
      * that cannot be built stops the run cold before any
      * master is touched, since a rerun without it could
      * roll a student forward a second time.
       200-LOAD-CLOSE-HISTORY.
           OPEN OUTPUT CLOSED-STUDENT-FILE.
           IF CLOSED-STUDENT-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: CLOSWORK.DAT DID NOT OPEN - FILE "
                   "STATUS " CLOSED-STUDENT-STATUS-WS " - THE TERM "
                   "WAS NOT CLOSED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CLOSED-STUDENT-FILE.
           OPEN I-O CLOSED-STUDENT-FILE.
           OPEN INPUT ADJUSTMENT-HISTORY-FILE.
           PERFORM 700-LOAD-CLOSE-HISTORY-RECORD
               UNTIL HISTORY-FILE-EOF-FLAG = "Y".
           CLOSE ADJUSTMENT-HISTORY-FILE.

      * Open the master, the academic history, and the output
      * files, write the register headings, and read the
      * first master record.  An academic history that does
      * not exist yet is created empty, the same way STUMAINT
      * starts a new master.  A master or history that does
      * not open stops the run cold.
       200-INIT-CLOSE-TERM.
           OPEN I-O STUDENT-MASTER-FILE.
           IF MASTER-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: STUDENT MASTER DID NOT OPEN - "
                   "FILE STATUS " MASTER-STATUS-WS " - THE TERM "
                   "WAS NOT CLOSED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ACADEMIC-HISTORY-FILE.
           IF ACAD-STATUS-WS = "35"
               OPEN OUTPUT ACADEMIC-HISTORY-FILE
               CLOSE ACADEMIC-HISTORY-FILE
               OPEN I-O ACADEMIC-HISTORY-FILE
           END-IF.
           IF ACAD-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: ACADEMIC HISTORY DID NOT OPEN - "
                   "FILE STATUS " ACAD-STATUS-WS " - THE TERM "
                   "WAS NOT CLOSED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CLOSE-REGISTER.
           OPEN EXTEND ADJUSTMENT-HISTORY-FILE.
           OPEN EXTEND RECEIPT-HISTORY-FILE.
           OPEN EXTEND MASTER-IMAGE-FILE.
           ACCEPT IMAGE-RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT IMAGE-RUN-TIME-WS FROM TIME.
           MOVE IMAGE-RUN-DATE-WS TO CLOSE-DATE-WS.
           MOVE TERM-CODE-WS TO CLOSREG-TERM-CODE-WS.
           WRITE CLOSE-REGISTER-CARD FROM CLOSREG-TITLE.
           WRITE CLOSE-REGISTER-CARD FROM CLOSREG-COLUMN-HEADER.
           PERFORM 700-READ-MASTER-RECORD.

      * Close the current student's term - archive the
      * courses, clear the slots, and carry the balance
      * forward - unless the student was already closed for
      * this term, then register the result and read the
      * next record
       200-CLOSE-STUDENT-RECORD.
           MOVE "N" TO STUDENT-CLOSED-FLAG.
           MOVE SPACES TO REJECT-REASON-JRNL-WS.
           MOVE ZERO TO STUDENT-COURSES-CTR.
           ADD MASTER-TUITION-AMOUNT MASTER-LATE-FEES
               GIVING TERM-CHARGES-WS.
           MOVE MASTER-PAYMENT-MADE TO PAYMENTS-ROLLED-WS.
           MOVE MASTER-OPENING-BALANCE TO CARRY-FORWARD-WS.
           PERFORM 700-CHECK-CLOSE-HISTORY.
           IF STUDENT-ALREADY-CLOSED
               MOVE "ALREADY CLOSED FOR THIS TERM"
                   TO REJECT-REASON-JRNL-WS
           ELSE
               COMPUTE CARRY-FORWARD-WS = MASTER-TUITION-AMOUNT
                       + MASTER-LATE-FEES + MASTER-OPENING-BALANCE
                       + MASTER-REFUNDS-PAID - MASTER-PAYMENT-MADE
                       - MASTER-AWARDS - MASTER-WITHDRAWAL-CREDIT
                   ON SIZE ERROR
                       MOVE MASTER-OPENING-BALANCE
                           TO CARRY-FORWARD-WS
                       MOVE "BALANCE EXCEEDS FIELD LIMIT"
                           TO REJECT-REASON-JRNL-WS
                   NOT ON SIZE ERROR
                       PERFORM 700-CLOSE-STUDENT-ACCOUNT
               END-COMPUTE
           END-IF.
           PERFORM 700-WRITE-REGISTER-RECORD.
           PERFORM 700-READ-MASTER-RECORD.

      * Write the close counters and close the files
       200-TERM-CLOSE-TERM.
           WRITE CLOSE-REGISTER-CARD FROM CLOSE-COUNTERS.
           CLOSE STUDENT-MASTER-FILE
                 ACADEMIC-HISTORY-FILE
                 CLOSE-REGISTER
                 ADJUSTMENT-HISTORY-FILE
                 RECEIPT-HISTORY-FILE
                 CLOSED-STUDENT-FILE
                 MASTER-IMAGE-FILE.

      * Fill the course table with data from file, growing
      * COURSE-TABLE-COUNT by one entry for every course
      * loaded, and set EOF flag to true when at end
       700-FILL-COURSE-TABLE.
           READ COURSE-FILE AT END MOVE "Y" TO COURSE-FILE-EOF-FLAG
               NOT AT END
                   ADD 1 TO COURSE-TABLE-COUNT
                   MOVE COURSE-NUMBER TO COURSE-NUMBER-WS(SUB)
                   MOVE COURSE-NAME TO COURSE-NAME-WS(SUB)
                   MOVE CREDIT-HOURS TO CREDIT-HOURS-WS(SUB)
           END-READ.

      * Read the next adjustment history record, keeping the
      * student number of every close already taken for this
      * term in the closed student work file, and set the EOF
      * flag when the file is exhausted.  A student already in
      * the work file needs no second entry.
       700-LOAD-CLOSE-HISTORY-RECORD.
           READ ADJUSTMENT-HISTORY-FILE
               AT END MOVE "Y" TO HISTORY-FILE-EOF-FLAG
               NOT AT END
                   IF ADJ-HIST-TYPE-CODE = "C"
                           AND ADJ-HIST-REFERENCE(1:6) = TERM-CODE-WS
                       MOVE ADJ-HIST-STUDENT-NUMBER
                           TO CLOSED-STUDENT-NUMBER
                       WRITE CLOSED-STUDENT-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                   END-IF
           END-READ.

      * Read the next master record, setting the EOF flag
      * when the file is exhausted
       700-READ-MASTER-RECORD.
           READ STUDENT-MASTER-FILE
               AT END MOVE "Y" TO MASTER-FILE-EOF-FLAG
               NOT AT END ADD 1 TO STUDENTS-IN-CTR
           END-READ.

      * Look the current student up in the closed student
      * work file
       700-CHECK-CLOSE-HISTORY.
           MOVE MASTER-STUDENT-NUMBER TO CLOSED-STUDENT-NUMBER.
           READ CLOSED-STUDENT-FILE
               INVALID KEY MOVE "N" TO ALREADY-CLOSED-FLAG
               NOT INVALID KEY MOVE "Y" TO ALREADY-CLOSED-FLAG
           END-READ.

      * Archive every populated course slot, clear the slots
      * for the new term, roll the term's tuition, late fees,
      * payments, awards, and refunds paid into the opening
      * balance, rewrite the master, and record the close on
      * the image journal, the adjustment history, and the
      * receipt history
       700-CLOSE-STUDENT-ACCOUNT.
           MOVE STUDENT-MASTER-RECORD TO BEFORE-IMAGE-WS.
           IF MASTER-COURSE-1 NOT = SPACES
               MOVE MASTER-COURSE-1 TO ARCHIVE-COURSE-WS
               MOVE MASTER-MARK-1 TO ARCHIVE-MARK-WS
               MOVE MASTER-COURSE-STATUS-1 TO ARCHIVE-STATUS-WS
               PERFORM 700-ARCHIVE-COURSE
           END-IF.
           IF MASTER-COURSE-2 NOT = SPACES
               MOVE MASTER-COURSE-2 TO ARCHIVE-COURSE-WS
               MOVE MASTER-MARK-2 TO ARCHIVE-MARK-WS
               MOVE MASTER-COURSE-STATUS-2 TO ARCHIVE-STATUS-WS
               PERFORM 700-ARCHIVE-COURSE
           END-IF.
           IF MASTER-COURSE-3 NOT = SPACES
               MOVE MASTER-COURSE-3 TO ARCHIVE-COURSE-WS
               MOVE MASTER-MARK-3 TO ARCHIVE-MARK-WS
               MOVE MASTER-COURSE-STATUS-3 TO ARCHIVE-STATUS-WS
               PERFORM 700-ARCHIVE-COURSE
           END-IF.
           IF MASTER-COURSE-4 NOT = SPACES
               MOVE MASTER-COURSE-4 TO ARCHIVE-COURSE-WS
               MOVE MASTER-MARK-4 TO ARCHIVE-MARK-WS
               MOVE MASTER-COURSE-STATUS-4 TO ARCHIVE-STATUS-WS
               PERFORM 700-ARCHIVE-COURSE
           END-IF.
           IF MASTER-COURSE-5 NOT = SPACES
               MOVE MASTER-COURSE-5 TO ARCHIVE-COURSE-WS
               MOVE MASTER-MARK-5 TO ARCHIVE-MARK-WS
               MOVE MASTER-COURSE-STATUS-5 TO ARCHIVE-STATUS-WS
               PERFORM 700-ARCHIVE-COURSE
           END-IF.
           IF MASTER-COURSE-6 NOT = SPACES
               MOVE MASTER-COURSE-6 TO ARCHIVE-COURSE-WS
               MOVE MASTER-MARK-6 TO ARCHIVE-MARK-WS
               MOVE MASTER-COURSE-STATUS-6 TO ARCHIVE-STATUS-WS
               PERFORM 700-ARCHIVE-COURSE
           END-IF.
           MOVE SPACES TO MASTER-COURSE-1 MASTER-COURSE-2
               MASTER-COURSE-3 MASTER-COURSE-4 MASTER-COURSE-5
               MASTER-COURSE-6.
           MOVE ZERO TO MASTER-MARK-1 MASTER-MARK-2 MASTER-MARK-3
               MASTER-MARK-4 MASTER-MARK-5 MASTER-MARK-6.
           MOVE SPACES TO MASTER-COURSE-STATUS-1
               MASTER-COURSE-STATUS-2 MASTER-COURSE-STATUS-3
               MASTER-COURSE-STATUS-4 MASTER-COURSE-STATUS-5
               MASTER-COURSE-STATUS-6.
           MOVE CARRY-FORWARD-WS TO MASTER-OPENING-BALANCE.
           MOVE ZERO TO MASTER-TUITION-AMOUNT.
           MOVE ZERO TO MASTER-LATE-FEES.
           MOVE ZERO TO MASTER-PAYMENT-MADE.
           MOVE ZERO TO MASTER-AWARDS.
           MOVE ZERO TO MASTER-REFUNDS-PAID.
           MOVE ZERO TO MASTER-WITHDRAWAL-CREDIT.
           REWRITE STUDENT-MASTER-RECORD.
           MOVE "Y" TO STUDENT-CLOSED-FLAG.
           PERFORM 700-WRITE-MASTER-IMAGE.
           PERFORM 700-WRITE-CLOSE-HISTORY.
           PERFORM 700-WRITE-RECEIPT-HISTORY.

      * Write one academic history record for the course slot
      * in ARCHIVE-FIELDS-WS.  A course the student withdrew
      * from is archived with a grade of W so the transcript
      * shows it without counting it.  A course already on
      * the history for this student and term - left there by
      * a close that abended before the master was rewritten
      * - is not written a second time.
       700-ARCHIVE-COURSE.
           MOVE ARCHIVE-COURSE-WS TO CREDIT-LOOKUP-COURSE-WS.
           PERFORM 700-FIND-CREDIT-HOURS.
           MOVE MASTER-STUDENT-NUMBER TO ACAD-STUDENT-NUMBER.
           MOVE TERM-CODE-WS TO ACAD-TERM-CODE.
           MOVE ARCHIVE-COURSE-WS TO ACAD-COURSE-NUMBER.
           MOVE MASTER-PROGRAM TO ACAD-PROGRAM.
           MOVE ARCHIVE-MARK-WS TO ACAD-MARK.
           MOVE CREDIT-LOOKUP-HOURS-WS TO ACAD-CREDIT-HOURS.
           EVALUATE TRUE
               WHEN ARCHIVE-IS-WITHDRAWN MOVE "W" TO ACAD-GRADE
               WHEN A-MARK MOVE "A" TO ACAD-GRADE
               WHEN B-MARK MOVE "B" TO ACAD-GRADE
               WHEN C-MARK MOVE "C" TO ACAD-GRADE
               WHEN D-MARK MOVE "D" TO ACAD-GRADE
               WHEN OTHER MOVE "F" TO ACAD-GRADE
           END-EVALUATE.
           MOVE IMAGE-RUN-DATE-WS TO ACAD-CLOSE-DATE.
           WRITE ACADEMIC-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO STUDENT-COURSES-CTR
                   ADD 1 TO COURSES-ARCHIVED-CTR
           END-WRITE.

      * Look up the credit hours for CREDIT-LOOKUP-COURSE-WS
      * in COURSE-TABLE-WS.  A course not found in the table
      * defaults to 1 credit hour, the same default
      * PROJECT2B weights the average with, so the transcript
      * agrees with the standing the student was given.
       700-FIND-CREDIT-HOURS.
           MOVE 1 TO CREDIT-LOOKUP-HOURS-WS.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > COURSE-TABLE-COUNT
               IF CREDIT-LOOKUP-COURSE-WS = COURSE-NUMBER-WS(SUB)
                   MOVE CREDIT-HOURS-WS(SUB) TO CREDIT-LOOKUP-HOURS-WS
               END-IF
           END-PERFORM.

      * Append one stamped before/after image record for the
      * rewrite just applied to the master
       700-WRITE-MASTER-IMAGE.
           ADD 1 TO IMAGE-SEQUENCE-WS.
           MOVE "TERMCLOS" TO IMG-PROGRAM-NAME.
           MOVE IMAGE-RUN-DATE-WS TO IMG-RUN-DATE.
           MOVE IMAGE-RUN-TIME-WS TO IMG-RUN-TIME.
           MOVE IMAGE-SEQUENCE-WS TO IMG-SEQUENCE.
           MOVE "R" TO IMG-ACTION.
           MOVE MASTER-STUDENT-NUMBER TO IMG-STUDENT-NUMBER.
           MOVE BEFORE-IMAGE-WS TO IMG-BEFORE-IMAGE.
           MOVE STUDENT-MASTER-RECORD TO IMG-AFTER-IMAGE.
           WRITE MASTER-IMAGE-RECORD.

      * Append the type C close record to the adjustment
      * history.  The amount is the size of the balance
      * carried forward; whether it is owing or a credit is
      * on the master's opening balance.
       700-WRITE-CLOSE-HISTORY.
           MOVE "C" TO ADJ-HIST-TYPE-CODE.
           MOVE MASTER-STUDENT-NUMBER TO ADJ-HIST-STUDENT-NUMBER.
           MOVE IMAGE-RUN-DATE-WS TO ADJ-HIST-POST-DATE.
           MOVE CARRY-FORWARD-WS TO ADJ-HIST-AMOUNT.
           MOVE TERM-CODE-WS TO ADJ-HIST-REFERENCE.
           MOVE MASTER-TUITION-DUE-DATE TO ADJ-HIST-TERM-DUE-DATE.
           WRITE ADJUSTMENT-HISTORY-RECORD.

      * Append the code C record to the receipt history,
      * carrying the payments rolled into the opening balance
       700-WRITE-RECEIPT-HISTORY.
           MOVE "C" TO RCPT-HIST-TRAN-CODE.
           MOVE ZERO TO RCPT-HIST-RECEIPT-NUMBER.
           MOVE CLOSE-YYMMDD-WS TO RCPT-HIST-PAY-DATE.
           MOVE MASTER-STUDENT-NUMBER TO RCPT-HIST-STUDENT-NUMBER.
           MOVE PAYMENTS-ROLLED-WS TO RCPT-HIST-PAY-AMOUNT.
           MOVE "TERM" TO RCPT-HIST-TENDER-TYPE.
           WRITE RECEIPT-HISTORY-RECORD.

      * Register the current student as CLOSED or SKIPPED
      * with the term's charges and payments and the balance
      * carried forward, counting the record under whichever
      * disposition it earned
       700-WRITE-REGISTER-RECORD.
           MOVE MASTER-STUDENT-NUMBER TO STUDENT-NUMBER-JRNL-WS.
           MOVE MASTER-LAST-NAME TO STUDENT-LAST-NAME-JRNL-WS.
           MOVE STUDENT-COURSES-CTR TO COURSES-JRNL-WS.
           MOVE TERM-CHARGES-WS TO CHARGES-JRNL-WS.
           MOVE PAYMENTS-ROLLED-WS TO PAID-JRNL-WS.
           MOVE CARRY-FORWARD-WS TO FORWARD-JRNL-WS.
           IF STUDENT-WAS-CLOSED
               MOVE "CLOSED" TO DISPOSITION-JRNL-WS
               ADD 1 TO STUDENTS-CLOSED-CTR
           ELSE
               MOVE "SKIPPED" TO DISPOSITION-JRNL-WS
               ADD 1 TO STUDENTS-SKIPPED-CTR
           END-IF.
           WRITE CLOSE-REGISTER-CARD FROM CLOSE-REGISTER-WS.
