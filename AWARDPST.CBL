       IDENTIFICATION DIVISION.
       PROGRAM-ID.         AWARDPST.
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
           SELECT AWARD-MASTER-FILE
               ASSIGN TO "C:\AWARDMST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AWARD-MASTER-STATUS-WS.
           SELECT AWARD-TRANSACTION-FILE
               ASSIGN TO "C:\AWARDTRN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-FILE
               ASSIGN TO "C:\COURSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADJUSTMENT-HISTORY-FILE
               ASSIGN TO "C:\ADJHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRANT-HISTORY-FILE
               ASSIGN TO "C:\AWDWORK.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS GRANT-HISTORY-KEY
                   FILE STATUS IS GRANT-HISTORY-STATUS-WS.
           SELECT AWARD-REGISTER
               ASSIGN TO "C:\AWARDREG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-IMAGE-FILE
               ASSIGN TO "C:\MSTIMAGE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * STUDENT-MASTER-FILE is the indexed student master
      * STUMAINT maintains.  Each award granted here is added
      * into MASTER-AWARDS - a non-cash credit kept apart
      * from MASTER-PAYMENT-MADE, so an award never passes
      * through PAYPOST, never lands in the cash drawer day
      * totals, and is never shown to the student as a
      * payment.
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
               88 MASTER-COURSE-1-WITHDRAWN VALUE "W".
           05 MASTER-COURSE-STATUS-2 PIC X.
               88 MASTER-COURSE-2-WITHDRAWN VALUE "W".
           05 MASTER-COURSE-STATUS-3 PIC X.
               88 MASTER-COURSE-3-WITHDRAWN VALUE "W".
           05 MASTER-COURSE-STATUS-4 PIC X.
               88 MASTER-COURSE-4-WITHDRAWN VALUE "W".
           05 MASTER-COURSE-STATUS-5 PIC X.
               88 MASTER-COURSE-5-WITHDRAWN VALUE "W".
           05 MASTER-COURSE-STATUS-6 PIC X.
               88 MASTER-COURSE-6-WITHDRAWN VALUE "W".
           05 FILLER                PIC X(32).

      * AWARD-MASTER-FILE is the list of scholarships and
      * bursaries the bursar keys - one card per award, with
      * the amount granted to each student, the total budget
      * the award may pay out, and who is eligible.  The
      * eligibility code is blank for an award open to any
      * student, P for one limited to a single program, A
      * for one needing a minimum average, and D for one
      * limited to the dean's list.
       FD AWARD-MASTER-FILE.
       01 AWARD-MASTER-RECORD.
           05 AWARD-CODE            PIC X(4).
           05 AWARD-DESCRIPTION     PIC X(20).
           05 AWARD-AMOUNT          PIC 9(4)V99.
           05 AWARD-BUDGET          PIC 9(6)V99.
           05 AWARD-ELIGIBILITY     PIC X.
               88 AWARD-IS-VALID-ELIGIBILITY
                   VALUES SPACE, "P", "A", "D".
           05 AWARD-ELIG-PROGRAM    PIC X(3).
           05 AWARD-MIN-AVERAGE     PIC 9(3).

      * AWARD-TRANSACTION-FILE is the input deck of award
      * cards the bursar keys from the award committee's
      * decisions, one card per student per award
       FD AWARD-TRANSACTION-FILE.
       01 AWARD-TRANSACTION-RECORD.
           05 AWD-STUDENT-NUMBER    PIC 9(9).
           05 AWD-AWARD-CODE        PIC X(4).

      * COURSE-FILE is the same course catalogue PROJECT2B
      * loads, used for the credit hours that weight the
      * average an award's eligibility is judged on
       FD COURSE-FILE.
       01 COURSE-RECORD.
           05 COURSE-NUMBER    PIC X(7).
           05 COURSE-NAME      PIC X(9).
           05 CREDIT-HOURS     PIC 9(1).

      * ADJUSTMENT-HISTORY-FILE is the cumulative record of
      * every non-cash charge or credit a batch run posts to
      * the master.  An award is type A, its reference the
      * award code, stamped with the tuition due date of the
      * term it was granted for.  It is reloaded at the top
      * of every run, so each award's spending to date is
      * always known and an award already granted to a
      * student for the term is never granted twice.
       FD ADJUSTMENT-HISTORY-FILE.
       01 ADJUSTMENT-HISTORY-RECORD.
           05 ADJ-HIST-TYPE-CODE        PIC X.
           05 ADJ-HIST-STUDENT-NUMBER   PIC 9(9).
           05 ADJ-HIST-POST-DATE        PIC 9(8).
           05 ADJ-HIST-AMOUNT           PIC 9(4)V99.
           05 ADJ-HIST-REFERENCE        PIC X(8).
           05 ADJ-HIST-TERM-DUE-DATE    PIC 9(8).

      * GRANT-HISTORY-FILE is this run's own indexed work
      * file of every award already on the adjustment
      * history, keyed on the student, the award code, and
      * the due date of the term it was granted for.  It is
      * rebuilt from ADJHIST.DAT at every run and added to as
      * awards are granted, so no student gets the same award
      * twice in one term however long the history grows.
       FD GRANT-HISTORY-FILE.
       01 GRANT-HISTORY-RECORD.
           05 GRANT-HISTORY-KEY.
               10 GH-STUDENT-NUMBER     PIC 9(9).
               10 GH-AWARD-CODE         PIC X(4).
               10 GH-DUE-DATE           PIC 9(8).

      * AWARD-REGISTER is an output file listing every award
      * card processed this run and whether it was granted
      * or refused, with the reason, followed by a summary
      * by award code of the amount granted and the budget
      * remaining
       FD AWARD-REGISTER.
       01 AWARD-REGISTER-CARD       PIC X(120).

      * MASTER-IMAGE-FILE is the cumulative machine-readable
      * before/after image journal shared by every program
      * that updates STUMAST.DAT.  One record is appended for
      * every REWRITE applied here, stamped with the program,
      * run date and time, and a sequence number, so MSTBKOUT
      * can reapply or reverse awards against a restored
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
      * Local copy of the award register line
       01 AWARD-REGISTER-WS.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 STUDENT-NUMBER-JRNL-WS     PIC 9(9).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 STUDENT-LAST-NAME-JRNL-WS  PIC X(20).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 AWARD-CODE-JRNL-WS         PIC X(4).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 AWARD-AMOUNT-JRNL-WS       PIC $$,$$9.99.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 DISPOSITION-JRNL-WS        PIC X(8).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 REJECT-REASON-JRNL-WS      PIC X(28).

      * Title and column header for the award register
       01 AWDREG-TITLE.
           05 FILLER    PIC X(30)  VALUE SPACES.
           05 FILLER    PIC X(22)
                   VALUE "AWARD POSTING REGISTER".
           05 FILLER    PIC X(12)  VALUE "  RUN DATE  ".
           05 AWDREG-RUN-DATE-WS     PIC 9(8).

       01 AWDREG-COLUMN-HEADER.
           05 FILLER    PIC X(4)   VALUE SPACES.
           05 FILLER    PIC X(9)   VALUE "STUDENT #".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(20)  VALUE "LAST NAME".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(4)   VALUE "CODE".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(9)   VALUE "AMOUNT".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(8)   VALUE "DISP".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(28)  VALUE "REASON".

      * Title, column header, and line for the summary by
      * award code written at the end of the register
       01 AWDSUM-TITLE.
           05 FILLER    PIC X(30)  VALUE SPACES.
           05 FILLER    PIC X(27)
                   VALUE "AWARD SUMMARY BY AWARD CODE".

       01 AWDSUM-COLUMN-HEADER.
           05 FILLER    PIC X(4)   VALUE SPACES.
           05 FILLER    PIC X(4)   VALUE "CODE".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(20)  VALUE "DESCRIPTION".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(13)  VALUE "BUDGET".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(13)  VALUE "PRIOR GRANTS".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(5)   VALUE "COUNT".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(13)  VALUE "THIS RUN".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(13)  VALUE "REMAINING".

       01 AWDSUM-LINE-WS.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 AWARD-CODE-SUM-WS          PIC X(4).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 AWARD-DESCRIPTION-SUM-WS   PIC X(20).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 AWARD-BUDGET-SUM-WS        PIC $$$$,$$9.99.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 AWARD-PRIOR-SUM-WS         PIC $$$$,$$9.99.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 AWARD-COUNT-SUM-WS         PIC ZZZZ9.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 AWARD-RUN-SUM-WS           PIC $$$$,$$9.99.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 AWARD-REMAINING-SUM-WS     PIC $$$$,$$9.99.

      * Counters to keep track of award cards read, granted,
      * and refused, and the grand dollar total granted
       01 AWARD-COUNTERS.
           05 FILLER             PIC X(12) VALUE "CARDS READ: ".
           05 CARDS-IN-CTR       PIC 9(4)  VALUE ZERO.
           05 FILLER             PIC X(10) VALUE " GRANTED: ".
           05 AWARDS-GRANTED-CTR PIC 9(4)  VALUE ZERO.
           05 FILLER             PIC X(10) VALUE " REFUSED: ".
           05 AWARDS-REFUSED-CTR PIC 9(4)  VALUE ZERO.
           05 FILLER             PIC X(15) VALUE " TOTAL AWARDS: ".
           05 TOTAL-AWARDS-WS    PIC $$$$$,$$9.99.

      * Table to hold the award master, one entry per award,
      * with what the award has paid out on earlier runs and
      * on this one kept alongside it
       01 AWARD-TABLE-WS.
           05 AWARD-TABLE-COUNT     PIC 9(4)  COMP  VALUE ZERO.
           05 MAX-AWARD-ENTRIES     PIC 9(4)  VALUE 200.
           05 AWARD-TABLE OCCURS 1 TO 200 TIMES
                   DEPENDING ON AWARD-TABLE-COUNT.
               10 AWARD-CODE-WS          PIC X(4).
               10 AWARD-DESCRIPTION-WS   PIC X(20).
               10 AWARD-AMOUNT-WS        PIC 9(4)V99.
               10 AWARD-BUDGET-WS        PIC 9(6)V99.
               10 AWARD-ELIGIBILITY-WS   PIC X.
               10 AWARD-ELIG-PROGRAM-WS  PIC X(3).
               10 AWARD-MIN-AVERAGE-WS   PIC 9(3).
               10 AWARD-PRIOR-GRANTS-WS  PIC 9(6)V99.
               10 AWARD-RUN-GRANTS-WS    PIC 9(6)V99.
               10 AWARD-RUN-COUNT-WS     PIC 9(4).

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

      * Fields for the credit-weighted average and failed
      * course count an award's eligibility is judged on,
      * worked out the way PROJECT2B works them out
       01 AVERAGE-FIELDS-WS.
           05 CREDIT-LOOKUP-COURSE-WS PIC X(7)   VALUE SPACES.
           05 CREDIT-LOOKUP-HOURS-WS  PIC 9(1)   VALUE ZERO.
           05 TOTAL-MARK              PIC 9(5)   VALUE ZERO.
           05 TOTAL-CREDIT-HOURS-WS   PIC 9(3)   VALUE ZERO.
           05 FAILED-SLOTS-CTR-WS     PIC 9      VALUE ZERO.
           05 STUDENT-AVERAGE         PIC 9(3)   VALUE ZERO.
               88 A-AVERAGE VALUES 85 THROUGH 100.

      * Bunch of fields to keep track of various
      * things throughout the program
       01 FLAGS-AND-CONTROLS.
           05 TRANSACTION-FILE-EOF-FLAG PIC X       VALUE "N".
           05 AWARD-FILE-EOF-FLAG       PIC X       VALUE "N".
           05 COURSE-FILE-EOF-FLAG      PIC X       VALUE "N".
           05 HISTORY-FILE-EOF-FLAG     PIC X       VALUE "N".
           05 MASTER-STATUS-WS          PIC X(2)    VALUE SPACES.
           05 AWARD-MASTER-STATUS-WS    PIC X(2)    VALUE SPACES.
           05 GRANT-HISTORY-STATUS-WS   PIC X(2)    VALUE SPACES.
           05 AWARD-GRANTED-FLAG        PIC X       VALUE "N".
               88 AWARD-WAS-GRANTED VALUE "Y".
           05 GRANTED-BEFORE-FLAG       PIC X       VALUE "N".
               88 AWARD-GRANTED-BEFORE VALUE "Y".
           05 AWARD-SUB                 PIC 9(4)    VALUE ZERO.
           05 FOUND-AWARD-SUB           PIC 9(4)    VALUE ZERO.
           05 SUB                       PIC 9(4)    VALUE ZERO.
           05 AWARD-REMAINING-WS        PIC S9(6)V99 VALUE ZERO.
           05 TOTAL-AWARDS-AMOUNT       PIC 9(7)V99 VALUE ZERO.

      * Run date in year-month-day order - the post date on
      * every award granted
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
       100-POST-AWARDS.
           PERFORM 200-INIT-AWARD-TABLE.
           PERFORM 200-INIT-COURSE-TABLE.
           PERFORM 200-LOAD-GRANT-HISTORY.
           PERFORM 200-INIT-POST-AWARDS.
           PERFORM 200-POST-AWARD-TRANSACTION
               UNTIL TRANSACTION-FILE-EOF-FLAG = "Y".
           PERFORM 200-TERM-POST-AWARDS.
           STOP RUN.

      * Open the award master, fill the award table, then
      * close it.  An award master that is missing, empty,
      * or carries a card that does not make sense stops the
      * run cold - granting awards off a bad award master
      * would have to be backed out of every account it
      * touched.
       200-INIT-AWARD-TABLE.
           OPEN INPUT AWARD-MASTER-FILE.
           IF AWARD-MASTER-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: AWARDMST.DAT DID NOT OPEN - "
                   "FILE STATUS " AWARD-MASTER-STATUS-WS " - NO "
                   "AWARDS WERE POSTED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 700-FILL-AWARD-TABLE
               UNTIL AWARD-FILE-EOF-FLAG = "Y".
           CLOSE AWARD-MASTER-FILE.
           IF AWARD-TABLE-COUNT = ZERO
               DISPLAY "*** ERROR: AWARDMST.DAT IS EMPTY - NO "
                   "AWARDS WERE POSTED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Open the course file, fill the course table, then
      * close the course file
       200-INIT-COURSE-TABLE.
           OPEN INPUT COURSE-FILE.
           PERFORM 700-FILL-COURSE-TABLE
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > MAX-COURSE-ENTRIES
               OR COURSE-FILE-EOF-FLAG = "Y".
           CLOSE COURSE-FILE.

      * Load the awards already granted into the grant
      * history work file, which is then left open for the
      * lookups, and total them by award code against each
      * award's budget.  A history file that does not exist
      * yet simply leaves every award unspent.  A work file
      * that cannot be built stops the run cold before any
      * master is touched, since every award granted without
      * it could be a second one.
       200-LOAD-GRANT-HISTORY.
           OPEN OUTPUT GRANT-HISTORY-FILE.
           IF GRANT-HISTORY-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: AWDWORK.DAT DID NOT OPEN - FILE "
                   "STATUS " GRANT-HISTORY-STATUS-WS " - NO "
                   "AWARDS WERE POSTED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE GRANT-HISTORY-FILE.
           OPEN I-O GRANT-HISTORY-FILE.
           OPEN INPUT ADJUSTMENT-HISTORY-FILE.
           PERFORM 700-LOAD-GRANT-HISTORY-RECORD
               UNTIL HISTORY-FILE-EOF-FLAG = "Y".
           CLOSE ADJUSTMENT-HISTORY-FILE.

      * Open the master and the other files, write the
      * register headings, and read the first award card.
      * A master that does not open stops the run cold.
       200-INIT-POST-AWARDS.
           OPEN I-O STUDENT-MASTER-FILE.
           IF MASTER-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: STUDENT MASTER DID NOT OPEN - "
                   "FILE STATUS " MASTER-STATUS-WS " - NO "
                   "AWARDS WERE POSTED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AWARD-TRANSACTION-FILE.
           OPEN OUTPUT AWARD-REGISTER.
           OPEN EXTEND ADJUSTMENT-HISTORY-FILE.
           OPEN EXTEND MASTER-IMAGE-FILE.
           ACCEPT IMAGE-RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT IMAGE-RUN-TIME-WS FROM TIME.
           MOVE IMAGE-RUN-DATE-WS TO RUN-DATE-WS.
           MOVE RUN-DATE-WS TO AWDREG-RUN-DATE-WS.
           WRITE AWARD-REGISTER-CARD FROM AWDREG-TITLE.
           WRITE AWARD-REGISTER-CARD FROM AWDREG-COLUMN-HEADER.
           PERFORM 700-READ-AWARD-TRANSACTION.

      * Grant or refuse the current award card, register it,
      * and read the next card
       200-POST-AWARD-TRANSACTION.
           MOVE "N" TO AWARD-GRANTED-FLAG.
           MOVE SPACES TO REJECT-REASON-JRNL-WS.
           MOVE SPACES TO STUDENT-LAST-NAME-JRNL-WS.
           MOVE ZERO TO FOUND-AWARD-SUB.
           PERFORM 700-FIND-AWARD.
           EVALUATE TRUE
               WHEN NOT AWD-STUDENT-NUMBER NUMERIC
                   MOVE "INVALID STUDENT NUMBER"
                       TO REJECT-REASON-JRNL-WS
               WHEN FOUND-AWARD-SUB = ZERO
                   MOVE "AWARD CODE NOT ON FILE"
                       TO REJECT-REASON-JRNL-WS
               WHEN OTHER
                   PERFORM 700-APPLY-AWARD
           END-EVALUATE.
           PERFORM 700-WRITE-REGISTER-RECORD.
           PERFORM 700-READ-AWARD-TRANSACTION.

      * Write the summary by award code and the counters,
      * and close the files
       200-TERM-POST-AWARDS.
           MOVE SPACES TO AWARD-REGISTER-CARD.
           WRITE AWARD-REGISTER-CARD.
           WRITE AWARD-REGISTER-CARD FROM AWDSUM-TITLE.
           WRITE AWARD-REGISTER-CARD FROM AWDSUM-COLUMN-HEADER.
           PERFORM 700-WRITE-AWARD-SUMMARY-LINE
               VARYING AWARD-SUB FROM 1 BY 1
               UNTIL AWARD-SUB > AWARD-TABLE-COUNT.
           MOVE SPACES TO AWARD-REGISTER-CARD.
           WRITE AWARD-REGISTER-CARD.
           MOVE TOTAL-AWARDS-AMOUNT TO TOTAL-AWARDS-WS.
           WRITE AWARD-REGISTER-CARD FROM AWARD-COUNTERS.
           CLOSE STUDENT-MASTER-FILE
                 AWARD-TRANSACTION-FILE
                 AWARD-REGISTER
                 ADJUSTMENT-HISTORY-FILE
                 GRANT-HISTORY-FILE
                 MASTER-IMAGE-FILE.

      * Read the next award master card into the award
      * table, setting the EOF flag when the file is
      * exhausted.  Every award needs a code, a numeric
      * amount above zero and a numeric budget, an
      * eligibility code that is understood with what it
      * needs filled in, and a code no other card uses.
       700-FILL-AWARD-TABLE.
           READ AWARD-MASTER-FILE
               AT END MOVE "Y" TO AWARD-FILE-EOF-FLAG
               NOT AT END
                   IF AWARD-CODE = SPACES
                           OR NOT AWARD-AMOUNT NUMERIC
                           OR NOT AWARD-BUDGET NUMERIC
                           OR NOT AWARD-IS-VALID-ELIGIBILITY
                       DISPLAY "*** ERROR: AWARDMST.DAT CARD FOR "
                           "AWARD " AWARD-CODE " IS NOT VALID - NO "
                           "AWARDS WERE POSTED ***"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF AWARD-AMOUNT = ZERO
                           OR (AWARD-ELIGIBILITY = "P"
                               AND AWARD-ELIG-PROGRAM = SPACES)
                           OR (AWARD-ELIGIBILITY = "A"
                               AND NOT AWARD-MIN-AVERAGE NUMERIC)
                       DISPLAY "*** ERROR: AWARDMST.DAT CARD FOR "
                           "AWARD " AWARD-CODE " IS NOT VALID - NO "
                           "AWARDS WERE POSTED ***"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM VARYING AWARD-SUB FROM 1 BY 1
                       UNTIL AWARD-SUB > AWARD-TABLE-COUNT
                       IF AWARD-CODE = AWARD-CODE-WS(AWARD-SUB)
                           DISPLAY "*** ERROR: AWARDMST.DAT CARRIES "
                               "AWARD " AWARD-CODE " MORE THAN ONCE "
                               "- NO AWARDS WERE POSTED ***"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   IF AWARD-TABLE-COUNT NOT < MAX-AWARD-ENTRIES
                       DISPLAY "*** ERROR: AWARDMST.DAT EXCEEDS "
                           MAX-AWARD-ENTRIES " AWARDS - NO AWARDS "
                           "WERE POSTED ***"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO AWARD-TABLE-COUNT
                   MOVE AWARD-CODE
                       TO AWARD-CODE-WS(AWARD-TABLE-COUNT)
                   MOVE AWARD-DESCRIPTION
                       TO AWARD-DESCRIPTION-WS(AWARD-TABLE-COUNT)
                   MOVE AWARD-AMOUNT
                       TO AWARD-AMOUNT-WS(AWARD-TABLE-COUNT)
                   MOVE AWARD-BUDGET
                       TO AWARD-BUDGET-WS(AWARD-TABLE-COUNT)
                   MOVE AWARD-ELIGIBILITY
                       TO AWARD-ELIGIBILITY-WS(AWARD-TABLE-COUNT)
                   MOVE AWARD-ELIG-PROGRAM
                       TO AWARD-ELIG-PROGRAM-WS(AWARD-TABLE-COUNT)
                   MOVE ZERO
                       TO AWARD-MIN-AVERAGE-WS(AWARD-TABLE-COUNT)
                   IF AWARD-MIN-AVERAGE NUMERIC
                       MOVE AWARD-MIN-AVERAGE
                           TO AWARD-MIN-AVERAGE-WS(AWARD-TABLE-COUNT)
                   END-IF
                   MOVE ZERO
                       TO AWARD-PRIOR-GRANTS-WS(AWARD-TABLE-COUNT)
                   MOVE ZERO
                       TO AWARD-RUN-GRANTS-WS(AWARD-TABLE-COUNT)
                   MOVE ZERO
                       TO AWARD-RUN-COUNT-WS(AWARD-TABLE-COUNT)
           END-READ.

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

      * Read the next adjustment history record.  An award
      * is added into its award's prior grants and kept in
      * the grant history work file, where an award already
      * in the work file needs no second entry; late fees,
      * term closes, and the other adjustment types are
      * passed over.
       700-LOAD-GRANT-HISTORY-RECORD.
           READ ADJUSTMENT-HISTORY-FILE
               AT END MOVE "Y" TO HISTORY-FILE-EOF-FLAG
               NOT AT END
                   IF ADJ-HIST-TYPE-CODE = "A"
                       PERFORM VARYING AWARD-SUB FROM 1 BY 1
                           UNTIL AWARD-SUB > AWARD-TABLE-COUNT
                           IF ADJ-HIST-REFERENCE =
                                   AWARD-CODE-WS(AWARD-SUB)
                               ADD ADJ-HIST-AMOUNT TO
                                   AWARD-PRIOR-GRANTS-WS(AWARD-SUB)
                           END-IF
                       END-PERFORM
                       MOVE ADJ-HIST-STUDENT-NUMBER
                           TO GH-STUDENT-NUMBER
                       MOVE ADJ-HIST-REFERENCE TO GH-AWARD-CODE
                       MOVE ADJ-HIST-TERM-DUE-DATE TO GH-DUE-DATE
                       WRITE GRANT-HISTORY-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                   END-IF
           END-READ.

      * Read the next award card, setting the EOF flag when
      * the file is exhausted
       700-READ-AWARD-TRANSACTION.
           READ AWARD-TRANSACTION-FILE
               AT END MOVE "Y" TO TRANSACTION-FILE-EOF-FLAG
               NOT AT END ADD 1 TO CARDS-IN-CTR
           END-READ.

      * Look up the award card's award code in the award
      * table
       700-FIND-AWARD.
           PERFORM VARYING AWARD-SUB FROM 1 BY 1
               UNTIL AWARD-SUB > AWARD-TABLE-COUNT
               IF AWD-AWARD-CODE = AWARD-CODE-WS(AWARD-SUB)
                   MOVE AWARD-SUB TO FOUND-AWARD-SUB
               END-IF
           END-PERFORM.

      * Read the student and decide whether the award can be
      * granted - the student must be eligible, must not
      * already hold the award for this term, and the award
      * must have enough budget left to pay it - then post
      * it if so
       700-APPLY-AWARD.
           MOVE AWD-STUDENT-NUMBER TO MASTER-STUDENT-NUMBER.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "STUDENT NOT ON MASTER"
                       TO REJECT-REASON-JRNL-WS
               NOT INVALID KEY
                   MOVE MASTER-LAST-NAME TO STUDENT-LAST-NAME-JRNL-WS
                   PERFORM 700-CHECK-ELIGIBILITY
                   IF REJECT-REASON-JRNL-WS = SPACES
                       PERFORM 700-CHECK-GRANT-HISTORY
                       COMPUTE AWARD-REMAINING-WS =
                           AWARD-BUDGET-WS(FOUND-AWARD-SUB)
                           - AWARD-PRIOR-GRANTS-WS(FOUND-AWARD-SUB)
                           - AWARD-RUN-GRANTS-WS(FOUND-AWARD-SUB)
                       EVALUATE TRUE
                           WHEN AWARD-GRANTED-BEFORE
                               MOVE "ALREADY GRANTED THIS TERM"
                                   TO REJECT-REASON-JRNL-WS
                           WHEN AWARD-AMOUNT-WS(FOUND-AWARD-SUB)
                                   > AWARD-REMAINING-WS
                               MOVE "EXCEEDS REMAINING BUDGET"
                                   TO REJECT-REASON-JRNL-WS
                           WHEN OTHER
                               PERFORM 700-POST-AWARD
                       END-EVALUATE
                   END-IF
           END-READ.

      * Judge the student against the award's eligibility -
      * the program on the master for a program award, and
      * the credit-weighted average and failed courses,
      * worked out as PROJECT2B works them, for an average
      * or dean's list award.  An open award takes anyone.
       700-CHECK-ELIGIBILITY.
           EVALUATE AWARD-ELIGIBILITY-WS(FOUND-AWARD-SUB)
               WHEN "P"
                   IF MASTER-PROGRAM NOT =
                           AWARD-ELIG-PROGRAM-WS(FOUND-AWARD-SUB)
                       MOVE "NOT IN ELIGIBLE PROGRAM"
                           TO REJECT-REASON-JRNL-WS
                   END-IF
               WHEN "A"
                   PERFORM 700-CALCULATE-AVERAGE
                   IF STUDENT-AVERAGE <
                           AWARD-MIN-AVERAGE-WS(FOUND-AWARD-SUB)
                       MOVE "AVERAGE BELOW AWARD MINIMUM"
                           TO REJECT-REASON-JRNL-WS
                   END-IF
               WHEN "D"
                   PERFORM 700-CALCULATE-AVERAGE
                   IF NOT A-AVERAGE OR FAILED-SLOTS-CTR-WS >= 2
                       MOVE "NOT ON DEAN'S LIST"
                           TO REJECT-REASON-JRNL-WS
                   END-IF
           END-EVALUATE.

      * Work out the student's credit-weighted average over
      * the course slots in use and count the slots failed.
      * A course the student withdrew from carries no mark
      * and is left out, as PROJECT2B leaves it out.
       700-CALCULATE-AVERAGE.
           MOVE ZERO TO TOTAL-MARK.
           MOVE ZERO TO TOTAL-CREDIT-HOURS-WS.
           MOVE ZERO TO FAILED-SLOTS-CTR-WS.
           IF MASTER-COURSE-1 NOT = SPACES
                   AND NOT MASTER-COURSE-1-WITHDRAWN
               MOVE MASTER-COURSE-1 TO CREDIT-LOOKUP-COURSE-WS
               PERFORM 700-FIND-CREDIT-HOURS
               COMPUTE TOTAL-MARK = TOTAL-MARK +
                   (MASTER-MARK-1 * CREDIT-LOOKUP-HOURS-WS)
               ADD CREDIT-LOOKUP-HOURS-WS TO TOTAL-CREDIT-HOURS-WS
               IF MASTER-MARK-1 < 50
                   ADD 1 TO FAILED-SLOTS-CTR-WS
               END-IF
           END-IF.
           IF MASTER-COURSE-2 NOT = SPACES
                   AND NOT MASTER-COURSE-2-WITHDRAWN
               MOVE MASTER-COURSE-2 TO CREDIT-LOOKUP-COURSE-WS
               PERFORM 700-FIND-CREDIT-HOURS
               COMPUTE TOTAL-MARK = TOTAL-MARK +
                   (MASTER-MARK-2 * CREDIT-LOOKUP-HOURS-WS)
               ADD CREDIT-LOOKUP-HOURS-WS TO TOTAL-CREDIT-HOURS-WS
               IF MASTER-MARK-2 < 50
                   ADD 1 TO FAILED-SLOTS-CTR-WS
               END-IF
           END-IF.
           IF MASTER-COURSE-3 NOT = SPACES
                   AND NOT MASTER-COURSE-3-WITHDRAWN
               MOVE MASTER-COURSE-3 TO CREDIT-LOOKUP-COURSE-WS
               PERFORM 700-FIND-CREDIT-HOURS
               COMPUTE TOTAL-MARK = TOTAL-MARK +
                   (MASTER-MARK-3 * CREDIT-LOOKUP-HOURS-WS)
               ADD CREDIT-LOOKUP-HOURS-WS TO TOTAL-CREDIT-HOURS-WS
               IF MASTER-MARK-3 < 50
                   ADD 1 TO FAILED-SLOTS-CTR-WS
               END-IF
           END-IF.
           IF MASTER-COURSE-4 NOT = SPACES
                   AND NOT MASTER-COURSE-4-WITHDRAWN
               MOVE MASTER-COURSE-4 TO CREDIT-LOOKUP-COURSE-WS
               PERFORM 700-FIND-CREDIT-HOURS
               COMPUTE TOTAL-MARK = TOTAL-MARK +
                   (MASTER-MARK-4 * CREDIT-LOOKUP-HOURS-WS)
               ADD CREDIT-LOOKUP-HOURS-WS TO TOTAL-CREDIT-HOURS-WS
               IF MASTER-MARK-4 < 50
                   ADD 1 TO FAILED-SLOTS-CTR-WS
               END-IF
           END-IF.
           IF MASTER-COURSE-5 NOT = SPACES
                   AND NOT MASTER-COURSE-5-WITHDRAWN
               MOVE MASTER-COURSE-5 TO CREDIT-LOOKUP-COURSE-WS
               PERFORM 700-FIND-CREDIT-HOURS
               COMPUTE TOTAL-MARK = TOTAL-MARK +
                   (MASTER-MARK-5 * CREDIT-LOOKUP-HOURS-WS)
               ADD CREDIT-LOOKUP-HOURS-WS TO TOTAL-CREDIT-HOURS-WS
               IF MASTER-MARK-5 < 50
                   ADD 1 TO FAILED-SLOTS-CTR-WS
               END-IF
           END-IF.
           IF MASTER-COURSE-6 NOT = SPACES
                   AND NOT MASTER-COURSE-6-WITHDRAWN
               MOVE MASTER-COURSE-6 TO CREDIT-LOOKUP-COURSE-WS
               PERFORM 700-FIND-CREDIT-HOURS
               COMPUTE TOTAL-MARK = TOTAL-MARK +
                   (MASTER-MARK-6 * CREDIT-LOOKUP-HOURS-WS)
               ADD CREDIT-LOOKUP-HOURS-WS TO TOTAL-CREDIT-HOURS-WS
               IF MASTER-MARK-6 < 50
                   ADD 1 TO FAILED-SLOTS-CTR-WS
               END-IF
           END-IF.
           IF TOTAL-CREDIT-HOURS-WS > ZERO
               DIVIDE TOTAL-MARK BY TOTAL-CREDIT-HOURS-WS
                   GIVING STUDENT-AVERAGE ROUNDED
           ELSE
               MOVE ZERO TO STUDENT-AVERAGE
           END-IF.

      * Look up the credit hours for CREDIT-LOOKUP-COURSE-WS
      * in COURSE-TABLE-WS.  A course not found in the table
      * defaults to 1 credit hour rather than zero so it is
      * not simply dropped from the weighted average
       700-FIND-CREDIT-HOURS.
           MOVE 1 TO CREDIT-LOOKUP-HOURS-WS.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > COURSE-TABLE-COUNT
               IF CREDIT-LOOKUP-COURSE-WS = COURSE-NUMBER-WS(SUB)
                   MOVE CREDIT-HOURS-WS(SUB) TO CREDIT-LOOKUP-HOURS-WS
               END-IF
           END-PERFORM.

      * Check the grant history for this award already given
      * to this student for this term.  The due date is part
      * of the match so a renewable award can be granted
      * afresh next term.
       700-CHECK-GRANT-HISTORY.
           MOVE MASTER-STUDENT-NUMBER TO GH-STUDENT-NUMBER.
           MOVE AWD-AWARD-CODE TO GH-AWARD-CODE.
           MOVE MASTER-TUITION-DUE-DATE TO GH-DUE-DATE.
           READ GRANT-HISTORY-FILE
               INVALID KEY MOVE "N" TO GRANTED-BEFORE-FLAG
               NOT INVALID KEY MOVE "Y" TO GRANTED-BEFORE-FLAG
           END-READ.

      * Add the award into MASTER-AWARDS and rewrite the
      * master.  An award that would carry MASTER-AWARDS past
      * its field limit is refused rather than rewriting a
      * truncated amount.
       700-POST-AWARD.
           MOVE STUDENT-MASTER-RECORD TO BEFORE-IMAGE-WS.
           ADD AWARD-AMOUNT-WS(FOUND-AWARD-SUB) TO MASTER-AWARDS
               ON SIZE ERROR
                   MOVE "AWARD EXCEEDS FIELD LIMIT"
                       TO REJECT-REASON-JRNL-WS
               NOT ON SIZE ERROR
                   REWRITE STUDENT-MASTER-RECORD
                   MOVE "Y" TO AWARD-GRANTED-FLAG
                   PERFORM 700-WRITE-MASTER-IMAGE
                   PERFORM 700-WRITE-AWARD-HISTORY
           END-ADD.

      * Append one stamped before/after image record for the
      * rewrite just applied to the master
       700-WRITE-MASTER-IMAGE.
           ADD 1 TO IMAGE-SEQUENCE-WS.
           MOVE "AWARDPST" TO IMG-PROGRAM-NAME.
           MOVE IMAGE-RUN-DATE-WS TO IMG-RUN-DATE.
           MOVE IMAGE-RUN-TIME-WS TO IMG-RUN-TIME.
           MOVE IMAGE-SEQUENCE-WS TO IMG-SEQUENCE.
           MOVE "R" TO IMG-ACTION.
           MOVE MASTER-STUDENT-NUMBER TO IMG-STUDENT-NUMBER.
           MOVE BEFORE-IMAGE-WS TO IMG-BEFORE-IMAGE.
           MOVE STUDENT-MASTER-RECORD TO IMG-AFTER-IMAGE.
           WRITE MASTER-IMAGE-RECORD.

      * Append the award just granted to the adjustment
      * history immediately, so it survives an abend later
      * in this run and the statement can list it on its own
      * line, and count it against the award's budget and in
      * the grant history for the rest of this run
       700-WRITE-AWARD-HISTORY.
           MOVE "A" TO ADJ-HIST-TYPE-CODE.
           MOVE MASTER-STUDENT-NUMBER TO ADJ-HIST-STUDENT-NUMBER.
           MOVE RUN-DATE-WS TO ADJ-HIST-POST-DATE.
           MOVE AWARD-AMOUNT-WS(FOUND-AWARD-SUB) TO ADJ-HIST-AMOUNT.
           MOVE AWD-AWARD-CODE TO ADJ-HIST-REFERENCE.
           MOVE MASTER-TUITION-DUE-DATE TO ADJ-HIST-TERM-DUE-DATE.
           WRITE ADJUSTMENT-HISTORY-RECORD.
           ADD AWARD-AMOUNT-WS(FOUND-AWARD-SUB)
               TO AWARD-RUN-GRANTS-WS(FOUND-AWARD-SUB).
           ADD 1 TO AWARD-RUN-COUNT-WS(FOUND-AWARD-SUB).
           MOVE MASTER-STUDENT-NUMBER TO GH-STUDENT-NUMBER.
           MOVE AWD-AWARD-CODE TO GH-AWARD-CODE.
           MOVE MASTER-TUITION-DUE-DATE TO GH-DUE-DATE.
           WRITE GRANT-HISTORY-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

      * Register the current award card as GRANTED or
      * REFUSED, counting it under whichever disposition it
      * earned
       700-WRITE-REGISTER-RECORD.
           MOVE AWD-STUDENT-NUMBER TO STUDENT-NUMBER-JRNL-WS.
           MOVE AWD-AWARD-CODE TO AWARD-CODE-JRNL-WS.
           IF AWARD-WAS-GRANTED
               MOVE AWARD-AMOUNT-WS(FOUND-AWARD-SUB)
                   TO AWARD-AMOUNT-JRNL-WS
               MOVE "GRANTED" TO DISPOSITION-JRNL-WS
               ADD 1 TO AWARDS-GRANTED-CTR
               ADD AWARD-AMOUNT-WS(FOUND-AWARD-SUB)
                   TO TOTAL-AWARDS-AMOUNT
           ELSE
               MOVE ZERO TO AWARD-AMOUNT-JRNL-WS
               MOVE "REFUSED" TO DISPOSITION-JRNL-WS
               ADD 1 TO AWARDS-REFUSED-CTR
           END-IF.
           WRITE AWARD-REGISTER-CARD FROM AWARD-REGISTER-WS.

      * Write one award's line on the summary - its budget,
      * what it paid out before this run, what it granted
      * this run, and what is left
       700-WRITE-AWARD-SUMMARY-LINE.
           MOVE AWARD-CODE-WS(AWARD-SUB) TO AWARD-CODE-SUM-WS.
           MOVE AWARD-DESCRIPTION-WS(AWARD-SUB)
               TO AWARD-DESCRIPTION-SUM-WS.
           MOVE AWARD-BUDGET-WS(AWARD-SUB) TO AWARD-BUDGET-SUM-WS.
           MOVE AWARD-PRIOR-GRANTS-WS(AWARD-SUB)
               TO AWARD-PRIOR-SUM-WS.
           MOVE AWARD-RUN-COUNT-WS(AWARD-SUB) TO AWARD-COUNT-SUM-WS.
           MOVE AWARD-RUN-GRANTS-WS(AWARD-SUB) TO AWARD-RUN-SUM-WS.
           COMPUTE AWARD-REMAINING-WS =
               AWARD-BUDGET-WS(AWARD-SUB)
               - AWARD-PRIOR-GRANTS-WS(AWARD-SUB)
               - AWARD-RUN-GRANTS-WS(AWARD-SUB).
           IF AWARD-REMAINING-WS < ZERO
               MOVE ZERO TO AWARD-REMAINING-WS
           END-IF.
           MOVE AWARD-REMAINING-WS TO AWARD-REMAINING-SUM-WS.
           WRITE AWARD-REGISTER-CARD FROM AWDSUM-LINE-WS.
