       IDENTIFICATION DIVISION.
       PROGRAM-ID.         WDRLPOST.
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
           SELECT WITHDRAWAL-TRANSACTION-FILE
               ASSIGN TO "C:\WDRLTRAN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFUND-SCHEDULE-FILE
               ASSIGN TO "C:\WDRLSCHD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SCHEDULE-STATUS-WS.
           SELECT COURSE-FILE
               ASSIGN TO "C:\COURSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-FILE
               ASSIGN TO "C:\TUITRATE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADJUSTMENT-HISTORY-FILE
               ASSIGN TO "C:\ADJHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WITHDRAWAL-REGISTER
               ASSIGN TO "C:\WDRLREG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-IMAGE-FILE
               ASSIGN TO "C:\MSTIMAGE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * STUDENT-MASTER-FILE is the indexed student master
      * STUMAINT maintains.  A withdrawn course stays in its
      * slot with its status set to W, so the record still
      * shows what the student registered in, and the share
      * of its tuition given back is added into
      * MASTER-WITHDRAWAL-CREDIT - a credit kept apart from
      * MASTER-TUITION-AMOUNT, so a later TUITASSE run does
      * not wipe it out.  STUDENT-MASTER-SLOTS is the same
      * record seen as a table of six course slots, so a
      * whole-term withdrawal can walk them in turn.
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
       01 STUDENT-MASTER-SLOTS.
           05 FILLER                PIC X(52).
           05 SLOT-COURSE-ENTRY OCCURS 6 TIMES.
               10 SLOT-COURSE       PIC X(7).
               10 SLOT-MARK         PIC 9(3).
           05 FILLER                PIC X(50).
           05 SLOT-STATUS           PIC X OCCURS 6 TIMES.
               88 SLOT-WITHDRAWN VALUE "W".
           05 FILLER                PIC X(32).

      * WITHDRAWAL-TRANSACTION-FILE is the input deck of
      * withdrawal cards the registrar keys, one card per
      * course dropped after the term has started, with the
      * date the student withdrew.  A course number of *TERM*
      * withdraws the student from every course still active
      * on the record.
       FD WITHDRAWAL-TRANSACTION-FILE.
       01 WITHDRAWAL-TRANSACTION-RECORD.
           05 WD-STUDENT-NUMBER     PIC 9(9).
           05 WD-COURSE-NUMBER      PIC X(7).
               88 WITHDRAWING-WHOLE-TERM VALUE "*TERM*".
           05 WD-WITHDRAWAL-DATE    PIC 9(8).

      * REFUND-SCHEDULE-FILE is the refund schedule the
      * bursar keys for the term - one card per step, in
      * date order, giving the last day of the step and the
      * percentage of a course's tuition given back for a
      * withdrawal on or before that day.  A withdrawal dated
      * after the last step gets nothing back.
       FD REFUND-SCHEDULE-FILE.
       01 REFUND-SCHEDULE-RECORD.
           05 SCHED-THROUGH-DATE    PIC 9(8).
           05 SCHED-REFUND-PERCENT  PIC 9(3).

      * COURSE-FILE is the same course catalogue PROJECT2B
      * loads, used for the credit hours a withdrawn course
      * is priced on
       FD COURSE-FILE.
       01 COURSE-RECORD.
           05 COURSE-NUMBER    PIC X(7).
           05 COURSE-NAME      PIC X(9).
           05 CREDIT-HOURS     PIC 9(1).

      * RATE-FILE is the per-credit-hour rate card deck
      * TUITASSE prices the course load from, so a withdrawn
      * course is given back at the rate it was charged at
       FD RATE-FILE.
       01 RATE-RECORD.
           05 RATE-PROGRAM-CODE    PIC X(3).
           05 RATE-PER-CREDIT-HOUR PIC 9(3)V99.

      * ADJUSTMENT-HISTORY-FILE is the cumulative record of
      * every non-cash charge or credit a batch run posts to
      * the master.  A withdrawal is type W, one record per
      * course withdrawn, its reference the course number and
      * its amount the tuition credited back, stamped with
      * the tuition due date of the term it was withdrawn
      * from.
       FD ADJUSTMENT-HISTORY-FILE.
       01 ADJUSTMENT-HISTORY-RECORD.
           05 ADJ-HIST-TYPE-CODE        PIC X.
           05 ADJ-HIST-STUDENT-NUMBER   PIC 9(9).
           05 ADJ-HIST-POST-DATE        PIC 9(8).
           05 ADJ-HIST-AMOUNT           PIC 9(4)V99.
           05 ADJ-HIST-REFERENCE        PIC X(8).
           05 ADJ-HIST-TERM-DUE-DATE    PIC 9(8).

      * WITHDRAWAL-REGISTER is an output file for the
      * registrar and the bursar listing every course
      * withdrawn this run with the refund percentage applied
      * and the dollar adjustment, and every card refused
      * with the reason
       FD WITHDRAWAL-REGISTER.
       01 WITHDRAWAL-REGISTER-CARD  PIC X(120).

      * MASTER-IMAGE-FILE is the cumulative machine-readable
      * before/after image journal shared by every program
      * that updates STUMAST.DAT.  One record is appended for
      * every REWRITE applied here, stamped with the program,
      * run date and time, and a sequence number, so MSTBKOUT
      * can reapply or reverse withdrawals against a restored
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
      * Local copy of the withdrawal register line
       01 WITHDRAWAL-REGISTER-WS.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 STUDENT-NUMBER-JRNL-WS     PIC 9(9).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 STUDENT-LAST-NAME-JRNL-WS  PIC X(20).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 COURSE-NUMBER-JRNL-WS      PIC X(7).
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 CREDIT-HOURS-JRNL-WS       PIC 9.
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 WITHDRAWAL-DATE-JRNL-WS    PIC 9(8).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 REFUND-PERCENT-JRNL-WS     PIC ZZ9.
           05 FILLER                     PIC X(1)  VALUE "%".
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 ADJUSTMENT-JRNL-WS         PIC $$,$$9.99.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 DISPOSITION-JRNL-WS        PIC X(9).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 REJECT-REASON-JRNL-WS      PIC X(30).

      * Title and column header for the withdrawal register
       01 WDRLREG-TITLE.
           05 FILLER    PIC X(30)  VALUE SPACES.
           05 FILLER    PIC X(26)
                   VALUE "COURSE WITHDRAWAL REGISTER".
           05 FILLER    PIC X(12)  VALUE "  RUN DATE  ".
           05 WDRLREG-RUN-DATE-WS    PIC 9(8).

       01 WDRLREG-COLUMN-HEADER.
           05 FILLER    PIC X(4)   VALUE SPACES.
           05 FILLER    PIC X(9)   VALUE "STUDENT #".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(20)  VALUE "LAST NAME".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(7)   VALUE "COURSE".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(3)   VALUE "HRS".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(8)   VALUE "WDRL DT".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(4)   VALUE "PCT".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(9)   VALUE "ADJUST".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(9)   VALUE "DISP".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(30)  VALUE "REASON".

      * Counters to keep track of withdrawal cards read, the
      * courses withdrawn, the cards refused, and the grand
      * dollar total credited back
       01 WITHDRAWAL-COUNTERS.
           05 FILLER             PIC X(12) VALUE "CARDS READ: ".
           05 CARDS-IN-CTR       PIC 9(4)  VALUE ZERO.
           05 FILLER             PIC X(20)
                   VALUE " COURSES WITHDRAWN: ".
           05 COURSES-WITHDRAWN-CTR PIC 9(4) VALUE ZERO.
           05 FILLER             PIC X(11) VALUE " REJECTED: ".
           05 CARDS-REJECTED-CTR PIC 9(4)  VALUE ZERO.
           05 FILLER             PIC X(19)
                   VALUE " TOTAL ADJUSTMENT: ".
           05 TOTAL-ADJUSTMENT-WS PIC $$$$$,$$9.99.

      * Table to hold the refund schedule, one entry per
      * step in date order
       01 SCHEDULE-TABLE-WS.
           05 SCHEDULE-TABLE-COUNT  PIC 9(4)  COMP  VALUE ZERO.
           05 MAX-SCHEDULE-ENTRIES  PIC 9(4)  VALUE 50.
           05 SCHEDULE-TABLE OCCURS 1 TO 50 TIMES
                   DEPENDING ON SCHEDULE-TABLE-COUNT.
               10 SCHED-THROUGH-DATE-WS   PIC 9(8).
               10 SCHED-REFUND-PERCENT-WS PIC 9(3).

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

      * Table to hold the per-credit-hour rate for each
      * academic program code, loaded from RATE-FILE
       01 RATE-TABLE-WS.
           05 RATE-TABLE-COUNT    PIC 9(4)  COMP  VALUE ZERO.
           05 MAX-RATE-ENTRIES    PIC 9(4)  VALUE 500.
           05 RATE-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON RATE-TABLE-COUNT.
               10 RATE-PROGRAM-WS   PIC X(3).
               10 RATE-AMOUNT-WS    PIC 9(3)V99.

      * The course slots the current card withdraws, with
      * the credit hours and dollar adjustment worked out for
      * each, so the whole card is priced before any of it is
      * posted
       01 WITHDRAWAL-SLOTS-WS.
           05 WITHDRAWAL-SLOT OCCURS 6 TIMES.
               10 SLOT-SELECTED-FLAG     PIC X.
                   88 SLOT-IS-SELECTED VALUE "Y".
               10 SLOT-CREDIT-HOURS-WS   PIC 9(1).
               10 SLOT-ADJUSTMENT-WS     PIC 9(4)V99.

      * Fields for pricing the current card
       01 PRICING-FIELDS-WS.
           05 CREDIT-LOOKUP-COURSE-WS PIC X(7)    VALUE SPACES.
           05 CREDIT-LOOKUP-HOURS-WS  PIC 9(1)    VALUE ZERO.
           05 FOUND-RATE-WS           PIC 9(3)V99 VALUE ZERO.
           05 FOUND-PERCENT-WS        PIC 9(3)    VALUE ZERO.
           05 CARD-ADJUSTMENT-WS      PIC 9(5)V99 VALUE ZERO.
           05 NEW-CREDIT-WS           PIC 9(5)V99 VALUE ZERO.

      * Bunch of fields to keep track of various
      * things throughout the program
       01 FLAGS-AND-CONTROLS.
           05 TRANSACTION-FILE-EOF-FLAG PIC X       VALUE "N".
           05 SCHEDULE-FILE-EOF-FLAG    PIC X       VALUE "N".
           05 COURSE-FILE-EOF-FLAG      PIC X       VALUE "N".
           05 RATE-FILE-EOF-FLAG        PIC X       VALUE "N".
           05 MASTER-STATUS-WS          PIC X(2)    VALUE SPACES.
           05 SCHEDULE-STATUS-WS        PIC X(2)    VALUE SPACES.
           05 RATE-FOUND-FLAG           PIC X       VALUE "N".
               88 RATE-WAS-FOUND VALUE "Y".
           05 PERCENT-FOUND-FLAG        PIC X       VALUE "N".
               88 PERCENT-WAS-FOUND VALUE "Y".
           05 WITHDRAWAL-POSTED-FLAG    PIC X       VALUE "N".
               88 WITHDRAWAL-WAS-POSTED VALUE "Y".
           05 SUB                       PIC 9(4)    VALUE ZERO.
           05 RATE-SUB                  PIC 9(4)    VALUE ZERO.
           05 SCHEDULE-SUB              PIC 9(4)    VALUE ZERO.
           05 PRIOR-THROUGH-DATE-WS     PIC 9(8)    VALUE ZERO.
           05 SLOT-SUB                  PIC 9(4)    VALUE ZERO.
           05 SELECTED-SLOTS-CTR        PIC 9       VALUE ZERO.
           05 WITHDRAWN-MATCH-CTR       PIC 9       VALUE ZERO.
           05 TOTAL-ADJUSTMENT-AMOUNT   PIC 9(7)V99 VALUE ZERO.

      * Run date in year-month-day order - the post date on
      * every withdrawal
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
       100-POST-WITHDRAWALS.
           PERFORM 200-INIT-SCHEDULE-TABLE.
           PERFORM 200-INIT-COURSE-TABLE.
           PERFORM 200-INIT-RATE-TABLE.
           PERFORM 200-INIT-POST-WITHDRAWALS.
           PERFORM 200-POST-WITHDRAWAL-TRANSACTION
               UNTIL TRANSACTION-FILE-EOF-FLAG = "Y".
           PERFORM 200-TERM-POST-WITHDRAWALS.
           STOP RUN.

      * Open the refund schedule, fill the schedule table,
      * then close it.  A schedule that is missing, empty, or
      * carries a card that does not make sense stops the run
      * cold - pricing withdrawals off a bad schedule would
      * have to be backed out of every account it touched.
       200-INIT-SCHEDULE-TABLE.
           OPEN INPUT REFUND-SCHEDULE-FILE.
           IF SCHEDULE-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: WDRLSCHD.DAT DID NOT OPEN - "
                   "FILE STATUS " SCHEDULE-STATUS-WS " - NO "
                   "WITHDRAWALS WERE POSTED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 700-FILL-SCHEDULE-TABLE
               UNTIL SCHEDULE-FILE-EOF-FLAG = "Y".
           CLOSE REFUND-SCHEDULE-FILE.
           IF SCHEDULE-TABLE-COUNT = ZERO
               DISPLAY "*** ERROR: WDRLSCHD.DAT IS EMPTY - NO "
                   "WITHDRAWALS WERE POSTED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Open the course file, fill the course table, then
      * close the course file.  An empty course file means
      * every withdrawal would be priced at the default
      * credit hours, so the run stops cold.
       200-INIT-COURSE-TABLE.
           OPEN INPUT COURSE-FILE.
           PERFORM 700-FILL-COURSE-TABLE
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > MAX-COURSE-ENTRIES
               OR COURSE-FILE-EOF-FLAG = "Y".
           CLOSE COURSE-FILE.
           IF COURSE-TABLE-COUNT = ZERO
               DISPLAY "*** ERROR: COURSE-FILE IS EMPTY - NO "
                   "WITHDRAWALS WERE POSTED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Open the rate file, fill the rate table, then close
      * the rate file.  An empty rate file leaves nothing to
      * price a withdrawal at, so the run stops cold.
       200-INIT-RATE-TABLE.
           OPEN INPUT RATE-FILE.
           PERFORM 700-FILL-RATE-TABLE
               VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB > MAX-RATE-ENTRIES
               OR RATE-FILE-EOF-FLAG = "Y".
           CLOSE RATE-FILE.
           IF RATE-TABLE-COUNT = ZERO
               DISPLAY "*** ERROR: RATE-FILE IS EMPTY - NO "
                   "WITHDRAWALS WERE POSTED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Open the master and the other files, write the
      * register headings, and read the first withdrawal
      * card.  A master that does not open stops the run
      * cold.
       200-INIT-POST-WITHDRAWALS.
           OPEN I-O STUDENT-MASTER-FILE.
           IF MASTER-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: STUDENT MASTER DID NOT OPEN - "
                   "FILE STATUS " MASTER-STATUS-WS " - NO "
                   "WITHDRAWALS WERE POSTED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT WITHDRAWAL-TRANSACTION-FILE.
           OPEN OUTPUT WITHDRAWAL-REGISTER.
           OPEN EXTEND ADJUSTMENT-HISTORY-FILE.
           OPEN EXTEND MASTER-IMAGE-FILE.
           ACCEPT IMAGE-RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT IMAGE-RUN-TIME-WS FROM TIME.
           MOVE IMAGE-RUN-DATE-WS TO RUN-DATE-WS.
           MOVE RUN-DATE-WS TO WDRLREG-RUN-DATE-WS.
           WRITE WITHDRAWAL-REGISTER-CARD FROM WDRLREG-TITLE.
           WRITE WITHDRAWAL-REGISTER-CARD FROM WDRLREG-COLUMN-HEADER.
           PERFORM 700-READ-WITHDRAWAL-TRANSACTION.

      * Post or refuse the current withdrawal card, register
      * it, and read the next card.  A posted card registers
      * one line per course withdrawn; a refused card
      * registers one line with the reason.
       200-POST-WITHDRAWAL-TRANSACTION.
           MOVE "N" TO WITHDRAWAL-POSTED-FLAG.
           MOVE SPACES TO REJECT-REASON-JRNL-WS.
           MOVE SPACES TO STUDENT-LAST-NAME-JRNL-WS.
           INITIALIZE WITHDRAWAL-SLOTS-WS.
           MOVE ZERO TO FOUND-PERCENT-WS.
           MOVE ZERO TO CARD-ADJUSTMENT-WS.
           EVALUATE TRUE
               WHEN NOT WD-STUDENT-NUMBER NUMERIC
                   MOVE "INVALID STUDENT NUMBER"
                       TO REJECT-REASON-JRNL-WS
               WHEN WD-COURSE-NUMBER = SPACES
                   MOVE "COURSE NOT KEYED"
                       TO REJECT-REASON-JRNL-WS
               WHEN NOT WD-WITHDRAWAL-DATE NUMERIC
                       OR WD-WITHDRAWAL-DATE = ZERO
                   MOVE "INVALID WITHDRAWAL DATE"
                       TO REJECT-REASON-JRNL-WS
               WHEN OTHER
                   PERFORM 700-APPLY-WITHDRAWAL
           END-EVALUATE.
           IF WITHDRAWAL-WAS-POSTED
               PERFORM 700-WRITE-WITHDRAWN-LINE
                   VARYING SLOT-SUB FROM 1 BY 1
                   UNTIL SLOT-SUB > 6
           ELSE
               PERFORM 700-WRITE-REJECTED-LINE
           END-IF.
           PERFORM 700-READ-WITHDRAWAL-TRANSACTION.

      * Write the counters and close the files
       200-TERM-POST-WITHDRAWALS.
           MOVE SPACES TO WITHDRAWAL-REGISTER-CARD.
           WRITE WITHDRAWAL-REGISTER-CARD.
           MOVE TOTAL-ADJUSTMENT-AMOUNT TO TOTAL-ADJUSTMENT-WS.
           WRITE WITHDRAWAL-REGISTER-CARD FROM WITHDRAWAL-COUNTERS.
           CLOSE STUDENT-MASTER-FILE
                 WITHDRAWAL-TRANSACTION-FILE
                 WITHDRAWAL-REGISTER
                 ADJUSTMENT-HISTORY-FILE
                 MASTER-IMAGE-FILE.

      * Read the next refund schedule card into the schedule
      * table, setting the EOF flag when the file is
      * exhausted.  Every step needs a numeric date later
      * than the step before it and a percentage no higher
      * than 100.
       700-FILL-SCHEDULE-TABLE.
           READ REFUND-SCHEDULE-FILE
               AT END MOVE "Y" TO SCHEDULE-FILE-EOF-FLAG
               NOT AT END
                   IF NOT SCHED-THROUGH-DATE NUMERIC
                           OR NOT SCHED-REFUND-PERCENT NUMERIC
                           OR SCHED-REFUND-PERCENT > 100
                       DISPLAY "*** ERROR: WDRLSCHD.DAT CARD FOR "
                           SCHED-THROUGH-DATE " IS NOT VALID - NO "
                           "WITHDRAWALS WERE POSTED ***"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF SCHED-THROUGH-DATE NOT > PRIOR-THROUGH-DATE-WS
                       DISPLAY "*** ERROR: WDRLSCHD.DAT IS NOT IN "
                           "DATE ORDER AT " SCHED-THROUGH-DATE
                           " - NO WITHDRAWALS WERE POSTED ***"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF SCHEDULE-TABLE-COUNT NOT < MAX-SCHEDULE-ENTRIES
                       DISPLAY "*** ERROR: WDRLSCHD.DAT EXCEEDS "
                           MAX-SCHEDULE-ENTRIES " STEPS - NO "
                           "WITHDRAWALS WERE POSTED ***"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO SCHEDULE-TABLE-COUNT
                   MOVE SCHED-THROUGH-DATE
                       TO SCHED-THROUGH-DATE-WS(SCHEDULE-TABLE-COUNT)
                   MOVE SCHED-REFUND-PERCENT
                       TO SCHED-REFUND-PERCENT-WS(SCHEDULE-TABLE-COUNT)
                   MOVE SCHED-THROUGH-DATE TO PRIOR-THROUGH-DATE-WS
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

      * Fill the rate table with data from file, growing
      * RATE-TABLE-COUNT by one entry for every rate card
      * loaded, and set EOF flag to true when at end
       700-FILL-RATE-TABLE.
           READ RATE-FILE AT END MOVE "Y" TO RATE-FILE-EOF-FLAG
               NOT AT END
                   ADD 1 TO RATE-TABLE-COUNT
                   MOVE RATE-PROGRAM-CODE TO RATE-PROGRAM-WS(RATE-SUB)
                   MOVE RATE-PER-CREDIT-HOUR
                       TO RATE-AMOUNT-WS(RATE-SUB)
           END-READ.

      * Read the next withdrawal card, setting the EOF flag
      * when the file is exhausted
       700-READ-WITHDRAWAL-TRANSACTION.
           READ WITHDRAWAL-TRANSACTION-FILE
               AT END MOVE "Y" TO TRANSACTION-FILE-EOF-FLAG
               NOT AT END ADD 1 TO CARDS-IN-CTR
           END-READ.

      * Read the student and decide whether the card can be
      * posted - the student's program must have a rate card
      * and the card must name a course still active on the
      * record, or be a whole-term card with at least one
      * course still active - then price it and post it if
      * so
       700-APPLY-WITHDRAWAL.
           MOVE WD-STUDENT-NUMBER TO MASTER-STUDENT-NUMBER.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "STUDENT NOT ON MASTER"
                       TO REJECT-REASON-JRNL-WS
               NOT INVALID KEY
                   MOVE MASTER-LAST-NAME TO STUDENT-LAST-NAME-JRNL-WS
                   PERFORM 700-FIND-PROGRAM-RATE
                   IF RATE-WAS-FOUND
                       PERFORM 700-SELECT-COURSE-SLOTS
                   ELSE
                       MOVE "NO RATE FOR PROGRAM"
                           TO REJECT-REASON-JRNL-WS
                   END-IF
                   IF REJECT-REASON-JRNL-WS = SPACES
                       PERFORM 700-PRICE-WITHDRAWAL
                   END-IF
           END-READ.

      * Look up the per-credit-hour rate for the student's
      * program in the rate table, the same way TUITASSE
      * looks it up to price the course load
       700-FIND-PROGRAM-RATE.
           MOVE "N" TO RATE-FOUND-FLAG.
           MOVE ZERO TO FOUND-RATE-WS.
           PERFORM VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB > RATE-TABLE-COUNT
               IF MASTER-PROGRAM = RATE-PROGRAM-WS(RATE-SUB)
                   MOVE "Y" TO RATE-FOUND-FLAG
                   MOVE RATE-AMOUNT-WS(RATE-SUB) TO FOUND-RATE-WS
               END-IF
           END-PERFORM.

      * Pick out the course slots the card withdraws and,
      * when there are none, say why - the course is not on
      * the record at all, it was withdrawn already, or a
      * whole-term card found nothing left active
       700-SELECT-COURSE-SLOTS.
           MOVE ZERO TO SELECTED-SLOTS-CTR.
           MOVE ZERO TO WITHDRAWN-MATCH-CTR.
           PERFORM 700-SELECT-COURSE-SLOT
               VARYING SLOT-SUB FROM 1 BY 1
               UNTIL SLOT-SUB > 6.
           EVALUATE TRUE
               WHEN SELECTED-SLOTS-CTR > ZERO
                   CONTINUE
               WHEN WITHDRAWING-WHOLE-TERM
                   MOVE "NO COURSES TO WITHDRAW"
                       TO REJECT-REASON-JRNL-WS
               WHEN WITHDRAWN-MATCH-CTR > ZERO
                   MOVE "COURSE ALREADY WITHDRAWN"
                       TO REJECT-REASON-JRNL-WS
               WHEN OTHER
                   MOVE "COURSE NOT ON STUDENT RECORD"
                       TO REJECT-REASON-JRNL-WS
           END-EVALUATE.

      * Select one course slot when the card withdraws it.
      * A whole-term card takes every populated slot still
      * active; a course card takes the first active slot
      * holding its course and notes a withdrawn one it
      * passes over.
       700-SELECT-COURSE-SLOT.
           IF SLOT-COURSE(SLOT-SUB) NOT = SPACES
               EVALUATE TRUE
                   WHEN WITHDRAWING-WHOLE-TERM
                       IF NOT SLOT-WITHDRAWN(SLOT-SUB)
                           MOVE "Y" TO SLOT-SELECTED-FLAG(SLOT-SUB)
                           ADD 1 TO SELECTED-SLOTS-CTR
                       END-IF
                   WHEN WD-COURSE-NUMBER NOT = SLOT-COURSE(SLOT-SUB)
                       CONTINUE
                   WHEN SLOT-WITHDRAWN(SLOT-SUB)
                       ADD 1 TO WITHDRAWN-MATCH-CTR
                   WHEN SELECTED-SLOTS-CTR = ZERO
                       MOVE "Y" TO SLOT-SELECTED-FLAG(SLOT-SUB)
                       ADD 1 TO SELECTED-SLOTS-CTR
               END-EVALUATE
           END-IF.

      * Price every course the card withdraws at the refund
      * percentage for the withdrawal date, then post the
      * card.  A card that would credit back more than the
      * tuition assessed is refused - the student was never
      * charged the difference.
       700-PRICE-WITHDRAWAL.
           PERFORM 700-FIND-REFUND-PERCENT.
           PERFORM 700-PRICE-COURSE-SLOT
               VARYING SLOT-SUB FROM 1 BY 1
               UNTIL SLOT-SUB > 6.
           COMPUTE NEW-CREDIT-WS =
               MASTER-WITHDRAWAL-CREDIT + CARD-ADJUSTMENT-WS.
           IF NEW-CREDIT-WS > MASTER-TUITION-AMOUNT
               MOVE "CREDIT EXCEEDS TUITION CHARGED"
                   TO REJECT-REASON-JRNL-WS
           ELSE
               PERFORM 700-POST-WITHDRAWAL
           END-IF.

      * Find the refund percentage for the withdrawal date -
      * the first schedule step whose last day is on or after
      * it.  A date past the last step gets nothing back.
       700-FIND-REFUND-PERCENT.
           MOVE "N" TO PERCENT-FOUND-FLAG.
           MOVE ZERO TO FOUND-PERCENT-WS.
           PERFORM VARYING SCHEDULE-SUB FROM 1 BY 1
               UNTIL SCHEDULE-SUB > SCHEDULE-TABLE-COUNT
               OR PERCENT-WAS-FOUND
               IF WD-WITHDRAWAL-DATE NOT >
                       SCHED-THROUGH-DATE-WS(SCHEDULE-SUB)
                   MOVE "Y" TO PERCENT-FOUND-FLAG
                   MOVE SCHED-REFUND-PERCENT-WS(SCHEDULE-SUB)
                       TO FOUND-PERCENT-WS
               END-IF
           END-PERFORM.

      * Price one selected course slot - its credit hours at
      * the program rate, times the refund percentage - and
      * add it into the card's total adjustment
       700-PRICE-COURSE-SLOT.
           IF SLOT-IS-SELECTED(SLOT-SUB)
               MOVE SLOT-COURSE(SLOT-SUB) TO CREDIT-LOOKUP-COURSE-WS
               PERFORM 700-FIND-CREDIT-HOURS
               MOVE CREDIT-LOOKUP-HOURS-WS
                   TO SLOT-CREDIT-HOURS-WS(SLOT-SUB)
               COMPUTE SLOT-ADJUSTMENT-WS(SLOT-SUB) ROUNDED =
                   CREDIT-LOOKUP-HOURS-WS * FOUND-RATE-WS
                   * FOUND-PERCENT-WS / 100
               ADD SLOT-ADJUSTMENT-WS(SLOT-SUB) TO CARD-ADJUSTMENT-WS
           END-IF.

      * Look up the credit hours for CREDIT-LOOKUP-COURSE-WS
      * in COURSE-TABLE-WS.  A course not found in the table
      * defaults to 1 credit hour, the same default TUITASSE
      * charged it at
       700-FIND-CREDIT-HOURS.
           MOVE 1 TO CREDIT-LOOKUP-HOURS-WS.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > COURSE-TABLE-COUNT
               IF CREDIT-LOOKUP-COURSE-WS = COURSE-NUMBER-WS(SUB)
                   MOVE CREDIT-HOURS-WS(SUB) TO CREDIT-LOOKUP-HOURS-WS
               END-IF
           END-PERFORM.

      * Add the card's adjustment into
      * MASTER-WITHDRAWAL-CREDIT, mark each course withdrawn,
      * and rewrite the master.  An adjustment that would
      * carry the credit past its field limit is refused
      * rather than rewriting a truncated amount.
       700-POST-WITHDRAWAL.
           MOVE STUDENT-MASTER-RECORD TO BEFORE-IMAGE-WS.
           ADD CARD-ADJUSTMENT-WS TO MASTER-WITHDRAWAL-CREDIT
               ON SIZE ERROR
                   MOVE "CREDIT EXCEEDS FIELD LIMIT"
                       TO REJECT-REASON-JRNL-WS
               NOT ON SIZE ERROR
                   PERFORM 700-MARK-SLOT-WITHDRAWN
                       VARYING SLOT-SUB FROM 1 BY 1
                       UNTIL SLOT-SUB > 6
                   REWRITE STUDENT-MASTER-RECORD
                   MOVE "Y" TO WITHDRAWAL-POSTED-FLAG
                   PERFORM 700-WRITE-MASTER-IMAGE
                   PERFORM 700-WRITE-WITHDRAWAL-HISTORY
                       VARYING SLOT-SUB FROM 1 BY 1
                       UNTIL SLOT-SUB > 6
           END-ADD.

      * Set a selected course slot's status to W.  The
      * course and its mark are left in the slot.
       700-MARK-SLOT-WITHDRAWN.
           IF SLOT-IS-SELECTED(SLOT-SUB)
               MOVE "W" TO SLOT-STATUS(SLOT-SUB)
           END-IF.

      * Append one stamped before/after image record for the
      * rewrite just applied to the master
       700-WRITE-MASTER-IMAGE.
           ADD 1 TO IMAGE-SEQUENCE-WS.
           MOVE "WDRLPOST" TO IMG-PROGRAM-NAME.
           MOVE IMAGE-RUN-DATE-WS TO IMG-RUN-DATE.
           MOVE IMAGE-RUN-TIME-WS TO IMG-RUN-TIME.
           MOVE IMAGE-SEQUENCE-WS TO IMG-SEQUENCE.
           MOVE "R" TO IMG-ACTION.
           MOVE MASTER-STUDENT-NUMBER TO IMG-STUDENT-NUMBER.
           MOVE BEFORE-IMAGE-WS TO IMG-BEFORE-IMAGE.
           MOVE STUDENT-MASTER-RECORD TO IMG-AFTER-IMAGE.
           WRITE MASTER-IMAGE-RECORD.

      * Append one selected course's withdrawal to the
      * adjustment history immediately, so it survives an
      * abend later in this run and the statement can list
      * it on its own line
       700-WRITE-WITHDRAWAL-HISTORY.
           IF SLOT-IS-SELECTED(SLOT-SUB)
               MOVE "W" TO ADJ-HIST-TYPE-CODE
               MOVE MASTER-STUDENT-NUMBER TO ADJ-HIST-STUDENT-NUMBER
               MOVE RUN-DATE-WS TO ADJ-HIST-POST-DATE
               MOVE SLOT-ADJUSTMENT-WS(SLOT-SUB) TO ADJ-HIST-AMOUNT
               MOVE SLOT-COURSE(SLOT-SUB) TO ADJ-HIST-REFERENCE
               MOVE MASTER-TUITION-DUE-DATE TO ADJ-HIST-TERM-DUE-DATE
               WRITE ADJUSTMENT-HISTORY-RECORD
           END-IF.

      * Register one selected course as WITHDRAWN with its
      * credit hours, the refund percentage applied, and the
      * dollar adjustment, and count it
       700-WRITE-WITHDRAWN-LINE.
           IF SLOT-IS-SELECTED(SLOT-SUB)
               MOVE WD-STUDENT-NUMBER TO STUDENT-NUMBER-JRNL-WS
               MOVE SLOT-COURSE(SLOT-SUB) TO COURSE-NUMBER-JRNL-WS
               MOVE SLOT-CREDIT-HOURS-WS(SLOT-SUB)
                   TO CREDIT-HOURS-JRNL-WS
               MOVE WD-WITHDRAWAL-DATE TO WITHDRAWAL-DATE-JRNL-WS
               MOVE FOUND-PERCENT-WS TO REFUND-PERCENT-JRNL-WS
               MOVE SLOT-ADJUSTMENT-WS(SLOT-SUB) TO ADJUSTMENT-JRNL-WS
               MOVE "WITHDRAWN" TO DISPOSITION-JRNL-WS
               WRITE WITHDRAWAL-REGISTER-CARD
                   FROM WITHDRAWAL-REGISTER-WS
               ADD 1 TO COURSES-WITHDRAWN-CTR
               ADD SLOT-ADJUSTMENT-WS(SLOT-SUB)
                   TO TOTAL-ADJUSTMENT-AMOUNT
           END-IF.

      * Register the current card as REJECTED with the
      * reason, and count it
       700-WRITE-REJECTED-LINE.
           MOVE WD-STUDENT-NUMBER TO STUDENT-NUMBER-JRNL-WS.
           MOVE WD-COURSE-NUMBER TO COURSE-NUMBER-JRNL-WS.
           MOVE ZERO TO CREDIT-HOURS-JRNL-WS.
           MOVE WD-WITHDRAWAL-DATE TO WITHDRAWAL-DATE-JRNL-WS.
           MOVE FOUND-PERCENT-WS TO REFUND-PERCENT-JRNL-WS.
           MOVE ZERO TO ADJUSTMENT-JRNL-WS.
           MOVE "REJECTED" TO DISPOSITION-JRNL-WS.
           WRITE WITHDRAWAL-REGISTER-CARD FROM WITHDRAWAL-REGISTER-WS.
           ADD 1 TO CARDS-REJECTED-CTR.
