       IDENTIFICATION DIVISION.
       PROGRAM-ID.         LATEFEE.
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
           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO "C:\LATEFPRM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FEE-PARM-STATUS-WS.
           SELECT DATE-PARM-FILE
               ASSIGN TO "C:\DATEPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DATE-PARM-STATUS-WS.
           SELECT OPTIONAL ADJUSTMENT-HISTORY-FILE
               ASSIGN TO "C:\ADJHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-HISTORY-FILE
               ASSIGN TO "C:\FEEWORK.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS FEE-HISTORY-KEY
                   FILE STATUS IS FEE-HISTORY-STATUS-WS.
           SELECT FEE-REGISTER
               ASSIGN TO "C:\FEEREG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-IMAGE-FILE
               ASSIGN TO "C:\MSTIMAGE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * STUDENT-MASTER-FILE is the indexed student master
      * STUMAINT maintains.  This program walks it start to
      * end, ages each balance owing against its tuition due
      * date, and adds any late fee charged into
      * MASTER-LATE-FEES - kept apart from the assessed
      * tuition so a TUITASSE re-price never wipes it out and
      * the statement can show it on its own line.
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

      * FEE-SCHEDULE-FILE is the late fee schedule the bursar
      * keys - one card per aging bucket that carries a fee,
      * the bucket named exactly as PROJECT2B prints it on
      * the aged receivables report.  A card is either a
      * flat fee (method F) or a percentage of the balance
      * owing (method P), and no fee is charged on a balance
      * under the card's minimum.  A bucket with no card
      * carries no fee.
       FD FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-RECORD.
           05 FEE-BUCKET            PIC X(8).
           05 FEE-METHOD            PIC X.
           05 FEE-FLAT-AMOUNT       PIC 9(4)V99.
           05 FEE-PERCENT           PIC 9(3)V99.
           05 FEE-MINIMUM-BALANCE   PIC 9(4)V99.

      * DATE-PARM-FILE is the same run date card PROJECT2B
      * reads, so balances are aged here against the same
      * date the aged receivables report and the dunning
      * letters were produced for.  A missing or empty card
      * ages against today's date.
       FD DATE-PARM-FILE.
       01 DATE-PARM-RECORD.
           05 PARM-DAY-INPUT      PIC 9.
           05 PARM-MONTH-INPUT    PIC 9(2).
           05 PARM-YEAR-INPUT     PIC 9(4).
           05 PARM-DOM-INPUT      PIC 9(2).

      * ADJUSTMENT-HISTORY-FILE is the cumulative record of
      * every non-cash charge or credit a batch run posts to
      * the master, the way PAYHIST.DAT records receipts -
      * one record per posting, told apart by the type code.
      * A late fee is type F, its reference the aging bucket
      * it was charged for, stamped with the tuition due date
      * it was aged against.  It is reloaded at the top of
      * every run, so a bucket already charged for a due date
      * is never charged a second time on a rerun.
       FD ADJUSTMENT-HISTORY-FILE.
       01 ADJUSTMENT-HISTORY-RECORD.
           05 ADJ-HIST-TYPE-CODE        PIC X.
           05 ADJ-HIST-STUDENT-NUMBER   PIC 9(9).
           05 ADJ-HIST-POST-DATE        PIC 9(8).
           05 ADJ-HIST-AMOUNT           PIC 9(4)V99.
           05 ADJ-HIST-REFERENCE        PIC X(8).
           05 ADJ-HIST-TERM-DUE-DATE    PIC 9(8).

      * FEE-HISTORY-FILE is this run's own indexed work file
      * of every late fee already on the adjustment history,
      * keyed on the student, the due date it was aged
      * against, and the bucket.  It is rebuilt from
      * ADJHIST.DAT at every run, so a bucket charged on an
      * earlier run is found and skipped however long the
      * history grows.
       FD FEE-HISTORY-FILE.
       01 FEE-HISTORY-RECORD.
           05 FEE-HISTORY-KEY.
               10 FH-STUDENT-NUMBER     PIC 9(9).
               10 FH-DUE-DATE           PIC 9(8).
               10 FH-BUCKET             PIC X(8).

      * FEE-REGISTER is an output file listing every student
      * whose balance was past due this run and whether a fee
      * was assessed or skipped, with the reason, and the
      * total fees charged, so the bursar can see exactly
      * what each run added to each account
       FD FEE-REGISTER.
       01 FEE-REGISTER-CARD         PIC X(120).

      * MASTER-IMAGE-FILE is the cumulative machine-readable
      * before/after image journal shared by every program
      * that updates STUMAST.DAT.  One record is appended for
      * every REWRITE applied here, stamped with the program,
      * run date and time, and a sequence number, so MSTBKOUT
      * can reapply or reverse late fees against a restored
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
      * Local copy of the fee register line
       01 FEE-REGISTER-WS.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 STUDENT-NUMBER-JRNL-WS     PIC 9(9).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 STUDENT-LAST-NAME-JRNL-WS  PIC X(20).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 DUE-DATE-JRNL-WS           PIC 9(8).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 BUCKET-JRNL-WS             PIC X(8).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 BALANCE-JRNL-WS            PIC $$$,$$9.99.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 FEE-AMOUNT-JRNL-WS         PIC $$,$$9.99.
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 DISPOSITION-JRNL-WS        PIC X(8).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 REJECT-REASON-JRNL-WS      PIC X(28).

      * Title and column header for the fee register
       01 FEEREG-TITLE.
           05 FILLER    PIC X(30)  VALUE SPACES.
           05 FILLER    PIC X(28)
                   VALUE "LATE FEE ASSESSMENT REGISTER".
           05 FILLER    PIC X(13)  VALUE "  AGED AS OF ".
           05 FEEREG-RUN-DATE-WS     PIC 9(8).

       01 FEEREG-COLUMN-HEADER.
           05 FILLER    PIC X(4)   VALUE SPACES.
           05 FILLER    PIC X(9)   VALUE "STUDENT #".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(20)  VALUE "LAST NAME".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(8)   VALUE "DUE DATE".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(8)   VALUE "BUCKET".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(10)  VALUE "BALANCE".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(9)   VALUE "FEE".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(8)   VALUE "DISP".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(28)  VALUE "REASON".

      * Counters to keep track of students read, students
      * with nothing past due, fees assessed and skipped, and
      * the grand dollar total of fees charged
       01 FEE-COUNTERS.
           05 FILLER             PIC X(15) VALUE "STUDENTS READ: ".
           05 STUDENTS-IN-CTR    PIC 9(3)  VALUE ZERO.
           05 FILLER             PIC X(10) VALUE " NOT DUE: ".
           05 STUDENTS-NOT-DUE-CTR PIC 9(3) VALUE ZERO.
           05 FILLER             PIC X(11) VALUE " ASSESSED: ".
           05 FEES-ASSESSED-CTR  PIC 9(3)  VALUE ZERO.
           05 FILLER             PIC X(10) VALUE " SKIPPED: ".
           05 FEES-SKIPPED-CTR   PIC 9(3)  VALUE ZERO.
           05 FILLER             PIC X(13) VALUE " TOTAL FEES: ".
           05 TOTAL-FEES-WS      PIC $$$$$,$$9.99.

      * Table to hold the fee schedule, one entry per aging
      * bucket that carries a fee, loaded from
      * FEE-SCHEDULE-FILE
       01 FEE-SCHEDULE-TABLE-WS.
           05 SCHEDULE-TABLE-COUNT  PIC 9(4)  COMP  VALUE ZERO.
           05 MAX-SCHEDULE-ENTRIES  PIC 9(4)  VALUE 3.
           05 SCHEDULE-TABLE OCCURS 1 TO 3 TIMES
                   DEPENDING ON SCHEDULE-TABLE-COUNT.
               10 SCHED-BUCKET-WS       PIC X(8).
               10 SCHED-METHOD-WS       PIC X.
               10 SCHED-FLAT-AMOUNT-WS  PIC 9(4)V99.
               10 SCHED-PERCENT-WS      PIC 9(3)V99.
               10 SCHED-MINIMUM-WS      PIC 9(4)V99.

      * Bunch of fields to keep track of various
      * things throughout the program
       01 FLAGS-AND-CONTROLS.
           05 MASTER-FILE-EOF-FLAG      PIC X       VALUE "N".
           05 SCHEDULE-FILE-EOF-FLAG    PIC X       VALUE "N".
           05 HISTORY-FILE-EOF-FLAG     PIC X       VALUE "N".
           05 MASTER-STATUS-WS          PIC X(2)    VALUE SPACES.
           05 FEE-PARM-STATUS-WS        PIC X(2)    VALUE SPACES.
           05 DATE-PARM-STATUS-WS       PIC X(2)    VALUE SPACES.
           05 FEE-HISTORY-STATUS-WS     PIC X(2)    VALUE SPACES.
           05 FEE-ASSESSED-FLAG         PIC X       VALUE "N".
               88 FEE-WAS-ASSESSED VALUE "Y".
           05 SCHEDULE-FOUND-FLAG       PIC X       VALUE "N".
               88 SCHEDULE-WAS-FOUND VALUE "Y".
           05 FEE-CHARGED-FLAG          PIC X       VALUE "N".
               88 FEE-ALREADY-CHARGED VALUE "Y".
           05 SCHEDULE-SUB              PIC 9(4)    VALUE ZERO.
           05 FOUND-SCHEDULE-SUB        PIC 9(4)    VALUE ZERO.
           05 BALANCE-OWING-WS          PIC S9(5)V99 VALUE ZERO.
           05 FEE-AMOUNT-WS             PIC 9(4)V99 VALUE ZERO.
           05 TOTAL-FEES-AMOUNT         PIC 9(7)V99 VALUE ZERO.

      * Run date in year-month-day order - the date balances
      * are aged against and the post date on every fee
       01 RUN-DATE-WS.
           05 RUN-YEAR-WS      PIC 9(4).
           05 RUN-MONTH-WS     PIC 9(2).
           05 RUN-DOM-WS       PIC 9(2).

      * Fields for aging the current student's balance - the
      * due date split into its parts, both dates reduced to
      * a true calendar day count, and the bucket the
      * balance landed in
       01 AGING-FIELDS-WS.
           05 DUE-DATE-WS      PIC 9(8).
           05 DUE-DATE-PARTS-WS REDEFINES DUE-DATE-WS.
               10 DUE-YEAR-WS      PIC 9(4).
               10 DUE-MONTH-WS     PIC 9(2).
               10 DUE-DOM-WS       PIC 9(2).
           05 RUN-DAY-COUNT-WS     PIC 9(7)    VALUE ZERO.
           05 DUE-DAY-COUNT-WS     PIC 9(7)    VALUE ZERO.
           05 DAYS-PAST-DUE-WS     PIC S9(7)   VALUE ZERO.
           05 AGING-BUCKET-WS      PIC X(8)    VALUE SPACES.
               88 BALANCE-IS-CURRENT VALUE "CURRENT".

      * Fields for reducing a calendar date to a count of
      * days - the date being converted, the leap year
      * arithmetic intermediates, and the result
       01 CALENDAR-FIELDS-WS.
           05 CONV-YEAR-WS          PIC 9(4)   VALUE ZERO.
           05 CONV-MONTH-WS         PIC 9(2)   VALUE ZERO.
           05 CONV-DOM-WS           PIC 9(2)   VALUE ZERO.
           05 CONV-DAY-COUNT-WS     PIC 9(7)   VALUE ZERO.
           05 CONV-PRIOR-YEARS-WS   PIC 9(4)   VALUE ZERO.
           05 LEAP-4-WS             PIC 9(4)   VALUE ZERO.
           05 LEAP-100-WS           PIC 9(4)   VALUE ZERO.
           05 LEAP-400-WS           PIC 9(4)   VALUE ZERO.
           05 LEAP-QUOTIENT-WS      PIC 9(4)   VALUE ZERO.
           05 LEAP-REMAINDER-WS     PIC 9(4)   VALUE ZERO.
           05 LEAP-YEAR-FLAG        PIC X      VALUE "N".
               88 IS-LEAP-YEAR VALUE "Y".

      * Days in the year before the first of each month, in
      * a non-leap year - the leap day is added separately
      * when the year and month call for it
       01 DAYS-BEFORE-MONTH-VALUES.
           05 FILLER    PIC X(36)
                   VALUE "000031059090120151181212243273304334".
       01 DAYS-BEFORE-MONTH-TABLE REDEFINES
               DAYS-BEFORE-MONTH-VALUES.
           05 DAYS-BEFORE-MONTH OCCURS 12 TIMES PIC 9(3).

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
       100-ASSESS-LATE-FEES.
           PERFORM 200-INIT-FEE-SCHEDULE.
           PERFORM 200-GET-AGING-DATE.
           PERFORM 200-LOAD-FEE-HISTORY.
           PERFORM 200-INIT-ASSESS-LATE-FEES.
           PERFORM 200-ASSESS-STUDENT-RECORD
               UNTIL MASTER-FILE-EOF-FLAG = "Y".
           PERFORM 200-TERM-ASSESS-LATE-FEES.
           STOP RUN.

      * Open the fee schedule, fill the schedule table, then
      * close it.  A schedule that is missing, empty, or
      * carries a card that does not make sense stops the run
      * cold - charging fees off a bad schedule would have to
      * be backed out of every account it touched.
       200-INIT-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF FEE-PARM-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: LATEFPRM.DAT DID NOT OPEN - "
                   "FILE STATUS " FEE-PARM-STATUS-WS " - NO LATE "
                   "FEES WERE ASSESSED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 700-FILL-SCHEDULE-TABLE
               UNTIL SCHEDULE-FILE-EOF-FLAG = "Y".
           CLOSE FEE-SCHEDULE-FILE.
           IF SCHEDULE-TABLE-COUNT = ZERO
               DISPLAY "*** ERROR: LATEFPRM.DAT IS EMPTY - NO LATE "
                   "FEES WERE ASSESSED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Take the aging date from the DATEPARM.DAT run date
      * card when there is one, the same way PROJECT2B does,
      * and from the system date when there is not
       200-GET-AGING-DATE.
           OPEN INPUT DATE-PARM-FILE.
           IF DATE-PARM-STATUS-WS = "00"
               READ DATE-PARM-FILE
                   AT END
                       ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE PARM-YEAR-INPUT  TO RUN-YEAR-WS
                       MOVE PARM-MONTH-INPUT TO RUN-MONTH-WS
                       IF PARM-DOM-INPUT NUMERIC
                           MOVE PARM-DOM-INPUT TO RUN-DOM-WS
                       ELSE
                           MOVE 01 TO RUN-DOM-WS
                       END-IF
               END-READ
               CLOSE DATE-PARM-FILE
           ELSE
               ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
           END-IF.

      * Load the late fees already charged into the fee
      * history work file, which is then left open for the
      * lookups.  A history file that does not exist yet
      * simply leaves the work file empty - the first run
      * starts it.  A work file that cannot be built stops
      * the run cold before any master is touched, since
      * every fee charged without it could be a second one.
       200-LOAD-FEE-HISTORY.
           OPEN OUTPUT FEE-HISTORY-FILE.
           IF FEE-HISTORY-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: FEEWORK.DAT DID NOT OPEN - FILE "
                   "STATUS " FEE-HISTORY-STATUS-WS " - NO LATE "
                   "FEES WERE ASSESSED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE FEE-HISTORY-FILE.
           OPEN I-O FEE-HISTORY-FILE.
           OPEN INPUT ADJUSTMENT-HISTORY-FILE.
           PERFORM 700-LOAD-FEE-HISTORY-RECORD
               UNTIL HISTORY-FILE-EOF-FLAG = "Y".
           CLOSE ADJUSTMENT-HISTORY-FILE.

      * Open the master and the output files, write the
      * register headings, and read the first master record.
      * A master that does not open stops the run cold.
       200-INIT-ASSESS-LATE-FEES.
           OPEN I-O STUDENT-MASTER-FILE.
           IF MASTER-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: STUDENT MASTER DID NOT OPEN - "
                   "FILE STATUS " MASTER-STATUS-WS " - NO LATE "
                   "FEES WERE ASSESSED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FEE-REGISTER.
           OPEN EXTEND ADJUSTMENT-HISTORY-FILE.
           OPEN EXTEND MASTER-IMAGE-FILE.
           ACCEPT IMAGE-RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT IMAGE-RUN-TIME-WS FROM TIME.
           MOVE RUN-DATE-WS TO FEEREG-RUN-DATE-WS.
           WRITE FEE-REGISTER-CARD FROM FEEREG-TITLE.
           WRITE FEE-REGISTER-CARD FROM FEEREG-COLUMN-HEADER.
           PERFORM 700-READ-MASTER-RECORD.

      * Age the current student's balance owing - tuition
      * plus late fees already charged, any balance forward,
      * and refunds paid out, less payments and awards - and
      * assess a fee when it is past due, then read the next
      * record.  A student who owes nothing, or whose balance
      * is not yet past due, is only counted.  A balance with
      * no due date on the master cannot be late, so it is
      * counted the same way.
       200-ASSESS-STUDENT-RECORD.
           MOVE "N" TO FEE-ASSESSED-FLAG.
           MOVE SPACES TO REJECT-REASON-JRNL-WS.
           MOVE ZERO TO FEE-AMOUNT-WS.
           MOVE "CURRENT" TO AGING-BUCKET-WS.
           COMPUTE BALANCE-OWING-WS = MASTER-TUITION-AMOUNT
               + MASTER-LATE-FEES + MASTER-OPENING-BALANCE
               + MASTER-REFUNDS-PAID - MASTER-PAYMENT-MADE
               - MASTER-AWARDS - MASTER-WITHDRAWAL-CREDIT.
           IF BALANCE-OWING-WS > ZERO
                   AND MASTER-TUITION-DUE-DATE NUMERIC
                   AND MASTER-TUITION-DUE-DATE > ZERO
               PERFORM 700-DETERMINE-AGING
           END-IF.
           IF BALANCE-IS-CURRENT
               ADD 1 TO STUDENTS-NOT-DUE-CTR
           ELSE
               PERFORM 700-ASSESS-LATE-FEE
               PERFORM 700-WRITE-REGISTER-RECORD
           END-IF.
           PERFORM 700-READ-MASTER-RECORD.

      * Write the fee counters and close the files
       200-TERM-ASSESS-LATE-FEES.
           MOVE TOTAL-FEES-AMOUNT TO TOTAL-FEES-WS.
           WRITE FEE-REGISTER-CARD FROM FEE-COUNTERS.
           CLOSE STUDENT-MASTER-FILE
                 FEE-REGISTER
                 ADJUSTMENT-HISTORY-FILE
                 FEE-HISTORY-FILE
                 MASTER-IMAGE-FILE.

      * Read the next fee schedule card into the schedule
      * table, setting the EOF flag when the file is
      * exhausted.  Only the three past-due buckets can carry
      * a fee, each only once, and every amount on the card
      * must be numeric.
       700-FILL-SCHEDULE-TABLE.
           READ FEE-SCHEDULE-FILE
               AT END MOVE "Y" TO SCHEDULE-FILE-EOF-FLAG
               NOT AT END
                   IF FEE-BUCKET NOT = "30 DAYS"
                           AND FEE-BUCKET NOT = "60 DAYS"
                           AND FEE-BUCKET NOT = "90+ DAYS"
                       DISPLAY "*** ERROR: LATEFPRM.DAT BUCKET "
                           FEE-BUCKET " IS NOT 30 DAYS, 60 DAYS, OR "
                           "90+ DAYS - NO LATE FEES WERE ASSESSED ***"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF (FEE-METHOD NOT = "F" AND FEE-METHOD NOT = "P")
                           OR NOT FEE-FLAT-AMOUNT NUMERIC
                           OR NOT FEE-PERCENT NUMERIC
                           OR NOT FEE-MINIMUM-BALANCE NUMERIC
                       DISPLAY "*** ERROR: LATEFPRM.DAT CARD FOR "
                           FEE-BUCKET " IS NOT VALID - NO LATE FEES "
                           "WERE ASSESSED ***"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM VARYING SCHEDULE-SUB FROM 1 BY 1
                       UNTIL SCHEDULE-SUB > SCHEDULE-TABLE-COUNT
                       IF FEE-BUCKET = SCHED-BUCKET-WS(SCHEDULE-SUB)
                           DISPLAY "*** ERROR: LATEFPRM.DAT CARRIES "
                               FEE-BUCKET " MORE THAN ONCE - NO LATE "
                               "FEES WERE ASSESSED ***"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   ADD 1 TO SCHEDULE-TABLE-COUNT
                   MOVE FEE-BUCKET
                       TO SCHED-BUCKET-WS(SCHEDULE-TABLE-COUNT)
                   MOVE FEE-METHOD
                       TO SCHED-METHOD-WS(SCHEDULE-TABLE-COUNT)
                   MOVE FEE-FLAT-AMOUNT
                       TO SCHED-FLAT-AMOUNT-WS(SCHEDULE-TABLE-COUNT)
                   MOVE FEE-PERCENT
                       TO SCHED-PERCENT-WS(SCHEDULE-TABLE-COUNT)
                   MOVE FEE-MINIMUM-BALANCE
                       TO SCHED-MINIMUM-WS(SCHEDULE-TABLE-COUNT)
           END-READ.

      * Read the next adjustment history record, keeping the
      * late fees in the fee history work file, and set the
      * EOF flag when the file is exhausted.  A fee already in
      * the work file needs no second entry.  Awards, refunds
      * and the other adjustment types on the file are passed
      * over.
       700-LOAD-FEE-HISTORY-RECORD.
           READ ADJUSTMENT-HISTORY-FILE
               AT END MOVE "Y" TO HISTORY-FILE-EOF-FLAG
               NOT AT END
                   IF ADJ-HIST-TYPE-CODE = "F"
                       MOVE ADJ-HIST-STUDENT-NUMBER
                           TO FH-STUDENT-NUMBER
                       MOVE ADJ-HIST-TERM-DUE-DATE TO FH-DUE-DATE
                       MOVE ADJ-HIST-REFERENCE TO FH-BUCKET
                       WRITE FEE-HISTORY-RECORD
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

      * Age the current student's balance against the run
      * date.  Both dates are reduced to a true calendar day
      * count - leap years and real month lengths included -
      * and the balance lands in CURRENT, 30, 60, or 90+ by
      * how many days past the due date it is, exactly as
      * PROJECT2B buckets it for the aged receivables report.
       700-DETERMINE-AGING.
           MOVE MASTER-TUITION-DUE-DATE TO DUE-DATE-WS.
           MOVE RUN-YEAR-WS TO CONV-YEAR-WS.
           MOVE RUN-MONTH-WS TO CONV-MONTH-WS.
           MOVE RUN-DOM-WS TO CONV-DOM-WS.
           PERFORM 700-CONVERT-DATE-TO-DAYS.
           MOVE CONV-DAY-COUNT-WS TO RUN-DAY-COUNT-WS.
           MOVE DUE-YEAR-WS TO CONV-YEAR-WS.
           MOVE DUE-MONTH-WS TO CONV-MONTH-WS.
           MOVE DUE-DOM-WS TO CONV-DOM-WS.
           PERFORM 700-CONVERT-DATE-TO-DAYS.
           MOVE CONV-DAY-COUNT-WS TO DUE-DAY-COUNT-WS.
           COMPUTE DAYS-PAST-DUE-WS =
               RUN-DAY-COUNT-WS - DUE-DAY-COUNT-WS.
           EVALUATE TRUE
               WHEN DAYS-PAST-DUE-WS <= ZERO
                   MOVE "CURRENT" TO AGING-BUCKET-WS
               WHEN DAYS-PAST-DUE-WS <= 30
                   MOVE "30 DAYS" TO AGING-BUCKET-WS
               WHEN DAYS-PAST-DUE-WS <= 60
                   MOVE "60 DAYS" TO AGING-BUCKET-WS
               WHEN OTHER
                   MOVE "90+ DAYS" TO AGING-BUCKET-WS
           END-EVALUATE.

      * Reduce the calendar date in CONV-YEAR-WS, CONV-MONTH-WS,
      * and CONV-DOM-WS to a count of days - whole years at
      * 365 plus the leap days the Gregorian rules grant,
      * then the days before the month, then the day of the
      * month.  A month outside 1-12 is clamped to January
      * rather than running off the month table.
       700-CONVERT-DATE-TO-DAYS.
           IF CONV-MONTH-WS < 1 OR CONV-MONTH-WS > 12
               MOVE 1 TO CONV-MONTH-WS
           END-IF.
           COMPUTE CONV-PRIOR-YEARS-WS = CONV-YEAR-WS - 1.
           DIVIDE CONV-PRIOR-YEARS-WS BY 4 GIVING LEAP-4-WS.
           DIVIDE CONV-PRIOR-YEARS-WS BY 100 GIVING LEAP-100-WS.
           DIVIDE CONV-PRIOR-YEARS-WS BY 400 GIVING LEAP-400-WS.
           COMPUTE CONV-DAY-COUNT-WS =
               (CONV-PRIOR-YEARS-WS * 365)
               + LEAP-4-WS - LEAP-100-WS + LEAP-400-WS
               + DAYS-BEFORE-MONTH(CONV-MONTH-WS) + CONV-DOM-WS.
           PERFORM 700-CHECK-LEAP-YEAR.
           IF IS-LEAP-YEAR AND CONV-MONTH-WS > 2
               ADD 1 TO CONV-DAY-COUNT-WS
           END-IF.

      * A year divisible by 4 is a leap year, unless it is
      * divisible by 100 and not by 400
       700-CHECK-LEAP-YEAR.
           MOVE "N" TO LEAP-YEAR-FLAG.
           DIVIDE CONV-YEAR-WS BY 4 GIVING LEAP-QUOTIENT-WS
               REMAINDER LEAP-REMAINDER-WS.
           IF LEAP-REMAINDER-WS = ZERO
               DIVIDE CONV-YEAR-WS BY 100 GIVING LEAP-QUOTIENT-WS
                   REMAINDER LEAP-REMAINDER-WS
               IF LEAP-REMAINDER-WS NOT = ZERO
                   MOVE "Y" TO LEAP-YEAR-FLAG
               ELSE
                   DIVIDE CONV-YEAR-WS BY 400 GIVING LEAP-QUOTIENT-WS
                       REMAINDER LEAP-REMAINDER-WS
                   IF LEAP-REMAINDER-WS = ZERO
                       MOVE "Y" TO LEAP-YEAR-FLAG
                   END-IF
               END-IF
           END-IF.

      * Decide whether the current past-due balance earns a
      * fee.  A bucket with no schedule card, a bucket
      * already charged against this due date, and a balance
      * under the card's minimum are all skipped; anything
      * else is priced and posted.
       700-ASSESS-LATE-FEE.
           PERFORM 700-FIND-FEE-SCHEDULE.
           PERFORM 700-CHECK-FEE-HISTORY.
           EVALUATE TRUE
               WHEN NOT SCHEDULE-WAS-FOUND
                   MOVE "NO FEE SCHEDULED FOR BUCKET"
                       TO REJECT-REASON-JRNL-WS
               WHEN FEE-ALREADY-CHARGED
                   MOVE "BUCKET ALREADY CHARGED"
                       TO REJECT-REASON-JRNL-WS
               WHEN BALANCE-OWING-WS <
                       SCHED-MINIMUM-WS(FOUND-SCHEDULE-SUB)
                   MOVE "BALANCE UNDER FEE MINIMUM"
                       TO REJECT-REASON-JRNL-WS
               WHEN OTHER
                   PERFORM 700-PRICE-LATE-FEE
           END-EVALUATE.

      * Look up the schedule card for the bucket the current
      * balance landed in
       700-FIND-FEE-SCHEDULE.
           MOVE "N" TO SCHEDULE-FOUND-FLAG.
           MOVE ZERO TO FOUND-SCHEDULE-SUB.
           PERFORM VARYING SCHEDULE-SUB FROM 1 BY 1
               UNTIL SCHEDULE-SUB > SCHEDULE-TABLE-COUNT
               IF AGING-BUCKET-WS = SCHED-BUCKET-WS(SCHEDULE-SUB)
                   MOVE "Y" TO SCHEDULE-FOUND-FLAG
                   MOVE SCHEDULE-SUB TO FOUND-SCHEDULE-SUB
               END-IF
           END-PERFORM.

      * Check the fee history for a fee already charged to
      * this student for this bucket against this due date.
      * The due date is part of the match so a new term,
      * with a new due date, can be charged afresh.
       700-CHECK-FEE-HISTORY.
           MOVE MASTER-STUDENT-NUMBER TO FH-STUDENT-NUMBER.
           MOVE MASTER-TUITION-DUE-DATE TO FH-DUE-DATE.
           MOVE AGING-BUCKET-WS TO FH-BUCKET.
           READ FEE-HISTORY-FILE
               INVALID KEY MOVE "N" TO FEE-CHARGED-FLAG
               NOT INVALID KEY MOVE "Y" TO FEE-CHARGED-FLAG
           END-READ.

      * Price the fee off the schedule card - the flat
      * amount, or the percentage of the balance owing
      * rounded to the cent - and post it.  A fee that
      * would overflow its field or works out to nothing is
      * skipped rather than posted.
       700-PRICE-LATE-FEE.
           IF SCHED-METHOD-WS(FOUND-SCHEDULE-SUB) = "P"
               COMPUTE FEE-AMOUNT-WS ROUNDED = BALANCE-OWING-WS
                   * SCHED-PERCENT-WS(FOUND-SCHEDULE-SUB) / 100
                   ON SIZE ERROR
                       MOVE ZERO TO FEE-AMOUNT-WS
                       MOVE "FEE EXCEEDS FIELD LIMIT"
                           TO REJECT-REASON-JRNL-WS
               END-COMPUTE
           ELSE
               MOVE SCHED-FLAT-AMOUNT-WS(FOUND-SCHEDULE-SUB)
                   TO FEE-AMOUNT-WS
           END-IF.
           EVALUATE TRUE
               WHEN REJECT-REASON-JRNL-WS NOT = SPACES
                   CONTINUE
               WHEN FEE-AMOUNT-WS = ZERO
                   MOVE "FEE WORKS OUT TO ZERO"
                       TO REJECT-REASON-JRNL-WS
               WHEN OTHER
                   PERFORM 700-POST-LATE-FEE
           END-EVALUATE.

      * Add the fee into MASTER-LATE-FEES and rewrite the
      * master.  A fee that would carry MASTER-LATE-FEES past
      * its field limit skips the record rather than
      * rewriting a truncated amount.
       700-POST-LATE-FEE.
           MOVE STUDENT-MASTER-RECORD TO BEFORE-IMAGE-WS.
           ADD FEE-AMOUNT-WS TO MASTER-LATE-FEES
               ON SIZE ERROR
                   MOVE "FEE EXCEEDS FIELD LIMIT"
                       TO REJECT-REASON-JRNL-WS
               NOT ON SIZE ERROR
                   REWRITE STUDENT-MASTER-RECORD
                   MOVE "Y" TO FEE-ASSESSED-FLAG
                   PERFORM 700-WRITE-MASTER-IMAGE
                   PERFORM 700-WRITE-FEE-HISTORY
           END-ADD.

      * Append one stamped before/after image record for the
      * rewrite just applied to the master
       700-WRITE-MASTER-IMAGE.
           ADD 1 TO IMAGE-SEQUENCE-WS.
           MOVE "LATEFEE" TO IMG-PROGRAM-NAME.
           MOVE IMAGE-RUN-DATE-WS TO IMG-RUN-DATE.
           MOVE IMAGE-RUN-TIME-WS TO IMG-RUN-TIME.
           MOVE IMAGE-SEQUENCE-WS TO IMG-SEQUENCE.
           MOVE "R" TO IMG-ACTION.
           MOVE MASTER-STUDENT-NUMBER TO IMG-STUDENT-NUMBER.
           MOVE BEFORE-IMAGE-WS TO IMG-BEFORE-IMAGE.
           MOVE STUDENT-MASTER-RECORD TO IMG-AFTER-IMAGE.
           WRITE MASTER-IMAGE-RECORD.

      * Append the fee just charged to the adjustment history
      * immediately, so it survives an abend later in this
      * run and the statement can list it on its own line
       700-WRITE-FEE-HISTORY.
           MOVE "F" TO ADJ-HIST-TYPE-CODE.
           MOVE MASTER-STUDENT-NUMBER TO ADJ-HIST-STUDENT-NUMBER.
           MOVE RUN-DATE-WS TO ADJ-HIST-POST-DATE.
           MOVE FEE-AMOUNT-WS TO ADJ-HIST-AMOUNT.
           MOVE AGING-BUCKET-WS TO ADJ-HIST-REFERENCE.
           MOVE MASTER-TUITION-DUE-DATE TO ADJ-HIST-TERM-DUE-DATE.
           WRITE ADJUSTMENT-HISTORY-RECORD.

      * Register the current past-due student as ASSESSED or
      * SKIPPED with the balance aged and the fee charged,
      * counting the record under whichever disposition it
      * earned
       700-WRITE-REGISTER-RECORD.
           MOVE MASTER-STUDENT-NUMBER TO STUDENT-NUMBER-JRNL-WS.
           MOVE MASTER-LAST-NAME TO STUDENT-LAST-NAME-JRNL-WS.
           MOVE MASTER-TUITION-DUE-DATE TO DUE-DATE-JRNL-WS.
           MOVE AGING-BUCKET-WS TO BUCKET-JRNL-WS.
           MOVE BALANCE-OWING-WS TO BALANCE-JRNL-WS.
           IF FEE-WAS-ASSESSED
               MOVE FEE-AMOUNT-WS TO FEE-AMOUNT-JRNL-WS
               MOVE "ASSESSED" TO DISPOSITION-JRNL-WS
               ADD 1 TO FEES-ASSESSED-CTR
               ADD FEE-AMOUNT-WS TO TOTAL-FEES-AMOUNT
           ELSE
               MOVE ZERO TO FEE-AMOUNT-JRNL-WS
               MOVE "SKIPPED" TO DISPOSITION-JRNL-WS
               ADD 1 TO FEES-SKIPPED-CTR
           END-IF.
           WRITE FEE-REGISTER-CARD FROM FEE-REGISTER-WS.
