           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO "C:\RUNLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-ADDRESS-FILE
               ASSIGN TO "C:\STUADDR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ADDR-STUDENT-NUMBER
                   FILE STATUS IS ADDRESS-STATUS-WS.
           SELECT LETTER-HOLD-REPORT
               ASSIGN TO "C:\LTRHOLD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEEN-STUDENT-FILE
               ASSIGN TO "C:\SEENSTU.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SEEN-STUDENT-NUMBER
                   FILE STATUS IS SEEN-STATUS-WS.
           SELECT BAD-STUDENT-FILE
               ASSIGN TO "C:\BADSTU.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS BAD-STUDENT-NUMBER
                   FILE STATUS IS BAD-STUDENT-STATUS-WS.
           SELECT STUDENT-WORK-FILE
               ASSIGN TO "C:\STUWORK.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TUITION-WORK-FILE
               ASSIGN TO "C:\TUITWORK.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INSTALLMENT-WORK-FILE
               ASSIGN TO "C:\INSTWORK.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STANDING-WORK-FILE
               ASSIGN TO "C:\STNDWORK.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-SORT-FILE
               ASSIGN TO "C:\SORTWORK.DAT".

       DATA DIVISION.
       FILE SECTION.
           05 PAYMENT-MADE          PIC 9(4)V99.
           05 TUITION-AMOUNT        PIC 9(4)V99.
           05 TUITION-DUE-DATE      PIC 9(8).
           05 LATE-FEES             PIC 9(4)V99.
           05 OPENING-BALANCE       PIC S9(4)V99.
           05 AWARDS                PIC 9(4)V99.
           05 REFUNDS-PAID          PIC 9(4)V99.
           05 WITHDRAWAL-CREDIT     PIC 9(4)V99.
           05 COURSE-STATUS-1       PIC X.
               88 COURSE-1-WITHDRAWN VALUE "W".
           05 COURSE-STATUS-2       PIC X.
               88 COURSE-2-WITHDRAWN VALUE "W".
           05 COURSE-STATUS-3       PIC X.
               88 COURSE-3-WITHDRAWN VALUE "W".
           05 COURSE-STATUS-4       PIC X.
               88 COURSE-4-WITHDRAWN VALUE "W".
           05 COURSE-STATUS-5       PIC X.
               88 COURSE-5-WITHDRAWN VALUE "W".
           05 COURSE-STATUS-6       PIC X.
               88 COURSE-6-WITHDRAWN VALUE "W".
           05 FILLER                PIC X(32).
           
      * STUDENT-REPORT is an output file
       FD STUDENT-REPORT.
       01 STUDENT-REPORT-CARD       PIC X(125).
    
      * COURSE-FILE is an input file
       FD COURSE-FILE.
           
      * TUITION-REPORT is an output file
       FD TUITION-REPORT.
       01 TUITION-REPORT-CARD      PIC X(125).

      * INSTALLMENT-REPORT is an output file that buckets
      * students by how much of their tuition they have paid
       FD INSTALLMENT-REPORT.
       01 INSTALLMENT-REPORT-CARD  PIC X(125).

      * PROGRAM-CODE-FILE is an input file of valid
      * academic program codes
      * student records keyed to a program code that was
      * not found in PROGRAM-CODE-FILE
       FD PROGRAM-REJECT-REPORT.
       01 PROGRAM-REJECT-CARD      PIC X(125).

      * PROGRAM-ROLLUP-REPORT is an output file showing, for
      * each academic program code, how that program is doing
      * credit-weighted averages, grade band counts, and
      * total tuition owing - with a grand total at the bottom
       FD PROGRAM-ROLLUP-REPORT.
       01 PROGRAM-ROLLUP-CARD      PIC X(125).

      * COURSE-STATS-REPORT is an output file showing, for
      * each course loaded into COURSE-TABLE-WS, how many
      * flagging courses nobody is enrolled in so the
      * scheduling office can cancel empty sections
       FD COURSE-STATS-REPORT.
       01 COURSE-STATS-CARD        PIC X(125).

      * HISTORY-FILE is a cumulative output file - every run
      * appends one record per student processed, stamped
           05 HIST-AVERAGE            PIC 9(3).
           05 HIST-GRADE              PIC X.
           05 HIST-OWING              PIC 9(4)V99.
      * A balance too large for HIST-OWING is written in this
      * wider form instead, one byte longer, so the records of
      * a run with no such balance are unchanged.  It shares
      * the leading fields with HISTORY-RECORD.
       01 HISTORY-WIDE-RECORD.
           05 HIST-WIDE-RUN-DATE      PIC 9(8).
           05 HIST-WIDE-STUDENT-NUMBER PIC 9(9).
           05 HIST-WIDE-AVERAGE       PIC 9(3).
           05 HIST-WIDE-GRADE         PIC X.
           05 HIST-WIDE-OWING         PIC 9(5)V99.

      * TUITION-EXTRACT-FILE is a machine-readable output
      * file for the finance office GL upload - a comma
      * past the tuition due date as of the run date, so
      * collections can work the oldest balances first
       FD AGED-RECEIVABLES-REPORT.
       01 AGED-RECEIVABLES-CARD    PIC X(125).

      * DUNNING-LETTER-FILE is an output file of formatted
      * collection letters, one per student past due, worded
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CHECKPOINT-STUDENT-NUMBER   PIC 9(9).
           05 CHECKPOINT-RECORDS-IN-CTR   PIC 9(7).
           05 CHECKPOINT-RECORDS-OUT-CTR  PIC 9(7).
           05 CHECKPOINT-DUPLICATES-CTR   PIC 9(7).
           05 CHECKPOINT-PRE-REJECTED-CTR PIC 9(7).
           05 CHECKPOINT-PROGRAM-REJECTS-CTR PIC 9(7).
           05 CHECKPOINT-A-GRADE-COUNT    PIC 9(7).
           05 CHECKPOINT-A-GRADE-OWING    PIC 9(8)V99.
           05 CHECKPOINT-B-GRADE-COUNT    PIC 9(7).
           05 CHECKPOINT-B-GRADE-OWING    PIC 9(8)V99.
           05 CHECKPOINT-C-GRADE-COUNT    PIC 9(7).
           05 CHECKPOINT-C-GRADE-OWING    PIC 9(8)V99.
           05 CHECKPOINT-D-GRADE-COUNT    PIC 9(7).
           05 CHECKPOINT-D-GRADE-OWING    PIC 9(8)V99.
           05 CHECKPOINT-F-GRADE-COUNT    PIC 9(7).
           05 CHECKPOINT-F-GRADE-OWING    PIC 9(8)V99.
           05 CHECKPOINT-DAY-INPUT        PIC 9.
           05 CHECKPOINT-MONTH-INPUT      PIC 9(2).
           05 CHECKPOINT-YEAR-INPUT       PIC 9(4).
      * second-and-later STUDENT-FILE records keyed to a
      * STUDENT-NUMBER already seen earlier in the run
       FD DUPLICATE-STUDENT-FILE.
       01 DUPLICATE-STUDENT-CARD   PIC X(125).

      * REFUND-REGISTER-REPORT is an output file listing
      * every student whose payments exceed their tuition -
      * These students are kept off the tuition, aged
      * receivables, and dunning outputs entirely.
       FD REFUND-REGISTER-REPORT.
       01 REFUND-REGISTER-CARD     PIC X(125).

      * STANDING-REPORT is an output file classifying every
      * student processed - dean's list, good standing,
      * the registrar no longer works this out off STURPT.DAT
      * with a highlighter
       FD STANDING-REPORT.
       01 STANDING-REPORT-CARD     PIC X(125).

      * STANDING-LETTER-FILE is an output file of formatted
      * probation and suspension review letters, one per
      * night operator when it ran, what it read, its
      * counters, and whether it ended normally
       FD RUN-LOG-FILE.
       01 RUN-LOG-CARD             PIC X(142).

      * STUDENT-ADDRESS-FILE is the indexed student mailing
      * address file ADRMAINT maintains, read here by student
      * number to address the dunning and standing letters
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

      * LETTER-HOLD-REPORT is an output file listing every
      * dunning or standing letter held back because the
      * student has no address on file or their mail has come
      * back undelivered, so the registrar can chase a good
      * address instead of the mail room stuffing a letter
      * that cannot arrive
       FD LETTER-HOLD-REPORT.
       01 LETTER-HOLD-CARD         PIC X(125).

      * SEEN-STUDENT-FILE is an indexed work file of every
      * STUDENT-NUMBER processed so far this run, rebuilt
      * empty at the start of every run, so a repeat of one
      * already processed can be caught however many students
      * the run carries
       FD SEEN-STUDENT-FILE.
       01 SEEN-STUDENT-RECORD.
           05 SEEN-STUDENT-NUMBER   PIC 9(9).

      * BAD-STUDENT-FILE is an indexed work file of every
      * STUDENT-NUMBER PROJECT2V rejected, loaded from
      * VALREJ.DAT at the start of every run it is present
       FD BAD-STUDENT-FILE.
       01 BAD-STUDENT-RECORD.
           05 BAD-STUDENT-NUMBER    PIC 9(9).

      * STUDENT-WORK-FILE, TUITION-WORK-FILE,
      * INSTALLMENT-WORK-FILE, and STANDING-WORK-FILE hold the
      * four ordered reports' detail lines, each behind its
      * sort keys in the REPORT-WORK-WS layout, until end of
      * run when they are sorted and written out.  They are
      * extended on a checkpoint restart the same as the
      * reports themselves.
       FD STUDENT-WORK-FILE.
       01 STUDENT-WORK-CARD        PIC X(181).

       FD TUITION-WORK-FILE.
       01 TUITION-WORK-CARD        PIC X(181).

       FD INSTALLMENT-WORK-FILE.
       01 INSTALLMENT-WORK-CARD    PIC X(181).

       FD STANDING-WORK-FILE.
       01 STANDING-WORK-CARD       PIC X(181).

      * REPORT-SORT-FILE is the sort file the four work files
      * are sorted through, laid out the same as
      * REPORT-WORK-WS.  Every sort runs on student number
      * last so students on the same key come out in
      * STUDENT-FILE order.
       SD REPORT-SORT-FILE.
       01 REPORT-SORT-RECORD.
           05 SORT-LAST-NAME        PIC X(20).
           05 SORT-FIRST-NAME       PIC X(20).
           05 SORT-OWING            PIC S9(5)V99.
           05 SORT-RANK             PIC 9.
           05 SORT-STUDENT-NUMBER   PIC 9(9).
           05 SORT-REPORT-LINE      PIC X(124).

       WORKING-STORAGE SECTION.
      * Local copy of the student report
           05 STUDENT-FIRST-NAME-TUITION-WS PIC X(20).
           05 FILLER                        PIC X(2)  VALUE SPACES.
           05 STUDENT-NUMBER-TUITION-WS     PIC 9(9).
           05 FILLER                        PIC X(1)  VALUE SPACES.
           05 AMOUNT-OWING-WS               PIC $$$,$$9.99.

      * Local copy of the installment (partial payment plan)
      * report
           05 STUDENT-FIRST-NAME-INSTL-WS     PIC X(20).
           05 FILLER                          PIC X(2)  VALUE SPACES.
           05 STUDENT-NUMBER-INSTL-WS         PIC 9(9).
           05 FILLER                          PIC X(1)  VALUE SPACES.
           05 AMOUNT-OWING-INSTL-WS           PIC $$$,$$9.99.
           05 FILLER                          PIC X(2)  VALUE SPACES.
           05 PAYMENT-STATUS-INSTL-WS         PIC X(14).

           05 DUP-REASON-WS                   PIC X(26)
                   VALUE "DUPLICATE STUDENT NUMBER".

      * Local copy of one held letter listing line
       01 LETTER-HOLD-WS.
           05 FILLER                          PIC X(4)  VALUE SPACES.
           05 STUDENT-LAST-NAME-HOLD-WS       PIC X(20).
           05 FILLER                          PIC X(2)  VALUE SPACES.
           05 STUDENT-FIRST-NAME-HOLD-WS      PIC X(20).
           05 FILLER                          PIC X(2)  VALUE SPACES.
           05 STUDENT-NUMBER-HOLD-WS          PIC 9(9).
           05 FILLER                          PIC X(2)  VALUE SPACES.
           05 LETTER-TYPE-HOLD-WS             PIC X(8).
           05 FILLER                          PIC X(2)  VALUE SPACES.
           05 HOLD-REASON-HOLD-WS             PIC X(20).

      * Title and column header for the held letter listing
       01 LTRHOLD-TITLE.
           05 FILLER           PIC X(20)  VALUE SPACES.
           05 FILLER           PIC X(25)
                   VALUE "LETTERS HELD FROM MAILING".

       01 LTRHOLD-COLUMN-HEADER.
           05 FILLER           PIC X(4)   VALUE SPACES.
           05 FILLER           PIC X(20)  VALUE "STUDENT LAST NAME".
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 FILLER           PIC X(20)  VALUE "STUDENT FIRST NAME".
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 FILLER           PIC X(9)   VALUE "STUDENT #".
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 FILLER           PIC X(8)   VALUE "LETTER".
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 FILLER           PIC X(20)  VALUE "REASON HELD".

      * Local copy of one refund register line
       01 REFUND-REGISTER-WS.
           05 FILLER                          PIC X(4)  VALUE SPACES.
           05 FILLER             PIC X(15)  VALUE " TOTAL CREDIT: ".
           05 REFUND-TOTAL-RPT-WS PIC $$$,$$9.99.

      * The same total line with room for a count past 999 or
      * a total past $99,999.99, used only when the register
      * runs that large so a normal register is unchanged
       01 RFNDRPT-WIDE-TOTAL-LINE-WS.
           05 FILLER             PIC X(4)   VALUE SPACES.
           05 FILLER             PIC X(13)  VALUE "REFUNDS DUE: ".
           05 REFUND-COUNT-WIDE-RPT-WS PIC ZZZZZZ9.
           05 FILLER             PIC X(15)  VALUE " TOTAL CREDIT: ".
           05 REFUND-TOTAL-WIDE-RPT-WS PIC $$$,$$$,$$9.99.

      * Running count and dollar total of credit balances
      * listed on the refund register
       01 REFUND-TOTALS-WS.
           05 REFUND-COUNT-WS      PIC 9(7)    VALUE ZERO.
           05 REFUND-TOTAL-WS      PIC 9(8)V99 VALUE ZERO.
           05 REFUND-CREDIT-WS     PIC 9(4)V99 VALUE ZERO.

      * Table to hold the courses in, each course
               10 COURSE-NUMBER-WS  PIC X(7).
               10 COURSE-NAME-WS    PIC X(9).
               10 CREDIT-HOURS-WS   PIC 9(1).
               10 COURSE-ENROLLED-WS PIC 9(7).
               10 COURSE-MARK-SUM-WS PIC 9(9).
               10 COURSE-FAIL-COUNT-WS PIC 9(7).

      * Table to hold the valid academic program codes,
      * loaded from PROGRAM-CODE-FILE the same way
                   DEPENDING ON PROGRAM-CODE-TABLE-COUNT.
               10 PROGRAM-CODE-WS    PIC X(3).
               10 PROGRAM-DESC-WS    PIC X(20).
               10 PROGRAM-ENROLLED-WS PIC 9(7).
               10 PROGRAM-AVG-SUM-WS  PIC 9(9).
               10 PROGRAM-A-COUNT-WS  PIC 9(7).
               10 PROGRAM-B-COUNT-WS  PIC 9(7).
               10 PROGRAM-C-COUNT-WS  PIC 9(7).
               10 PROGRAM-D-COUNT-WS  PIC 9(7).
               10 PROGRAM-F-COUNT-WS  PIC 9(7).
               10 PROGRAM-OWING-WS    PIC 9(8)V99.
               10 PROGRAM-DEANS-COUNT-WS PIC 9(7).
               10 PROGRAM-GOOD-COUNT-WS  PIC 9(7).
               10 PROGRAM-PROB-COUNT-WS  PIC 9(7).
               10 PROGRAM-SUSP-COUNT-WS  PIC 9(7).

      * One detail line of an ordered report held behind its
      * sort keys on the report's work file - name keys for
      * the student report, amount owing for the tuition and
      * installment reports, classification rank for the
      * standing report, and student number for all four
       01 REPORT-WORK-WS.
           05 WORK-LAST-NAME-WS        PIC X(20).
           05 WORK-FIRST-NAME-WS       PIC X(20).
           05 WORK-OWING-WS            PIC S9(5)V99.
           05 WORK-RANK-WS             PIC 9.
           05 WORK-STUDENT-NUMBER-WS   PIC 9(9).
           05 WORK-REPORT-LINE-WS      PIC X(124).

      * The current student's academic standing, classified
      * from the credit-weighted average and the count of
           05 STANDING-RANK-WS      PIC 9      VALUE ZERO.
           05 FAILED-SLOTS-CTR-WS   PIC 9      VALUE ZERO.

      * One standing report detail line
       01 STANDING-LINE-WS.
           05 FILLER                          PIC X(4)  VALUE SPACES.
           05 PROGRAM-CODE-STND-WS  PIC X(3).
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 PROGRAM-DESC-STND-WS  PIC X(20).
           05 FILLER                PIC X(1)   VALUE SPACES.
           05 DEANS-COUNT-STND-WS   PIC ZZZZZ9.
           05 FILLER                PIC X(1)   VALUE SPACES.
           05 GOOD-COUNT-STND-WS    PIC ZZZZ9.
           05 FILLER                PIC X(1)   VALUE SPACES.
           05 PROB-COUNT-STND-WS    PIC ZZZZZ9.
           05 FILLER                PIC X(1)   VALUE SPACES.
           05 SUSP-COUNT-STND-WS    PIC ZZZZZ9.

      * Lines making up one probation or suspension review
      * letter, in the DUNNING.DAT letter format
           
      * Counters to keep tracks of records entered
      * and written
       01 RUN-COUNTERS.
           05 RECORDS-IN-CTR    PIC 9(7).
           05 RECORDS-OUT-CTR   PIC 9(7).
           05 DUPLICATES-FOUND-CTR PIC 9(7)  VALUE ZERO.
           05 PRE-REJECTED-CTR PIC 9(7) VALUE ZERO.
           05 PROGRAM-REJECTS-CTR PIC 9(7) VALUE ZERO.

      * The counters trailer written at the bottom of every
      * report.  BALREC reads it back, so a run whose counts
      * all fit in three digits writes it in the original
      * layout; a larger run writes the same labels with
      * seven-digit counts instead, and BALREC reads both.
       01 COUNTERS.
           05 FILLER            PIC X(14)   VALUE "RECORDS READ: ".
           05 RECORDS-IN-LINE-CTR PIC 9(3).
           05 FILLER            PIC X(18)   VALUE " RECORDS WRITTEN: ".
           05 RECORDS-OUT-LINE-CTR PIC 9(3).
           05 FILLER            PIC X(19)   VALUE " DUPLICATES FOUND: ".
           05 DUPLICATES-LINE-CTR PIC 9(3).
           05 FILLER          PIC X(21) VALUE " PRE-REJECTED BY 2V: ".
           05 PRE-REJECTED-LINE-CTR PIC 9(3).
           05 FILLER          PIC X(18) VALUE " PROGRAM REJECTS: ".
           05 PROGRAM-REJECTS-LINE-CTR PIC 9(3).

       01 WIDE-COUNTERS.
           05 FILLER            PIC X(14)   VALUE "RECORDS READ: ".
           05 RECORDS-IN-WIDE-CTR PIC 9(7).
           05 FILLER            PIC X(18)   VALUE " RECORDS WRITTEN: ".
           05 RECORDS-OUT-WIDE-CTR PIC 9(7).
           05 FILLER            PIC X(19)   VALUE " DUPLICATES FOUND: ".
           05 DUPLICATES-WIDE-CTR PIC 9(7).
           05 FILLER          PIC X(21) VALUE " PRE-REJECTED BY 2V: ".
           05 PRE-REJECTED-WIDE-CTR PIC 9(7).
           05 FILLER          PIC X(18) VALUE " PROGRAM REJECTS: ".
           05 PROGRAM-REJECTS-WIDE-CTR PIC 9(7).

       01 COUNTERS-LINE-WS              PIC X(125).

      * Running count and dollar total of tuition owing for
      * each grade band, accumulated as tuition records are
      * written, and reported as a trailer on TUITION-REPORT
       01 GRADE-SUMMARY-WS.
           05 A-GRADE-COUNT-WS  PIC 9(7)      VALUE ZERO.
           05 A-GRADE-OWING-WS  PIC 9(8)V99   VALUE ZERO.
           05 B-GRADE-COUNT-WS  PIC 9(7)      VALUE ZERO.
           05 B-GRADE-OWING-WS  PIC 9(8)V99   VALUE ZERO.
           05 C-GRADE-COUNT-WS  PIC 9(7)      VALUE ZERO.
           05 C-GRADE-OWING-WS  PIC 9(8)V99   VALUE ZERO.
           05 D-GRADE-COUNT-WS  PIC 9(7)      VALUE ZERO.
           05 D-GRADE-OWING-WS  PIC 9(8)V99   VALUE ZERO.
           05 F-GRADE-COUNT-WS  PIC 9(7)      VALUE ZERO.
           05 F-GRADE-OWING-WS  PIC 9(8)V99   VALUE ZERO.

      * The run log record this run will append - program
      * name, start and end date/time, input files, counters,
           05 FILLER                PIC X      VALUE SPACES.
           05 RUNLOG-REASON-WS      PIC X(30)  VALUE SPACES.

      * The run log record split around its read and written
      * counts, and the same record with seven-digit counts,
      * appended in place of the original only when a count
      * runs past 999
       01 RUN-LOG-PARTS-WS REDEFINES RUN-LOG-LINE-WS.
           05 RUNLOG-HEAD-PART-WS   PIC X(82).
           05 FILLER                PIC X(11).
           05 RUNLOG-TAIL-PART-WS   PIC X(41).

       01 RUN-LOG-WIDE-LINE-WS.
           05 RUNLOG-WIDE-HEAD-WS   PIC X(82).
           05 RUNLOG-WIDE-READ-CTR-WS PIC 9(7).
           05 FILLER                PIC X(5)   VALUE " OUT ".
           05 RUNLOG-WIDE-OUT-CTR-WS PIC 9(7).
           05 RUNLOG-WIDE-TAIL-WS   PIC X(41).

      * Bunch of fields to keep track of various
      * things throughout the program
       01 FLAGS-AND-CONTROLS.
               88 STUDENT-IS-DUPLICATE VALUE "Y".
           05 VALREJ-STATUS-WS         PIC X(2)    VALUE    SPACES.
           05 VALREJ-FILE-EOF-FLAG     PIC X       VALUE    "N".
           05 BAD-STUDENT-STATUS-WS    PIC X(2)    VALUE    SPACES.
           05 BAD-STUDENT-FILE-OPEN-FLAG PIC X     VALUE    "N".
               88 BAD-STUDENT-FILE-IS-OPEN VALUE "Y".
           05 SEEN-STATUS-WS           PIC X(2)    VALUE    SPACES.
           05 SEEN-FILE-OPEN-FLAG      PIC X       VALUE    "N".
               88 SEEN-FILE-IS-OPEN VALUE "Y".
           05 SORT-FILE-EOF-FLAG       PIC X       VALUE    "N".
           05 PRE-REJECTED-FLAG        PIC X       VALUE    "N".
               88 STUDENT-IS-PRE-REJECTED VALUE "Y".
           05 CHECKPOINT-STATUS-WS     PIC X(2)    VALUE    SPACES.
               88 CHECKPOINT-FILE-FOUND VALUE "Y".
           05 CHECKPOINT-RESUME-FOUND-FLAG  PIC X   VALUE   "N".
           05 LAST-CHECKPOINT-STUDENT-NUMBER PIC 9(9) VALUE ZERO.
           05 LAST-CHECKPOINT-RECORDS-CTR    PIC 9(7) VALUE ZERO.
           05 LAST-CHECKPOINT-RECORDS-OUT-CTR   PIC 9(7)    VALUE ZERO.
           05 LAST-CHECKPOINT-DUPLICATES-CTR    PIC 9(7)    VALUE ZERO.
           05 LAST-CHECKPOINT-PRE-REJECTED-CTR  PIC 9(7)    VALUE ZERO.
           05 LAST-CHECKPOINT-PROGRAM-REJECTS-CTR PIC 9(7)  VALUE ZERO.
           05 LAST-CHECKPOINT-A-GRADE-COUNT     PIC 9(7)    VALUE ZERO.
           05 LAST-CHECKPOINT-A-GRADE-OWING     PIC 9(8)V99 VALUE ZERO.
           05 LAST-CHECKPOINT-B-GRADE-COUNT     PIC 9(7)    VALUE ZERO.
           05 LAST-CHECKPOINT-B-GRADE-OWING     PIC 9(8)V99 VALUE ZERO.
           05 LAST-CHECKPOINT-C-GRADE-COUNT     PIC 9(7)    VALUE ZERO.
           05 LAST-CHECKPOINT-C-GRADE-OWING     PIC 9(8)V99 VALUE ZERO.
           05 LAST-CHECKPOINT-D-GRADE-COUNT     PIC 9(7)    VALUE ZERO.
           05 LAST-CHECKPOINT-D-GRADE-OWING     PIC 9(8)V99 VALUE ZERO.
           05 LAST-CHECKPOINT-F-GRADE-COUNT     PIC 9(7)    VALUE ZERO.
           05 LAST-CHECKPOINT-F-GRADE-OWING     PIC 9(8)V99 VALUE ZERO.
           05 LAST-CHECKPOINT-DAY-INPUT         PIC 9       VALUE ZERO.
           05 LAST-CHECKPOINT-MONTH-INPUT       PIC 9(2)    VALUE ZERO.
           05 LAST-CHECKPOINT-YEAR-INPUT        PIC 9(4)    VALUE ZERO.
           05 LAST-CHECKPOINT-DOM-INPUT         PIC 9(2)    VALUE ZERO.
           05 DATE-PARM-STATUS-WS            PIC X(2) VALUE SPACES.
           05 ADDRESS-STATUS-WS        PIC X(2)    VALUE    SPACES.
           05 ADDRESS-FILE-OPEN-FLAG   PIC X       VALUE    "N".
               88 ADDRESS-FILE-IS-OPEN VALUE "Y".
           05 LETTER-TYPE-WS           PIC X(8)    VALUE    SPACES.
           05 LETTER-HOLD-REASON-WS    PIC X(20)   VALUE    SPACES.
               88 LETTER-IS-MAILABLE VALUE SPACES.
           05 TOTAL-MARK               PIC 9(5)    VALUE    ZERO.
           05 TOTAL-CREDIT-HOURS-WS    PIC 9(2)    VALUE    ZERO.
           05 CREDIT-LOOKUP-COURSE-WS  PIC X(7)    VALUE    SPACES.
      * out as a proper credit balance instead of a garbage
      * figure - credits go to the refund register, not the
      * tuition, aged receivables, or dunning outputs
           05 TUITION-OWED             PIC S9(5)V99.
           05 TOTAL-CHARGES-WS         PIC S9(5)V99 VALUE ZERO.
           05 PERCENT-PAID-WS          PIC 9(3).
           05 PAYMENT-STATUS-WS        PIC X(14).
           05 SUB                      PIC 9(4).
           05 PROGRAM-SUB               PIC 9(4).
           05 FOUND-PROGRAM-SUB         PIC 9(4)   VALUE ZERO.
           05 DAY-INPUT                PIC 9.
           05 MONTH-INPUT              PIC 9(2).
           05 YEAR-INPUT               PIC 9(4).
           05 FILLER                  PIC X     VALUE ",".
           05 EXTRACT-PROGRAM-WS      PIC X(3).
           05 FILLER                  PIC X     VALUE ",".
           05 EXTRACT-AMOUNT-AREA-WS.
               10 EXTRACT-AMOUNT-WS   PIC 9(4)V99.
               10 FILLER              PIC X.
           05 EXTRACT-WIDE-AMOUNT-WS REDEFINES EXTRACT-AMOUNT-AREA-WS
                                      PIC 9(5)V99.

       01 EXTRACT-TRAILER-WS.
           05 FILLER                  PIC X     VALUE "T".
           05 FILLER                  PIC X     VALUE ",".
           05 EXTRACT-HASH-WS         PIC 9(7)V99.

      * The trailer with room for a count past 999 or a hash
      * past 9999999.99, written in place of the original
      * only when the extract runs that large
       01 EXTRACT-WIDE-TRAILER-WS.
           05 FILLER                  PIC X     VALUE "T".
           05 FILLER                  PIC X     VALUE ",".
           05 EXTRACT-WIDE-COUNT-WS   PIC 9(7).
           05 FILLER                  PIC X     VALUE ",".
           05 EXTRACT-WIDE-HASH-WS    PIC 9(9)V99.

       01 EXTRACT-TOTALS-WS.
           05 EXTRACT-RECORD-CTR      PIC 9(7)    VALUE ZERO.
           05 EXTRACT-HASH-TOTAL-WS   PIC 9(9)V99 VALUE ZERO.

      * Fields for aging the current student's balance - the
      * due date split into its parts, both dates reduced to
      * aging bucket, reported as a trailer on the aged
      * receivables report
       01 AGING-SUMMARY-WS.
           05 AGE-CURRENT-COUNT-WS  PIC 9(7)    VALUE ZERO.
           05 AGE-CURRENT-OWING-WS  PIC 9(8)V99 VALUE ZERO.
           05 AGE-30-COUNT-WS       PIC 9(7)    VALUE ZERO.
           05 AGE-30-OWING-WS       PIC 9(8)V99 VALUE ZERO.
           05 AGE-60-COUNT-WS       PIC 9(7)    VALUE ZERO.
           05 AGE-60-OWING-WS       PIC 9(8)V99 VALUE ZERO.
           05 AGE-90-COUNT-WS       PIC 9(7)    VALUE ZERO.
           05 AGE-90-OWING-WS       PIC 9(8)V99 VALUE ZERO.
           
      * Header to be displayed at top of the
      * student report file
       01 TUITNRPT-GRADE-LINE-WS.
           05 FILLER            PIC X(4)   VALUE SPACES.
           05 GRADE-LINE-WS     PIC X(5).
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 COUNT-LINE-WS     PIC ZZZZZZ9.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 OWING-LINE-WS     PIC $$$,$$$,$$9.99.

      * Title and column header for the academic program
      * rollup report
           05 PROGRAM-CODE-RPT-WS   PIC X(3).
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 PROGRAM-DESC-RPT-WS   PIC X(20).
           05 FILLER                PIC X(1)   VALUE SPACES.
           05 ENROLLED-RPT-WS       PIC ZZZ9.
           05 FILLER                PIC X(3)   VALUE SPACES.
           05 PROGRAM-AVG-RPT-WS    PIC ZZ9.
           05 FILLER                PIC X(1)   VALUE SPACES.
           05 A-COUNT-RPT-WS        PIC ZZZ9.
           05 FILLER                PIC X(1)   VALUE SPACES.
           05 B-COUNT-RPT-WS        PIC ZZZ9.
           05 FILLER                PIC X(1)   VALUE SPACES.
           05 C-COUNT-RPT-WS        PIC ZZZ9.
           05 FILLER                PIC X(1)   VALUE SPACES.
           05 D-COUNT-RPT-WS        PIC ZZZ9.
           05 FILLER                PIC X(1)   VALUE SPACES.
           05 F-COUNT-RPT-WS        PIC ZZZ9.
           05 FILLER                PIC X(1)   VALUE SPACES.
           05 PROGRAM-OWING-AREA-WS.
               10 PROGRAM-OWING-RPT-WS  PIC $$$,$$9.99.
               10 FILLER                PIC X(4).
           05 PROGRAM-OWING-WIDE-RPT-WS REDEFINES PROGRAM-OWING-AREA-WS
                                    PIC $$$,$$$,$$9.99.

      * Grand total line at the bottom of the program rollup
      * report, accumulated across every program line written
       01 PROGRPT-GRAND-LINE-WS.
           05 FILLER                PIC X(4)   VALUE SPACES.
           05 FILLER                PIC X(25)  VALUE "ALL PROGRAMS".
           05 FILLER                PIC X(1)   VALUE SPACES.
           05 GRAND-ENROLLED-RPT-WS PIC ZZZ9.
           05 FILLER                PIC X(3)   VALUE SPACES.
           05 GRAND-AVG-RPT-WS      PIC ZZ9.
           05 FILLER                PIC X(1)   VALUE SPACES.
           05 GRAND-A-COUNT-RPT-WS  PIC ZZZ9.
           05 FILLER                PIC X(1)   VALUE SPACES.
           05 GRAND-B-COUNT-RPT-WS  PIC ZZZ9.
           05 FILLER                PIC X(1)   VALUE SPACES.
           05 GRAND-C-COUNT-RPT-WS  PIC ZZZ9.
           05 FILLER                PIC X(1)   VALUE SPACES.
           05 GRAND-D-COUNT-RPT-WS  PIC ZZZ9.
           05 FILLER                PIC X(1)   VALUE SPACES.
           05 GRAND-F-COUNT-RPT-WS  PIC ZZZ9.
           05 FILLER                PIC X(1)   VALUE SPACES.
           05 GRAND-OWING-AREA-WS.
               10 GRAND-OWING-RPT-WS    PIC $$,$$$,$$9.99.
               10 FILLER                PIC X(2).
           05 GRAND-OWING-WIDE-RPT-WS REDEFINES GRAND-OWING-AREA-WS
                                    PIC $$$$,$$$,$$9.99.

      * Accumulators feeding the program rollup grand total
      * line
       01 PROGRPT-GRAND-TOTALS-WS.
           05 GRAND-ENROLLED-WS     PIC 9(7)    VALUE ZERO.
           05 GRAND-AVG-SUM-WS      PIC 9(9)    VALUE ZERO.
           05 GRAND-A-COUNT-WS      PIC 9(7)    VALUE ZERO.
           05 GRAND-B-COUNT-WS      PIC 9(7)    VALUE ZERO.
           05 GRAND-C-COUNT-WS      PIC 9(7)    VALUE ZERO.
           05 GRAND-D-COUNT-WS      PIC 9(7)    VALUE ZERO.
           05 GRAND-F-COUNT-WS      PIC 9(7)    VALUE ZERO.
           05 GRAND-OWING-WS        PIC 9(9)V99 VALUE ZERO.

      * Title and column header for the course enrollment
      * and outcomes report
           05 COURSE-NUMBER-RPT-WS   PIC X(7).
           05 FILLER                 PIC X(2)   VALUE SPACES.
           05 COURSE-NAME-RPT-WS     PIC X(9).
           05 FILLER                 PIC X(1)   VALUE SPACES.
           05 COURSE-ENROLLED-RPT-WS PIC ZZZ9.
           05 FILLER                 PIC X(3)   VALUE SPACES.
           05 COURSE-AVG-RPT-WS      PIC ZZ9.
           05 FILLER                 PIC X(1)   VALUE SPACES.
           05 COURSE-FAILS-RPT-WS    PIC ZZZZZ9.
           05 FILLER                 PIC X(2)   VALUE SPACES.
           05 COURSE-REMARK-RPT-WS   PIC X(20).

           05 STUDENT-NUMBER-AGED-WS      PIC 9(9).
           05 FILLER                      PIC X(7)  VALUE SPACES.
           05 DUE-DATE-AGED-WS            PIC 9(8).
           05 FILLER                      PIC X(3)  VALUE SPACES.
           05 AMOUNT-OWING-AGED-WS        PIC $$$,$$9.99.
           05 FILLER                      PIC X(5)  VALUE SPACES.
           05 AGING-BUCKET-AGED-WS        PIC X(8).

       01 AGEDRPT-SUMMARY-LINE-WS.
           05 FILLER              PIC X(4)   VALUE SPACES.
           05 BUCKET-SUM-WS       PIC X(8).
           05 FILLER              PIC X(1)   VALUE SPACES.
           05 BUCKET-COUNT-WS     PIC ZZZ9.
           05 FILLER              PIC X(3)   VALUE SPACES.
           05 BUCKET-OWING-WS     PIC $$$,$$$,$$9.99.

      * Lines making up one dunning letter.  The letter body
      * paragraphs are chosen by aging bucket when the letter
           05 FILLER                     PIC X     VALUE SPACES.
           05 DUNNING-LAST-NAME-WS       PIC X(20).

      * Mailing address lines under the TO line, filled from
      * STUDENT-ADDRESS-FILE and lined up under the name
       01 DUNNING-ADDRESS-LINE.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 DUNNING-ADDRESS-WS         PIC X(30).

       01 DUNNING-CITY-LINE.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 DUNNING-CITY-WS            PIC X(20).
           05 FILLER                     PIC X     VALUE SPACES.
           05 DUNNING-PROVINCE-WS        PIC X(2).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 DUNNING-POSTAL-CODE-WS     PIC X(10).

       01 DUNNING-ID-LINE.
           05 FILLER                 PIC X(16) VALUE "STUDENT NUMBER: ".
           05 DUNNING-STUDENT-NUMBER-WS  PIC 9(9).
           05 DUNNING-PROGRAM-WS         PIC X(3).

       01 DUNNING-AMOUNT-LINE.
           05 FILLER                     PIC X(16)
                   VALUE "AMOUNT PAST DUE:".
           05 DUNNING-AMOUNT-WS          PIC $$$,$$9.99.
           05 FILLER                     PIC X(13)
                   VALUE "   DUE DATE: ".
           05 DUNNING-DUE-DATE-WS        PIC 9(8).
           ACCEPT RUNLOG-START-TIME-WS FROM TIME.
           PERFORM 200-INIT-COURSE-TABLE.
           PERFORM 200-INIT-PROGRAM-TABLE.
           PERFORM 200-INIT-BAD-STUDENT-FILE.
           PERFORM 200-INIT-CREATE-STUDENT-AND-TUITION-REPORT.
           PERFORM 200-CREATE-STUDENT-AND-TUITION-RECORD
               UNTIL STUDENT-FILE-EOF-FLAG = "Y".

      * Open the optional validation reject file PROJECT2V
      * writes to VALREJ.DAT and, if it is present, load every
      * STUDENT-NUMBER it rejected into BAD-STUDENT-FILE so
      * those records are kept out of the normal reports here
      * as well.  If PROJECT2V has not been run yet the file
      * will not exist, which is not an error - no lookup
      * file is built and every record is processed as
      * before.
       200-INIT-BAD-STUDENT-FILE.
           PERFORM 700-OPEN-VALIDATION-REJECT-FILE.
           IF VALREJ-STATUS-WS = "00"
               PERFORM 700-OPEN-BAD-STUDENT-FILE
               IF BAD-STUDENT-FILE-IS-OPEN
                   PERFORM 700-FILL-BAD-STUDENT-FILE
                       UNTIL VALREJ-FILE-EOF-FLAG = "Y"
                   CLOSE BAD-STUDENT-FILE
                   OPEN INPUT BAD-STUDENT-FILE
                   IF BAD-STUDENT-STATUS-WS NOT = "00"
                       MOVE "N" TO BAD-STUDENT-FILE-OPEN-FLAG
                       DISPLAY "*** ERROR: BAD STUDENT FILE DID NOT "
                           "REOPEN - FILE STATUS "
                           BAD-STUDENT-STATUS-WS " - RECORDS "
                           "PROJECT2V REJECTED ARE NOT BEING "
                           "EXCLUDED ***"
                       MOVE "Y" TO RUN-ABNORMAL-FLAG
                       IF RUNLOG-REASON-WS = SPACES
                           MOVE "BAD STUDENT FILE ERROR"
                               TO RUNLOG-REASON-WS
                       END-IF
                   END-IF
               END-IF
               PERFORM 700-CLOSE-VALIDATION-REJECT-FILE
                   END-IF
               END-IF
               DISPLAY "*** WARNING: RESUMED FROM A CHECKPOINT - "
                   "ROLLUP AND SUMMARY FIGURES FROM BEFORE "
                   "THE ABEND ARE NOT IN THESE REPORTS - RERUN "
                   "FROM SCRATCH BEFORE RELEASING ***"
               MOVE "Y" TO RUN-ABNORMAL-FLAG
                       PERFORM 700-WRITE-STANDING-RECORD
                       IF STANDING-IS-PROBATION
                               OR STANDING-IS-SUSPENSION
                           MOVE "STANDING" TO LETTER-TYPE-WS
                           PERFORM 700-FIND-STUDENT-ADDRESS
                           IF LETTER-IS-MAILABLE
                               PERFORM 700-WRITE-STANDING-LETTER
                           ELSE
                               PERFORM 700-WRITE-LETTER-HOLD-RECORD
                           END-IF
                       END-IF
                       IF TUITION-OWED > 0
                           PERFORM 700-WRITE-TUITION-RECORD
                           PERFORM 700-DETERMINE-AGING
                           PERFORM 700-WRITE-AGED-RECORD
                           IF NOT BALANCE-IS-CURRENT
                               MOVE "DUNNING" TO LETTER-TYPE-WS
                               PERFORM 700-FIND-STUDENT-ADDRESS
                               IF LETTER-IS-MAILABLE
                                   PERFORM 700-WRITE-DUNNING-LETTER
                               ELSE
                                   PERFORM 700-WRITE-LETTER-HOLD-RECORD
                               END-IF
                           END-IF
                       END-IF
                   ELSE
               MOVE "ABNORMAL" TO RUNLOG-STATUS-WS
           END-IF.
           OPEN EXTEND RUN-LOG-FILE.
           IF RECORDS-IN-CTR > 999 OR RECORDS-OUT-CTR > 999
               MOVE RUNLOG-HEAD-PART-WS TO RUNLOG-WIDE-HEAD-WS
               MOVE RECORDS-IN-CTR TO RUNLOG-WIDE-READ-CTR-WS
               MOVE RECORDS-OUT-CTR TO RUNLOG-WIDE-OUT-CTR-WS
               MOVE RUNLOG-TAIL-PART-WS TO RUNLOG-WIDE-TAIL-WS
               WRITE RUN-LOG-CARD FROM RUN-LOG-WIDE-LINE-WS
           ELSE
               WRITE RUN-LOG-CARD FROM RUN-LOG-LINE-WS
           END-IF.
           CLOSE RUN-LOG-FILE.

      * Open the course file for input
       700-OPEN-VALIDATION-REJECT-FILE.
           OPEN INPUT VALIDATION-REJECT-FILE.

      * Create the bad student lookup file empty.  A file
      * that will not open leaves records PROJECT2V rejected
      * in the normal reports, so the run is flagged abnormal.
       700-OPEN-BAD-STUDENT-FILE.
           OPEN OUTPUT BAD-STUDENT-FILE.
           IF BAD-STUDENT-STATUS-WS = "00"
               MOVE "Y" TO BAD-STUDENT-FILE-OPEN-FLAG
           ELSE
               DISPLAY "*** ERROR: BAD STUDENT FILE DID NOT OPEN - "
                   "FILE STATUS " BAD-STUDENT-STATUS-WS " - RECORDS "
                   "PROJECT2V REJECTED ARE NOT BEING EXCLUDED ***"
               MOVE "Y" TO RUN-ABNORMAL-FLAG
               IF RUNLOG-REASON-WS = SPACES
                   MOVE "BAD STUDENT FILE ERROR" TO RUNLOG-REASON-WS
               END-IF
           END-IF.

      * Load every STUDENT-NUMBER PROJECT2V rejected into the
      * bad student file, a number rejected more than once
      * loaded only the once.  A line whose STUDENT-NUMBER
      * column is not a positive number - the title, column
      * header, and counters lines on VALREJ.DAT - is skipped
      * rather than loaded.
       700-FILL-BAD-STUDENT-FILE.
           READ VALIDATION-REJECT-FILE
               AT END MOVE "Y" TO VALREJ-FILE-EOF-FLAG
               NOT AT END
                   IF VALREJ-STUDENT-NUMBER-WS NUMERIC
                           AND VALREJ-STUDENT-NUMBER-WS > ZERO
                       MOVE VALREJ-STUDENT-NUMBER-WS
                           TO BAD-STUDENT-NUMBER
                       WRITE BAD-STUDENT-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                   END-IF
           END-READ.

      * Open the files for input / output.  When resuming
      * from a checkpoint the reports are extended rather
      * than recreated, so whatever did reach the files
      * before the abend is kept, and the ordered reports'
      * work files are extended the same way.  The rollup and
      * summary figures held in storage do not survive an
      * abend, so a resumed run is flagged abnormal and the
      * reports rerun from scratch before release.
      * HISTORY-FILE is cumulative across runs and is always
      * extended.  The seen student file is always rebuilt
      * empty - a resumed run registers the students it
      * fast-forwards past all over again.  An address file
      * that does not open leaves every student without an
      * address, so every letter is held rather than mailed
      * with no address on it.
       700-OPEN-STUDENT-FILES.
           OPEN INPUT  STUDENT-FILE.
           OPEN EXTEND HISTORY-FILE.
           OPEN OUTPUT SEEN-STUDENT-FILE.
           IF SEEN-STATUS-WS = "00"
               CLOSE SEEN-STUDENT-FILE
               OPEN I-O SEEN-STUDENT-FILE
           END-IF.
           IF SEEN-STATUS-WS = "00"
               MOVE "Y" TO SEEN-FILE-OPEN-FLAG
           ELSE
               DISPLAY "*** ERROR: SEEN STUDENT FILE DID NOT OPEN - "
                   "FILE STATUS " SEEN-STATUS-WS " - DUPLICATE "
                   "CHECKING IS NOT BEING DONE ***"
               MOVE "Y" TO RUN-ABNORMAL-FLAG
               IF RUNLOG-REASON-WS = SPACES
                   MOVE "SEEN STUDENT FILE ERROR" TO RUNLOG-REASON-WS
               END-IF
           END-IF.
           OPEN INPUT  STUDENT-ADDRESS-FILE.
           IF ADDRESS-STATUS-WS = "00"
               MOVE "Y" TO ADDRESS-FILE-OPEN-FLAG
           ELSE
               MOVE "N" TO ADDRESS-FILE-OPEN-FLAG
               DISPLAY "*** WARNING: STUDENT ADDRESS FILE DID NOT "
                   "OPEN - FILE STATUS " ADDRESS-STATUS-WS " - "
                   "ALL LETTERS ARE HELD ***"
           END-IF.
           IF CHECKPOINT-FILE-FOUND
               OPEN EXTEND STUDENT-REPORT
               OPEN EXTEND TUITION-REPORT
               OPEN EXTEND REFUND-REGISTER-REPORT
               OPEN EXTEND STANDING-REPORT
               OPEN EXTEND STANDING-LETTER-FILE
               OPEN EXTEND LETTER-HOLD-REPORT
               OPEN EXTEND STUDENT-WORK-FILE
               OPEN EXTEND TUITION-WORK-FILE
               OPEN EXTEND INSTALLMENT-WORK-FILE
               OPEN EXTEND STANDING-WORK-FILE
           ELSE
               OPEN OUTPUT STUDENT-REPORT
               OPEN OUTPUT TUITION-REPORT
               OPEN OUTPUT REFUND-REGISTER-REPORT
               OPEN OUTPUT STANDING-REPORT
               OPEN OUTPUT STANDING-LETTER-FILE
               OPEN OUTPUT LETTER-HOLD-REPORT
               OPEN OUTPUT STUDENT-WORK-FILE
               OPEN OUTPUT TUITION-WORK-FILE
               OPEN OUTPUT INSTALLMENT-WORK-FILE
               OPEN OUTPUT STANDING-WORK-FILE
           END-IF.

      * Look for a checkpoint file from a prior run.  If one
           MOVE CUR-DATE TO CUR-DATE-STND.
           WRITE STANDING-REPORT-CARD FROM STANDRPT-TITLE.
           WRITE STANDING-REPORT-CARD FROM STANDRPT-COLUMN-HEADER.
           WRITE LETTER-HOLD-CARD FROM LTRHOLD-TITLE.
           WRITE LETTER-HOLD-CARD FROM LTRHOLD-COLUMN-HEADER.
           
      * Keep reading records until the EOF flag is true
      * and keep track of records entered
               AT END  MOVE "Y" TO STUDENT-FILE-EOF-FLAG
               NOT AT END
                   ADD  1  TO RECORDS-IN-CTR
           END-READ.
                   
      * Weight each populated course's mark by its credit
      * hours (looked up from COURSE-TABLE-WS) and divide the
      * total by the total credit hours carried, so a 5
      * credit course counts for more than a 3 credit course.
      * A course the student withdrew from stays on the
      * record with a W status but carries no mark, so it is
      * left out.
       700-CALCULATE-AVERAGE.
           MOVE ZERO TO TOTAL-MARK.
           MOVE ZERO TO TOTAL-CREDIT-HOURS-WS.
           IF COURSE-1 NOT = SPACES AND NOT COURSE-1-WITHDRAWN
               MOVE COURSE-1 TO CREDIT-LOOKUP-COURSE-WS
               PERFORM 700-FIND-CREDIT-HOURS
               COMPUTE TOTAL-MARK = TOTAL-MARK +
                   (MARK-1 * CREDIT-LOOKUP-HOURS-WS)
               ADD CREDIT-LOOKUP-HOURS-WS TO TOTAL-CREDIT-HOURS-WS
           END-IF.
           IF COURSE-2 NOT = SPACES AND NOT COURSE-2-WITHDRAWN
               MOVE COURSE-2 TO CREDIT-LOOKUP-COURSE-WS
               PERFORM 700-FIND-CREDIT-HOURS
               COMPUTE TOTAL-MARK = TOTAL-MARK +
                   (MARK-2 * CREDIT-LOOKUP-HOURS-WS)
               ADD CREDIT-LOOKUP-HOURS-WS TO TOTAL-CREDIT-HOURS-WS
           END-IF.
           IF COURSE-3 NOT = SPACES AND NOT COURSE-3-WITHDRAWN
               MOVE COURSE-3 TO CREDIT-LOOKUP-COURSE-WS
               PERFORM 700-FIND-CREDIT-HOURS
               COMPUTE TOTAL-MARK = TOTAL-MARK +
                   (MARK-3 * CREDIT-LOOKUP-HOURS-WS)
               ADD CREDIT-LOOKUP-HOURS-WS TO TOTAL-CREDIT-HOURS-WS
           END-IF.
           IF COURSE-4 NOT = SPACES AND NOT COURSE-4-WITHDRAWN
               MOVE COURSE-4 TO CREDIT-LOOKUP-COURSE-WS
               PERFORM 700-FIND-CREDIT-HOURS
               COMPUTE TOTAL-MARK = TOTAL-MARK +
                   (MARK-4 * CREDIT-LOOKUP-HOURS-WS)
               ADD CREDIT-LOOKUP-HOURS-WS TO TOTAL-CREDIT-HOURS-WS
           END-IF.
           IF COURSE-5 NOT = SPACES AND NOT COURSE-5-WITHDRAWN
               MOVE COURSE-5 TO CREDIT-LOOKUP-COURSE-WS
               PERFORM 700-FIND-CREDIT-HOURS
               COMPUTE TOTAL-MARK = TOTAL-MARK +
                   (MARK-5 * CREDIT-LOOKUP-HOURS-WS)
               ADD CREDIT-LOOKUP-HOURS-WS TO TOTAL-CREDIT-HOURS-WS
           END-IF.
           IF COURSE-6 NOT = SPACES AND NOT COURSE-6-WITHDRAWN
               MOVE COURSE-6 TO CREDIT-LOOKUP-COURSE-WS
               PERFORM 700-FIND-CREDIT-HOURS
               COMPUTE TOTAL-MARK = TOTAL-MARK +
           END-EVALUATE.

      * Classify the current student's academic standing.
      * Failing two or more of the six course slots, not
      * counting any withdrawn from, refers the student for
      * suspension review regardless of average; otherwise an
      * average of 85 or better makes the dean's list, below
      * 50 is probation, and anything between is good
      * standing.
       700-DETERMINE-STANDING.
           MOVE ZERO TO FAILED-SLOTS-CTR-WS.
           IF COURSE-1 NOT = SPACES AND MARK-1 < 50
                   AND NOT COURSE-1-WITHDRAWN
               ADD 1 TO FAILED-SLOTS-CTR-WS
           END-IF.
           IF COURSE-2 NOT = SPACES AND MARK-2 < 50
                   AND NOT COURSE-2-WITHDRAWN
               ADD 1 TO FAILED-SLOTS-CTR-WS
           END-IF.
           IF COURSE-3 NOT = SPACES AND MARK-3 < 50
                   AND NOT COURSE-3-WITHDRAWN
               ADD 1 TO FAILED-SLOTS-CTR-WS
           END-IF.
           IF COURSE-4 NOT = SPACES AND MARK-4 < 50
                   AND NOT COURSE-4-WITHDRAWN
               ADD 1 TO FAILED-SLOTS-CTR-WS
           END-IF.
           IF COURSE-5 NOT = SPACES AND MARK-5 < 50
                   AND NOT COURSE-5-WITHDRAWN
               ADD 1 TO FAILED-SLOTS-CTR-WS
           END-IF.
           IF COURSE-6 NOT = SPACES AND MARK-6 < 50
                   AND NOT COURSE-6-WITHDRAWN
               ADD 1 TO FAILED-SLOTS-CTR-WS
           END-IF.
           EVALUATE TRUE
                   MOVE 2 TO STANDING-RANK-WS
           END-EVALUATE.

      * Build the current student's standing line and write
      * it to the standing work file behind its classification
      * rank, so the report can be written grouped at end of
      * run
       700-WRITE-STANDING-RECORD.
           MOVE STUDENT-AVERAGE TO STUDENT-AVERAGE-STND-WS.
           MOVE FAILED-SLOTS-CTR-WS TO FAILED-SLOTS-STND-WS.
           MOVE STUDENT-STANDING-WS TO STANDING-TEXT-STND-WS.
           PERFORM 700-SET-REPORT-WORK-KEYS.
           MOVE STANDING-RANK-WS TO WORK-RANK-WS.
           MOVE STANDING-LINE-WS TO WORK-REPORT-LINE-WS.
           WRITE STANDING-WORK-CARD FROM REPORT-WORK-WS.

      * Write one formatted probation or suspension review
      * letter for the current student, addressed from the
      * address record 700-FIND-STUDENT-ADDRESS read, the
      * body paragraphs worded by their classification, in
      * the same letter format as the dunning letters
       700-WRITE-STANDING-LETTER.
           WRITE STANDING-LETTER-CARD FROM DUNNING-SEPARATOR.
           MOVE SPACES TO STANDING-LETTER-CARD.
           MOVE STUDENT-FIRST-NAME TO DUNNING-FIRST-NAME-WS.
           MOVE STUDENT-LAST-NAME TO DUNNING-LAST-NAME-WS.
           WRITE STANDING-LETTER-CARD FROM DUNNING-TO-LINE.
           MOVE ADDR-LINE-1 TO DUNNING-ADDRESS-WS.
           WRITE STANDING-LETTER-CARD FROM DUNNING-ADDRESS-LINE.
           IF ADDR-LINE-2 NOT = SPACES
               MOVE ADDR-LINE-2 TO DUNNING-ADDRESS-WS
               WRITE STANDING-LETTER-CARD FROM DUNNING-ADDRESS-LINE
           END-IF.
           PERFORM 700-FORMAT-CITY-LINE.
           WRITE STANDING-LETTER-CARD FROM DUNNING-CITY-LINE.
           MOVE STUDENT-NUMBER TO STANDING-LTR-NUMBER-WS.
           MOVE STUDENT-PROGRAM TO STANDING-LTR-PROGRAM-WS.
           WRITE STANDING-LETTER-CARD FROM STANDING-LTR-ID-LINE.
           WRITE STANDING-LETTER-CARD.
           WRITE STANDING-LETTER-CARD FROM STANDING-CLOSING-LINE.

      * Write the standing report body - the work file's
      * detail lines sorted by classification rank and
      * grouped under a section line per classification,
      * dean's list first, then the per-program standing
      * counts trailer
       700-WRITE-STANDING-REPORT.
           CLOSE STANDING-WORK-FILE.
           SORT REPORT-SORT-FILE
               ON ASCENDING KEY SORT-RANK
                                SORT-STUDENT-NUMBER
               USING STANDING-WORK-FILE
               OUTPUT PROCEDURE IS 700-WRITE-STANDING-SECTIONS.
           WRITE STANDING-REPORT-CARD FROM STANDRPT-PROGRAM-TITLE.
           WRITE STANDING-REPORT-CARD FROM STANDRPT-PROGRAM-HEADER.
           PERFORM 700-WRITE-STANDING-PROGRAM-LINE
               VARYING PROGRAM-SUB FROM 1 BY 1
               UNTIL PROGRAM-SUB > PROGRAM-CODE-TABLE-COUNT.

      * Write every sorted standing line, each classification's
      * section line written ahead of its first line, and
      * then the section lines of any classification nobody
      * landed in at the end, so all four sections print
      * every run
       700-WRITE-STANDING-SECTIONS.
           MOVE ZERO TO STANDING-RANK-WS.
           MOVE "N" TO SORT-FILE-EOF-FLAG.
           PERFORM 700-RETURN-STANDING-LINE
               UNTIL SORT-FILE-EOF-FLAG = "Y".
           PERFORM 700-WRITE-STANDING-SECTION
               UNTIL STANDING-RANK-WS = 4.

      * Return one sorted standing line and write it under
      * its classification's section line, writing the
      * section lines up to and including its own first.  A
      * line whose rank is not one of the four - a record
      * left torn on the work file by an abend - lands under
      * the last section rather than stepping past it.
       700-RETURN-STANDING-LINE.
           RETURN REPORT-SORT-FILE
               AT END MOVE "Y" TO SORT-FILE-EOF-FLAG
               NOT AT END
                   PERFORM 700-WRITE-STANDING-SECTION
                       UNTIL STANDING-RANK-WS = SORT-RANK
                           OR STANDING-RANK-WS = 4
                   WRITE STANDING-REPORT-CARD FROM SORT-REPORT-LINE
           END-RETURN.

      * Step on to the next classification and write its
      * section line
       700-WRITE-STANDING-SECTION.
           ADD 1 TO STANDING-RANK-WS.
           EVALUATE STANDING-RANK-WS
               WHEN 1 MOVE "DEAN'S LIST"
                   TO STANDING-SECTION-NAME-WS
                   TO STANDING-SECTION-NAME-WS
           END-EVALUATE.
           WRITE STANDING-REPORT-CARD FROM STANDRPT-SECTION-WS.

      * Write one program's standing counts line
       700-WRITE-STANDING-PROGRAM-LINE.
               MOVE COURSE-NAME-WS(SUB) TO COURSE-LIST-6.

      * Determine how much tuition a student
      * still owes - tuition plus any late fees assessed,
      * plus the balance carried in from the last term
      * close, plus refunds already paid out, less awards
      * granted and tuition given back on withdrawals, less
      * payments.  A credit carried in, an award, and a
      * withdrawal credit come off the charges, since none
      * is cash the student paid, and a refund cheque goes
      * on them, since it hands back a credit the student
      * held.
       700-DETERMINE-AMOUNT-OWING.
           COMPUTE TOTAL-CHARGES-WS =
               TUITION-AMOUNT + LATE-FEES + OPENING-BALANCE
               + REFUNDS-PAID - AWARDS - WITHDRAWAL-CREDIT.
           SUBTRACT PAYMENT-MADE FROM TOTAL-CHARGES-WS
               GIVING TUITION-OWED.

      * Age the current student's balance against the run
           WRITE AGED-RECEIVABLES-CARD FROM AGEDRPT-LINE-WS.

      * Write one formatted dunning letter for the current
      * past-due student, addressed from the address record
      * 700-FIND-STUDENT-ADDRESS read, the body paragraphs
      * worded by how old the balance is
       700-WRITE-DUNNING-LETTER.
           WRITE DUNNING-LETTER-CARD FROM DUNNING-SEPARATOR.
           MOVE SPACES TO DUNNING-LETTER-CARD.
           MOVE STUDENT-FIRST-NAME TO DUNNING-FIRST-NAME-WS.
           MOVE STUDENT-LAST-NAME TO DUNNING-LAST-NAME-WS.
           WRITE DUNNING-LETTER-CARD FROM DUNNING-TO-LINE.
           MOVE ADDR-LINE-1 TO DUNNING-ADDRESS-WS.
           WRITE DUNNING-LETTER-CARD FROM DUNNING-ADDRESS-LINE.
           IF ADDR-LINE-2 NOT = SPACES
               MOVE ADDR-LINE-2 TO DUNNING-ADDRESS-WS
               WRITE DUNNING-LETTER-CARD FROM DUNNING-ADDRESS-LINE
           END-IF.
           PERFORM 700-FORMAT-CITY-LINE.
           WRITE DUNNING-LETTER-CARD FROM DUNNING-CITY-LINE.
           MOVE STUDENT-NUMBER TO DUNNING-STUDENT-NUMBER-WS.
           MOVE STUDENT-PROGRAM TO DUNNING-PROGRAM-WS.
           WRITE DUNNING-LETTER-CARD FROM DUNNING-ID-LINE.
           WRITE DUNNING-LETTER-CARD.
           WRITE DUNNING-LETTER-CARD FROM DUNNING-CLOSING-LINE.

      * Fill the city, province and postal code line of a
      * letter's mailing address
       700-FORMAT-CITY-LINE.
           MOVE ADDR-CITY TO DUNNING-CITY-WS.
           MOVE ADDR-PROVINCE TO DUNNING-PROVINCE-WS.
           MOVE ADDR-POSTAL-CODE TO DUNNING-POSTAL-CODE-WS.

      * Read the current student's mailing address before a
      * letter is written.  LETTER-HOLD-REASON-WS is left
      * blank when the letter can be mailed; otherwise it
      * says why the letter is held - no address on file, or
      * an address flagged as returned mail.
       700-FIND-STUDENT-ADDRESS.
           MOVE SPACES TO LETTER-HOLD-REASON-WS.
           IF ADDRESS-FILE-IS-OPEN
               MOVE STUDENT-NUMBER TO ADDR-STUDENT-NUMBER
               READ STUDENT-ADDRESS-FILE
                   INVALID KEY
                       MOVE "NO ADDRESS ON FILE"
                           TO LETTER-HOLD-REASON-WS
                   NOT INVALID KEY
                       IF ADDR-MAIL-RETURNED
                           MOVE "RETURNED MAIL"
                               TO LETTER-HOLD-REASON-WS
                       END-IF
               END-READ
           ELSE
               MOVE "NO ADDRESS ON FILE" TO LETTER-HOLD-REASON-WS
           END-IF.

      * List the current student's letter on the held letter
      * listing in place of writing it
       700-WRITE-LETTER-HOLD-RECORD.
           MOVE STUDENT-LAST-NAME TO STUDENT-LAST-NAME-HOLD-WS.
           MOVE STUDENT-FIRST-NAME TO STUDENT-FIRST-NAME-HOLD-WS.
           MOVE STUDENT-NUMBER TO STUDENT-NUMBER-HOLD-WS.
           MOVE LETTER-TYPE-WS TO LETTER-TYPE-HOLD-WS.
           MOVE LETTER-HOLD-REASON-WS TO HOLD-REASON-HOLD-WS.
           WRITE LETTER-HOLD-CARD FROM LETTER-HOLD-WS.

      * Write the aging bucket trailer on the aged
      * receivables report
       700-WRITE-AGING-SUMMARY.
           MOVE STUDENT-NUMBER TO HIST-STUDENT-NUMBER.
           MOVE STUDENT-AVERAGE TO HIST-AVERAGE.
           MOVE STUDENT-GRADE TO HIST-GRADE.
           IF TUITION-OWED > 9999.99
               MOVE TUITION-OWED TO HIST-WIDE-OWING
               WRITE HISTORY-WIDE-RECORD
           ELSE
               IF TUITION-OWED > 0
                   MOVE TUITION-OWED TO HIST-OWING
               ELSE
                   MOVE ZERO TO HIST-OWING
               END-IF
               WRITE HISTORY-RECORD
           END-IF.
           
      * Build the student record line, write it to the
      * student work file behind its name keys, and increment
      * the records out counter
       700-WRITE-STUDENT-RECORD.
           MOVE  STUDENT-LAST-NAME  TO  STUDENT-LAST-NAME-WS.
           MOVE  STUDENT-FIRST-NAME TO STUDENT-FIRST-NAME-WS.
           MOVE STUDENT-COURSE-LIST  TO STUDENT-COURSE-NAME-WS.
           MOVE STUDENT-AVERAGE TO STUDENT-AVERAGE-WS.
           MOVE STUDENT-GRADE TO STUDENT-GRADE-WS.
           PERFORM 700-SET-REPORT-WORK-KEYS.
           MOVE STUDENT-REPORT-WS TO WORK-REPORT-LINE-WS.
           WRITE STUDENT-WORK-CARD FROM REPORT-WORK-WS.
           ADD  1  TO RECORDS-OUT-CTR.
      
      * Validate the student's program code against the
      * table of valid codes loaded from PROGRAM-CODE-FILE

      * Fold each populated course slot of the current
      * student into that course's enrollment and outcome
      * accumulators.  A withdrawn course has no mark to
      * count and is passed over.  A course number not found
      * in COURSE-TABLE-WS is simply not counted - the course
      * report covers the courses the scheduling office
      * actually loaded from COURSE-FILE.
       700-ACCUMULATE-COURSE-STATS.
           IF COURSE-1 NOT = SPACES AND NOT COURSE-1-WITHDRAWN
               MOVE COURSE-1 TO STAT-LOOKUP-COURSE-WS
               MOVE MARK-1 TO STAT-LOOKUP-MARK-WS
               PERFORM 700-POST-COURSE-STAT
           END-IF.
           IF COURSE-2 NOT = SPACES AND NOT COURSE-2-WITHDRAWN
               MOVE COURSE-2 TO STAT-LOOKUP-COURSE-WS
               MOVE MARK-2 TO STAT-LOOKUP-MARK-WS
               PERFORM 700-POST-COURSE-STAT
           END-IF.
           IF COURSE-3 NOT = SPACES AND NOT COURSE-3-WITHDRAWN
               MOVE COURSE-3 TO STAT-LOOKUP-COURSE-WS
               MOVE MARK-3 TO STAT-LOOKUP-MARK-WS
               PERFORM 700-POST-COURSE-STAT
           END-IF.
           IF COURSE-4 NOT = SPACES AND NOT COURSE-4-WITHDRAWN
               MOVE COURSE-4 TO STAT-LOOKUP-COURSE-WS
               MOVE MARK-4 TO STAT-LOOKUP-MARK-WS
               PERFORM 700-POST-COURSE-STAT
           END-IF.
           IF COURSE-5 NOT = SPACES AND NOT COURSE-5-WITHDRAWN
               MOVE COURSE-5 TO STAT-LOOKUP-COURSE-WS
               MOVE MARK-5 TO STAT-LOOKUP-MARK-WS
               PERFORM 700-POST-COURSE-STAT
           END-IF.
           IF COURSE-6 NOT = SPACES AND NOT COURSE-6-WITHDRAWN
               MOVE COURSE-6 TO STAT-LOOKUP-COURSE-WS
               MOVE MARK-6 TO STAT-LOOKUP-MARK-WS
               PERFORM 700-POST-COURSE-STAT
           WRITE PROGRAM-REJECT-CARD FROM PROGRAM-REJECT-WS.
           ADD 1 TO PROGRAM-REJECTS-CTR.

      * Look the current STUDENT-NUMBER up on the file of
      * numbers PROJECT2V rejected from the student master.  A
      * match means this record already has a reason recorded
      * on VALREJ.DAT, so it is simply excluded from the
      * normal reports rather than written a second time.
       700-CHECK-PRE-REJECTED.
           MOVE "N" TO PRE-REJECTED-FLAG.
           IF BAD-STUDENT-FILE-IS-OPEN
               MOVE STUDENT-NUMBER TO BAD-STUDENT-NUMBER
               READ BAD-STUDENT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO PRE-REJECTED-FLAG
               END-READ
           END-IF.

      * Look the current STUDENT-NUMBER up on the file of
      * numbers already seen this run.  A number not yet seen
      * is registered on the file so the next occurrence of
      * it is caught.
       700-CHECK-DUPLICATE-STUDENT.
           MOVE "N" TO DUPLICATE-STUDENT-FLAG.
           IF SEEN-FILE-IS-OPEN
               MOVE STUDENT-NUMBER TO SEEN-STUDENT-NUMBER
               READ SEEN-STUDENT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO DUPLICATE-STUDENT-FLAG
               END-READ
               IF NOT STUDENT-IS-DUPLICATE
                   PERFORM 700-REGISTER-STUDENT-NUMBER
               END-IF
           END-IF.

      * Add the current STUDENT-NUMBER to the seen student
      * file
       700-REGISTER-STUDENT-NUMBER.
           MOVE STUDENT-NUMBER TO SEEN-STUDENT-NUMBER.
           WRITE SEEN-STUDENT-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

      * Write a student record with a STUDENT-NUMBER already
      * seen earlier in the run to the duplicate listing
      * versus who has not paid anything at all
       700-DETERMINE-PAYMENT-STATUS.
           MOVE ZERO TO PERCENT-PAID-WS.
           IF TOTAL-CHARGES-WS > ZERO
               COMPUTE PERCENT-PAID-WS ROUNDED =
                   (PAYMENT-MADE / TOTAL-CHARGES-WS) * 100.
           EVALUATE TRUE
               WHEN PAYMENT-MADE > TOTAL-CHARGES-WS
                   MOVE "CREDIT DUE"   TO PAYMENT-STATUS-WS
               WHEN PAYMENT-MADE >= TOTAL-CHARGES-WS
                   MOVE "PAID IN FULL" TO PAYMENT-STATUS-WS
               WHEN PERCENT-PAID-WS >= 50
                   MOVE "50-99% PAID"  TO PAYMENT-STATUS-WS
           MOVE STUDENT-NUMBER TO STUDENT-NUMBER-INSTL-WS.
           MOVE TUITION-OWED TO AMOUNT-OWING-INSTL-WS.
           MOVE PAYMENT-STATUS-WS TO PAYMENT-STATUS-INSTL-WS.
           PERFORM 700-SET-REPORT-WORK-KEYS.
           MOVE TUITION-OWED TO WORK-OWING-WS.
           MOVE INSTALLMENT-REPORT-WS TO WORK-REPORT-LINE-WS.
           WRITE INSTALLMENT-WORK-CARD FROM REPORT-WORK-WS.

      * Write the tuition record and accumulate the amount
      * owing into the grade-band summary trailer
           MOVE STUDENT-FIRST-NAME TO STUDENT-FIRST-NAME-TUITION-WS.
           MOVE STUDENT-NUMBER TO STUDENT-NUMBER-TUITION-WS.
           MOVE TUITION-OWED TO AMOUNT-OWING-WS.
           PERFORM 700-SET-REPORT-WORK-KEYS.
           MOVE TUITION-OWED TO WORK-OWING-WS.
           MOVE TUITION-REPORT-WS TO WORK-REPORT-LINE-WS.
           WRITE TUITION-WORK-CARD FROM REPORT-WORK-WS.
           PERFORM 700-WRITE-EXTRACT-RECORD.
           EVALUATE TRUE
               WHEN STUDENT-GRADE = "A"
           MOVE STUDENT-LAST-NAME TO STUDENT-LAST-NAME-RFND-WS.
           MOVE STUDENT-FIRST-NAME TO STUDENT-FIRST-NAME-RFND-WS.
           MOVE STUDENT-NUMBER TO STUDENT-NUMBER-RFND-WS.
           COMPUTE REFUND-CREDIT-WS = PAYMENT-MADE - TOTAL-CHARGES-WS.
           MOVE REFUND-CREDIT-WS TO CREDIT-AMOUNT-RFND-WS.
           WRITE REFUND-REGISTER-CARD FROM REFUND-REGISTER-WS.
           ADD 1 TO REFUND-COUNT-WS.
      * Write the refund register total line - the count and
      * dollar figure the bursar cuts refund cheques against
       700-WRITE-REFUND-TOTAL.
           IF REFUND-COUNT-WS > 999 OR REFUND-TOTAL-WS > 99999.99
               MOVE REFUND-COUNT-WS TO REFUND-COUNT-WIDE-RPT-WS
               MOVE REFUND-TOTAL-WS TO REFUND-TOTAL-WIDE-RPT-WS
               WRITE REFUND-REGISTER-CARD
                   FROM RFNDRPT-WIDE-TOTAL-LINE-WS
           ELSE
               MOVE REFUND-COUNT-WS TO REFUND-COUNT-RPT-WS
               MOVE REFUND-TOTAL-WS TO REFUND-TOTAL-RPT-WS
               WRITE REFUND-REGISTER-CARD FROM RFNDRPT-TOTAL-LINE-WS
           END-IF.

      * Write one delimited finance extract record for the
      * current student's balance and fold it into the
       700-WRITE-EXTRACT-RECORD.
           MOVE STUDENT-NUMBER TO EXTRACT-STUDENT-NUMBER-WS.
           MOVE STUDENT-PROGRAM TO EXTRACT-PROGRAM-WS.
           IF TUITION-OWED > 9999.99
               MOVE TUITION-OWED TO EXTRACT-WIDE-AMOUNT-WS
           ELSE
               MOVE SPACES TO EXTRACT-AMOUNT-AREA-WS
               MOVE TUITION-OWED TO EXTRACT-AMOUNT-WS
           END-IF.
           WRITE TUITION-EXTRACT-CARD FROM EXTRACT-DETAIL-WS.
           ADD 1 TO EXTRACT-RECORD-CTR.
           ADD TUITION-OWED TO EXTRACT-HASH-TOTAL-WS.
      * and dollar hash total the GL upload validates the
      * file against before posting
       700-WRITE-EXTRACT-TRAILER.
           IF EXTRACT-RECORD-CTR > 999
               OR EXTRACT-HASH-TOTAL-WS > 9999999.99
               MOVE EXTRACT-RECORD-CTR TO EXTRACT-WIDE-COUNT-WS
               MOVE EXTRACT-HASH-TOTAL-WS TO EXTRACT-WIDE-HASH-WS
               WRITE TUITION-EXTRACT-CARD FROM EXTRACT-WIDE-TRAILER-WS
           ELSE
               MOVE EXTRACT-RECORD-CTR TO EXTRACT-COUNT-WS
               MOVE EXTRACT-HASH-TOTAL-WS TO EXTRACT-HASH-WS
               WRITE TUITION-EXTRACT-CARD FROM EXTRACT-TRAILER-WS
           END-IF.

      * Load the current student's name and number into the
      * work file sort keys, the amount owing and rank keys
      * cleared for the report writing the line to fill in
       700-SET-REPORT-WORK-KEYS.
           MOVE STUDENT-LAST-NAME TO WORK-LAST-NAME-WS.
           MOVE STUDENT-FIRST-NAME TO WORK-FIRST-NAME-WS.
           MOVE ZERO TO WORK-OWING-WS.
           MOVE ZERO TO WORK-RANK-WS.
           MOVE STUDENT-NUMBER TO WORK-STUDENT-NUMBER-WS.

      * Sort the three report work files and write their
      * lines - the student report alphabetically, the
      * tuition and installment reports largest amount owing
      * first - so the summaries and counters that follow
      * still land at the bottom as they always have
       700-WRITE-SORTED-REPORT-LINES.
           CLOSE STUDENT-WORK-FILE
                 TUITION-WORK-FILE
                 INSTALLMENT-WORK-FILE.
           SORT REPORT-SORT-FILE
               ON ASCENDING KEY SORT-LAST-NAME
                                SORT-FIRST-NAME
                                SORT-STUDENT-NUMBER
               USING STUDENT-WORK-FILE
               OUTPUT PROCEDURE IS 700-WRITE-SORTED-STUDENT-LINES.
           SORT REPORT-SORT-FILE
               ON DESCENDING KEY SORT-OWING
               ON ASCENDING KEY SORT-STUDENT-NUMBER
               USING TUITION-WORK-FILE
               OUTPUT PROCEDURE IS 700-WRITE-SORTED-TUITION-LINES.
           SORT REPORT-SORT-FILE
               ON DESCENDING KEY SORT-OWING
               ON ASCENDING KEY SORT-STUDENT-NUMBER
               USING INSTALLMENT-WORK-FILE
               OUTPUT PROCEDURE IS 700-WRITE-SORTED-INSTL-LINES.

      * Write every sorted student report line
       700-WRITE-SORTED-STUDENT-LINES.
           MOVE "N" TO SORT-FILE-EOF-FLAG.
           PERFORM 700-RETURN-STUDENT-LINE
               UNTIL SORT-FILE-EOF-FLAG = "Y".

      * Return and write one sorted student report line
       700-RETURN-STUDENT-LINE.
           RETURN REPORT-SORT-FILE
               AT END MOVE "Y" TO SORT-FILE-EOF-FLAG
               NOT AT END
                   WRITE STUDENT-REPORT-CARD FROM SORT-REPORT-LINE
           END-RETURN.

      * Write every sorted tuition report line
       700-WRITE-SORTED-TUITION-LINES.
           MOVE "N" TO SORT-FILE-EOF-FLAG.
           PERFORM 700-RETURN-TUITION-LINE
               UNTIL SORT-FILE-EOF-FLAG = "Y".

      * Return and write one sorted tuition report line
       700-RETURN-TUITION-LINE.
           RETURN REPORT-SORT-FILE
               AT END MOVE "Y" TO SORT-FILE-EOF-FLAG
               NOT AT END
                   WRITE TUITION-REPORT-CARD FROM SORT-REPORT-LINE
           END-RETURN.

      * Write every sorted installment report line
       700-WRITE-SORTED-INSTL-LINES.
           MOVE "N" TO SORT-FILE-EOF-FLAG.
           PERFORM 700-RETURN-INSTALLMENT-LINE
               UNTIL SORT-FILE-EOF-FLAG = "Y".

      * Return and write one sorted installment report line
       700-RETURN-INSTALLMENT-LINE.
           RETURN REPORT-SORT-FILE
               AT END MOVE "Y" TO SORT-FILE-EOF-FLAG
               NOT AT END
                   WRITE INSTALLMENT-REPORT-CARD
                       FROM SORT-REPORT-LINE
           END-RETURN.

      * Write the grade-band summary trailer on the tuition
      * report, cross-tabbing how much is owing against the
           MOVE GRAND-C-COUNT-WS TO GRAND-C-COUNT-RPT-WS.
           MOVE GRAND-D-COUNT-WS TO GRAND-D-COUNT-RPT-WS.
           MOVE GRAND-F-COUNT-WS TO GRAND-F-COUNT-RPT-WS.
           MOVE SPACES TO GRAND-OWING-AREA-WS.
           IF GRAND-OWING-WS > 9999999.99
               MOVE GRAND-OWING-WS TO GRAND-OWING-WIDE-RPT-WS
           ELSE
               MOVE GRAND-OWING-WS TO GRAND-OWING-RPT-WS
           END-IF.
           WRITE PROGRAM-ROLLUP-CARD FROM PROGRPT-GRAND-LINE-WS.

      * Write one program's rollup line and fold its
           MOVE PROGRAM-C-COUNT-WS(PROGRAM-SUB) TO C-COUNT-RPT-WS.
           MOVE PROGRAM-D-COUNT-WS(PROGRAM-SUB) TO D-COUNT-RPT-WS.
           MOVE PROGRAM-F-COUNT-WS(PROGRAM-SUB) TO F-COUNT-RPT-WS.
           MOVE SPACES TO PROGRAM-OWING-AREA-WS.
           IF PROGRAM-OWING-WS(PROGRAM-SUB) > 99999.99
               MOVE PROGRAM-OWING-WS(PROGRAM-SUB)
                   TO PROGRAM-OWING-WIDE-RPT-WS
           ELSE
               MOVE PROGRAM-OWING-WS(PROGRAM-SUB)
                   TO PROGRAM-OWING-RPT-WS
           END-IF.
           WRITE PROGRAM-ROLLUP-CARD FROM PROGRPT-LINE-WS.
           ADD PROGRAM-ENROLLED-WS(PROGRAM-SUB) TO GRAND-ENROLLED-WS.
           ADD PROGRAM-AVG-SUM-WS(PROGRAM-SUB) TO GRAND-AVG-SUM-WS.
           MOVE COURSE-FAIL-COUNT-WS(SUB) TO COURSE-FAILS-RPT-WS.
           WRITE COURSE-STATS-CARD FROM CRSERPT-LINE-WS.

      * Write the audit trails, in the original three-digit
      * layout unless a count has run past 999
       700-WRITE-AUDIT-COUNTERS.
            IF RECORDS-IN-CTR > 999 OR RECORDS-OUT-CTR > 999
               OR DUPLICATES-FOUND-CTR > 999
               OR PRE-REJECTED-CTR > 999
               OR PROGRAM-REJECTS-CTR > 999
                MOVE RECORDS-IN-CTR TO RECORDS-IN-WIDE-CTR
                MOVE RECORDS-OUT-CTR TO RECORDS-OUT-WIDE-CTR
                MOVE DUPLICATES-FOUND-CTR TO DUPLICATES-WIDE-CTR
                MOVE PRE-REJECTED-CTR TO PRE-REJECTED-WIDE-CTR
                MOVE PROGRAM-REJECTS-CTR TO PROGRAM-REJECTS-WIDE-CTR
                MOVE WIDE-COUNTERS TO COUNTERS-LINE-WS
            ELSE
                MOVE RECORDS-IN-CTR TO RECORDS-IN-LINE-CTR
                MOVE RECORDS-OUT-CTR TO RECORDS-OUT-LINE-CTR
                MOVE DUPLICATES-FOUND-CTR TO DUPLICATES-LINE-CTR
                MOVE PRE-REJECTED-CTR TO PRE-REJECTED-LINE-CTR
                MOVE PROGRAM-REJECTS-CTR TO PROGRAM-REJECTS-LINE-CTR
                MOVE COUNTERS TO COUNTERS-LINE-WS
            END-IF.
            WRITE STUDENT-REPORT-CARD  FROM COUNTERS-LINE-WS.
            WRITE TUITION-REPORT-CARD FROM COUNTERS-LINE-WS.
            WRITE INSTALLMENT-REPORT-CARD FROM COUNTERS-LINE-WS.
            WRITE PROGRAM-REJECT-CARD FROM COUNTERS-LINE-WS.
            WRITE PROGRAM-ROLLUP-CARD FROM COUNTERS-LINE-WS.
            WRITE COURSE-STATS-CARD FROM COUNTERS-LINE-WS.
            WRITE AGED-RECEIVABLES-CARD FROM COUNTERS-LINE-WS.
            WRITE DUPLICATE-STUDENT-CARD FROM COUNTERS-LINE-WS.
            WRITE REFUND-REGISTER-CARD FROM COUNTERS-LINE-WS.
            WRITE STANDING-REPORT-CARD FROM COUNTERS-LINE-WS.
            WRITE LETTER-HOLD-CARD FROM COUNTERS-LINE-WS.

      * Close all the files.  The address and lookup files
      * are closed only when they actually opened; the report
      * work files were closed for their sorts.
       700-CLOSE-STUDENT-FILES.
           IF ADDRESS-FILE-IS-OPEN
               CLOSE STUDENT-ADDRESS-FILE
           END-IF.
           IF SEEN-FILE-IS-OPEN
               CLOSE SEEN-STUDENT-FILE
           END-IF.
           IF BAD-STUDENT-FILE-IS-OPEN
               CLOSE BAD-STUDENT-FILE
           END-IF.
           CLOSE STUDENT-FILE
                 STUDENT-REPORT
                 TUITION-REPORT
                 DUPLICATE-STUDENT-FILE
                 REFUND-REGISTER-REPORT
                 STANDING-REPORT
                 STANDING-LETTER-FILE
                 LETTER-HOLD-REPORT.
