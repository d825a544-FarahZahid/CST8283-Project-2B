       IDENTIFICATION DIVISION.
       PROGRAM-ID.         MSTAUDIT.
       AUTHOR.             RICHARD BARNEY.
       DATE-WRITTEN.       OCTOBER 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-PARM-FILE
               ASSIGN TO "C:\AUDITPRM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARM-STATUS-WS.
           SELECT GENERATION-FILE
               ASSIGN TO GENERATION-FILE-NAME-WS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GENERATION-STATUS-WS.
           SELECT REPLAY-MASTER-FILE
               ASSIGN TO "C:\AUDWORK.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REPLAY-STUDENT-NUMBER
                   FILE STATUS IS REPLAY-STATUS-WS.
           SELECT STUDENT-MASTER-FILE
               ASSIGN TO "C:\STUMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MASTER-STUDENT-NUMBER
                   FILE STATUS IS MASTER-STATUS-WS.
           SELECT OPTIONAL MASTER-IMAGE-FILE
               ASSIGN TO "C:\MSTIMAGE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECEIPT-HISTORY-FILE
               ASSIGN TO "C:\PAYHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECEIPT-TOTAL-FILE
               ASSIGN TO "C:\AUDRCPT.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RTOT-STUDENT-NUMBER
                   FILE STATUS IS RECEIPT-TOTAL-STATUS-WS.
           SELECT AUDIT-REPORT
               ASSIGN TO "C:\AUDITRPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * AUDIT-PARM-FILE is the operator's parameter card
      * naming the MG generation of the master to audit from
      * and the time of day it was cut.  Every image stamped
      * after that date and time is replayed on top of the
      * generation.  A card with no time keyed takes every
      * image from the generation date on - the usual case,
      * since MSTBKUP runs before the day's cycle.
       FD AUDIT-PARM-FILE.
       01 AUDIT-PARM-RECORD.
           05 PARM-GENERATION-DATE  PIC 9(8).
           05 PARM-GENERATION-TIME  PIC 9(8).

      * GENERATION-FILE is the dated generation copy of the
      * master that MSTBKUP cut - one flat record per master
      * record, in key order
       FD GENERATION-FILE.
       01 GENERATION-RECORD         PIC X(200).

      * REPLAY-MASTER-FILE is this run's own indexed work copy
      * of the master.  It is rebuilt from the generation at
      * the top of every run and the images are replayed onto
      * it, so the live master is never touched.  Only the key
      * is broken out - the record is otherwise compared whole
      * or through FIELD-TABLE-WS.
       FD REPLAY-MASTER-FILE.
       01 REPLAY-MASTER-RECORD.
           05 FILLER                PIC X(40).
           05 REPLAY-STUDENT-NUMBER PIC 9(9).
           05 FILLER                PIC X(151).

      * STUDENT-MASTER-FILE is the live indexed student
      * master, read here in key order and never written
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

      * MASTER-IMAGE-FILE is the cumulative before/after
      * image journal STUMAINT, PAYPOST, TUITASSE, LATEFEE,
      * TERMCLOS, AWARDPST, RFNDDISB, and WDRLPOST append for
      * every update they apply to the master
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

      * RECEIPT-HISTORY-FILE is the cumulative record of
      * every receipt PAYPOST applied to the master.  A code
      * C record is TERMCLOS closing the term; only the
      * receipts after a student's last C record are still in
      * MASTER-PAYMENT-MADE.  A reversal or NSF of a payment
      * from a closed term takes PAYMENT-MADE down only as
      * far as zero, the rest going to the balance forward.
       FD RECEIPT-HISTORY-FILE.
       01 RECEIPT-HISTORY-RECORD.
           05 RCPT-HIST-TRAN-CODE       PIC X.
               88 HIST-IS-REVERSAL   VALUE "R".
               88 HIST-IS-NSF        VALUE "N".
               88 HIST-IS-TERM-CLOSE VALUE "C".
           05 RCPT-HIST-RECEIPT-NUMBER  PIC 9(6).
           05 RCPT-HIST-PAY-DATE        PIC 9(6).
           05 RCPT-HIST-STUDENT-NUMBER  PIC 9(9).
           05 RCPT-HIST-PAY-AMOUNT      PIC 9(4)V99.
           05 RCPT-HIST-TENDER-TYPE     PIC X(4).

      * RECEIPT-TOTAL-FILE is this run's own indexed work file
      * of receipt history totals, one record per student,
      * rebuilt from PAYHIST.DAT at every run so the totals
      * come back in student number order for the match
      * against the master
       FD RECEIPT-TOTAL-FILE.
       01 RECEIPT-TOTAL-RECORD.
           05 RTOT-STUDENT-NUMBER   PIC 9(9).
           05 RTOT-RECEIPT-TOTAL    PIC S9(5)V99.
           05 RTOT-RECEIPT-COUNT    PIC 9(5).

      * AUDIT-REPORT is the output listing - the image replay
      * exceptions, every field on which the replayed master
      * and the live master disagree, every student whose
      * receipt history does not add up to what the master
      * says was paid, and the run counters and verdict
       FD AUDIT-REPORT.
       01 AUDIT-REPORT-CARD         PIC X(110).

       WORKING-STORAGE SECTION.
      * The generation file name, built from the generation
      * date on the parameter card
       01 GENERATION-FILE-NAME-WS   PIC X(20)  VALUE SPACES.

      * Title and the line naming what this run audited from
       01 AUDIT-TITLE.
           05 FILLER    PIC X(30)  VALUE SPACES.
           05 FILLER    PIC X(30)
                   VALUE "STUDENT MASTER INTEGRITY AUDIT".

       01 AUDIT-BASIS-LINE-WS.
           05 FILLER                PIC X(4)   VALUE SPACES.
           05 FILLER                PIC X(12)  VALUE "GENERATION: ".
           05 BASIS-GENERATION-WS   PIC X(20).
           05 FILLER                PIC X(23)
                   VALUE "  IMAGES STAMPED AFTER ".
           05 BASIS-DATE-WS         PIC 9(8).
           05 FILLER                PIC X      VALUE "-".
           05 BASIS-TIME-WS         PIC 9(8).

      * Section titles and column headers
       01 IMAGE-SECTION-TITLE.
           05 FILLER    PIC X(4)   VALUE SPACES.
           05 FILLER    PIC X(23)  VALUE "IMAGE REPLAY EXCEPTIONS".

       01 IMAGE-SECTION-HEADER.
           05 FILLER    PIC X(4)   VALUE SPACES.
           05 FILLER    PIC X(10)  VALUE "PROGRAM".
           05 FILLER    PIC X(10)  VALUE "RUN DATE".
           05 FILLER    PIC X(10)  VALUE "RUN TIME".
           05 FILLER    PIC X(6)   VALUE "SEQ".
           05 FILLER    PIC X(3)   VALUE "A".
           05 FILLER    PIC X(11)  VALUE "STUDENT #".
           05 FILLER    PIC X(9)   VALUE "EXCEPTION".

       01 COMPARE-SECTION-TITLE.
           05 FILLER    PIC X(4)   VALUE SPACES.
           05 FILLER    PIC X(37)
                   VALUE "REPLAYED MASTER VS LIVE MASTER".

       01 RECEIPT-SECTION-TITLE.
           05 FILLER    PIC X(4)   VALUE SPACES.
           05 FILLER    PIC X(37)
                   VALUE "RECEIPT HISTORY VS PAYMENT MADE".

       01 RECEIPT-SECTION-HEADER.
           05 FILLER    PIC X(4)   VALUE SPACES.
           05 FILLER    PIC X(11)  VALUE "STUDENT #".
           05 FILLER    PIC X(22)  VALUE "LAST NAME".
           05 FILLER    PIC X(13)  VALUE "HISTORY".
           05 FILLER    PIC X(13)  VALUE "MASTER".
           05 FILLER    PIC X(13)  VALUE "DIFFERENCE".
           05 FILLER    PIC X(7)   VALUE "REMARK".

      * One image replay exception line
       01 IMAGE-EXCEPTION-WS.
           05 FILLER                PIC X(4)   VALUE SPACES.
           05 IMG-PROGRAM-EXC-WS    PIC X(8).
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 IMG-RUN-DATE-EXC-WS   PIC 9(8).
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 IMG-RUN-TIME-EXC-WS   PIC 9(8).
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 IMG-SEQUENCE-EXC-WS   PIC 9(4).
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 IMG-ACTION-EXC-WS     PIC X.
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 IMG-STUDENT-EXC-WS    PIC 9(9).
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 EXCEPTION-TEXT-WS     PIC X(40).

      * One student-level line of the master comparison
       01 COMPARE-STUDENT-WS.
           05 FILLER                PIC X(4)   VALUE SPACES.
           05 STUDENT-NUMBER-CMP-WS PIC 9(9).
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 COMPARE-TEXT-WS       PIC X(44).

      * One field-level difference line, printed under an
      * image exception or a student comparison line - the
      * field name and its raw contents on each side
       01 FIELD-DIFFERENCE-WS.
           05 FILLER                PIC X(8)   VALUE SPACES.
           05 FIELD-NAME-DIFF-WS    PIC X(14).
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 LEFT-LABEL-DIFF-WS    PIC X(9).
           05 LEFT-VALUE-DIFF-WS    PIC X(32).
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 RIGHT-LABEL-DIFF-WS   PIC X(9).
           05 RIGHT-VALUE-DIFF-WS   PIC X(32).

      * One receipt reconciliation line
       01 RECEIPT-MISMATCH-WS.
           05 FILLER                PIC X(4)   VALUE SPACES.
           05 STUDENT-NUMBER-RCPT-WS PIC 9(9).
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 STUDENT-LAST-NAME-RCPT-WS PIC X(20).
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 HISTORY-TOTAL-RCPT-WS PIC $$$,$$9.99-.
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 MASTER-PAID-RCPT-WS   PIC $$$,$$9.99-.
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 DIFFERENCE-RCPT-WS    PIC $$$,$$9.99-.
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 REMARK-RCPT-WS        PIC X(20).

      * One counter line - what was counted and how many
       01 AUDIT-COUNT-LINE-WS.
           05 FILLER                PIC X(4)   VALUE SPACES.
           05 AUDIT-COUNT-TEXT-WS   PIC X(44).
           05 AUDIT-COUNT-WS        PIC ZZZZ9.

      * Final verdict lines - one of these ends the report
       01 AUDIT-GOOD-LINE.
           05 FILLER    PIC X(4)   VALUE SPACES.
           05 FILLER    PIC X(56)  VALUE
             "*** MASTER AGREES WITH GENERATION, IMAGES AND RECEIPTS".
           05 FILLER    PIC X(4)   VALUE " ***".

       01 AUDIT-BAD-LINE.
           05 FILLER    PIC X(4)   VALUE SPACES.
           05 FILLER    PIC X(56)  VALUE
             "*** MASTER INTEGRITY EXCEPTIONS FOUND - INVESTIGATE".
           05 FILLER    PIC X(31)  VALUE
             " BEFORE ROTATING GENERATION ***".

      * Name, starting position and length of every field of
      * the 200-byte master record, in record order, so two
      * images of a student can be compared field by field
      * without a paragraph per field
       01 FIELD-TABLE-VALUES.
           05 FILLER    PIC X(20)  VALUE "FIRST NAME    001020".
           05 FILLER    PIC X(20)  VALUE "LAST NAME     021020".
           05 FILLER    PIC X(20)  VALUE "STUDENT NUMBER041009".
           05 FILLER    PIC X(20)  VALUE "PROGRAM       050003".
           05 FILLER    PIC X(20)  VALUE "COURSE 1      053007".
           05 FILLER    PIC X(20)  VALUE "MARK 1        060003".
           05 FILLER    PIC X(20)  VALUE "COURSE 2      063007".
           05 FILLER    PIC X(20)  VALUE "MARK 2        070003".
           05 FILLER    PIC X(20)  VALUE "COURSE 3      073007".
           05 FILLER    PIC X(20)  VALUE "MARK 3        080003".
           05 FILLER    PIC X(20)  VALUE "COURSE 4      083007".
           05 FILLER    PIC X(20)  VALUE "MARK 4        090003".
           05 FILLER    PIC X(20)  VALUE "COURSE 5      093007".
           05 FILLER    PIC X(20)  VALUE "MARK 5        100003".
           05 FILLER    PIC X(20)  VALUE "COURSE 6      103007".
           05 FILLER    PIC X(20)  VALUE "MARK 6        110003".
           05 FILLER    PIC X(20)  VALUE "PAYMENT MADE  113006".
           05 FILLER    PIC X(20)  VALUE "TUITION       119006".
           05 FILLER    PIC X(20)  VALUE "DUE DATE      125008".
           05 FILLER    PIC X(20)  VALUE "LATE FEES     133006".
           05 FILLER    PIC X(20)  VALUE "OPENING BAL   139006".
           05 FILLER    PIC X(20)  VALUE "AWARDS        145006".
           05 FILLER    PIC X(20)  VALUE "REFUNDS PAID  151006".
           05 FILLER    PIC X(20)  VALUE "WDRL CREDIT   157006".
           05 FILLER    PIC X(20)  VALUE "STATUS 1      163001".
           05 FILLER    PIC X(20)  VALUE "STATUS 2      164001".
           05 FILLER    PIC X(20)  VALUE "STATUS 3      165001".
           05 FILLER    PIC X(20)  VALUE "STATUS 4      166001".
           05 FILLER    PIC X(20)  VALUE "STATUS 5      167001".
           05 FILLER    PIC X(20)  VALUE "STATUS 6      168001".
           05 FILLER    PIC X(20)  VALUE "RESERVE       169032".
       01 FIELD-TABLE-WS REDEFINES FIELD-TABLE-VALUES.
           05 FIELD-ENTRY OCCURS 31 TIMES.
               10 FIELD-NAME-WS     PIC X(14).
               10 FIELD-START-WS    PIC 9(3).
               10 FIELD-LENGTH-WS   PIC 9(3).

      * The two 200-byte images being compared field by
      * field, and the labels their columns print under
       01 COMPARE-AREAS-WS.
           05 COMPARE-LEFT-WS       PIC X(200) VALUE SPACES.
           05 COMPARE-RIGHT-WS      PIC X(200) VALUE SPACES.
           05 COMPARE-LEFT-LABEL-WS PIC X(9)   VALUE SPACES.
           05 COMPARE-RIGHT-LABEL-WS PIC X(9)  VALUE SPACES.

      * The image stamp under test and the generation stamp
      * from the parameter card, date then time so the group
      * items compare in the right order
       01 IMAGE-STAMP-WS.
           05 IMAGE-STAMP-DATE-WS   PIC 9(8).
           05 IMAGE-STAMP-TIME-WS   PIC 9(8).

       01 GENERATION-STAMP-WS.
           05 GENERATION-STAMP-DATE-WS PIC 9(8).
           05 GENERATION-STAMP-TIME-WS PIC 9(8).

      * The run an image belongs to - program, date and time
      * - and the one before it, so a gap in IMG-SEQUENCE
      * within a run can be told from the start of a new run
       01 IMAGE-RUN-KEY-WS.
           05 RUN-KEY-PROGRAM-WS    PIC X(8).
           05 RUN-KEY-DATE-WS       PIC 9(8).
           05 RUN-KEY-TIME-WS       PIC 9(8).

       01 PRIOR-RUN-KEY-WS          PIC X(24)  VALUE SPACES.

      * Counters to keep track of what was read, replayed,
      * and compared, and of every exception found
       01 AUDIT-COUNTERS-WS.
           05 GENERATION-RECORDS-CTR    PIC 9(5)  VALUE ZERO.
           05 IMAGES-READ-CTR           PIC 9(5)  VALUE ZERO.
           05 IMAGES-REPLAYED-CTR       PIC 9(5)  VALUE ZERO.
           05 IMAGES-SKIPPED-CTR        PIC 9(5)  VALUE ZERO.
           05 SEQUENCE-GAPS-CTR         PIC 9(5)  VALUE ZERO.
           05 BEFORE-MISMATCH-CTR       PIC 9(5)  VALUE ZERO.
           05 STUDENTS-COMPARED-CTR     PIC 9(5)  VALUE ZERO.
           05 STUDENTS-DIFFERING-CTR    PIC 9(5)  VALUE ZERO.
           05 RECEIPTS-READ-CTR         PIC 9(5)  VALUE ZERO.
           05 RECEIPT-MISMATCH-CTR      PIC 9(5)  VALUE ZERO.

      * Bunch of fields to keep track of various
      * things throughout the program
       01 FLAGS-AND-CONTROLS.
           05 PARM-STATUS-WS            PIC X(2)  VALUE SPACES.
           05 GENERATION-STATUS-WS      PIC X(2)  VALUE SPACES.
           05 REPLAY-STATUS-WS          PIC X(2)  VALUE SPACES.
           05 MASTER-STATUS-WS          PIC X(2)  VALUE SPACES.
           05 RECEIPT-TOTAL-STATUS-WS   PIC X(2)  VALUE SPACES.
           05 GENERATION-FILE-EOF-FLAG  PIC X     VALUE "N".
           05 IMAGE-FILE-EOF-FLAG       PIC X     VALUE "N".
           05 RECEIPT-FILE-EOF-FLAG     PIC X     VALUE "N".
           05 REPLAY-FOUND-FLAG         PIC X     VALUE "N".
               88 REPLAY-RECORD-FOUND VALUE "Y".
           05 RECEIPT-TOTAL-FOUND-FLAG  PIC X     VALUE "N".
               88 RECEIPT-TOTAL-FOUND VALUE "Y".
           05 STUDENT-DIFFERS-FLAG      PIC X     VALUE "N".
               88 STUDENT-DIFFERS VALUE "Y".
           05 EXPECTED-SEQUENCE-WS      PIC 9(4)  VALUE ZERO.
           05 PRIOR-SEQUENCE-WS         PIC 9(4)  VALUE ZERO.
           05 FIELD-SUB                 PIC 9(2)  VALUE ZERO.
           05 FIELD-START-POS-WS        PIC 9(3)  VALUE ZERO.
           05 FIELD-LENGTH-POS-WS       PIC 9(3)  VALUE ZERO.
           05 FIELDS-DIFFERING-CTR      PIC 9(2)  VALUE ZERO.
           05 REPLAY-KEY-WS             PIC 9(10) VALUE ZERO.
           05 LIVE-KEY-WS               PIC 9(10) VALUE ZERO.
           05 RECEIPT-KEY-WS            PIC 9(10) VALUE ZERO.
           05 END-OF-KEYS-WS            PIC 9(10) VALUE 9999999999.
           05 HISTORY-TOTAL-WS          PIC S9(5)V99 VALUE ZERO.
           05 MASTER-PAID-WS            PIC S9(5)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      * Mainline routine
       100-AUDIT-STUDENT-MASTER.
           PERFORM 200-READ-AUDIT-PARM.
           PERFORM 200-INIT-AUDIT-STUDENT-MASTER.
           PERFORM 200-LOAD-GENERATION.
           PERFORM 200-REPLAY-IMAGES.
           PERFORM 200-COMPARE-MASTERS.
           PERFORM 200-TOTAL-RECEIPTS.
           PERFORM 200-RECONCILE-RECEIPTS.
           PERFORM 200-TERM-AUDIT-STUDENT-MASTER.
           STOP RUN.

      * Read the operator's parameter card.  A missing or
      * empty card, or one without a generation date, stops
      * the run cold - there is nothing to audit from.  A
      * time not keyed is taken as midnight.
       200-READ-AUDIT-PARM.
           OPEN INPUT AUDIT-PARM-FILE.
           IF PARM-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: AUDITPRM.DAT DID NOT OPEN - "
                   "FILE STATUS " PARM-STATUS-WS " - NOTHING WAS "
                   "AUDITED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ AUDIT-PARM-FILE
               AT END
                   DISPLAY "*** ERROR: AUDITPRM.DAT IS EMPTY - "
                       "NOTHING WAS AUDITED ***"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE AUDIT-PARM-FILE.
           IF PARM-GENERATION-DATE NOT NUMERIC
                   OR PARM-GENERATION-DATE = ZERO
               DISPLAY "*** ERROR: NO GENERATION DATE ON "
                   "AUDITPRM.DAT - NOTHING WAS AUDITED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-GENERATION-DATE TO GENERATION-STAMP-DATE-WS.
           IF PARM-GENERATION-TIME NUMERIC
               MOVE PARM-GENERATION-TIME TO GENERATION-STAMP-TIME-WS
           ELSE
               MOVE ZERO TO GENERATION-STAMP-TIME-WS
           END-IF.
           STRING "C:\MG" GENERATION-STAMP-DATE-WS ".DAT"
               DELIMITED BY SIZE
               INTO GENERATION-FILE-NAME-WS
           END-STRING.

      * Open the report and write its title and the line
      * naming the generation and stamp audited from
       200-INIT-AUDIT-STUDENT-MASTER.
           OPEN OUTPUT AUDIT-REPORT.
           WRITE AUDIT-REPORT-CARD FROM AUDIT-TITLE.
           MOVE GENERATION-FILE-NAME-WS TO BASIS-GENERATION-WS.
           MOVE GENERATION-STAMP-DATE-WS TO BASIS-DATE-WS.
           MOVE GENERATION-STAMP-TIME-WS TO BASIS-TIME-WS.
           WRITE AUDIT-REPORT-CARD FROM AUDIT-BASIS-LINE-WS.

      * Rebuild the replay work file outright from the chosen
      * generation - it is opened OUTPUT, which empties it,
      * and every generation record is written in key order.
      * A generation that does not open stops the run cold.
       200-LOAD-GENERATION.
           OPEN INPUT GENERATION-FILE.
           IF GENERATION-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: GENERATION "
                   GENERATION-FILE-NAME-WS " DID NOT OPEN - FILE "
                   "STATUS " GENERATION-STATUS-WS " - NOTHING WAS "
                   "AUDITED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPLAY-MASTER-FILE.
           IF REPLAY-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: AUDWORK.DAT DID NOT OPEN - FILE "
                   "STATUS " REPLAY-STATUS-WS " - NOTHING WAS "
                   "AUDITED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 700-LOAD-GENERATION-RECORD
               UNTIL GENERATION-FILE-EOF-FLAG = "Y".
           CLOSE GENERATION-FILE
                 REPLAY-MASTER-FILE.

      * Replay the image journal start to end onto the work
      * copy.  Images stamped at or before the generation are
      * already in it and are passed over; every later image
      * has its sequence and before image checked and its
      * after image applied, in the order the updates
      * happened.
       200-REPLAY-IMAGES.
           WRITE AUDIT-REPORT-CARD FROM IMAGE-SECTION-TITLE.
           WRITE AUDIT-REPORT-CARD FROM IMAGE-SECTION-HEADER.
           OPEN I-O REPLAY-MASTER-FILE.
           OPEN INPUT MASTER-IMAGE-FILE.
           PERFORM 700-READ-IMAGE-RECORD
               UNTIL IMAGE-FILE-EOF-FLAG = "Y".
           CLOSE MASTER-IMAGE-FILE
                 REPLAY-MASTER-FILE.

      * Match the replayed work copy against the live master,
      * both in student number order.  A student on both is
      * compared field by field; a student on only one side
      * is listed as such.
       200-COMPARE-MASTERS.
           WRITE AUDIT-REPORT-CARD FROM COMPARE-SECTION-TITLE.
           MOVE "REPLAYED:" TO COMPARE-LEFT-LABEL-WS.
           MOVE "LIVE:" TO COMPARE-RIGHT-LABEL-WS.
           OPEN INPUT REPLAY-MASTER-FILE.
           PERFORM 700-OPEN-LIVE-MASTER.
           PERFORM 700-READ-REPLAY-RECORD.
           PERFORM 700-READ-LIVE-RECORD.
           PERFORM 700-COMPARE-ONE-STUDENT
               UNTIL REPLAY-KEY-WS = END-OF-KEYS-WS
                   AND LIVE-KEY-WS = END-OF-KEYS-WS.
           CLOSE REPLAY-MASTER-FILE
                 STUDENT-MASTER-FILE.

      * Total the receipt history per student into the
      * receipt total work file - payments add, reversals and
      * NSF backouts subtract, and a term close marker starts
      * the student's total over from zero, since everything
      * before it was rolled into the opening balance.  A
      * missing history file leaves every total at zero.
       200-TOTAL-RECEIPTS.
           OPEN OUTPUT RECEIPT-TOTAL-FILE.
           IF RECEIPT-TOTAL-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: AUDRCPT.DAT DID NOT OPEN - FILE "
                   "STATUS " RECEIPT-TOTAL-STATUS-WS " - RECEIPTS "
                   "WERE NOT AUDITED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE RECEIPT-TOTAL-FILE.
           OPEN I-O RECEIPT-TOTAL-FILE.
           OPEN INPUT RECEIPT-HISTORY-FILE.
           PERFORM 700-READ-RECEIPT-RECORD
               UNTIL RECEIPT-FILE-EOF-FLAG = "Y".
           CLOSE RECEIPT-HISTORY-FILE
                 RECEIPT-TOTAL-FILE.

      * Match the receipt totals against the live master,
      * both in student number order, listing every student
      * whose history does not add up to PAYMENT-MADE - a
      * student on the master with payments but no history
      * included
       200-RECONCILE-RECEIPTS.
           WRITE AUDIT-REPORT-CARD FROM RECEIPT-SECTION-TITLE.
           WRITE AUDIT-REPORT-CARD FROM RECEIPT-SECTION-HEADER.
           OPEN INPUT RECEIPT-TOTAL-FILE.
           PERFORM 700-OPEN-LIVE-MASTER.
           PERFORM 700-READ-RECEIPT-TOTAL.
           PERFORM 700-READ-LIVE-RECORD.
           PERFORM 700-RECONCILE-ONE-STUDENT
               UNTIL RECEIPT-KEY-WS = END-OF-KEYS-WS
                   AND LIVE-KEY-WS = END-OF-KEYS-WS.
           CLOSE RECEIPT-TOTAL-FILE
                 STUDENT-MASTER-FILE.

      * Write the counters and the verdict and close the
      * report.  Any exception at all sets a return code of 8
      * so the weekly stream stops before the generation is
      * rotated out.
       200-TERM-AUDIT-STUDENT-MASTER.
           MOVE "RECORDS LOADED FROM GENERATION"
               TO AUDIT-COUNT-TEXT-WS.
           MOVE GENERATION-RECORDS-CTR TO AUDIT-COUNT-WS.
           WRITE AUDIT-REPORT-CARD FROM AUDIT-COUNT-LINE-WS.
           MOVE "IMAGES READ FROM JOURNAL" TO AUDIT-COUNT-TEXT-WS.
           MOVE IMAGES-READ-CTR TO AUDIT-COUNT-WS.
           WRITE AUDIT-REPORT-CARD FROM AUDIT-COUNT-LINE-WS.
           MOVE "IMAGES AT OR BEFORE GENERATION PASSED OVER"
               TO AUDIT-COUNT-TEXT-WS.
           MOVE IMAGES-SKIPPED-CTR TO AUDIT-COUNT-WS.
           WRITE AUDIT-REPORT-CARD FROM AUDIT-COUNT-LINE-WS.
           MOVE "IMAGES REPLAYED" TO AUDIT-COUNT-TEXT-WS.
           MOVE IMAGES-REPLAYED-CTR TO AUDIT-COUNT-WS.
           WRITE AUDIT-REPORT-CARD FROM AUDIT-COUNT-LINE-WS.
           MOVE "SEQUENCE GAPS" TO AUDIT-COUNT-TEXT-WS.
           MOVE SEQUENCE-GAPS-CTR TO AUDIT-COUNT-WS.
           WRITE AUDIT-REPORT-CARD FROM AUDIT-COUNT-LINE-WS.
           MOVE "BEFORE IMAGES NOT MATCHING" TO AUDIT-COUNT-TEXT-WS.
           MOVE BEFORE-MISMATCH-CTR TO AUDIT-COUNT-WS.
           WRITE AUDIT-REPORT-CARD FROM AUDIT-COUNT-LINE-WS.
           MOVE "STUDENTS COMPARED" TO AUDIT-COUNT-TEXT-WS.
           MOVE STUDENTS-COMPARED-CTR TO AUDIT-COUNT-WS.
           WRITE AUDIT-REPORT-CARD FROM AUDIT-COUNT-LINE-WS.
           MOVE "STUDENTS DIFFERING FROM REPLAY"
               TO AUDIT-COUNT-TEXT-WS.
           MOVE STUDENTS-DIFFERING-CTR TO AUDIT-COUNT-WS.
           WRITE AUDIT-REPORT-CARD FROM AUDIT-COUNT-LINE-WS.
           MOVE "RECEIPT HISTORY RECORDS READ" TO AUDIT-COUNT-TEXT-WS.
           MOVE RECEIPTS-READ-CTR TO AUDIT-COUNT-WS.
           WRITE AUDIT-REPORT-CARD FROM AUDIT-COUNT-LINE-WS.
           MOVE "RECEIPT TOTALS NOT MATCHING PAYMENT MADE"
               TO AUDIT-COUNT-TEXT-WS.
           MOVE RECEIPT-MISMATCH-CTR TO AUDIT-COUNT-WS.
           WRITE AUDIT-REPORT-CARD FROM AUDIT-COUNT-LINE-WS.
           IF SEQUENCE-GAPS-CTR = ZERO
                   AND BEFORE-MISMATCH-CTR = ZERO
                   AND STUDENTS-DIFFERING-CTR = ZERO
                   AND RECEIPT-MISMATCH-CTR = ZERO
               WRITE AUDIT-REPORT-CARD FROM AUDIT-GOOD-LINE
           ELSE
               WRITE AUDIT-REPORT-CARD FROM AUDIT-BAD-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE AUDIT-REPORT.

      * Write one generation record onto the emptied work
      * copy
       700-LOAD-GENERATION-RECORD.
           READ GENERATION-FILE
               AT END MOVE "Y" TO GENERATION-FILE-EOF-FLAG
               NOT AT END
                   MOVE GENERATION-RECORD TO REPLAY-MASTER-RECORD
                   WRITE REPLAY-MASTER-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   ADD 1 TO GENERATION-RECORDS-CTR
           END-READ.

      * Read the next image record and, when its stamp is
      * after the generation, replay it
       700-READ-IMAGE-RECORD.
           READ MASTER-IMAGE-FILE
               AT END MOVE "Y" TO IMAGE-FILE-EOF-FLAG
               NOT AT END
                   ADD 1 TO IMAGES-READ-CTR
                   MOVE IMG-RUN-DATE TO IMAGE-STAMP-DATE-WS
                   MOVE IMG-RUN-TIME TO IMAGE-STAMP-TIME-WS
                   IF IMAGE-STAMP-WS > GENERATION-STAMP-WS
                       PERFORM 700-CHECK-IMAGE-SEQUENCE
                       PERFORM 700-REPLAY-IMAGE
                   ELSE
                       ADD 1 TO IMAGES-SKIPPED-CTR
                   END-IF
           END-READ.

      * Every updating program numbers its images from 1 up
      * within a run.  An image of the same run as the one
      * before it must carry the next number; an image that
      * starts a new run must carry 1.  Anything else means
      * images are missing or out of order.
       700-CHECK-IMAGE-SEQUENCE.
           MOVE IMG-PROGRAM-NAME TO RUN-KEY-PROGRAM-WS.
           MOVE IMG-RUN-DATE TO RUN-KEY-DATE-WS.
           MOVE IMG-RUN-TIME TO RUN-KEY-TIME-WS.
           IF IMAGE-RUN-KEY-WS = PRIOR-RUN-KEY-WS
               COMPUTE EXPECTED-SEQUENCE-WS = PRIOR-SEQUENCE-WS + 1
           ELSE
               MOVE 1 TO EXPECTED-SEQUENCE-WS
           END-IF.
           IF IMG-SEQUENCE NOT = EXPECTED-SEQUENCE-WS
               MOVE SPACES TO EXCEPTION-TEXT-WS
               STRING "SEQUENCE GAP - EXPECTED "
                      EXPECTED-SEQUENCE-WS
                   DELIMITED BY SIZE
                   INTO EXCEPTION-TEXT-WS
               END-STRING
               PERFORM 700-WRITE-IMAGE-EXCEPTION
               ADD 1 TO SEQUENCE-GAPS-CTR
           END-IF.
           MOVE IMAGE-RUN-KEY-WS TO PRIOR-RUN-KEY-WS.
           MOVE IMG-SEQUENCE TO PRIOR-SEQUENCE-WS.

      * Apply one image to the work copy the way the update
      * that wrote it was applied to the live master.  An
      * update or delete must find the student on the work
      * copy exactly as its before image says; an add must
      * not find the student there at all.  The after image
      * is applied regardless, so one bad image does not
      * throw off every comparison after it.
       700-REPLAY-IMAGE.
           ADD 1 TO IMAGES-REPLAYED-CTR.
           MOVE IMG-STUDENT-NUMBER TO REPLAY-STUDENT-NUMBER.
           READ REPLAY-MASTER-FILE
               INVALID KEY MOVE "N" TO REPLAY-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO REPLAY-FOUND-FLAG
           END-READ.
           EVALUATE TRUE
               WHEN IMG-ACTION = "W" AND REPLAY-RECORD-FOUND
                   MOVE "ADD OF A STUDENT ALREADY ON FILE"
                       TO EXCEPTION-TEXT-WS
                   PERFORM 700-WRITE-IMAGE-EXCEPTION
                   ADD 1 TO BEFORE-MISMATCH-CTR
               WHEN IMG-ACTION = "W"
                   CONTINUE
               WHEN NOT REPLAY-RECORD-FOUND
                   MOVE "UPDATE OF A STUDENT NOT ON FILE"
                       TO EXCEPTION-TEXT-WS
                   PERFORM 700-WRITE-IMAGE-EXCEPTION
                   ADD 1 TO BEFORE-MISMATCH-CTR
               WHEN REPLAY-MASTER-RECORD NOT = IMG-BEFORE-IMAGE
                   MOVE "BEFORE IMAGE DOES NOT MATCH REPLAY"
                       TO EXCEPTION-TEXT-WS
                   PERFORM 700-WRITE-IMAGE-EXCEPTION
                   ADD 1 TO BEFORE-MISMATCH-CTR
                   MOVE "REPLAYED:" TO COMPARE-LEFT-LABEL-WS
                   MOVE "IMAGE:" TO COMPARE-RIGHT-LABEL-WS
                   MOVE REPLAY-MASTER-RECORD TO COMPARE-LEFT-WS
                   MOVE IMG-BEFORE-IMAGE TO COMPARE-RIGHT-WS
                   PERFORM 700-COMPARE-FIELDS
           END-EVALUATE.
           IF IMG-ACTION = "D"
               IF REPLAY-RECORD-FOUND
                   DELETE REPLAY-MASTER-FILE
               END-IF
           ELSE
               MOVE IMG-AFTER-IMAGE TO REPLAY-MASTER-RECORD
               IF REPLAY-RECORD-FOUND
                   REWRITE REPLAY-MASTER-RECORD
               ELSE
                   WRITE REPLAY-MASTER-RECORD
               END-IF
           END-IF.

      * Write one image replay exception line for the image
      * just read
       700-WRITE-IMAGE-EXCEPTION.
           MOVE IMG-PROGRAM-NAME TO IMG-PROGRAM-EXC-WS.
           MOVE IMG-RUN-DATE TO IMG-RUN-DATE-EXC-WS.
           MOVE IMG-RUN-TIME TO IMG-RUN-TIME-EXC-WS.
           MOVE IMG-SEQUENCE TO IMG-SEQUENCE-EXC-WS.
           MOVE IMG-ACTION TO IMG-ACTION-EXC-WS.
           MOVE IMG-STUDENT-NUMBER TO IMG-STUDENT-EXC-WS.
           WRITE AUDIT-REPORT-CARD FROM IMAGE-EXCEPTION-WS.

      * Compare COMPARE-LEFT-WS with COMPARE-RIGHT-WS field by
      * field, writing a difference line for every field that
      * disagrees
       700-COMPARE-FIELDS.
           MOVE ZERO TO FIELDS-DIFFERING-CTR.
           PERFORM 700-COMPARE-ONE-FIELD
               VARYING FIELD-SUB FROM 1 BY 1
               UNTIL FIELD-SUB > 31.

      * Compare one field of the two images, listing both
      * sides' raw contents when they disagree
       700-COMPARE-ONE-FIELD.
           MOVE FIELD-START-WS(FIELD-SUB) TO FIELD-START-POS-WS.
           MOVE FIELD-LENGTH-WS(FIELD-SUB) TO FIELD-LENGTH-POS-WS.
           IF COMPARE-LEFT-WS(FIELD-START-POS-WS:FIELD-LENGTH-POS-WS)
               NOT = COMPARE-RIGHT-WS
                       (FIELD-START-POS-WS:FIELD-LENGTH-POS-WS)
               MOVE FIELD-NAME-WS(FIELD-SUB) TO FIELD-NAME-DIFF-WS
               MOVE COMPARE-LEFT-LABEL-WS TO LEFT-LABEL-DIFF-WS
               MOVE COMPARE-RIGHT-LABEL-WS TO RIGHT-LABEL-DIFF-WS
               MOVE COMPARE-LEFT-WS
                       (FIELD-START-POS-WS:FIELD-LENGTH-POS-WS)
                   TO LEFT-VALUE-DIFF-WS
               MOVE COMPARE-RIGHT-WS
                       (FIELD-START-POS-WS:FIELD-LENGTH-POS-WS)
                   TO RIGHT-VALUE-DIFF-WS
               WRITE AUDIT-REPORT-CARD FROM FIELD-DIFFERENCE-WS
               ADD 1 TO FIELDS-DIFFERING-CTR
           END-IF.

      * Open the live master for a pass in key order.  A
      * master that does not open stops the run cold.
       700-OPEN-LIVE-MASTER.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF MASTER-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: STUDENT MASTER DID NOT OPEN - "
                   "FILE STATUS " MASTER-STATUS-WS " - THE AUDIT "
                   "WAS NOT COMPLETED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Read the next work copy record in key order, its key
      * set past every real student number at end of file
       700-READ-REPLAY-RECORD.
           READ REPLAY-MASTER-FILE NEXT RECORD
               AT END MOVE END-OF-KEYS-WS TO REPLAY-KEY-WS
               NOT AT END MOVE REPLAY-STUDENT-NUMBER TO REPLAY-KEY-WS
           END-READ.

      * Read the next live master record in key order, its
      * key set past every real student number at end of file
       700-READ-LIVE-RECORD.
           READ STUDENT-MASTER-FILE
               AT END MOVE END-OF-KEYS-WS TO LIVE-KEY-WS
               NOT AT END MOVE MASTER-STUDENT-NUMBER TO LIVE-KEY-WS
           END-READ.

      * Read the next receipt total in key order, its key set
      * past every real student number at end of file
       700-READ-RECEIPT-TOTAL.
           READ RECEIPT-TOTAL-FILE NEXT RECORD
               AT END MOVE END-OF-KEYS-WS TO RECEIPT-KEY-WS
               NOT AT END MOVE RTOT-STUDENT-NUMBER TO RECEIPT-KEY-WS
           END-READ.

      * Take the lower of the two current keys.  A student on
      * both files is compared field by field; a student on
      * only one is listed as missing from the other.
       700-COMPARE-ONE-STUDENT.
           EVALUATE TRUE
               WHEN REPLAY-KEY-WS = LIVE-KEY-WS
                   ADD 1 TO STUDENTS-COMPARED-CTR
                   IF REPLAY-MASTER-RECORD NOT = STUDENT-MASTER-RECORD
                       MOVE LIVE-KEY-WS TO STUDENT-NUMBER-CMP-WS
                       MOVE "DIFFERS FROM REPLAYED MASTER"
                           TO COMPARE-TEXT-WS
                       WRITE AUDIT-REPORT-CARD FROM COMPARE-STUDENT-WS
                       MOVE REPLAY-MASTER-RECORD TO COMPARE-LEFT-WS
                       MOVE STUDENT-MASTER-RECORD TO COMPARE-RIGHT-WS
                       PERFORM 700-COMPARE-FIELDS
                       ADD 1 TO STUDENTS-DIFFERING-CTR
                   END-IF
                   PERFORM 700-READ-REPLAY-RECORD
                   PERFORM 700-READ-LIVE-RECORD
               WHEN REPLAY-KEY-WS < LIVE-KEY-WS
                   MOVE REPLAY-KEY-WS TO STUDENT-NUMBER-CMP-WS
                   MOVE "ON REPLAYED MASTER BUT NOT ON LIVE MASTER"
                       TO COMPARE-TEXT-WS
                   WRITE AUDIT-REPORT-CARD FROM COMPARE-STUDENT-WS
                   ADD 1 TO STUDENTS-DIFFERING-CTR
                   PERFORM 700-READ-REPLAY-RECORD
               WHEN OTHER
                   MOVE LIVE-KEY-WS TO STUDENT-NUMBER-CMP-WS
                   MOVE "ON LIVE MASTER BUT NOT ON REPLAYED MASTER"
                       TO COMPARE-TEXT-WS
                   WRITE AUDIT-REPORT-CARD FROM COMPARE-STUDENT-WS
                   ADD 1 TO STUDENTS-DIFFERING-CTR
                   PERFORM 700-READ-LIVE-RECORD
           END-EVALUATE.

      * Read the next receipt history record and fold it into
      * its student's total
       700-READ-RECEIPT-RECORD.
           READ RECEIPT-HISTORY-FILE
               AT END MOVE "Y" TO RECEIPT-FILE-EOF-FLAG
               NOT AT END
                   ADD 1 TO RECEIPTS-READ-CTR
                   IF RCPT-HIST-STUDENT-NUMBER NUMERIC
                       PERFORM 700-POST-RECEIPT-TOTAL
                   END-IF
           END-READ.

      * Fold one receipt history record into its student's
      * running total, starting the total when the student is
      * first seen.  A reversal or NSF larger than the total
      * takes it only to zero, as PAYPOST takes PAYMENT-MADE,
      * since the rest was charged to the balance forward.
       700-POST-RECEIPT-TOTAL.
           MOVE RCPT-HIST-STUDENT-NUMBER TO RTOT-STUDENT-NUMBER.
           READ RECEIPT-TOTAL-FILE
               INVALID KEY MOVE "N" TO RECEIPT-TOTAL-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO RECEIPT-TOTAL-FOUND-FLAG
           END-READ.
           IF NOT RECEIPT-TOTAL-FOUND
               MOVE RCPT-HIST-STUDENT-NUMBER TO RTOT-STUDENT-NUMBER
               MOVE ZERO TO RTOT-RECEIPT-TOTAL
               MOVE ZERO TO RTOT-RECEIPT-COUNT
           END-IF.
           EVALUATE TRUE
               WHEN HIST-IS-TERM-CLOSE
                   MOVE ZERO TO RTOT-RECEIPT-TOTAL
                   MOVE ZERO TO RTOT-RECEIPT-COUNT
               WHEN HIST-IS-REVERSAL OR HIST-IS-NSF
                   IF RCPT-HIST-PAY-AMOUNT > RTOT-RECEIPT-TOTAL
                       MOVE ZERO TO RTOT-RECEIPT-TOTAL
                   ELSE
                       SUBTRACT RCPT-HIST-PAY-AMOUNT
                           FROM RTOT-RECEIPT-TOTAL
                   END-IF
                   ADD 1 TO RTOT-RECEIPT-COUNT
               WHEN OTHER
                   ADD RCPT-HIST-PAY-AMOUNT TO RTOT-RECEIPT-TOTAL
                   ADD 1 TO RTOT-RECEIPT-COUNT
           END-EVALUATE.
           IF RECEIPT-TOTAL-FOUND
               REWRITE RECEIPT-TOTAL-RECORD
           ELSE
               WRITE RECEIPT-TOTAL-RECORD
           END-IF.

      * Take the lower of the two current keys.  A student on
      * both is listed when the history total and
      * PAYMENT-MADE disagree; a student with a non-zero
      * figure on only one side is listed as well.
       700-RECONCILE-ONE-STUDENT.
           EVALUATE TRUE
               WHEN RECEIPT-KEY-WS = LIVE-KEY-WS
                   MOVE RTOT-RECEIPT-TOTAL TO HISTORY-TOTAL-WS
                   MOVE MASTER-PAYMENT-MADE TO MASTER-PAID-WS
                   IF HISTORY-TOTAL-WS NOT = MASTER-PAID-WS
                       MOVE LIVE-KEY-WS TO STUDENT-NUMBER-RCPT-WS
                       MOVE MASTER-LAST-NAME
                           TO STUDENT-LAST-NAME-RCPT-WS
                       MOVE SPACES TO REMARK-RCPT-WS
                       PERFORM 700-WRITE-RECEIPT-MISMATCH
                   END-IF
                   PERFORM 700-READ-RECEIPT-TOTAL
                   PERFORM 700-READ-LIVE-RECORD
               WHEN RECEIPT-KEY-WS < LIVE-KEY-WS
                   IF RTOT-RECEIPT-TOTAL NOT = ZERO
                       MOVE RTOT-RECEIPT-TOTAL TO HISTORY-TOTAL-WS
                       MOVE ZERO TO MASTER-PAID-WS
                       MOVE RECEIPT-KEY-WS TO STUDENT-NUMBER-RCPT-WS
                       MOVE SPACES TO STUDENT-LAST-NAME-RCPT-WS
                       MOVE "NOT ON MASTER" TO REMARK-RCPT-WS
                       PERFORM 700-WRITE-RECEIPT-MISMATCH
                   END-IF
                   PERFORM 700-READ-RECEIPT-TOTAL
               WHEN OTHER
                   IF MASTER-PAYMENT-MADE NOT = ZERO
                       MOVE ZERO TO HISTORY-TOTAL-WS
                       MOVE MASTER-PAYMENT-MADE TO MASTER-PAID-WS
                       MOVE LIVE-KEY-WS TO STUDENT-NUMBER-RCPT-WS
                       MOVE MASTER-LAST-NAME
                           TO STUDENT-LAST-NAME-RCPT-WS
                       MOVE "NO RECEIPT HISTORY" TO REMARK-RCPT-WS
                       PERFORM 700-WRITE-RECEIPT-MISMATCH
                   END-IF
                   PERFORM 700-READ-LIVE-RECORD
           END-EVALUATE.

      * Write one receipt reconciliation line - the history
      * total, the master figure, and the history total less
      * the master figure
       700-WRITE-RECEIPT-MISMATCH.
           MOVE HISTORY-TOTAL-WS TO HISTORY-TOTAL-RCPT-WS.
           MOVE MASTER-PAID-WS TO MASTER-PAID-RCPT-WS.
           COMPUTE DIFFERENCE-RCPT-WS =
               HISTORY-TOTAL-WS - MASTER-PAID-WS.
           WRITE AUDIT-REPORT-CARD FROM RECEIPT-MISMATCH-WS.
           ADD 1 TO RECEIPT-MISMATCH-CTR.
