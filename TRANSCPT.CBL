       IDENTIFICATION DIVISION.
       PROGRAM-ID.         TRANSCPT.
       AUTHOR.             RICHARD BARNEY.
       DATE-WRITTEN.       OCTOBER 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSCRIPT-PARM-FILE
               ASSIGN TO "C:\TRANPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TRANSCRIPT-PARM-STATUS-WS.
           SELECT ACADEMIC-HISTORY-FILE
               ASSIGN TO "C:\ACADHIST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ACAD-KEY
                   FILE STATUS IS ACAD-STATUS-WS.
           SELECT STUDENT-MASTER-FILE
               ASSIGN TO "C:\STUMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MASTER-STUDENT-NUMBER
                   FILE STATUS IS MASTER-STATUS-WS.
           SELECT COURSE-FILE
               ASSIGN TO "C:\COURSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSCRIPT-FILE
               ASSIGN TO "C:\TRANSCPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * TRANSCRIPT-PARM-FILE is the registrar's card saying
      * whose transcript to print - a student number prints
      * that one student, a blank or zero card or no card at
      * all prints every student on the academic history
       FD TRANSCRIPT-PARM-FILE.
       01 TRANSCRIPT-PARM-RECORD.
           05 PARM-STUDENT-NUMBER   PIC X(9).

      * ACADEMIC-HISTORY-FILE is the course-level academic
      * history TERMCLOS writes at every term close, keyed on
      * student number, term, and course, so reading it in
      * key order gives each student's courses term by term
      * in the order they were taken
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
               88 ACAD-WITHDRAWN VALUE "W".
           05 ACAD-CLOSE-DATE           PIC 9(8).
           05 FILLER                    PIC X(10).

      * STUDENT-MASTER-FILE is the indexed student master,
      * read at random only for the name and current program
      * printed at the head of each transcript
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

      * COURSE-FILE is the same course catalogue PROJECT2B
      * loads, used here only for the course names
       FD COURSE-FILE.
       01 COURSE-RECORD.
           05 COURSE-NUMBER    PIC X(7).
           05 COURSE-NAME      PIC X(9).
           05 CREDIT-HOURS     PIC 9(1).

      * TRANSCRIPT-FILE is an output file of official
      * transcripts, one per student, in the same letter
      * format as STMTLTR.DAT so the mail room prints both
      * the same way
       FD TRANSCRIPT-FILE.
       01 TRANSCRIPT-CARD          PIC X(80).

       WORKING-STORAGE SECTION.
      * Lines making up one transcript
       01 TRANSCRIPT-SEPARATOR.
           05 FILLER    PIC X(72)  VALUE ALL "-".

       01 TRANSCRIPT-TITLE-LINE.
           05 FILLER    PIC X(19)  VALUE "OFFICIAL TRANSCRIPT".

       01 TRANSCRIPT-NAME-LINE.
           05 FILLER                     PIC X(9)  VALUE "STUDENT: ".
           05 TRAN-FIRST-NAME-WS         PIC X(20).
           05 FILLER                     PIC X     VALUE SPACES.
           05 TRAN-LAST-NAME-WS          PIC X(20).

       01 TRANSCRIPT-ID-LINE.
           05 FILLER                 PIC X(16) VALUE "STUDENT NUMBER: ".
           05 TRAN-STUDENT-NUMBER-WS     PIC 9(9).
           05 FILLER                     PIC X(13)
                   VALUE "    PROGRAM: ".
           05 TRAN-PROGRAM-WS            PIC X(3).

       01 TRANSCRIPT-TERM-LINE.
           05 FILLER                     PIC X(5)  VALUE "TERM ".
           05 TRAN-TERM-CODE-WS          PIC 9(6).

       01 TRANSCRIPT-COLUMN-HEADER.
           05 FILLER    PIC X(4)   VALUE SPACES.
           05 FILLER    PIC X(7)   VALUE "COURSE".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(9)   VALUE "NAME".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(3)   VALUE " CR".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(4)   VALUE "MARK".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(5)   VALUE "GRADE".

       01 TRANSCRIPT-COURSE-LINE.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 TRAN-COURSE-NUMBER-WS      PIC X(7).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 TRAN-COURSE-NAME-WS        PIC X(9).
           05 FILLER                     PIC X(2)  VALUE SPACES.
           05 TRAN-CREDIT-HOURS-WS       PIC ZZ9.
           05 FILLER                     PIC X(3)  VALUE SPACES.
           05 TRAN-MARK-WS               PIC ZZ9.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 TRAN-GRADE-WS              PIC X.

       01 TRANSCRIPT-TERM-TOTAL-LINE.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 FILLER                     PIC X(14)
                   VALUE "TERM CREDITS: ".
           05 TRAN-TERM-CREDITS-WS       PIC ZZ9.
           05 FILLER                     PIC X(17)
                   VALUE "  TERM AVERAGE:  ".
           05 TRAN-TERM-AVERAGE-WS       PIC ZZ9.

       01 TRANSCRIPT-CUMULATIVE-LINE.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 FILLER                     PIC X(14)
                   VALUE "CUM. CREDITS: ".
           05 TRAN-CUM-CREDITS-WS        PIC ZZ9.
           05 FILLER                     PIC X(17)
                   VALUE "  CUM. AVERAGE:  ".
           05 TRAN-CUM-AVERAGE-WS        PIC ZZ9.

       01 TRANSCRIPT-NOT-FOUND-LINE.
           05 FILLER                     PIC X(32)
                   VALUE "NO ACADEMIC HISTORY FOR STUDENT ".
           05 TRAN-NOT-FOUND-NUMBER-WS   PIC X(9).

       01 TRANSCRIPT-CLOSING-LINE.
           05 FILLER    PIC X(24)  VALUE "THE REGISTRAR'S OFFICE".

      * Counters to keep track of transcripts printed and
      * history records read
       01 TRANSCRIPT-COUNTERS.
           05 FILLER             PIC X(13) VALUE "TRANSCRIPTS: ".
           05 TRANSCRIPTS-OUT-CTR PIC 9(5) VALUE ZERO.
           05 FILLER             PIC X(10) VALUE " COURSES: ".
           05 COURSES-IN-CTR     PIC 9(6)  VALUE ZERO.

      * Table to hold the courses and their names, loaded
      * from COURSE-FILE the same way PROJECT2B loads its
      * course table
       01 COURSE-TABLE-WS.
           05 COURSE-TABLE-COUNT  PIC 9(4)  COMP  VALUE ZERO.
           05 MAX-COURSE-ENTRIES  PIC 9(4)  VALUE 500.
           05 COURSE-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON COURSE-TABLE-COUNT.
               10 COURSE-NUMBER-WS  PIC X(7).
               10 COURSE-NAME-WS    PIC X(9).
               10 CREDIT-HOURS-WS   PIC 9(1).

      * Running totals for the term and the student being
      * printed - credit hours carried and the marks
      * weighted by them, so both averages are
      * credit-weighted the same way PROJECT2B weights the
      * current term's average
       01 AVERAGE-FIELDS-WS.
           05 TERM-CREDITS-WS       PIC 9(3)    VALUE ZERO.
           05 TERM-WEIGHTED-WS      PIC 9(6)    VALUE ZERO.
           05 TERM-AVERAGE-WS       PIC 9(3)    VALUE ZERO.
           05 CUM-CREDITS-WS        PIC 9(3)    VALUE ZERO.
           05 CUM-WEIGHTED-WS       PIC 9(6)    VALUE ZERO.
           05 CUM-AVERAGE-WS        PIC 9(3)    VALUE ZERO.

      * Bunch of fields to keep track of various
      * things throughout the program
       01 FLAGS-AND-CONTROLS.
           05 HISTORY-FILE-EOF-FLAG     PIC X       VALUE "N".
           05 COURSE-FILE-EOF-FLAG      PIC X       VALUE "N".
           05 TRANSCRIPT-PARM-STATUS-WS PIC X(2)    VALUE SPACES.
           05 ACAD-STATUS-WS            PIC X(2)    VALUE SPACES.
           05 MASTER-STATUS-WS          PIC X(2)    VALUE SPACES.
           05 ONE-STUDENT-FLAG          PIC X       VALUE "N".
               88 PRINTING-ONE-STUDENT VALUE "Y".
           05 SELECTED-STUDENT-WS       PIC 9(9)    VALUE ZERO.
           05 CURRENT-STUDENT-WS        PIC 9(9)    VALUE ZERO.
           05 CURRENT-TERM-WS           PIC 9(6)    VALUE ZERO.
           05 SUB                       PIC 9(4)    VALUE ZERO.

       PROCEDURE DIVISION.
      * Mainline routine
       100-PRINT-TRANSCRIPTS.
           PERFORM 200-GET-TRANSCRIPT-PARM.
           PERFORM 200-INIT-COURSE-TABLE.
           PERFORM 200-INIT-PRINT-TRANSCRIPTS.
           PERFORM 200-PRINT-HISTORY-RECORD
               UNTIL HISTORY-FILE-EOF-FLAG = "Y".
           PERFORM 200-TERM-PRINT-TRANSCRIPTS.
           STOP RUN.

      * Read the registrar's card.  A numeric, non-zero
      * student number selects that one student; anything
      * else - or no card - prints every student.
       200-GET-TRANSCRIPT-PARM.
           OPEN INPUT TRANSCRIPT-PARM-FILE.
           IF TRANSCRIPT-PARM-STATUS-WS = "00"
               READ TRANSCRIPT-PARM-FILE
                   AT END
                       MOVE SPACES TO PARM-STUDENT-NUMBER
               END-READ
               IF PARM-STUDENT-NUMBER NUMERIC
                       AND PARM-STUDENT-NUMBER NOT = ZERO
                   MOVE "Y" TO ONE-STUDENT-FLAG
                   MOVE PARM-STUDENT-NUMBER TO SELECTED-STUDENT-WS
               END-IF
               CLOSE TRANSCRIPT-PARM-FILE
           END-IF.

      * Open the course file, fill the course table, then
      * close the course file.  The table only supplies
      * course names, so an empty course file simply prints
      * the names blank.
       200-INIT-COURSE-TABLE.
           OPEN INPUT COURSE-FILE.
           PERFORM 700-FILL-COURSE-TABLE
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > MAX-COURSE-ENTRIES
               OR COURSE-FILE-EOF-FLAG = "Y".
           CLOSE COURSE-FILE.

      * Open the history, the master, and the transcript
      * file, position the history at the first record to
      * print, and read it.  A history or master that does
      * not open stops the run cold.
       200-INIT-PRINT-TRANSCRIPTS.
           OPEN INPUT ACADEMIC-HISTORY-FILE.
           IF ACAD-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: ACADEMIC HISTORY DID NOT OPEN - "
                   "FILE STATUS " ACAD-STATUS-WS " - NO "
                   "TRANSCRIPTS WERE PRINTED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF MASTER-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: STUDENT MASTER DID NOT OPEN - "
                   "FILE STATUS " MASTER-STATUS-WS " - NO "
                   "TRANSCRIPTS WERE PRINTED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TRANSCRIPT-FILE.
           IF PRINTING-ONE-STUDENT
               MOVE SELECTED-STUDENT-WS TO ACAD-STUDENT-NUMBER
               MOVE ZERO TO ACAD-TERM-CODE
               MOVE LOW-VALUES TO ACAD-COURSE-NUMBER
               START ACADEMIC-HISTORY-FILE
                   KEY IS NOT LESS THAN ACAD-KEY
                   INVALID KEY MOVE "Y" TO HISTORY-FILE-EOF-FLAG
               END-START
           END-IF.
           IF HISTORY-FILE-EOF-FLAG NOT = "Y"
               PERFORM 700-READ-HISTORY-RECORD
           END-IF.

      * Print the current history record, starting a new
      * transcript when the student changes and a new term
      * block when the term changes, then read the next
       200-PRINT-HISTORY-RECORD.
           IF ACAD-STUDENT-NUMBER NOT = CURRENT-STUDENT-WS
               IF CURRENT-STUDENT-WS NOT = ZERO
                   PERFORM 700-WRITE-TERM-TOTALS
                   PERFORM 700-WRITE-TRANSCRIPT-CLOSING
               END-IF
               PERFORM 700-WRITE-TRANSCRIPT-HEADING
               PERFORM 700-WRITE-TERM-HEADING
           ELSE
               IF ACAD-TERM-CODE NOT = CURRENT-TERM-WS
                   PERFORM 700-WRITE-TERM-TOTALS
                   PERFORM 700-WRITE-TERM-HEADING
               END-IF
           END-IF.
           PERFORM 700-WRITE-COURSE-LINE.
           PERFORM 700-READ-HISTORY-RECORD.

      * Finish the last transcript, or say so when the one
      * student asked for has no history, show the counters
      * to the operator, and close the files
       200-TERM-PRINT-TRANSCRIPTS.
           IF CURRENT-STUDENT-WS NOT = ZERO
               PERFORM 700-WRITE-TERM-TOTALS
               PERFORM 700-WRITE-TRANSCRIPT-CLOSING
           ELSE
               IF PRINTING-ONE-STUDENT
                   MOVE SELECTED-STUDENT-WS
                       TO TRAN-NOT-FOUND-NUMBER-WS
                   WRITE TRANSCRIPT-CARD
                       FROM TRANSCRIPT-NOT-FOUND-LINE
                   DISPLAY "*** WARNING: NO ACADEMIC HISTORY FOR "
                       "STUDENT " TRAN-NOT-FOUND-NUMBER-WS " ***"
               END-IF
           END-IF.
           DISPLAY TRANSCRIPT-COUNTERS.
           CLOSE ACADEMIC-HISTORY-FILE
                 STUDENT-MASTER-FILE
                 TRANSCRIPT-FILE.

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

      * Read the next history record in key order, setting
      * the EOF flag when the file is exhausted - or, when
      * printing one student, when the history moves on to
      * the next student
       700-READ-HISTORY-RECORD.
           READ ACADEMIC-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO HISTORY-FILE-EOF-FLAG
               NOT AT END
                   IF PRINTING-ONE-STUDENT
                           AND ACAD-STUDENT-NUMBER
                               NOT = SELECTED-STUDENT-WS
                       MOVE "Y" TO HISTORY-FILE-EOF-FLAG
                   ELSE
                       ADD 1 TO COURSES-IN-CTR
                   END-IF
           END-READ.

      * Start a new transcript - look the student up on the
      * master for the name and program, zero the cumulative
      * totals, and write the heading.  A student no longer
      * on the master is printed under the program on the
      * history with the name left for the registrar to
      * fill in.
       700-WRITE-TRANSCRIPT-HEADING.
           MOVE ACAD-STUDENT-NUMBER TO CURRENT-STUDENT-WS.
           MOVE ZERO TO CURRENT-TERM-WS.
           MOVE ZERO TO CUM-CREDITS-WS.
           MOVE ZERO TO CUM-WEIGHTED-WS.
           MOVE ACAD-STUDENT-NUMBER TO MASTER-STUDENT-NUMBER.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO TRAN-FIRST-NAME-WS
                   MOVE "** NOT ON MASTER **" TO TRAN-LAST-NAME-WS
                   MOVE ACAD-PROGRAM TO TRAN-PROGRAM-WS
               NOT INVALID KEY
                   MOVE MASTER-FIRST-NAME TO TRAN-FIRST-NAME-WS
                   MOVE MASTER-LAST-NAME TO TRAN-LAST-NAME-WS
                   MOVE MASTER-PROGRAM TO TRAN-PROGRAM-WS
           END-READ.
           MOVE ACAD-STUDENT-NUMBER TO TRAN-STUDENT-NUMBER-WS.
           WRITE TRANSCRIPT-CARD FROM TRANSCRIPT-SEPARATOR.
           MOVE SPACES TO TRANSCRIPT-CARD.
           WRITE TRANSCRIPT-CARD.
           WRITE TRANSCRIPT-CARD FROM TRANSCRIPT-TITLE-LINE.
           WRITE TRANSCRIPT-CARD FROM TRANSCRIPT-NAME-LINE.
           WRITE TRANSCRIPT-CARD FROM TRANSCRIPT-ID-LINE.
           ADD 1 TO TRANSCRIPTS-OUT-CTR.

      * Start a new term block - zero the term totals and
      * write the term and column headings
       700-WRITE-TERM-HEADING.
           MOVE ACAD-TERM-CODE TO CURRENT-TERM-WS.
           MOVE ZERO TO TERM-CREDITS-WS.
           MOVE ZERO TO TERM-WEIGHTED-WS.
           MOVE SPACES TO TRANSCRIPT-CARD.
           WRITE TRANSCRIPT-CARD.
           MOVE ACAD-TERM-CODE TO TRAN-TERM-CODE-WS.
           WRITE TRANSCRIPT-CARD FROM TRANSCRIPT-TERM-LINE.
           WRITE TRANSCRIPT-CARD FROM TRANSCRIPT-COLUMN-HEADER.

      * Write one course line and add the course into the
      * term and cumulative totals.  A withdrawn course is
      * still listed with its W grade but carries no credit
      * hours and does not count toward either average
       700-WRITE-COURSE-LINE.
           MOVE ACAD-COURSE-NUMBER TO TRAN-COURSE-NUMBER-WS.
           MOVE SPACES TO TRAN-COURSE-NAME-WS.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > COURSE-TABLE-COUNT
               IF ACAD-COURSE-NUMBER = COURSE-NUMBER-WS(SUB)
                   MOVE COURSE-NAME-WS(SUB) TO TRAN-COURSE-NAME-WS
               END-IF
           END-PERFORM.
           MOVE ACAD-CREDIT-HOURS TO TRAN-CREDIT-HOURS-WS.
           MOVE ACAD-MARK TO TRAN-MARK-WS.
           MOVE ACAD-GRADE TO TRAN-GRADE-WS.
           WRITE TRANSCRIPT-CARD FROM TRANSCRIPT-COURSE-LINE.
           IF NOT ACAD-WITHDRAWN
               ADD ACAD-CREDIT-HOURS TO TERM-CREDITS-WS
               ADD ACAD-CREDIT-HOURS TO CUM-CREDITS-WS
               COMPUTE TERM-WEIGHTED-WS = TERM-WEIGHTED-WS
                   + (ACAD-MARK * ACAD-CREDIT-HOURS)
               COMPUTE CUM-WEIGHTED-WS = CUM-WEIGHTED-WS
                   + (ACAD-MARK * ACAD-CREDIT-HOURS)
           END-IF.

      * Close off the term block - the term's credit hours
      * and credit-weighted average, then the cumulative
      * credit hours and credit-weighted average to date
       700-WRITE-TERM-TOTALS.
           IF TERM-CREDITS-WS > ZERO
               DIVIDE TERM-WEIGHTED-WS BY TERM-CREDITS-WS
                   GIVING TERM-AVERAGE-WS ROUNDED
           ELSE
               MOVE ZERO TO TERM-AVERAGE-WS
           END-IF.
           IF CUM-CREDITS-WS > ZERO
               DIVIDE CUM-WEIGHTED-WS BY CUM-CREDITS-WS
                   GIVING CUM-AVERAGE-WS ROUNDED
           ELSE
               MOVE ZERO TO CUM-AVERAGE-WS
           END-IF.
           MOVE TERM-CREDITS-WS TO TRAN-TERM-CREDITS-WS.
           MOVE TERM-AVERAGE-WS TO TRAN-TERM-AVERAGE-WS.
           WRITE TRANSCRIPT-CARD FROM TRANSCRIPT-TERM-TOTAL-LINE.
           MOVE CUM-CREDITS-WS TO TRAN-CUM-CREDITS-WS.
           MOVE CUM-AVERAGE-WS TO TRAN-CUM-AVERAGE-WS.
           WRITE TRANSCRIPT-CARD FROM TRANSCRIPT-CUMULATIVE-LINE.

      * Write the signature line that ends one transcript
       700-WRITE-TRANSCRIPT-CLOSING.
           MOVE SPACES TO TRANSCRIPT-CARD.
           WRITE TRANSCRIPT-CARD.
           WRITE TRANSCRIPT-CARD FROM TRANSCRIPT-CLOSING-LINE.
