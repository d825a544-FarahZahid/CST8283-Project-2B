       FILE SECTION.
      * HISTORY-FILE is the cumulative run history PROJECT2B
      * appends to - one record per student per run, stamped
      * with the run date in year-month-day order.  A balance
      * too large for HIST-OWING is written one byte longer
      * in HISTORY-WIDE-RECORD, so a record whose last byte
      * is blank is the original form.
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HIST-RUN-DATE           PIC 9(8).
           05 HIST-AVERAGE            PIC 9(3).
           05 HIST-GRADE              PIC X.
           05 HIST-OWING              PIC 9(4)V99.
       01 HISTORY-WIDE-RECORD.
           05 FILLER                  PIC X(21).
           05 HIST-WIDE-OWING         PIC 9(5)V99.
       01 HISTORY-FORM-VIEW.
           05 FILLER                  PIC X(27).
           05 HIST-LAST-BYTE          PIC X.
               88 HIST-IS-NARROW VALUE SPACE.

      * COMPARISON-REPORT is an output file showing, for the
      * two most recent run dates on the history file, every
           05 PRIOR-AVERAGE-CMP-WS    PIC ZZ9.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 PRIOR-GRADE-CMP-WS      PIC X.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 PRIOR-OWING-CMP-WS      PIC $$$,$$9.99.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 LATEST-AVERAGE-CMP-WS   PIC ZZ9.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 LATEST-GRADE-CMP-WS     PIC X.
           05 FILLER                  PIC X(1)  VALUE SPACES.
           05 LATEST-OWING-CMP-WS     PIC $$$,$$9.99.
           05 FILLER                  PIC X(2)  VALUE SPACES.
           05 REMARK-CMP-WS           PIC X(24).

               10 LATEST-STUDENT-NUMBER-WS  PIC 9(9).
               10 LATEST-AVERAGE-WS         PIC 9(3).
               10 LATEST-GRADE-WS           PIC X.
               10 LATEST-OWING-WS           PIC 9(5)V99.

      * Table of the students on the prior run
       01 PRIOR-RUN-TABLE-WS.
               10 PRIOR-STUDENT-NUMBER-WS   PIC 9(9).
               10 PRIOR-AVERAGE-WS          PIC 9(3).
               10 PRIOR-GRADE-WS            PIC X.
               10 PRIOR-OWING-WS            PIC 9(5)V99.

      * Bunch of fields to keep track of various
      * things throughout the program
           05 MATCH-SUB                PIC 9(4)  VALUE ZERO.
           05 MATCH-FOUND-FLAG         PIC X     VALUE "N".
               88 MATCH-WAS-FOUND VALUE "Y".
           05 HIST-OWING-WS            PIC 9(5)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      * Mainline routine
           READ HISTORY-FILE
               AT END MOVE "Y" TO HISTORY-FILE-EOF-FLAG
               NOT AT END
                   IF HIST-IS-NARROW
                       MOVE HIST-OWING TO HIST-OWING-WS
                   ELSE
                       MOVE HIST-WIDE-OWING TO HIST-OWING-WS
                   END-IF
                   IF HIST-RUN-DATE = LATEST-RUN-DATE
                       PERFORM 700-LOAD-LATEST-ENTRY
                   END-IF
                   TO LATEST-STUDENT-NUMBER-WS(MATCH-SUB)
               MOVE HIST-AVERAGE TO LATEST-AVERAGE-WS(MATCH-SUB)
               MOVE HIST-GRADE TO LATEST-GRADE-WS(MATCH-SUB)
               MOVE HIST-OWING-WS TO LATEST-OWING-WS(MATCH-SUB)
           END-IF.

      * Add or overlay the current history record in the
                   TO PRIOR-STUDENT-NUMBER-WS(MATCH-SUB)
               MOVE HIST-AVERAGE TO PRIOR-AVERAGE-WS(MATCH-SUB)
               MOVE HIST-GRADE TO PRIOR-GRADE-WS(MATCH-SUB)
               MOVE HIST-OWING-WS TO PRIOR-OWING-WS(MATCH-SUB)
           END-IF.

      * Compare one latest-run student against the prior run,
