      * with the run date in year-month-day order.  It is
      * read in full here and rewritten with only the runs
      * inside the retention window, so HISTCOMP's passes
      * and tables stop growing without bound.  The last
      * byte is only used by a record PROJECT2B wrote in its
      * wider form for a balance too large for HIST-OWING,
      * and is carried through untouched.
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HIST-RUN-DATE           PIC 9(8).
           05 HIST-AVERAGE            PIC 9(3).
           05 HIST-GRADE              PIC X.
           05 HIST-OWING              PIC 9(4)V99.
           05 FILLER                  PIC X.

      * HISTORY-ARCHIVE-FILE is the dated archive the aged
      * history records are moved to, named HA plus the run
      * date so each housekeeping cycle's archive stands on
      * its own
       FD HISTORY-ARCHIVE-FILE.
       01 HISTORY-ARCHIVE-RECORD    PIC X(28).

      * HISTORY-KEEP-FILE is the working file the kept
      * history records pass through while STUHIST.DAT is
      * being rewritten
       FD HISTORY-KEEP-FILE.
       01 HISTORY-KEEP-RECORD       PIC X(28).

      * RUN-LOG-FILE is the cumulative run log PROJECT2V and
      * PROJECT2B append to.  The run's start date sits in
      * fixed columns after the program name, and that date
      * decides whether the line is kept or archived.
       FD RUN-LOG-FILE.
       01 RUN-LOG-CARD              PIC X(142).
       01 RUN-LOG-VIEW.
           05 FILLER                PIC X(11).
           05 RUNLOG-VIEW-DATE      PIC X(8).
           05 FILLER                PIC X(123).

      * RUN-LOG-ARCHIVE-FILE is the dated archive the aged
      * run log lines are moved to, named RA plus the run
      * date
       FD RUN-LOG-ARCHIVE-FILE.
       01 RUN-LOG-ARCHIVE-CARD      PIC X(142).

      * RUN-LOG-KEEP-FILE is the working file the kept run
      * log lines pass through while RUNLOG.DAT is being
      * rewritten
       FD RUN-LOG-KEEP-FILE.
       01 RUN-LOG-KEEP-CARD         PIC X(142).

      * HOUSEKEEPING-REPORT is the output listing - records
      * in, kept, and archived for each file, with an
