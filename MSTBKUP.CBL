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

      * GENERATION-FILE is the dated generation copy of the
      * master cut by this run - one flat record per master
      * each cycle's backup stands on its own and MSTBKOUT
      * can restore whichever generation is wanted
       FD GENERATION-FILE.
       01 GENERATION-RECORD         PIC X(200).

       WORKING-STORAGE SECTION.
      * The generation file name, built from the run date so
