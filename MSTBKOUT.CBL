      * master that MSTBKUP cut - one flat record per master
      * record, in key order
       FD GENERATION-FILE.
       01 GENERATION-RECORD         PIC X(200).

      * STUDENT-MASTER-FILE is the indexed student master
      * being recovered.  A restore rebuilds it outright from
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
           05 IMG-SEQUENCE          PIC 9(4).
           05 IMG-ACTION            PIC X.
           05 IMG-STUDENT-NUMBER    PIC 9(9).
           05 IMG-BEFORE-IMAGE      PIC X(200).
           05 IMG-AFTER-IMAGE       PIC X(200).

      * BACKOUT-REPORT is the output listing telling the
      * operator what this recovery run actually did - the
                   DEPENDING ON REVERSE-TABLE-COUNT.
               10 REV-ACTION-WS         PIC X.
               10 REV-STUDENT-NUMBER-WS PIC 9(9).
               10 REV-BEFORE-IMAGE-WS   PIC X(200).

      * The image stamp under comparison and the cutoff
      * stamp from the parameter card, date then time so the
