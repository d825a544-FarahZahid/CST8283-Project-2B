       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SUSPRPT.
       AUTHOR.             RICHARD BARNEY.
       DATE-WRITTEN.       OCTOBER 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO "C:\SUSPENSE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DATE-PARM-FILE
               ASSIGN TO "C:\DATEPARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DATE-PARM-STATUS-WS.
           SELECT SUSPENSE-REPORT
               ASSIGN TO "C:\SUSPRPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * SUSPENSE-FILE is the unapplied-cash suspense file
      * PAYPOST keeps - every payment card it could not apply
      * because the student number was not valid or not on
      * the master, with the date it was first suspended and
      * the reason it is still held.  This program only
      * reads it.
       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SUSP-PAYMENT-CARD.
               10 SUSP-STUDENT-NUMBER   PIC X(9).
               10 SUSP-PAY-DATE         PIC 9(6).
               10 SUSP-PAY-AMOUNT       PIC 9(4)V99.
               10 SUSP-RECEIPT-NUMBER   PIC 9(6).
               10 SUSP-TENDER-TYPE      PIC X(4).
               10 SUSP-TRAN-CODE        PIC X.
           05 SUSP-DATE-SUSPENDED       PIC 9(8).
           05 SUSP-DATE-SUSPENDED-PARTS
                   REDEFINES SUSP-DATE-SUSPENDED.
               10 SUSP-YEAR-SUSPENDED   PIC 9(4).
               10 SUSP-MONTH-SUSPENDED  PIC 9(2).
               10 SUSP-DOM-SUSPENDED    PIC 9(2).
           05 SUSP-REASON               PIC X(28).

      * DATE-PARM-FILE is the same run date card PROJECT2B
      * reads, so suspense is aged as of the same date as the
      * aged receivables report.  A missing or empty card
      * ages against today's date.
       FD DATE-PARM-FILE.
       01 DATE-PARM-RECORD.
           05 PARM-DAY-INPUT      PIC 9.
           05 PARM-MONTH-INPUT    PIC 9(2).
           05 PARM-YEAR-INPUT     PIC 9(4).
           05 PARM-DOM-INPUT      PIC 9(2).

      * SUSPENSE-REPORT is an output file listing every item
      * held in suspense with how many days it has been held,
      * followed by a summary of the count and dollars held
      * in each age band, so the bursar can chase the oldest
      * unapplied cash first
       FD SUSPENSE-REPORT.
       01 SUSPENSE-REPORT-CARD      PIC X(100).

       WORKING-STORAGE SECTION.
      * Title and column header for the suspense aging report
       01 SUSPRPT-TITLE.
           05 FILLER    PIC X(30)  VALUE SPACES.
           05 FILLER    PIC X(28)
                   VALUE "UNAPPLIED CASH SUSPENSE AGED".
           05 FILLER    PIC X(7)   VALUE " AS OF ".
           05 SUSPRPT-RUN-DATE-WS    PIC 9(8).

       01 SUSPRPT-COLUMN-HEADER.
           05 FILLER    PIC X(4)   VALUE SPACES.
           05 FILLER    PIC X(9)   VALUE "STUDENT #".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(7)   VALUE "RECEIPT".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(6)   VALUE "TENDER".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(9)   VALUE "AMOUNT".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(9)   VALUE "SUSPENDED".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(4)   VALUE "DAYS".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(28)  VALUE "REASON".

      * One suspended item
       01 SUSPRPT-DETAIL-WS.
           05 FILLER                  PIC X(4)   VALUE SPACES.
           05 STUDENT-NUMBER-RPT-WS   PIC X(9).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 FILLER                  PIC X(1)   VALUE SPACES.
           05 RECEIPT-NUMBER-RPT-WS   PIC 9(6).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 FILLER                  PIC X(1)   VALUE SPACES.
           05 TENDER-TYPE-RPT-WS      PIC X(4).
           05 FILLER                  PIC X(3)   VALUE SPACES.
           05 AMOUNT-RPT-WS           PIC $$,$$9.99.
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 DATE-SUSPENDED-RPT-WS   PIC 9(8).
           05 FILLER                  PIC X(3)   VALUE SPACES.
           05 DAYS-HELD-RPT-WS        PIC ZZZ9.
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 REASON-RPT-WS           PIC X(28).

      * Summary of what is held in each age band, written
      * once per band after the last item
       01 SUSPRPT-SUMMARY-HEADER.
           05 FILLER    PIC X(4)   VALUE SPACES.
           05 FILLER    PIC X(10)  VALUE "DAYS HELD".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(5)   VALUE "ITEMS".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(11)  VALUE "AMOUNT".

       01 SUSPRPT-SUMMARY-WS.
           05 FILLER                  PIC X(4)   VALUE SPACES.
           05 BAND-LABEL-RPT-WS       PIC X(10).
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 BAND-COUNT-RPT-WS       PIC ZZZZ9.
           05 FILLER                  PIC X(2)   VALUE SPACES.
           05 BAND-AMOUNT-RPT-WS      PIC $$$$,$$9.99.

      * Counters to keep track of items read and the grand
      * dollar total held in suspense
       01 SUSPENSE-COUNTERS.
           05 FILLER             PIC X(12) VALUE "ITEMS HELD: ".
           05 ITEMS-IN-CTR       PIC 9(4)  VALUE ZERO.
           05 FILLER             PIC X(14) VALUE " TOTAL HELD: ".
           05 TOTAL-HELD-WS      PIC $$$$,$$9.99.

      * The four age bands, oldest last, each with its upper
      * limit in days held and the count and dollars that
      * fell into it
       01 AGE-BAND-VALUES.
           05 FILLER    PIC X(14)  VALUE "0-30      0030".
           05 FILLER    PIC X(14)  VALUE "31-60     0060".
           05 FILLER    PIC X(14)  VALUE "61-90     0090".
           05 FILLER    PIC X(14)  VALUE "90+       9999".
       01 AGE-BAND-TABLE REDEFINES AGE-BAND-VALUES.
           05 AGE-BAND OCCURS 4 TIMES.
               10 BAND-LABEL-WS     PIC X(10).
               10 BAND-LIMIT-WS     PIC 9(4).

       01 AGE-BAND-TOTALS-WS.
           05 AGE-BAND-TOTAL OCCURS 4 TIMES.
               10 BAND-COUNT-WS     PIC 9(5).
               10 BAND-AMOUNT-WS    PIC 9(7)V99.

      * Bunch of fields to keep track of various
      * things throughout the program
       01 FLAGS-AND-CONTROLS.
           05 SUSPENSE-FILE-EOF-FLAG    PIC X       VALUE "N".
           05 DATE-PARM-STATUS-WS       PIC X(2)    VALUE SPACES.
           05 BAND-SUB                  PIC 9(4)    VALUE ZERO.
           05 DAYS-HELD-WS              PIC S9(7)   VALUE ZERO.
           05 TOTAL-HELD-AMOUNT         PIC 9(7)V99 VALUE ZERO.

      * Run date in year-month-day order - the date every
      * item is aged against
       01 RUN-DATE-WS.
           05 RUN-YEAR-WS      PIC 9(4).
           05 RUN-MONTH-WS     PIC 9(2).
           05 RUN-DOM-WS       PIC 9(2).

      * Both dates reduced to a true calendar day count
       01 AGING-FIELDS-WS.
           05 RUN-DAY-COUNT-WS     PIC 9(7)    VALUE ZERO.
           05 SUSP-DAY-COUNT-WS    PIC 9(7)    VALUE ZERO.

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

       PROCEDURE DIVISION.
      * Mainline routine
       100-AGE-SUSPENSE-FILE.
           PERFORM 200-GET-AGING-DATE.
           PERFORM 200-INIT-AGE-SUSPENSE-FILE.
           PERFORM 200-AGE-SUSPENSE-RECORD
               UNTIL SUSPENSE-FILE-EOF-FLAG = "Y".
           PERFORM 200-TERM-AGE-SUSPENSE-FILE.
           STOP RUN.

      * Take the aging date off the run date card, or today's
      * date when there is no card
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
           MOVE RUN-YEAR-WS TO CONV-YEAR-WS.
           MOVE RUN-MONTH-WS TO CONV-MONTH-WS.
           MOVE RUN-DOM-WS TO CONV-DOM-WS.
           PERFORM 700-CONVERT-DATE-TO-DAYS.
           MOVE CONV-DAY-COUNT-WS TO RUN-DAY-COUNT-WS.

      * Open the files, write the report headings, zero the
      * band totals, and read the first suspended item
       200-INIT-AGE-SUSPENSE-FILE.
           OPEN INPUT SUSPENSE-FILE.
           OPEN OUTPUT SUSPENSE-REPORT.
           MOVE RUN-DATE-WS TO SUSPRPT-RUN-DATE-WS.
           WRITE SUSPENSE-REPORT-CARD FROM SUSPRPT-TITLE.
           WRITE SUSPENSE-REPORT-CARD FROM SUSPRPT-COLUMN-HEADER.
           INITIALIZE AGE-BAND-TOTALS-WS.
           PERFORM 700-READ-SUSPENSE-RECORD.

      * Age the current item, list it, add it into its band,
      * then read the next
       200-AGE-SUSPENSE-RECORD.
           PERFORM 700-DETERMINE-DAYS-HELD.
           PERFORM 700-ADD-TO-AGE-BAND.
           PERFORM 700-WRITE-DETAIL-LINE.
           PERFORM 700-READ-SUSPENSE-RECORD.

      * Write the band summary and the counters, then close
      * the files
       200-TERM-AGE-SUSPENSE-FILE.
           WRITE SUSPENSE-REPORT-CARD FROM SUSPRPT-SUMMARY-HEADER.
           PERFORM 700-WRITE-SUMMARY-LINE
               VARYING BAND-SUB FROM 1 BY 1 UNTIL BAND-SUB > 4.
           MOVE TOTAL-HELD-AMOUNT TO TOTAL-HELD-WS.
           WRITE SUSPENSE-REPORT-CARD FROM SUSPENSE-COUNTERS.
           CLOSE SUSPENSE-FILE
                 SUSPENSE-REPORT.

      * Read the next suspended item, setting the EOF flag
      * when the file is exhausted
       700-READ-SUSPENSE-RECORD.
           READ SUSPENSE-FILE
               AT END MOVE "Y" TO SUSPENSE-FILE-EOF-FLAG
               NOT AT END ADD 1 TO ITEMS-IN-CTR
           END-READ.

      * Count the days the current item has been held, from
      * the day it was first suspended to the aging date.  An
      * item with no usable suspend date, or one dated after
      * the aging date, is counted as held zero days.
       700-DETERMINE-DAYS-HELD.
           MOVE ZERO TO DAYS-HELD-WS.
           IF SUSP-DATE-SUSPENDED NUMERIC
                   AND SUSP-DATE-SUSPENDED NOT = ZERO
               MOVE SUSP-YEAR-SUSPENDED TO CONV-YEAR-WS
               MOVE SUSP-MONTH-SUSPENDED TO CONV-MONTH-WS
               MOVE SUSP-DOM-SUSPENDED TO CONV-DOM-WS
               PERFORM 700-CONVERT-DATE-TO-DAYS
               MOVE CONV-DAY-COUNT-WS TO SUSP-DAY-COUNT-WS
               COMPUTE DAYS-HELD-WS =
                   RUN-DAY-COUNT-WS - SUSP-DAY-COUNT-WS
               IF DAYS-HELD-WS < ZERO
                   MOVE ZERO TO DAYS-HELD-WS
               END-IF
           END-IF.

      * Add the current item into the first band whose upper
      * limit it does not pass
       700-ADD-TO-AGE-BAND.
           MOVE 1 TO BAND-SUB.
           PERFORM UNTIL BAND-SUB = 4
                   OR DAYS-HELD-WS <= BAND-LIMIT-WS(BAND-SUB)
               ADD 1 TO BAND-SUB
           END-PERFORM.
           ADD 1 TO BAND-COUNT-WS(BAND-SUB).
           IF SUSP-PAY-AMOUNT NUMERIC
               ADD SUSP-PAY-AMOUNT TO BAND-AMOUNT-WS(BAND-SUB)
               ADD SUSP-PAY-AMOUNT TO TOTAL-HELD-AMOUNT
           END-IF.

      * Write the detail line for the current item
       700-WRITE-DETAIL-LINE.
           MOVE SUSP-STUDENT-NUMBER TO STUDENT-NUMBER-RPT-WS.
           MOVE SUSP-RECEIPT-NUMBER TO RECEIPT-NUMBER-RPT-WS.
           MOVE SUSP-TENDER-TYPE TO TENDER-TYPE-RPT-WS.
           MOVE SUSP-PAY-AMOUNT TO AMOUNT-RPT-WS.
           MOVE SUSP-DATE-SUSPENDED TO DATE-SUSPENDED-RPT-WS.
           MOVE DAYS-HELD-WS TO DAYS-HELD-RPT-WS.
           MOVE SUSP-REASON TO REASON-RPT-WS.
           WRITE SUSPENSE-REPORT-CARD FROM SUSPRPT-DETAIL-WS.

      * Write the summary line for one age band
       700-WRITE-SUMMARY-LINE.
           MOVE BAND-LABEL-WS(BAND-SUB) TO BAND-LABEL-RPT-WS.
           MOVE BAND-COUNT-WS(BAND-SUB) TO BAND-COUNT-RPT-WS.
           MOVE BAND-AMOUNT-WS(BAND-SUB) TO BAND-AMOUNT-RPT-WS.
           WRITE SUSPENSE-REPORT-CARD FROM SUSPRPT-SUMMARY-WS.

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
