       IDENTIFICATION DIVISION.
       PROGRAM-ID.         STUINQ.
       AUTHOR.             RICHARD BARNEY.
       DATE-WRITTEN.       OCTOBER 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE
               ASSIGN TO "C:\STUMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MASTER-STUDENT-NUMBER
                   FILE STATUS IS MASTER-STATUS-WS.
           SELECT PROGRAM-CODE-FILE
               ASSIGN TO "C:\PROGCODE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-FILE
               ASSIGN TO "C:\COURSES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECEIPT-HISTORY-FILE
               ASSIGN TO "C:\PAYHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * STUDENT-MASTER-FILE is the indexed student master,
      * opened for input only - read at random by student
      * number, or front to back when the counter looks a
      * student up by last name.  Nothing here ever writes
      * to it, so the inquiry can run during the day while
      * the batch jobs are not.
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

      * PROGRAM-CODE-FILE is the same file of academic
      * program codes PROJECT2B validates against, used here
      * for the program description
       FD PROGRAM-CODE-FILE.
       01 PROGRAM-CODE-RECORD.
           05 PROGRAM-CODE           PIC X(3).
           05 PROGRAM-DESCRIPTION    PIC X(20).

      * COURSE-FILE is the same course catalogue PROJECT2B
      * loads, used for the course names and the credit
      * hours that weight the average
       FD COURSE-FILE.
       01 COURSE-RECORD.
           05 COURSE-NUMBER    PIC X(7).
           05 COURSE-NAME      PIC X(9).
           05 CREDIT-HOURS     PIC 9(1).

      * RECEIPT-HISTORY-FILE is the cumulative receipt
      * history PAYPOST appends to, read through for each
      * inquiry to pick up the student's latest receipts.
      * The code C records TERMCLOS writes are term close
      * markers rather than receipts and are not shown.
       FD RECEIPT-HISTORY-FILE.
       01 RECEIPT-HISTORY-RECORD.
           05 RCPT-HIST-TRAN-CODE       PIC X.
               88 HIST-IS-TERM-CLOSE VALUE "C".
           05 RCPT-HIST-RECEIPT-NUMBER  PIC 9(6).
           05 RCPT-HIST-PAY-DATE        PIC 9(6).
           05 RCPT-HIST-STUDENT-NUMBER  PIC 9(9).
           05 RCPT-HIST-PAY-AMOUNT      PIC 9(4)V99.
           05 RCPT-HIST-TENDER-TYPE     PIC X(4).

       WORKING-STORAGE SECTION.
      * Lines making up the inquiry screen
       01 INQUIRY-SEPARATOR.
           05 FILLER    PIC X(72)  VALUE ALL "-".

       01 INQUIRY-NAME-LINE.
           05 FILLER                 PIC X(9)  VALUE "STUDENT: ".
           05 INQ-FIRST-NAME-WS      PIC X(20).
           05 FILLER                 PIC X     VALUE SPACES.
           05 INQ-LAST-NAME-WS       PIC X(20).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 INQ-STUDENT-NUMBER-WS  PIC 9(9).

       01 INQUIRY-PROGRAM-LINE.
           05 FILLER                 PIC X(9)  VALUE "PROGRAM: ".
           05 INQ-PROGRAM-WS         PIC X(3).
           05 FILLER                 PIC X     VALUE SPACES.
           05 INQ-PROGRAM-DESC-WS    PIC X(20).

       01 INQUIRY-COURSE-HEADER.
           05 FILLER    PIC X(4)   VALUE SPACES.
           05 FILLER    PIC X(7)   VALUE "COURSE".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(9)   VALUE "NAME".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(3)   VALUE " CR".
           05 FILLER    PIC X(2)   VALUE SPACES.
           05 FILLER    PIC X(4)   VALUE "MARK".

       01 INQUIRY-COURSE-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 INQ-COURSE-NUMBER-WS   PIC X(7).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 INQ-COURSE-NAME-WS     PIC X(9).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 INQ-CREDIT-HOURS-WS    PIC ZZ9.
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 INQ-MARK-WS            PIC ZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 INQ-WITHDRAWN-WS       PIC X(9).

       01 INQUIRY-NO-COURSES-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(22)
                   VALUE "NO COURSES THIS TERM".

       01 INQUIRY-STANDING-LINE.
           05 FILLER                 PIC X(9)  VALUE "AVERAGE: ".
           05 INQ-AVERAGE-WS         PIC ZZ9.
           05 FILLER                 PIC X(14)
                   VALUE "    STANDING: ".
           05 INQ-STANDING-WS        PIC X(20).

       01 INQUIRY-TUITION-LINE.
           05 FILLER                 PIC X(18)
                   VALUE "TUITION ASSESSED: ".
           05 INQ-TUITION-WS         PIC $$,$$9.99.
           05 FILLER                 PIC X(14)
                   VALUE "   LATE FEES: ".
           05 INQ-LATE-FEES-WS       PIC $$,$$9.99.

       01 INQUIRY-FORWARD-LINE.
           05 FILLER                 PIC X(18)
                   VALUE "BALANCE FORWARD:  ".
           05 INQ-FORWARD-WS         PIC $$,$$9.99CR.

       01 INQUIRY-PAYMENT-LINE.
           05 FILLER                 PIC X(18)
                   VALUE "PAYMENTS MADE:    ".
           05 INQ-PAYMENT-WS         PIC $$,$$9.99.
           05 FILLER                 PIC X(14)
                   VALUE "   DUE DATE:  ".
           05 INQ-DUE-DATE-WS        PIC 9(8).

       01 INQUIRY-AWARD-LINE.
           05 FILLER                 PIC X(18)
                   VALUE "AWARDS GRANTED:   ".
           05 INQ-AWARDS-WS          PIC $$,$$9.99.

       01 INQUIRY-REFUND-LINE.
           05 FILLER                 PIC X(18)
                   VALUE "REFUNDS PAID:     ".
           05 INQ-REFUNDS-WS         PIC $$,$$9.99.

       01 INQUIRY-WITHDRAWAL-LINE.
           05 FILLER                 PIC X(18)
                   VALUE "WITHDRAWAL CREDIT:".
           05 INQ-WITHDRAWAL-WS      PIC $$,$$9.99.

       01 INQUIRY-BALANCE-LINE.
           05 INQ-BALANCE-LABEL-WS   PIC X(18).
           05 INQ-BALANCE-WS         PIC $$$,$$9.99.
           05 FILLER                 PIC X(14)
                   VALUE "  AGING:      ".
           05 INQ-BUCKET-WS          PIC X(13).

       01 INQUIRY-RECEIPT-HEADER.
           05 FILLER    PIC X(4)   VALUE SPACES.
           05 FILLER    PIC X(8)   VALUE "RECEIPT".
           05 FILLER    PIC X(8)   VALUE "DATE".
           05 FILLER    PIC X(10)  VALUE "TYPE".
           05 FILLER    PIC X(6)   VALUE "TENDER".
           05 FILLER    PIC X(4)   VALUE SPACES.
           05 FILLER    PIC X(6)   VALUE "AMOUNT".

       01 INQUIRY-RECEIPT-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 INQ-RECEIPT-NUMBER-WS  PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 INQ-RECEIPT-DATE-WS    PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 INQ-RECEIPT-TYPE-WS    PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 INQ-RECEIPT-TENDER-WS  PIC X(4).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 INQ-RECEIPT-AMOUNT-WS  PIC $$,$$9.99.

       01 INQUIRY-NO-RECEIPTS-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(22)
                   VALUE "NO RECEIPTS ON FILE".

       01 INQUIRY-MATCH-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 MATCH-NUMBER-INQ-WS    PIC 9(9).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 MATCH-FIRST-INQ-WS     PIC X(20).
           05 FILLER                 PIC X     VALUE SPACES.
           05 MATCH-LAST-INQ-WS      PIC X(20).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 MATCH-PROGRAM-INQ-WS   PIC X(3).

      * What the counter keyed in - a nine digit student
      * number, or a last name to search the master for
       01 INQUIRY-INPUT-WS              PIC X(20) VALUE SPACES.
       01 INQUIRY-NUMBER-VIEW-WS REDEFINES INQUIRY-INPUT-WS.
           05 INQUIRY-NUMBER-WS         PIC X(9).
           05 INQUIRY-NUMBER-REST-WS    PIC X(11).

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

      * Table to hold the program codes and descriptions,
      * loaded from PROGRAM-CODE-FILE
       01 PROGRAM-CODE-TABLE-WS.
           05 PROGRAM-CODE-TABLE-COUNT  PIC 9(4)  COMP VALUE ZERO.
           05 MAX-PROGRAM-ENTRIES       PIC 9(4)  VALUE 500.
           05 PROGRAM-CODE-TABLE OCCURS 1 TO 500 TIMES
                   DEPENDING ON PROGRAM-CODE-TABLE-COUNT.
               10 PROGRAM-CODE-WS    PIC X(3).
               10 PROGRAM-DESC-WS    PIC X(20).

      * Students whose last name matched a name search.  A
      * single match is shown at once; more than one is
      * listed so the counter can pick the student number.
       01 NAME-MATCH-TABLE-WS.
           05 NAME-MATCH-COUNT     PIC 9(4)  COMP  VALUE ZERO.
           05 MAX-NAME-MATCHES     PIC 9(4)  VALUE 20.
           05 NAME-MATCHES-FOUND   PIC 9(4)  VALUE ZERO.
           05 NAME-MATCH OCCURS 1 TO 20 TIMES
                   DEPENDING ON NAME-MATCH-COUNT.
               10 MATCH-NUMBER-WS    PIC 9(9).
               10 MATCH-FIRST-WS     PIC X(20).
               10 MATCH-LAST-WS      PIC X(20).
               10 MATCH-PROGRAM-WS   PIC X(3).

      * The student's latest receipts, oldest first.  Each
      * receipt found pushes the oldest one off the top once
      * the table is full.
       01 RECEIPT-TABLE-WS.
           05 RECEIPT-TABLE-COUNT  PIC 9(4)  COMP  VALUE ZERO.
           05 MAX-RECEIPT-LINES    PIC 9(4)  VALUE 5.
           05 RECEIPT-ENTRY OCCURS 1 TO 5 TIMES
                   DEPENDING ON RECEIPT-TABLE-COUNT.
               10 RT-TRAN-CODE-WS       PIC X.
               10 RT-RECEIPT-NUMBER-WS  PIC 9(6).
               10 RT-PAY-DATE-WS        PIC 9(6).
               10 RT-PAY-AMOUNT-WS      PIC 9(4)V99.
               10 RT-TENDER-TYPE-WS     PIC X(4).

      * Fields for the credit-weighted average and standing,
      * worked out the way PROJECT2B works them out
       01 AVERAGE-FIELDS-WS.
           05 SHOW-COURSE-WS          PIC X(7).
           05 SHOW-MARK-WS            PIC 9(3).
           05 SHOW-STATUS-WS          PIC X.
               88 SHOW-COURSE-WITHDRAWN VALUE "W".
           05 CREDIT-LOOKUP-HOURS-WS  PIC 9(1).
           05 COURSE-NAME-LOOKUP-WS   PIC X(9).
           05 TOTAL-MARK              PIC 9(5)   VALUE ZERO.
           05 TOTAL-CREDIT-HOURS-WS   PIC 9(3)   VALUE ZERO.
           05 COURSES-SHOWN-CTR       PIC 9      VALUE ZERO.
           05 FAILED-SLOTS-CTR-WS     PIC 9      VALUE ZERO.
           05 STUDENT-AVERAGE         PIC 9(3)   VALUE ZERO.
               88 A-AVERAGE VALUES 85 THROUGH 100.

      * The student's balance - charges less payments and
      * awards, a negative balance being a credit on the
      * account
       01 BALANCE-OWING-WS          PIC S9(5)V99 VALUE ZERO.

      * Today's date, which the balance is aged against
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

      * Bunch of fields to keep track of various
      * things throughout the program
       01 FLAGS-AND-CONTROLS.
           05 COURSE-FILE-EOF-FLAG      PIC X       VALUE "N".
           05 PROGRAM-FILE-EOF-FLAG     PIC X       VALUE "N".
           05 HISTORY-FILE-EOF-FLAG     PIC X       VALUE "N".
           05 NAME-SCAN-EOF-FLAG        PIC X       VALUE "N".
           05 INQUIRY-DONE-FLAG         PIC X       VALUE "N".
               88 INQUIRY-IS-DONE VALUE "Y".
           05 STUDENT-FOUND-FLAG        PIC X       VALUE "N".
               88 STUDENT-WAS-FOUND VALUE "Y".
           05 MASTER-STATUS-WS          PIC X(2)    VALUE SPACES.
           05 SEARCH-NAME-WS            PIC X(20)   VALUE SPACES.
           05 COMPARE-NAME-WS           PIC X(20)   VALUE SPACES.
           05 SUB                       PIC 9(4)    VALUE ZERO.

       PROCEDURE DIVISION.
      * Mainline routine
       100-INQUIRE-STUDENT-ACCOUNTS.
           PERFORM 200-INIT-INQUIRE-STUDENT-ACCOUNTS.
           PERFORM 200-INQUIRE-STUDENT-ACCOUNT
               UNTIL INQUIRY-IS-DONE.
           PERFORM 200-TERM-INQUIRE-STUDENT-ACCOUNTS.
           STOP RUN.

      * Load the course and program tables, open the master
      * for input, take today's date to age balances
      * against, and ask for the first student.  A master
      * that does not open stops the inquiry cold.
       200-INIT-INQUIRE-STUDENT-ACCOUNTS.
           OPEN INPUT COURSE-FILE.
           PERFORM 700-FILL-COURSE-TABLE
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > MAX-COURSE-ENTRIES
               OR COURSE-FILE-EOF-FLAG = "Y".
           CLOSE COURSE-FILE.
           OPEN INPUT PROGRAM-CODE-FILE.
           PERFORM 700-FILL-PROGRAM-TABLE
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > MAX-PROGRAM-ENTRIES
               OR PROGRAM-FILE-EOF-FLAG = "Y".
           CLOSE PROGRAM-CODE-FILE.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF MASTER-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: STUDENT MASTER DID NOT OPEN - "
                   "FILE STATUS " MASTER-STATUS-WS " ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 700-GET-INQUIRY-REQUEST.

      * Look up the student the counter asked for - by
      * number when nine digits were keyed, otherwise by
      * last name - show the account if one student was
      * found, and ask for the next
       200-INQUIRE-STUDENT-ACCOUNT.
           MOVE "N" TO STUDENT-FOUND-FLAG.
           IF INQUIRY-NUMBER-WS NUMERIC
                   AND INQUIRY-NUMBER-REST-WS = SPACES
               PERFORM 700-FIND-BY-NUMBER
           ELSE
               PERFORM 700-FIND-BY-NAME
           END-IF.
           IF STUDENT-WAS-FOUND
               PERFORM 700-SHOW-STUDENT-ACCOUNT
           END-IF.
           PERFORM 700-GET-INQUIRY-REQUEST.

      * Close the master
       200-TERM-INQUIRE-STUDENT-ACCOUNTS.
           CLOSE STUDENT-MASTER-FILE.

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

      * Fill the program table with data from file, growing
      * PROGRAM-CODE-TABLE-COUNT by one entry for every code
      * loaded, and set EOF flag to true when at end
       700-FILL-PROGRAM-TABLE.
           READ PROGRAM-CODE-FILE
               AT END MOVE "Y" TO PROGRAM-FILE-EOF-FLAG
               NOT AT END
                   ADD 1 TO PROGRAM-CODE-TABLE-COUNT
                   MOVE PROGRAM-CODE TO PROGRAM-CODE-WS(SUB)
                   MOVE PROGRAM-DESCRIPTION TO PROGRAM-DESC-WS(SUB)
           END-READ.

      * Ask the counter for a student number or last name.
      * A blank entry ends the inquiry.
       700-GET-INQUIRY-REQUEST.
           DISPLAY " ".
           DISPLAY "ENTER STUDENT NUMBER OR LAST NAME "
               "(BLANK TO END): " WITH NO ADVANCING.
           MOVE SPACES TO INQUIRY-INPUT-WS.
           ACCEPT INQUIRY-INPUT-WS.
           IF INQUIRY-INPUT-WS = SPACES
               MOVE "Y" TO INQUIRY-DONE-FLAG
           END-IF.

      * Read the master at random on the student number
       700-FIND-BY-NUMBER.
           MOVE INQUIRY-NUMBER-WS TO MASTER-STUDENT-NUMBER.
           READ STUDENT-MASTER-FILE
               KEY IS MASTER-STUDENT-NUMBER
               INVALID KEY
                   DISPLAY "*** STUDENT " INQUIRY-NUMBER-WS
                       " IS NOT ON THE MASTER ***"
               NOT INVALID KEY
                   MOVE "Y" TO STUDENT-FOUND-FLAG
           END-READ.

      * Read the whole master in key order collecting every
      * student whose last name matches, case aside.  One
      * match is read back at random and shown; more than
      * one are listed for the counter to choose from.
       700-FIND-BY-NAME.
           MOVE INQUIRY-INPUT-WS TO SEARCH-NAME-WS.
           INSPECT SEARCH-NAME-WS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZERO TO NAME-MATCH-COUNT.
           MOVE ZERO TO NAME-MATCHES-FOUND.
           MOVE "N" TO NAME-SCAN-EOF-FLAG.
           MOVE ZERO TO MASTER-STUDENT-NUMBER.
           START STUDENT-MASTER-FILE
               KEY IS NOT LESS THAN MASTER-STUDENT-NUMBER
               INVALID KEY MOVE "Y" TO NAME-SCAN-EOF-FLAG
           END-START.
           PERFORM 700-SCAN-FOR-NAME
               UNTIL NAME-SCAN-EOF-FLAG = "Y".
           EVALUATE TRUE
               WHEN NAME-MATCHES-FOUND = ZERO
                   DISPLAY "*** NO STUDENT WITH LAST NAME "
                       SEARCH-NAME-WS " ***"
               WHEN NAME-MATCHES-FOUND = 1
                   MOVE MATCH-NUMBER-WS(1) TO MASTER-STUDENT-NUMBER
                   READ STUDENT-MASTER-FILE
                       KEY IS MASTER-STUDENT-NUMBER
                       INVALID KEY
                           DISPLAY "*** STUDENT "
                               MASTER-STUDENT-NUMBER
                               " IS NOT ON THE MASTER ***"
                       NOT INVALID KEY
                           MOVE "Y" TO STUDENT-FOUND-FLAG
                   END-READ
               WHEN OTHER
                   DISPLAY NAME-MATCHES-FOUND
                       " STUDENTS MATCH - ENTER THE STUDENT NUMBER"
                   PERFORM 700-SHOW-NAME-MATCH
                       VARYING SUB FROM 1 BY 1
                       UNTIL SUB > NAME-MATCH-COUNT
                   IF NAME-MATCHES-FOUND > NAME-MATCH-COUNT
                       DISPLAY "    ... AND MORE NOT LISTED"
                   END-IF
           END-EVALUATE.

      * Read the next master record and keep it if the last
      * name matches the one searched for
       700-SCAN-FOR-NAME.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END MOVE "Y" TO NAME-SCAN-EOF-FLAG
               NOT AT END
                   MOVE MASTER-LAST-NAME TO COMPARE-NAME-WS
                   INSPECT COMPARE-NAME-WS CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   IF COMPARE-NAME-WS = SEARCH-NAME-WS
                       ADD 1 TO NAME-MATCHES-FOUND
                       IF NAME-MATCH-COUNT < MAX-NAME-MATCHES
                           ADD 1 TO NAME-MATCH-COUNT
                           MOVE MASTER-STUDENT-NUMBER
                               TO MATCH-NUMBER-WS(NAME-MATCH-COUNT)
                           MOVE MASTER-FIRST-NAME
                               TO MATCH-FIRST-WS(NAME-MATCH-COUNT)
                           MOVE MASTER-LAST-NAME
                               TO MATCH-LAST-WS(NAME-MATCH-COUNT)
                           MOVE MASTER-PROGRAM
                               TO MATCH-PROGRAM-WS(NAME-MATCH-COUNT)
                       END-IF
                   END-IF
           END-READ.

      * List one of the students a name search matched
       700-SHOW-NAME-MATCH.
           MOVE MATCH-NUMBER-WS(SUB) TO MATCH-NUMBER-INQ-WS.
           MOVE MATCH-FIRST-WS(SUB) TO MATCH-FIRST-INQ-WS.
           MOVE MATCH-LAST-WS(SUB) TO MATCH-LAST-INQ-WS.
           MOVE MATCH-PROGRAM-WS(SUB) TO MATCH-PROGRAM-INQ-WS.
           DISPLAY INQUIRY-MATCH-LINE.

      * Show the account of the student just read - name
      * and program, the term's courses with the average
      * and standing, the tuition position with its aging,
      * and the latest receipts
       700-SHOW-STUDENT-ACCOUNT.
           DISPLAY INQUIRY-SEPARATOR.
           MOVE MASTER-FIRST-NAME TO INQ-FIRST-NAME-WS.
           MOVE MASTER-LAST-NAME TO INQ-LAST-NAME-WS.
           MOVE MASTER-STUDENT-NUMBER TO INQ-STUDENT-NUMBER-WS.
           DISPLAY INQUIRY-NAME-LINE.
           MOVE MASTER-PROGRAM TO INQ-PROGRAM-WS.
           MOVE "UNKNOWN PROGRAM" TO INQ-PROGRAM-DESC-WS.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > PROGRAM-CODE-TABLE-COUNT
               IF MASTER-PROGRAM = PROGRAM-CODE-WS(SUB)
                   MOVE PROGRAM-DESC-WS(SUB) TO INQ-PROGRAM-DESC-WS
               END-IF
           END-PERFORM.
           DISPLAY INQUIRY-PROGRAM-LINE.
           DISPLAY " ".
           PERFORM 700-SHOW-COURSES.
           DISPLAY " ".
           PERFORM 700-SHOW-TUITION-POSITION.
           DISPLAY " ".
           PERFORM 700-SHOW-RECEIPTS.
           DISPLAY INQUIRY-SEPARATOR.

      * Show each course slot in use with its name, credit
      * hours, and mark, then the credit-weighted average
      * and the standing PROJECT2B would give it.  A student
      * with no courses - one closed out at term end and
      * not yet registered again - has no standing to show.
       700-SHOW-COURSES.
           MOVE ZERO TO TOTAL-MARK.
           MOVE ZERO TO TOTAL-CREDIT-HOURS-WS.
           MOVE ZERO TO COURSES-SHOWN-CTR.
           MOVE ZERO TO FAILED-SLOTS-CTR-WS.
           DISPLAY INQUIRY-COURSE-HEADER.
           IF MASTER-COURSE-1 NOT = SPACES
               MOVE MASTER-COURSE-1 TO SHOW-COURSE-WS
               MOVE MASTER-MARK-1 TO SHOW-MARK-WS
               MOVE MASTER-COURSE-STATUS-1 TO SHOW-STATUS-WS
               PERFORM 700-SHOW-COURSE-LINE
           END-IF.
           IF MASTER-COURSE-2 NOT = SPACES
               MOVE MASTER-COURSE-2 TO SHOW-COURSE-WS
               MOVE MASTER-MARK-2 TO SHOW-MARK-WS
               MOVE MASTER-COURSE-STATUS-2 TO SHOW-STATUS-WS
               PERFORM 700-SHOW-COURSE-LINE
           END-IF.
           IF MASTER-COURSE-3 NOT = SPACES
               MOVE MASTER-COURSE-3 TO SHOW-COURSE-WS
               MOVE MASTER-MARK-3 TO SHOW-MARK-WS
               MOVE MASTER-COURSE-STATUS-3 TO SHOW-STATUS-WS
               PERFORM 700-SHOW-COURSE-LINE
           END-IF.
           IF MASTER-COURSE-4 NOT = SPACES
               MOVE MASTER-COURSE-4 TO SHOW-COURSE-WS
               MOVE MASTER-MARK-4 TO SHOW-MARK-WS
               MOVE MASTER-COURSE-STATUS-4 TO SHOW-STATUS-WS
               PERFORM 700-SHOW-COURSE-LINE
           END-IF.
           IF MASTER-COURSE-5 NOT = SPACES
               MOVE MASTER-COURSE-5 TO SHOW-COURSE-WS
               MOVE MASTER-MARK-5 TO SHOW-MARK-WS
               MOVE MASTER-COURSE-STATUS-5 TO SHOW-STATUS-WS
               PERFORM 700-SHOW-COURSE-LINE
           END-IF.
           IF MASTER-COURSE-6 NOT = SPACES
               MOVE MASTER-COURSE-6 TO SHOW-COURSE-WS
               MOVE MASTER-MARK-6 TO SHOW-MARK-WS
               MOVE MASTER-COURSE-STATUS-6 TO SHOW-STATUS-WS
               PERFORM 700-SHOW-COURSE-LINE
           END-IF.
           IF COURSES-SHOWN-CTR = ZERO
               DISPLAY INQUIRY-NO-COURSES-LINE
           ELSE
               IF TOTAL-CREDIT-HOURS-WS > ZERO
                   DIVIDE TOTAL-MARK BY TOTAL-CREDIT-HOURS-WS
                       GIVING STUDENT-AVERAGE ROUNDED
               ELSE
                   MOVE ZERO TO STUDENT-AVERAGE
               END-IF
               EVALUATE TRUE
                   WHEN FAILED-SLOTS-CTR-WS >= 2
                       MOVE "SUSPENSION REVIEW" TO INQ-STANDING-WS
                   WHEN A-AVERAGE
                       MOVE "DEAN'S LIST" TO INQ-STANDING-WS
                   WHEN STUDENT-AVERAGE < 50
                       MOVE "PROBATION" TO INQ-STANDING-WS
                   WHEN OTHER
                       MOVE "GOOD STANDING" TO INQ-STANDING-WS
               END-EVALUATE
               MOVE STUDENT-AVERAGE TO INQ-AVERAGE-WS
               DISPLAY INQUIRY-STANDING-LINE
           END-IF.

      * Show one course slot and add it into the average.
      * A course not found in the table defaults to 1
      * credit hour, as in PROJECT2B.  A course the student
      * withdrew from is shown marked WITHDRAWN and is left
      * out of the average and the failed courses.
       700-SHOW-COURSE-LINE.
           MOVE 1 TO CREDIT-LOOKUP-HOURS-WS.
           MOVE SPACES TO COURSE-NAME-LOOKUP-WS.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > COURSE-TABLE-COUNT
               IF SHOW-COURSE-WS = COURSE-NUMBER-WS(SUB)
                   MOVE CREDIT-HOURS-WS(SUB) TO CREDIT-LOOKUP-HOURS-WS
                   MOVE COURSE-NAME-WS(SUB) TO COURSE-NAME-LOOKUP-WS
               END-IF
           END-PERFORM.
           MOVE SHOW-COURSE-WS TO INQ-COURSE-NUMBER-WS.
           MOVE COURSE-NAME-LOOKUP-WS TO INQ-COURSE-NAME-WS.
           MOVE CREDIT-LOOKUP-HOURS-WS TO INQ-CREDIT-HOURS-WS.
           MOVE SHOW-MARK-WS TO INQ-MARK-WS.
           MOVE SPACES TO INQ-WITHDRAWN-WS.
           IF SHOW-COURSE-WITHDRAWN
               MOVE "WITHDRAWN" TO INQ-WITHDRAWN-WS
           END-IF.
           DISPLAY INQUIRY-COURSE-LINE.
           ADD 1 TO COURSES-SHOWN-CTR.
           IF NOT SHOW-COURSE-WITHDRAWN
               COMPUTE TOTAL-MARK = TOTAL-MARK +
                   (SHOW-MARK-WS * CREDIT-LOOKUP-HOURS-WS)
               ADD CREDIT-LOOKUP-HOURS-WS TO TOTAL-CREDIT-HOURS-WS
               IF SHOW-MARK-WS < 50
                   ADD 1 TO FAILED-SLOTS-CTR-WS
               END-IF
           END-IF.

      * Show tuition, late fees, any balance carried forward,
      * payments, any awards, refunds, and withdrawal
      * credits, then the balance owing or the credit on the
      * account.  A balance owing is aged against today's
      * date into the same buckets PROJECT2B uses.
       700-SHOW-TUITION-POSITION.
           MOVE MASTER-TUITION-AMOUNT TO INQ-TUITION-WS.
           MOVE MASTER-LATE-FEES TO INQ-LATE-FEES-WS.
           DISPLAY INQUIRY-TUITION-LINE.
           IF MASTER-OPENING-BALANCE NOT = ZERO
               MOVE MASTER-OPENING-BALANCE TO INQ-FORWARD-WS
               DISPLAY INQUIRY-FORWARD-LINE
           END-IF.
           MOVE MASTER-PAYMENT-MADE TO INQ-PAYMENT-WS.
           MOVE MASTER-TUITION-DUE-DATE TO INQ-DUE-DATE-WS.
           DISPLAY INQUIRY-PAYMENT-LINE.
           IF MASTER-AWARDS NOT = ZERO
               MOVE MASTER-AWARDS TO INQ-AWARDS-WS
               DISPLAY INQUIRY-AWARD-LINE
           END-IF.
           IF MASTER-REFUNDS-PAID NOT = ZERO
               MOVE MASTER-REFUNDS-PAID TO INQ-REFUNDS-WS
               DISPLAY INQUIRY-REFUND-LINE
           END-IF.
           IF MASTER-WITHDRAWAL-CREDIT NOT = ZERO
               MOVE MASTER-WITHDRAWAL-CREDIT TO INQ-WITHDRAWAL-WS
               DISPLAY INQUIRY-WITHDRAWAL-LINE
           END-IF.
           COMPUTE BALANCE-OWING-WS =
               MASTER-TUITION-AMOUNT + MASTER-LATE-FEES
               + MASTER-OPENING-BALANCE + MASTER-REFUNDS-PAID
               - MASTER-PAYMENT-MADE - MASTER-AWARDS
               - MASTER-WITHDRAWAL-CREDIT.
           EVALUATE TRUE
               WHEN BALANCE-OWING-WS > ZERO
                   MOVE "BALANCE OWING:    " TO INQ-BALANCE-LABEL-WS
                   MOVE BALANCE-OWING-WS TO INQ-BALANCE-WS
                   PERFORM 700-DETERMINE-AGING
                   MOVE AGING-BUCKET-WS TO INQ-BUCKET-WS
               WHEN BALANCE-OWING-WS < ZERO
                   MOVE "CREDIT BALANCE:   " TO INQ-BALANCE-LABEL-WS
                   MOVE BALANCE-OWING-WS TO INQ-BALANCE-WS
                   MOVE "NOTHING OWING" TO INQ-BUCKET-WS
               WHEN OTHER
                   MOVE "BALANCE OWING:    " TO INQ-BALANCE-LABEL-WS
                   MOVE ZERO TO INQ-BALANCE-WS
                   MOVE "NOTHING OWING" TO INQ-BUCKET-WS
           END-EVALUATE.
           DISPLAY INQUIRY-BALANCE-LINE.

      * Age the current student's balance against today's
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

      * Read the receipt history through, keeping the
      * student's latest receipts, and show them oldest
      * first
       700-SHOW-RECEIPTS.
           MOVE ZERO TO RECEIPT-TABLE-COUNT.
           MOVE "N" TO HISTORY-FILE-EOF-FLAG.
           OPEN INPUT RECEIPT-HISTORY-FILE.
           PERFORM 700-READ-RECEIPT-HISTORY
               UNTIL HISTORY-FILE-EOF-FLAG = "Y".
           CLOSE RECEIPT-HISTORY-FILE.
           IF RECEIPT-TABLE-COUNT = ZERO
               DISPLAY INQUIRY-NO-RECEIPTS-LINE
           ELSE
               DISPLAY INQUIRY-RECEIPT-HEADER
               PERFORM 700-SHOW-RECEIPT-LINE
                   VARYING SUB FROM 1 BY 1
                   UNTIL SUB > RECEIPT-TABLE-COUNT
           END-IF.

      * Read the next receipt and, if it is one of this
      * student's, keep it - dropping the oldest kept
      * receipt when the table is already full
       700-READ-RECEIPT-HISTORY.
           READ RECEIPT-HISTORY-FILE
               AT END MOVE "Y" TO HISTORY-FILE-EOF-FLAG
               NOT AT END
                   IF RCPT-HIST-STUDENT-NUMBER = MASTER-STUDENT-NUMBER
                           AND NOT HIST-IS-TERM-CLOSE
                       IF RECEIPT-TABLE-COUNT < MAX-RECEIPT-LINES
                           ADD 1 TO RECEIPT-TABLE-COUNT
                       ELSE
                           PERFORM 700-DROP-OLDEST-RECEIPT
                               VARYING SUB FROM 1 BY 1
                               UNTIL SUB >= RECEIPT-TABLE-COUNT
                       END-IF
                       MOVE RCPT-HIST-TRAN-CODE
                           TO RT-TRAN-CODE-WS(RECEIPT-TABLE-COUNT)
                       MOVE RCPT-HIST-RECEIPT-NUMBER
                           TO RT-RECEIPT-NUMBER-WS(RECEIPT-TABLE-COUNT)
                       MOVE RCPT-HIST-PAY-DATE
                           TO RT-PAY-DATE-WS(RECEIPT-TABLE-COUNT)
                       MOVE RCPT-HIST-PAY-AMOUNT
                           TO RT-PAY-AMOUNT-WS(RECEIPT-TABLE-COUNT)
                       MOVE RCPT-HIST-TENDER-TYPE
                           TO RT-TENDER-TYPE-WS(RECEIPT-TABLE-COUNT)
                   END-IF
           END-READ.

      * Move one kept receipt up a place in the table
       700-DROP-OLDEST-RECEIPT.
           MOVE RECEIPT-ENTRY(SUB + 1) TO RECEIPT-ENTRY(SUB).

      * Show one of the student's latest receipts
       700-SHOW-RECEIPT-LINE.
           MOVE RT-RECEIPT-NUMBER-WS(SUB) TO INQ-RECEIPT-NUMBER-WS.
           MOVE RT-PAY-DATE-WS(SUB) TO INQ-RECEIPT-DATE-WS.
           EVALUATE RT-TRAN-CODE-WS(SUB)
               WHEN "R"
                   MOVE "REVERSAL" TO INQ-RECEIPT-TYPE-WS
               WHEN "N"
                   MOVE "NSF" TO INQ-RECEIPT-TYPE-WS
               WHEN OTHER
                   MOVE "PAYMENT" TO INQ-RECEIPT-TYPE-WS
           END-EVALUATE.
           MOVE RT-TENDER-TYPE-WS(SUB) TO INQ-RECEIPT-TENDER-WS.
           MOVE RT-PAY-AMOUNT-WS(SUB) TO INQ-RECEIPT-AMOUNT-WS.
           DISPLAY INQUIRY-RECEIPT-LINE.
