      * wrote.  Three things are pulled from it - the detail
      * line dollar amounts, the grade-band trailer dollar
      * totals, and the counters trailer - and each 01 below
      * is a view of the line for one of those shapes.  The
      * counters trailer comes in two widths - three-digit
      * counts, or seven-digit counts when a run is larger
      * than that - told apart by whether the byte after the
      * RECORDS READ count is the blank ahead of the next
      * label or another digit.
       FD TUITION-REPORT-IN.
       01 TUITN-LINE-WS            PIC X(125).
       01 TUITN-DETAIL-VIEW.
           05 FILLER               PIC X(48).
           05 TUITN-DETAIL-NUMBER  PIC X(9).
           05 FILLER               PIC X(1).
           05 TUITN-DETAIL-AMOUNT  PIC X(10).
           05 FILLER               PIC X(57).
       01 TUITN-SECTION-VIEW.
           05 FILLER               PIC X(30).
           05 TUITN-SECTION-TEXT   PIC X(27).
           05 FILLER               PIC X(68).
       01 TUITN-GRADE-VIEW.
           05 FILLER               PIC X(4).
           05 TUITN-GRADE-LETTER   PIC X(5).
           05 FILLER               PIC X(1).
           05 TUITN-GRADE-COUNT    PIC X(7).
           05 FILLER               PIC X(3).
           05 TUITN-GRADE-OWING    PIC X(14).
           05 FILLER               PIC X(91).
       01 TUITN-COUNTERS-VIEW.
           05 TUITN-CTR-PREFIX     PIC X(14).
           05 TUITN-CTR-READ       PIC X(3).
           05 TUITN-CTR-AFTER-READ PIC X.
               88 TUITN-CTR-IS-NARROW VALUE SPACE.
           05 FILLER               PIC X(17).
           05 TUITN-CTR-WRITTEN    PIC X(3).
           05 FILLER               PIC X(19).
           05 TUITN-CTR-DUPS       PIC X(3).
           05 TUITN-CTR-PREREJ     PIC X(3).
           05 FILLER               PIC X(18).
           05 TUITN-CTR-PROGREJ    PIC X(3).
           05 FILLER               PIC X(20).
       01 TUITN-WIDE-COUNTERS-VIEW.
           05 FILLER               PIC X(14).
           05 TUITN-WIDE-CTR-READ  PIC X(7).
           05 FILLER               PIC X(18).
           05 TUITN-WIDE-CTR-WRITTEN PIC X(7).
           05 FILLER               PIC X(19).
           05 TUITN-WIDE-CTR-DUPS  PIC X(7).
           05 FILLER               PIC X(21).
           05 TUITN-WIDE-CTR-PREREJ PIC X(7).
           05 FILLER               PIC X(18).
           05 TUITN-WIDE-CTR-PROGREJ PIC X(7).

      * BALANCE-REPORT is the output listing - one line per
      * balancing check with the figures on both sides, and
       01 BALANCE-LINE-WS.
           05 FILLER                PIC X(4)   VALUE SPACES.
           05 CHECK-NAME-WS         PIC X(34).
           05 FILLER                PIC X(1)   VALUE SPACES.
           05 CHECK-LEFT-WS         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(3)   VALUE " VS".
           05 CHECK-RIGHT-WS        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)   VALUE SPACES.
           05 CHECK-VERDICT-WS      PIC X(14).

       01 LIFTED-COUNTERS-WS.
           05 VALREJ-READ-WS        PIC 9(3)    VALUE ZERO.
           05 VALREJ-REJECT-WS      PIC 9(3)    VALUE ZERO.
           05 TUITN-READ-WS         PIC 9(7)    VALUE ZERO.
           05 TUITN-WRITTEN-WS      PIC 9(7)    VALUE ZERO.
           05 TUITN-DUPS-WS         PIC 9(7)    VALUE ZERO.
           05 TUITN-PREREJ-WS       PIC 9(7)    VALUE ZERO.
           05 TUITN-PROGREJ-WS      PIC 9(7)    VALUE ZERO.
           05 ACCOUNTED-FOR-WS      PIC 9(8)    VALUE ZERO.
           05 DETAIL-DOLLARS-WS     PIC 9(9)V99 VALUE ZERO.
           05 TRAILER-DOLLARS-WS    PIC 9(9)V99 VALUE ZERO.

      * Fields for de-editing a printed dollar amount back
      * into a number - the edited text is scanned character
      * by character and the digits accumulated as cents
       01 DE-EDIT-FIELDS-WS.
           05 DE-EDIT-TEXT-WS       PIC X(14)   VALUE SPACES.
           05 DE-EDIT-CHARS-WS REDEFINES DE-EDIT-TEXT-WS.
               10 DE-EDIT-CHAR-WS OCCURS 14 TIMES PIC X.
           05 DE-EDIT-DIGIT-X-WS    PIC X.
           05 DE-EDIT-DIGIT-9-WS REDEFINES DE-EDIT-DIGIT-X-WS
                                    PIC 9.
           05 DE-EDIT-AMOUNT-WS     PIC 9(8)V99 VALUE ZERO.

      * Bunch of fields to keep track of various
      * things throughout the program
       700-ROUTE-TUITION-LINE.
           EVALUATE TRUE
               WHEN TUITN-CTR-PREFIX = "RECORDS READ: "
                   IF TUITN-CTR-IS-NARROW
                       MOVE TUITN-CTR-READ TO TUITN-READ-WS
                       MOVE TUITN-CTR-WRITTEN TO TUITN-WRITTEN-WS
                       MOVE TUITN-CTR-DUPS TO TUITN-DUPS-WS
                       MOVE TUITN-CTR-PREREJ TO TUITN-PREREJ-WS
                       MOVE TUITN-CTR-PROGREJ TO TUITN-PROGREJ-WS
                   ELSE
                       MOVE TUITN-WIDE-CTR-READ TO TUITN-READ-WS
                       MOVE TUITN-WIDE-CTR-WRITTEN TO TUITN-WRITTEN-WS
                       MOVE TUITN-WIDE-CTR-DUPS TO TUITN-DUPS-WS
                       MOVE TUITN-WIDE-CTR-PREREJ TO TUITN-PREREJ-WS
                       MOVE TUITN-WIDE-CTR-PROGREJ TO TUITN-PROGREJ-WS
                   END-IF
                   MOVE "Y" TO TUITN-COUNTERS-FOUND-FLAG
               WHEN TUITN-SECTION-TEXT = "TUITION OWING BY GRADE BAND"
                   MOVE "Y" TO GRADE-SECTION-FLAG
       700-DE-EDIT-AMOUNT.
           MOVE ZERO TO DE-EDIT-AMOUNT-WS.
           PERFORM 700-DE-EDIT-ONE-CHAR
               VARYING SUB FROM 1 BY 1 UNTIL SUB > 14.

      * Fold one character of the edited amount into the
      * running value when it is a digit
