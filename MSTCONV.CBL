       IDENTIFICATION DIVISION.
       PROGRAM-ID.         MSTCONV.
       AUTHOR.             RICHARD BARNEY.
       DATE-WRITTEN.       OCTOBER 2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-STUDENT-MASTER-FILE
               ASSIGN TO "C:\STUMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS OLD-MASTER-STUDENT-NUMBER
                   FILE STATUS IS OLD-MASTER-STATUS-WS.
           SELECT NEW-STUDENT-MASTER-FILE
               ASSIGN TO "C:\STUMASTN.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS NEW-MASTER-STUDENT-NUMBER.
           SELECT OPTIONAL OLD-MASTER-IMAGE-FILE
               ASSIGN TO "C:\MSTIMAGE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-MASTER-IMAGE-FILE
               ASSIGN TO "C:\MSTIMAGN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * OLD-STUDENT-MASTER-FILE is the student master in the
      * 132-byte layout, ending at the tuition due date.
      * This one-time step reads it in full and cuts the
      * widened copy; the operator renames STUMASTN.DAT over
      * STUMAST.DAT after checking the counts, keeping the
      * old file as the fallback.
       FD OLD-STUDENT-MASTER-FILE.
       01 OLD-STUDENT-MASTER-RECORD.
           05 OLD-MASTER-FIRST-NAME     PIC X(20).
           05 OLD-MASTER-LAST-NAME      PIC X(20).
           05 OLD-MASTER-STUDENT-NUMBER PIC 9(9).
           05 OLD-MASTER-REMAINDER      PIC X(83).

      * NEW-STUDENT-MASTER-FILE is the student master in the
      * widened 200-byte layout - the old record carried
      * across as it stands, followed by the account
      * extension the batch runs post late fees and the
      * like into.  The extension starts out all zeros, so
      * every amount carved out of it reads as zero until a
      * run posts to it.
       FD NEW-STUDENT-MASTER-FILE.
       01 NEW-STUDENT-MASTER-RECORD.
           05 NEW-MASTER-FIRST-NAME     PIC X(20).
           05 NEW-MASTER-LAST-NAME      PIC X(20).
           05 NEW-MASTER-STUDENT-NUMBER PIC 9(9).
           05 NEW-MASTER-REMAINDER      PIC X(83).
           05 NEW-MASTER-EXTENSION      PIC X(68).

      * OLD-MASTER-IMAGE-FILE is the cumulative before/after
      * image journal in the old layout, each image 132
      * bytes wide
       FD OLD-MASTER-IMAGE-FILE.
       01 OLD-MASTER-IMAGE-RECORD.
           05 OLD-IMG-STAMP             PIC X(38).
           05 OLD-IMG-BEFORE-IMAGE      PIC X(132).
           05 OLD-IMG-AFTER-IMAGE       PIC X(132).

      * NEW-MASTER-IMAGE-FILE is the image journal in the
      * widened layout, so MSTBKOUT can still reverse
      * updates made before the conversion.  The operator
      * renames MSTIMAGN.DAT over MSTIMAGE.DAT after
      * checking the counts.
       FD NEW-MASTER-IMAGE-FILE.
       01 NEW-MASTER-IMAGE-RECORD.
           05 NEW-IMG-STAMP             PIC X(38).
           05 NEW-IMG-BEFORE-IMAGE.
               10 NEW-IMG-BEFORE-OLD    PIC X(132).
               10 NEW-IMG-BEFORE-EXT    PIC X(68).
           05 NEW-IMG-AFTER-IMAGE.
               10 NEW-IMG-AFTER-OLD     PIC X(132).
               10 NEW-IMG-AFTER-EXT     PIC X(68).

       WORKING-STORAGE SECTION.
      * Bunch of fields to keep track of various
      * things throughout the program
       01 FLAGS-AND-CONTROLS.
           05 OLD-MASTER-STATUS-WS      PIC X(2)  VALUE SPACES.
           05 MASTER-FILE-EOF-FLAG      PIC X     VALUE "N".
           05 IMAGE-FILE-EOF-FLAG       PIC X     VALUE "N".
           05 MASTER-IN-CTR             PIC 9(5)  VALUE ZERO.
           05 MASTER-OUT-CTR            PIC 9(5)  VALUE ZERO.
           05 IMAGE-IN-CTR              PIC 9(5)  VALUE ZERO.
           05 IMAGE-OUT-CTR             PIC 9(5)  VALUE ZERO.

       PROCEDURE DIVISION.
      * Mainline routine
       100-CONVERT-MASTER-LAYOUT.
           PERFORM 200-CONVERT-STUDENT-MASTER.
           PERFORM 200-CONVERT-IMAGE-JOURNAL.
           PERFORM 200-TERM-CONVERT-MASTER-LAYOUT.
           STOP RUN.

      * Copy the student master into the widened layout,
      * zeroing the account extension on every record
       200-CONVERT-STUDENT-MASTER.
           OPEN INPUT OLD-STUDENT-MASTER-FILE.
           IF OLD-MASTER-STATUS-WS NOT = "00"
               DISPLAY "*** ERROR: STUDENT MASTER DID NOT OPEN - "
                   "FILE STATUS " OLD-MASTER-STATUS-WS " - NOTHING "
                   "WAS CONVERTED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-STUDENT-MASTER-FILE.
           PERFORM 700-CONVERT-MASTER-RECORD
               UNTIL MASTER-FILE-EOF-FLAG = "Y".
           CLOSE OLD-STUDENT-MASTER-FILE
                 NEW-STUDENT-MASTER-FILE.

      * Copy the image journal into the widened layout
       200-CONVERT-IMAGE-JOURNAL.
           OPEN INPUT OLD-MASTER-IMAGE-FILE.
           OPEN OUTPUT NEW-MASTER-IMAGE-FILE.
           PERFORM 700-CONVERT-IMAGE-RECORD
               UNTIL IMAGE-FILE-EOF-FLAG = "Y".
           CLOSE OLD-MASTER-IMAGE-FILE
                 NEW-MASTER-IMAGE-FILE.

      * Tell the operator what was converted.  The in and
      * out counts for each file must match before the new
      * files are renamed over the old ones.  The MG
      * generations already cut are in the old layout, so
      * MSTBKUP must cut a fresh generation from the
      * converted master before the next update runs.
       200-TERM-CONVERT-MASTER-LAYOUT.
           DISPLAY "MSTCONV: MASTER IN " MASTER-IN-CTR
               " OUT " MASTER-OUT-CTR " TO STUMASTN.DAT".
           DISPLAY "MSTCONV: IMAGES IN " IMAGE-IN-CTR
               " OUT " IMAGE-OUT-CTR " TO MSTIMAGN.DAT".
           DISPLAY "MSTCONV: VERIFY THE COUNTS, RENAME THE NEW "
               "FILES OVER THE OLD ONES, THEN RUN MSTBKUP.".

      * Convert one master record - everything is carried
      * across as it stands and the extension is zeroed
       700-CONVERT-MASTER-RECORD.
           READ OLD-STUDENT-MASTER-FILE
               AT END MOVE "Y" TO MASTER-FILE-EOF-FLAG
               NOT AT END
                   ADD 1 TO MASTER-IN-CTR
                   MOVE OLD-MASTER-FIRST-NAME
                       TO NEW-MASTER-FIRST-NAME
                   MOVE OLD-MASTER-LAST-NAME TO NEW-MASTER-LAST-NAME
                   MOVE OLD-MASTER-STUDENT-NUMBER
                       TO NEW-MASTER-STUDENT-NUMBER
                   MOVE OLD-MASTER-REMAINDER TO NEW-MASTER-REMAINDER
                   MOVE ZEROS TO NEW-MASTER-EXTENSION
                   WRITE NEW-STUDENT-MASTER-RECORD
                   ADD 1 TO MASTER-OUT-CTR
           END-READ.

      * Convert one image record.  An image that was blank -
      * the before image of an add, the after image of a
      * delete - stays blank; any other image has a zeroed
      * extension added behind it, the same as the master
      * record it describes.
       700-CONVERT-IMAGE-RECORD.
           READ OLD-MASTER-IMAGE-FILE
               AT END MOVE "Y" TO IMAGE-FILE-EOF-FLAG
               NOT AT END
                   ADD 1 TO IMAGE-IN-CTR
                   MOVE OLD-IMG-STAMP TO NEW-IMG-STAMP
                   MOVE OLD-IMG-BEFORE-IMAGE TO NEW-IMG-BEFORE-OLD
                   IF OLD-IMG-BEFORE-IMAGE = SPACES
                       MOVE SPACES TO NEW-IMG-BEFORE-EXT
                   ELSE
                       MOVE ZEROS TO NEW-IMG-BEFORE-EXT
                   END-IF
                   MOVE OLD-IMG-AFTER-IMAGE TO NEW-IMG-AFTER-OLD
                   IF OLD-IMG-AFTER-IMAGE = SPACES
                       MOVE SPACES TO NEW-IMG-AFTER-EXT
                   ELSE
                       MOVE ZEROS TO NEW-IMG-AFTER-EXT
                   END-IF
                   WRITE NEW-MASTER-IMAGE-RECORD
                   ADD 1 TO IMAGE-OUT-CTR
           END-READ.
