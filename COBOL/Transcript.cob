      *     the indexed demographic master alongside the id; a shop
      *     without one (or a student missing from it) still gets
      *     the transcript, labeled accordingly.
      *   - A degree-awarded block follows the term blocks for each
      *     degree on the conferred-degrees master CONFERRAL keeps -
      *     degree, program and conferral term.
      *   - Each course's hours come off the version of the catalog
      *     entry in force for the term it was taken in, so a later
      *     catalog change can't move an official transcript.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. TRANSCRIPT.
       ENVIRONMENT DIVISION.
           RECORD KEY IS DEMO-KEY
           FILE STATUS IS WS-DEMO-STATUS.

      * The conferred-degrees master CONFERRAL writes - the degree-
      * awarded block comes off it.
           SELECT DEGREE-FILE
           ASSIGN TO "ASTDEGR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEGREE-KEY
           FILE STATUS IS WS-DEGREE-STATUS.

      * Student list for a batch of transcripts - one student id per
      * line, the same list file AUTOADVISOR takes.
           SELECT STUDENT-LIST-FILE
           05 DEMO-CATYEAR            PIC X(4).
           05 DEMO-STATUS             PIC X(1).

       FD DEGREE-FILE.
       01 DEGREE-RECORD.
           05 DEGREE-KEY.
               10 DEGREE-STUDENT-ID   PIC X(20).
               10 DEGREE-PROGRAM      PIC X(10).
           05 DEGREE-CODE             PIC X(10).
           05 DEGREE-TERM             PIC X(6).
           05 DEGREE-DATE             PIC X(8).

       FD STUDENT-LIST-FILE.
       01 WSBATCHLINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS          PIC X(2).
       01 WS-DEMO-STATUS            PIC X(2).
       01 WS-DEGREE-STATUS          PIC X(2).
       01 WS-CATLG-STATUS           PIC X(2).
       01 WS-AMEND-STATUS           PIC X(2).
       01 WS-LIST-STATUS            PIC X(2).
           05 CATALOG-ENTRY OCCURS 200 TIMES INDEXED BY CATALOGIDX.
               10 CAT-COURSE         PIC X(50).
               10 CAT-HOURS          PIC 9(1).
               10 CAT-FROM-KEY       PIC X(5).
               10 CAT-TO-KEY         PIC X(5).
       01 WS-CATALOG-COUNT          PIC 9(3) VALUE 0.
       01 WS-CATLG-EOF              PIC X(1).
           88 CATALOG-END-OF-FILE   VALUE 'Y'.
       01 CAT-IN-COURSE             PIC X(50).
       01 CAT-IN-HOURS              PIC X(5).
       01 CAT-IN-PREREQ             PIC X(50).
       01 CAT-IN-FROM               PIC X(10).
       01 CAT-IN-TO                 PIC X(10).
       01 WS-CAT-TERM               PIC X(6).
       01 WS-CAT-TERM-KEY           PIC X(5).
       01 WS-CAT-LOOK               PIC X(50).
       01 WS-CAT-FOUND              PIC X(1).
       01 WS-CAT-HOURS              PIC 9(1).

      * Sort-key work fields.
       01 WS-KEY-TERM               PIC X(6).
       01 WS-KEY-OUT                PIC X(5).

      * Amendment-log table - student and course off every log line,
      * so a course with any amendment history gets its footnote.
       01 WSAMENDTABLE.
       01 WS-DEMO-AVAIL             PIC X(1) VALUE 'N'.
       01 WS-DEMO-NAME-SHOW         PIC X(30).

      * Conferred-degrees items - whether the master opened for this
      * run, and the walk through the current student's degrees.
       01 WS-DEGREE-AVAIL           PIC X(1) VALUE 'N'.
       01 WS-DEGREE-EOF             PIC X(1).
           88 END-OF-DEGREES        VALUE 'Y'.

       01 WS-TODAY                  PIC X(8).

       PROCEDURE DIVISION.
               DISPLAY "TRANSCRIPTS PRINT WITHOUT STUDENT NAMES"
           END-IF.

      * No conferred-degrees master just means nobody has graduated
      * under CONFERRAL yet - no degree blocks to print.
           OPEN INPUT DEGREE-FILE.
           IF WS-DEGREE-STATUS EQUAL TO "00" THEN
               MOVE 'Y' TO WS-DEGREE-AVAIL
           END-IF.

           IF WS-MODE EQUAL TO 'L' OR 'l' THEN
               PERFORM BATCH-TRANSCRIPTS
           ELSE
           IF WS-DEMO-AVAIL EQUAL TO 'Y' THEN
               CLOSE STUDENT-DEMO
           END-IF.
           IF WS-DEGREE-AVAIL EQUAL TO 'Y' THEN
               CLOSE DEGREE-FILE
           END-IF.
           CLOSE TRANSCRIPT-FILE.
           DISPLAY "TRANSCRIPTS PRINTED: " WS-DONE-COUNT.
           DISPLAY "STUDENTS WITH NO MASTER RECORDS: " WS-EMPTY-COUNT.
               END-READ
               IF NOT CATALOG-END-OF-FILE THEN
                   MOVE SPACES TO CAT-IN-COURSE, CAT-IN-HOURS,
                       CAT-IN-PREREQ, CAT-IN-FROM, CAT-IN-TO
                   UNSTRING WSCATALOGREC DELIMITED BY "|"
                       INTO CAT-IN-COURSE, CAT-IN-HOURS, CAT-IN-PREREQ,
                       CAT-IN-FROM, CAT-IN-TO
                   END-UNSTRING
                   IF (CAT-IN-COURSE EQUAL TO SPACES) OR
                       (CAT-IN-HOURS(1:1) NOT NUMERIC) OR
                       (CAT-IN-HOURS(2:4) NOT EQUAL TO SPACES) OR
                       (CAT-IN-FROM(7:4) NOT EQUAL TO SPACES) OR
                       (CAT-IN-TO(7:4) NOT EQUAL TO SPACES) THEN
                       DISPLAY "CATALOG RECORD SKIPPED - MALFORMED: "
                           WSCATALOGREC
                   ELSE
                           CAT-COURSE(WS-CATALOG-COUNT)
                       MOVE CAT-IN-HOURS(1:1) TO
                           CAT-HOURS(WS-CATALOG-COUNT)
                       PERFORM CATALOG-VERSION-KEYS
                   END-IF
                   END-IF
               END-IF
           CLOSE CATALOG-FILE.
           DISPLAY "CATALOG LOADED - " WS-CATALOG-COUNT " COURSE(S)".

      * The catalog version just loaded gets its term range as sort
      * keys - a blank from term opens it at the beginning of time,
      * a blank to term leaves it in force.
       CATALOG-VERSION-KEYS.
           IF CAT-IN-FROM EQUAL TO SPACES THEN
               MOVE "00000" TO CAT-FROM-KEY(WS-CATALOG-COUNT)
           ELSE
               MOVE CAT-IN-FROM TO WS-KEY-TERM
               PERFORM CATALOG-TERM-KEY
               MOVE WS-KEY-OUT TO CAT-FROM-KEY(WS-CATALOG-COUNT)
           END-IF.
           IF CAT-IN-TO EQUAL TO SPACES THEN
               MOVE "99999" TO CAT-TO-KEY(WS-CATALOG-COUNT)
           ELSE
               MOVE CAT-IN-TO TO WS-KEY-TERM
               PERFORM CATALOG-TERM-KEY
               MOVE WS-KEY-OUT TO CAT-TO-KEY(WS-CATALOG-COUNT)
           END-IF.

      *****************************************************************
      * CATALOG-LOOKUP
      * Finds the version of the course in WS-CAT-LOOK in force for
      * the term in WS-CAT-TERM, leaving its credit hours in
      * WS-CAT-HOURS. A blank term (records from before terms were
      * kept) finds only a version open at the beginning. A miss leaves
      * WS-CAT-FOUND at 'N' and the hours at zero - the transcript
      * still prints the course, it just can't carry hours the
      * catalog no longer knows.
       CATALOG-LOOKUP.
           MOVE 'N' TO WS-CAT-FOUND.
           MOVE 0 TO WS-CAT-HOURS.
           IF WS-CAT-TERM EQUAL TO SPACES THEN
               MOVE "00000" TO WS-CAT-TERM-KEY
           ELSE
               MOVE WS-CAT-TERM TO WS-KEY-TERM
               PERFORM CATALOG-TERM-KEY
               MOVE WS-KEY-OUT TO WS-CAT-TERM-KEY
           END-IF.
           SET CATALOGIDX TO 1.
           SEARCH CATALOG-ENTRY
               AT END CONTINUE
               WHEN (CAT-COURSE(CATALOGIDX) EQUAL TO WS-CAT-LOOK)
                   AND (CAT-FROM-KEY(CATALOGIDX) NOT > WS-CAT-TERM-KEY)
                   AND (CAT-TO-KEY(CATALOGIDX) NOT < WS-CAT-TERM-KEY)
                   MOVE CAT-HOURS(CATALOGIDX) TO WS-CAT-HOURS
                   MOVE 'Y' TO WS-CAT-FOUND
           END-SEARCH.
               MOVE MASTER-GRADE TO TR-GRADE(WS-TR-COUNT)
               MOVE MASTER-TERM TO TR-TERM(WS-TR-COUNT)
               MOVE MASTER-COURSE-ID TO WS-CAT-LOOK
               MOVE MASTER-TERM TO WS-CAT-TERM
               PERFORM CATALOG-LOOKUP
               MOVE WS-CAT-HOURS TO TR-HOURS(WS-TR-COUNT)
               PERFORM TERM-SORT-KEY
      * The sorted rows print in term blocks - a term change closes
      * the open block with its term GPA and the running cumulative
      * GPA. Each row shows course, grade and catalog hours, with
      * the amendment footnote marker on an amended course. Any
      * degree conferred follows the last term block.
      *****************************************************************
       PRINT-TRANSCRIPT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM PRINT-ONE-ROW WS-TR-COUNT TIMES.
      * Close out the last open term block.
           PERFORM TERM-BLOCK-CLOSE.
           PERFORM DEGREE-BLOCK.

           IF WS-ANY-AMENDED EQUAL TO 'Y' THEN
               MOVE SPACES TO TRANSCRIPT-LINE
           MOVE SPACES TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.

      *****************************************************************
      * DEGREE-BLOCK
      * One DEGREE AWARDED line per degree the conferred-degrees
      * master carries for the student - degree, program and the
      * term it was conferred in - walked off the student's key.
      *****************************************************************
       DEGREE-BLOCK.
           IF WS-DEGREE-AVAIL EQUAL TO 'Y' THEN
               MOVE 'N' TO WS-DEGREE-EOF
               MOVE WS-MASTER-WANT TO DEGREE-STUDENT-ID
               MOVE LOW-VALUES TO DEGREE-PROGRAM
               START DEGREE-FILE KEY IS NOT LESS THAN DEGREE-KEY
               END-START
               IF WS-DEGREE-STATUS NOT EQUAL TO "00" THEN
                   SET END-OF-DEGREES TO TRUE
               END-IF
               PERFORM UNTIL END-OF-DEGREES
                   READ DEGREE-FILE NEXT RECORD
                       AT END SET END-OF-DEGREES TO TRUE
                   END-READ
                   IF (NOT END-OF-DEGREES) AND
                       (DEGREE-STUDENT-ID NOT EQUAL TO WS-MASTER-WANT)
                       THEN
                       SET END-OF-DEGREES TO TRUE
                   END-IF
                   IF NOT END-OF-DEGREES THEN
                       MOVE SPACES TO TRANSCRIPT-LINE
                       STRING "DEGREE AWARDED: " DELIMITED BY SIZE
                           FUNCTION TRIM(DEGREE-CODE) DELIMITED BY SIZE
                           "  PROGRAM: " DELIMITED BY SIZE
                           FUNCTION TRIM(DEGREE-PROGRAM)
                           DELIMITED BY SIZE
                           "  CONFERRED: " DELIMITED BY SIZE
                           DEGREE-TERM DELIMITED BY SIZE
                           INTO TRANSCRIPT-LINE
                       END-STRING
                       WRITE TRANSCRIPT-LINE
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************************
      * DEMO-LOOKUP
      * Fetches the student's name off the demographic master for
               WHEN GT-LETTER(GT-IDX) EQUAL TO WS-CLASS-LETTER
                   MOVE GT-CLASS(GT-IDX) TO WS-GRADE-CLASS
           END-SEARCH.

      * The TERM-SORT-KEY key for a term in WS-KEY-TERM rather than
      * for the row just added - the catalog's version ranges and
      * the term a course is looked up for are keyed the same way
      * the rows sort.
       CATALOG-TERM-KEY.
           IF WS-KEY-TERM EQUAL TO SPACES THEN
               MOVE "00000" TO WS-KEY-OUT
           ELSE
               MOVE WS-KEY-TERM(1:4) TO WS-KEY-OUT(1:4)
               IF WS-KEY-TERM(5:2) EQUAL TO "SP" THEN
                   MOVE "1" TO WS-KEY-OUT(5:1)
               ELSE
               IF WS-KEY-TERM(5:2) EQUAL TO "SU" THEN
                   MOVE "2" TO WS-KEY-OUT(5:1)
               ELSE
               IF WS-KEY-TERM(5:2) EQUAL TO "FA" THEN
                   MOVE "3" TO WS-KEY-OUT(5:1)
               ELSE
               IF WS-KEY-TERM(5:2) EQUAL TO "WI" THEN
                   MOVE "4" TO WS-KEY-OUT(5:1)
               ELSE
                   MOVE "9" TO WS-KEY-OUT(5:1)
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
