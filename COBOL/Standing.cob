      ******************************************************************
      * Modification History:
      *   - Initial version.
      *   - The term being closed is checked against the academic term
      *     calendar AATERMS.TXT - a term the calendar doesn't carry
      *     stops the run, and closing a term before its grade-lock
      *     date has to be confirmed, since its grades can still
      *     change without a change-of-grade authorization.
      *   - Credit hours come off the version of the catalog entry in
      *     force for the record's term, so a later catalog change
      *     doesn't reach back into an earlier term's GPA.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. STANDING.
       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHG-STATUS.

      * Academic term calendar - term|start|end|gradedue|gradelock.
      * The term being closed has to be on it.
           SELECT TERM-CALENDAR
           ASSIGN TO "AATERMS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERMS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
       FD CHANGE-EXTRACT.
       01 CHANGE-LINE               PIC X(100).

       FD TERM-CALENDAR.
       01 WSTERMLINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS          PIC X(2).
       01 WS-CATLG-STATUS           PIC X(2).
       01 WS-STAND-STATUS           PIC X(2).
       01 WS-CHG-STATUS             PIC X(2).
       01 WS-TERMS-STATUS           PIC X(2).

       01 WS-MASTER-EOF             PIC X(1).
           88 END-OF-MASTER         VALUE 'Y'.
      * feed this run's term GPAs.
       01 WS-RUN-TERM               PIC X(6).

      * The run term's calendar line, and the operator's go-ahead for
      * closing a term whose grades haven't locked yet.
       01 WS-TERMS-EOF              PIC X(1).
           88 TERMS-END-OF-FILE     VALUE 'Y'.
       01 WSTERMREC                 PIC X(80).
       01 TC-IN-TERM                PIC X(10).
       01 TC-IN-START               PIC X(10).
       01 TC-IN-END                 PIC X(10).
       01 TC-IN-DUE                 PIC X(10).
       01 TC-IN-LOCK                PIC X(10).
       01 WS-TERM-FOUND             PIC X(1).
       01 WS-RUN-TERM-LOCK          PIC X(8).
       01 WS-TODAY                  PIC X(8).
       01 WS-CONFIRM                PIC X(1).

      * Course-catalog table for the per-course credit hours.
       01 WSCATALOGTABLE.
           05 CATALOG-ENTRY OCCURS 200 TIMES INDEXED BY CATALOGIDX.
               10 CAT-COURSE         PIC X(50).
               10 CAT-HOURS          PIC 9(1).
               10 CAT-FROM-KEY       PIC X(5).
               10 CAT-TO-KEY         PIC X(5).
       01 WS-CATALOG-COUNT          PIC 9(3) VALUE 0.
       01 WSCATALOGREC              PIC X(100).
       01 CAT-IN-COURSE             PIC X(50).
       01 CAT-IN-HOURS              PIC X(5).
       01 CAT-IN-PREREQ             PIC X(50).
       01 CAT-IN-FROM               PIC X(10).
       01 CAT-IN-TO                 PIC X(10).
       01 WS-CAT-TERM               PIC X(6).
       01 WS-CAT-TERM-KEY           PIC X(5).
       01 WS-CAT-FOUND              PIC X(1).
       01 WS-CAT-HOURS              PIC 9(1).

      * Sort-key work fields.
       01 WS-KEY-TERM               PIC X(6).
       01 WS-KEY-OUT                PIC X(5).

      * The standing table - the carried-forward file plus any
      * student the run term's records add. ST-TERM-GPAHOURS at
      * zero after the sweep means the student earned no point-
               STOP RUN
           END-IF.

           PERFORM TERM-CALENDAR-CHECK.

           PERFORM CATALOG-LOAD.
           PERFORM STANDING-LOAD.

           DISPLAY "CHANGE EXTRACT WRITTEN TO AASTDCHG.TXT".
           STOP RUN.

      *****************************************************************
      * TERM-CALENDAR-CHECK
      * The term being closed has to be on the academic term calendar
      * - standing run against a typo would carry a phantom term
      * forward on every student it touched. A term not yet past its
      * grade-lock date can still be re-graded without the
      * registrar's authorization, so closing it early takes the
      * operator's confirmation.
      *****************************************************************
       TERM-CALENDAR-CHECK.
           MOVE 'N' TO WS-TERM-FOUND.
           OPEN INPUT TERM-CALENDAR.
           IF WS-TERMS-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING TERM CALENDAR AATERMS.TXT - "
                   "STATUS " WS-TERMS-STATUS
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-TERMS-EOF.
           PERFORM UNTIL TERMS-END-OF-FILE
               READ TERM-CALENDAR INTO WSTERMREC
                   AT END SET TERMS-END-OF-FILE TO TRUE
               END-READ
               IF (NOT TERMS-END-OF-FILE) AND
                   (WSTERMREC NOT EQUAL TO SPACES) THEN
                   MOVE SPACES TO TC-IN-TERM, TC-IN-START, TC-IN-END,
                       TC-IN-DUE, TC-IN-LOCK
                   UNSTRING WSTERMREC DELIMITED BY "|"
                       INTO TC-IN-TERM, TC-IN-START, TC-IN-END,
                       TC-IN-DUE, TC-IN-LOCK
                   END-UNSTRING
                   IF (TC-IN-TERM EQUAL TO WS-RUN-TERM) AND
                       (TC-IN-LOCK(1:8) NUMERIC) THEN
                       MOVE 'Y' TO WS-TERM-FOUND
                       MOVE TC-IN-LOCK(1:8) TO WS-RUN-TERM-LOCK
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TERM-CALENDAR.
           IF WS-TERM-FOUND NOT EQUAL TO 'Y' THEN
               DISPLAY "TERM NOT ON CALENDAR: " WS-RUN-TERM
               DISPLAY "STANDING FILE LEFT UNTOUCHED"
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-TODAY < WS-RUN-TERM-LOCK THEN
               DISPLAY "TERM " WS-RUN-TERM " GRADES DO NOT LOCK UNTIL "
                   WS-RUN-TERM-LOCK " - CLOSE IT ANYWAY (Y): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT EQUAL TO 'Y' AND 'y' THEN
                   DISPLAY "STANDING RUN CANCELLED - STANDING FILE "
                       "LEFT UNTOUCHED"
                   STOP RUN
               END-IF
           END-IF.

      *****************************************************************
      * CATALOG-LOAD
      * Loads the catalog's course ids and hours. A missing catalog
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
               PERFORM TERM-SORT-KEY
               MOVE WS-KEY-OUT TO CAT-FROM-KEY(WS-CATALOG-COUNT)
           END-IF.
           IF CAT-IN-TO EQUAL TO SPACES THEN
               MOVE "99999" TO CAT-TO-KEY(WS-CATALOG-COUNT)
           ELSE
               MOVE CAT-IN-TO TO WS-KEY-TERM
               PERFORM TERM-SORT-KEY
               MOVE WS-KEY-OUT TO CAT-TO-KEY(WS-CATALOG-COUNT)
           END-IF.

      *****************************************************************
      * STANDING-LOAD
      * Reads the carried-forward standing file into the table. No
                   CONTINUE
               ELSE
                   MOVE MASTER-COURSE-ID TO CAT-IN-COURSE
                   MOVE MASTER-TERM TO WS-CAT-TERM
                   PERFORM CATALOG-LOOKUP
                   IF WS-CAT-FOUND NOT EQUAL TO 'Y' THEN
                       DISPLAY "RECORD SKIPPED - COURSE NOT IN "

      *****************************************************************
      * CATALOG-LOOKUP
      * Finds the version of the course in CAT-IN-COURSE in force for
      * the term in WS-CAT-TERM, leaving its credit hours in
      * WS-CAT-HOURS. A blank term (records from before terms were
      * kept) finds only a version open at the beginning.
      *****************************************************************
       CATALOG-LOOKUP.
           MOVE 'N' TO WS-CAT-FOUND.
           MOVE 0 TO WS-CAT-HOURS.
           IF WS-CAT-TERM EQUAL TO SPACES THEN
               MOVE "00000" TO WS-CAT-TERM-KEY
           ELSE
               MOVE WS-CAT-TERM TO WS-KEY-TERM
               PERFORM TERM-SORT-KEY
               MOVE WS-KEY-OUT TO WS-CAT-TERM-KEY
           END-IF.
           SET CATALOGIDX TO 1.
           SEARCH CATALOG-ENTRY
               AT END CONTINUE
               WHEN (CAT-COURSE(CATALOGIDX) EQUAL TO CAT-IN-COURSE)
                   AND (CAT-FROM-KEY(CATALOGIDX) NOT > WS-CAT-TERM-KEY)
                   AND (CAT-TO-KEY(CATALOGIDX) NOT < WS-CAT-TERM-KEY)
                   MOVE CAT-HOURS(CATALOGIDX) TO WS-CAT-HOURS
                   MOVE 'Y' TO WS-CAT-FOUND
           END-SEARCH.
               WHEN GT-LETTER(GT-IDX) EQUAL TO WS-CLASS-LETTER
                   MOVE GT-CLASS(GT-IDX) TO WS-GRADE-CLASS
           END-SEARCH.

      * Chronological sort key for the term in WS-KEY-TERM - the year
      * followed by a season rank (SP, SU, FA, WI in calendar order),
      * an unrecognized season ranked 9, the same key TRANSCRIPT
      * sorts terms on. A blank term from before terms were kept
      * sorts ahead of every real one.
       TERM-SORT-KEY.
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
