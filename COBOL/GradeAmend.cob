      *   - Course history moved to the indexed student-course master,
      *     so the correction is now a keyed read and rewrite of one
      *     ASTMAST.DAT record instead of rewriting a whole flat file.
      *   - The record's term is checked against the academic term
      *     calendar AATERMS.TXT - a term the calendar doesn't carry is
      *     refused, and a term past its grade-lock date (or a record
      *     from before terms were kept) takes the registrar's
      *     change-of-grade authorization code, recorded on the
      *     amendment-log line.
      *   - A record of a student with a degree conferred, from the
      *     conferral term or before, is frozen - changing it takes a
      *     conferred-record override code, recorded on the
      *     amendment-log line.
      *   - Every record written or rewritten on the master is also
      *     appended, before and after image, to the master journal
      *     AMSTJRNL.TXT that MASTERUTIL's roll-forward replays.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. GRADEAMEND.
       ENVIRONMENT DIVISION.
           RECORD KEY IS MASTER-KEY
           FILE STATUS IS WS-MASTER-STATUS.

      * The master journal - a before/after image of every change
      * this program makes to the master, appended for MASTERUTIL's
      * roll-forward to replay.
           SELECT MASTER-JOURNAL
           ASSIGN TO "AMSTJRNL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

      * Permanent amendment trail - one line per grade change, only
      * ever appended to.
           SELECT AMEND-LOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AMEND-STATUS.

      * Academic term calendar - term|start|end|gradedue|gradelock,
      * dates YYYYMMDD.
           SELECT TERM-CALENDAR
           ASSIGN TO "AATERMS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERMS-STATUS.

      * The indexed conferred-degrees master CONFERRAL writes - one
      * record per student and program conferred.
           SELECT DEGREE-FILE
           ASSIGN TO "ASTDEGR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEGREE-KEY
           FILE STATUS IS WS-DEGREE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
           05 MASTER-GRADE            PIC X(1).
           05 MASTER-TERM             PIC X(6).

       FD MASTER-JOURNAL.
       COPY MASTJRNL.

       FD AMEND-LOG.
       01 AMEND-LINE                PIC X(150).

       FD TERM-CALENDAR.
       01 WSTERMLINE                PIC X(80).

       FD DEGREE-FILE.
       01 DEGREE-RECORD.
           05 DEGREE-KEY.
               10 DEGREE-STUDENT-ID   PIC X(20).
               10 DEGREE-PROGRAM      PIC X(10).
           05 DEGREE-CODE             PIC X(10).
           05 DEGREE-TERM             PIC X(6).
           05 DEGREE-DATE             PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS          PIC X(2).
       01 WS-JOURNAL-STATUS         PIC X(2).
       01 WS-AMEND-STATUS           PIC X(2).
       01 WS-TERMS-STATUS           PIC X(2).
       01 WS-DEGREE-STATUS          PIC X(2).

      * The correction being applied.
       01 WS-STUDENT-ID             PIC X(20).

       01 WS-TODAY                  PIC X(8).

      * Academic term calendar, loaded once - the record's term has
      * to be on it, and its grade-lock date against today decides
      * whether the change needs the registrar's say-so.
       01 WSTERMTABLE.
           05 TERM-ENTRY OCCURS 100 TIMES INDEXED BY TERMIDX.
               10 TC-TERM            PIC X(6).
               10 TC-START           PIC X(8).
               10 TC-END             PIC X(8).
               10 TC-DUE             PIC X(8).
               10 TC-LOCK            PIC X(8).
       01 WS-TERM-COUNT             PIC 9(3) VALUE 0.
       01 WS-TERMS-EOF              PIC X(1).
           88 TERMS-END-OF-FILE     VALUE 'Y'.
       01 WSTERMREC                 PIC X(80).
       01 TC-IN-TERM                PIC X(10).
       01 TC-IN-START               PIC X(10).
       01 TC-IN-END                 PIC X(10).
       01 TC-IN-DUE                 PIC X(10).
       01 TC-IN-LOCK                PIC X(10).
       01 WS-TERM-LOOK              PIC X(6).
       01 WS-TERM-FOUND             PIC X(1).
       01 WS-TERM-LOCKED            PIC X(1).

      * The registrar's change-of-grade authorization for a locked
      * term.
       01 WS-AUTH-CODE              PIC X(10).
       01 WS-AMEND-PTR              PIC 9(3).

      * Conferred degrees - whether the conferred-degrees master is
      * there at all, the student's latest conferral term as a
      * chronological key, and whether the record in hand falls on or
      * before it. A frozen record takes the registrar's
      * conferred-record override code.
       01 WS-DEGREE-OPEN            PIC X(1).
       01 WS-DEGREE-EOF             PIC X(1).
           88 END-OF-DEGREES        VALUE 'Y'.
       01 WS-FRZ-STUDENT            PIC X(20).
       01 WS-FRZ-TERM               PIC X(6).
       01 WS-FRZ-KEY                PIC X(5).
       01 WS-CONF-KEY               PIC X(5).
       01 WS-KEY-TERM               PIC X(6).
       01 WS-KEY-OUT                PIC X(5).
       01 WS-FROZEN                 PIC X(1).
       01 WS-OVERRIDE-CODE          PIC X(10).

      * Master journal - the run's timestamp, the sequence number of
      * the last image appended, and the standing record's image
      * ahead of a rewrite.
       01 WS-JRNL-DATE              PIC X(8).
       01 WS-JRNL-TIME              PIC X(8).
       01 WS-JRNL-STAMP             PIC X(14).
       01 WS-JRNL-SEQUENCE          PIC 9(7) VALUE 0.
       01 WS-JRNL-ACTION            PIC X(1).
       01 WS-JRNL-BEFORE            PIC X(47).
       01 WS-JRNL-FAILED            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       GRADEAMEND-MAIN.
           DISPLAY "ENTER STUDENT ID: ".
               STOP RUN
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM TERM-CALENDAR-LOAD.
           PERFORM OPEN-DEGREE-FILE.

      * The amendment log opens before the master is touched - if
      * the trail can't be written there must be no change to leave
      * untrailed.
           PERFORM OPEN-AMEND-LOG.
           PERFORM OPEN-MASTER-JOURNAL.
           PERFORM AMEND-MASTER-RECORD.
           PERFORM WRITE-AMEND-LOG.
           CLOSE MASTER-JOURNAL.

           DISPLAY "AMENDED " WS-COURSE-ID.
           DISPLAY "  GRADE " WS-OLD-GRADE " REPLACED WITH "
               WS-NEW-GRADE.
      * A change the journal didn't take can't be rolled forward -
      * the run is a hard failure until a fresh unload covers it.
           IF WS-JRNL-FAILED > 0 THEN
               DISPLAY "MASTER JOURNAL WRITES FAILED: " WS-JRNL-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * A corrected grade has to be a letter one of the shared tables

      * Fetch the record by its student+course key and rewrite it
      * with the corrected grade, leaving the term exactly as it was.
      * The term it carries has to be on the calendar; a locked term,
      * or a blank one from before terms were kept, takes the
      * registrar's authorization code first.
       AMEND-MASTER-RECORD.
           OPEN I-O STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT EQUAL TO "00" THEN
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-AUTH-CODE.
           IF MASTER-TERM EQUAL TO SPACES THEN
               MOVE 'Y' TO WS-TERM-FOUND, WS-TERM-LOCKED
           ELSE
               MOVE MASTER-TERM TO WS-TERM-LOOK
               PERFORM TERM-CALENDAR-LOOKUP
           END-IF.
           IF WS-TERM-FOUND NOT EQUAL TO 'Y' THEN
               DISPLAY "TERM NOT ON CALENDAR: " MASTER-TERM
               DISPLAY "STUDENT MASTER LEFT UNTOUCHED"
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
           IF WS-TERM-LOCKED EQUAL TO 'Y' THEN
               DISPLAY "TERM " MASTER-TERM " IS LOCKED - ENTER "
                   "CHANGE-OF-GRADE AUTHORIZATION CODE: "
               ACCEPT WS-AUTH-CODE
               IF WS-AUTH-CODE EQUAL TO SPACES THEN
                   DISPLAY "NO AUTHORIZATION CODE - GRADE NOT AMENDED"
                   DISPLAY "STUDENT MASTER LEFT UNTOUCHED"
                   CLOSE STUDENT-MASTER
                   STOP RUN
               END-IF
           END-IF.
           MOVE SPACES TO WS-OVERRIDE-CODE.
           MOVE WS-STUDENT-ID TO WS-FRZ-STUDENT.
           MOVE MASTER-TERM TO WS-FRZ-TERM.
           PERFORM CONFERRAL-CHECK.
           IF WS-FROZEN EQUAL TO 'Y' THEN
               DISPLAY "STUDENT " WS-STUDENT-ID " HAS A DEGREE "
                   "CONFERRED - RECORD IS FROZEN"
               DISPLAY "ENTER CONFERRED-RECORD OVERRIDE CODE: "
               ACCEPT WS-OVERRIDE-CODE
               IF WS-OVERRIDE-CODE EQUAL TO SPACES THEN
                   DISPLAY "NO OVERRIDE CODE - GRADE NOT AMENDED"
                   DISPLAY "STUDENT MASTER LEFT UNTOUCHED"
                   CLOSE STUDENT-MASTER
                   STOP RUN
               END-IF
           END-IF.
           MOVE MASTER-RECORD TO WS-JRNL-BEFORE.
           MOVE WS-NEW-GRADE TO MASTER-GRADE.
           REWRITE MASTER-RECORD.
           IF WS-MASTER-STATUS EQUAL TO "00" THEN
               MOVE 'C' TO WS-JRNL-ACTION
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.
           CLOSE STUDENT-MASTER.

      * EXTEND so the log only ever grows; status 35 just means the
           END-IF.

      * The permanent before/after trail - date, student, course,
      * old grade, new grade, a locked term's authorization code and
      * a conferred record's override code.
       WRITE-AMEND-LOG.
           MOVE SPACES TO AMEND-LINE.
           MOVE 1 TO WS-AMEND-PTR.
           STRING WS-TODAY DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-STUDENT-ID) DELIMITED BY SIZE
               " REPLACED WITH " DELIMITED BY SIZE
               WS-NEW-GRADE DELIMITED BY SIZE
               INTO AMEND-LINE
               WITH POINTER WS-AMEND-PTR
           END-STRING.
           IF WS-TERM-LOCKED EQUAL TO 'Y' THEN
               STRING " - AUTH " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AUTH-CODE) DELIMITED BY SIZE
                   INTO AMEND-LINE
                   WITH POINTER WS-AMEND-PTR
               END-STRING
           END-IF.
           IF WS-OVERRIDE-CODE NOT EQUAL TO SPACES THEN
               STRING " - CONFERRED OVERRIDE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OVERRIDE-CODE) DELIMITED BY SIZE
                   INTO AMEND-LINE
                   WITH POINTER WS-AMEND-PTR
               END-STRING
           END-IF.
           WRITE AMEND-LINE.
           CLOSE AMEND-LOG.

      *****************************************************************
      * TERM-CALENDAR-LOAD
      * Loads the academic term calendar. A missing calendar stops
      * the run before the master is touched. A malformed line is
      * reported and skipped.
      *****************************************************************
       TERM-CALENDAR-LOAD.
           MOVE 0 TO WS-TERM-COUNT.
           OPEN INPUT TERM-CALENDAR.
           IF WS-TERMS-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING TERM CALENDAR AATERMS.TXT - "
                   "STATUS " WS-TERMS-STATUS
               DISPLAY "STUDENT MASTER LEFT UNTOUCHED"
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-TERMS-EOF.
           PERFORM UNTIL TERMS-END-OF-FILE
               READ TERM-CALENDAR INTO WSTERMREC
                   AT END SET TERMS-END-OF-FILE TO TRUE
               END-READ
               IF (NOT TERMS-END-OF-FILE) AND
                   (WSTERMREC NOT EQUAL TO SPACES) THEN
                   PERFORM TERM-CALENDAR-LINE
               END-IF
           END-PERFORM.
           CLOSE TERM-CALENDAR.

      * One calendar line into the table - a term code of at most six
      * characters and four eight-digit dates.
       TERM-CALENDAR-LINE.
           MOVE SPACES TO TC-IN-TERM, TC-IN-START, TC-IN-END,
               TC-IN-DUE, TC-IN-LOCK.
           UNSTRING WSTERMREC DELIMITED BY "|"
               INTO TC-IN-TERM, TC-IN-START, TC-IN-END, TC-IN-DUE,
               TC-IN-LOCK
           END-UNSTRING.
           IF (TC-IN-TERM EQUAL TO SPACES) OR
               (TC-IN-TERM(7:4) NOT EQUAL TO SPACES) OR
               (TC-IN-START(1:8) NOT NUMERIC) OR
               (TC-IN-END(1:8) NOT NUMERIC) OR
               (TC-IN-DUE(1:8) NOT NUMERIC) OR
               (TC-IN-LOCK(1:8) NOT NUMERIC) THEN
               DISPLAY "CALENDAR LINE SKIPPED - MALFORMED: " WSTERMREC
           ELSE
           IF WS-TERM-COUNT >= 100 THEN
               DISPLAY "CALENDAR LINE SKIPPED - TERM TABLE FULL "
                   "(100): " TC-IN-TERM
           ELSE
               ADD 1 TO WS-TERM-COUNT
               MOVE TC-IN-TERM TO TC-TERM(WS-TERM-COUNT)
               MOVE TC-IN-START TO TC-START(WS-TERM-COUNT)
               MOVE TC-IN-END TO TC-END(WS-TERM-COUNT)
               MOVE TC-IN-DUE TO TC-DUE(WS-TERM-COUNT)
               MOVE TC-IN-LOCK TO TC-LOCK(WS-TERM-COUNT)
           END-IF
           END-IF.

      * Whether the calendar carries the term in WS-TERM-LOOK, and
      * whether today is on or past its grade-lock date.
       TERM-CALENDAR-LOOKUP.
           MOVE 'N' TO WS-TERM-FOUND, WS-TERM-LOCKED.
           IF (WS-TERM-COUNT > 0) AND
               (WS-TERM-LOOK NOT EQUAL TO SPACES) THEN
               SET TERMIDX TO 1
               SEARCH TERM-ENTRY
                   AT END CONTINUE
                   WHEN TC-TERM(TERMIDX) EQUAL TO WS-TERM-LOOK
                       MOVE 'Y' TO WS-TERM-FOUND
                       IF WS-TODAY NOT LESS THAN TC-LOCK(TERMIDX) THEN
                           MOVE 'Y' TO WS-TERM-LOCKED
                       END-IF
               END-SEARCH
           END-IF.

      * The conferred-degrees master, read only. Status 35 just means
      * no degree has been conferred yet, so nothing is frozen; any
      * other failure stops the run, since frozen records couldn't
      * be told from the rest.
       OPEN-DEGREE-FILE.
           MOVE 'N' TO WS-DEGREE-OPEN.
           OPEN INPUT DEGREE-FILE.
           IF WS-DEGREE-STATUS EQUAL TO "00" THEN
               MOVE 'Y' TO WS-DEGREE-OPEN
           ELSE
               IF WS-DEGREE-STATUS NOT EQUAL TO "35" THEN
                   DISPLAY "ERROR OPENING CONFERRED-DEGREES MASTER "
                       "ASTDEGR.DAT - STATUS " WS-DEGREE-STATUS
                   DISPLAY "STUDENT MASTER LEFT UNTOUCHED"
                   STOP RUN
               END-IF
           END-IF.

      *****************************************************************
      * CONFERRAL-CHECK
      * Whether the record for student WS-FRZ-STUDENT in term
      * WS-FRZ-TERM is frozen by a conferred degree - the student's
      * degree records are walked off their key for the latest
      * conferral term, and a record from that term or before (a
      * blank term from before terms were kept included) belongs to
      * the conferred history. WS-FROZEN comes back 'Y' if so.
      *****************************************************************
       CONFERRAL-CHECK.
           MOVE 'N' TO WS-FROZEN.
           MOVE SPACES TO WS-CONF-KEY.
           IF WS-DEGREE-OPEN EQUAL TO 'Y' THEN
               MOVE 'N' TO WS-DEGREE-EOF
               MOVE WS-FRZ-STUDENT TO DEGREE-STUDENT-ID
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
                       (DEGREE-STUDENT-ID NOT EQUAL TO WS-FRZ-STUDENT)
                       THEN
                       SET END-OF-DEGREES TO TRUE
                   END-IF
                   IF NOT END-OF-DEGREES THEN
                       MOVE DEGREE-TERM TO WS-KEY-TERM
                       PERFORM TERM-SORT-KEY
                       IF (WS-CONF-KEY EQUAL TO SPACES) OR
                           (WS-KEY-OUT > WS-CONF-KEY) THEN
                           MOVE WS-KEY-OUT TO WS-CONF-KEY
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CONF-KEY NOT EQUAL TO SPACES THEN
               MOVE WS-FRZ-TERM TO WS-KEY-TERM
               PERFORM TERM-SORT-KEY
               MOVE WS-KEY-OUT TO WS-FRZ-KEY
               IF WS-FRZ-KEY NOT > WS-CONF-KEY THEN
                   MOVE 'Y' TO WS-FROZEN
               END-IF
           END-IF.

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

      *****************************************************************
      * OPEN-MASTER-JOURNAL
      * The master journal opens before the master is touched - a
      * change the journal doesn't carry is one a roll-forward can't
      * bring back, so no journal means no run. EXTEND so it only
      * ever grows until MASTERUTIL's unload closes it out; 35 just
      * means no journal has been started yet.
      *****************************************************************
       OPEN-MASTER-JOURNAL.
           ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JRNL-TIME FROM TIME.
           MOVE WS-JRNL-DATE TO WS-JRNL-STAMP(1:8).
           MOVE WS-JRNL-TIME(1:6) TO WS-JRNL-STAMP(9:6).
           OPEN EXTEND MASTER-JOURNAL.
           IF WS-JOURNAL-STATUS EQUAL TO "35" THEN
               OPEN OUTPUT MASTER-JOURNAL
           ELSE
               IF WS-JOURNAL-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "ERROR OPENING MASTER JOURNAL - STATUS "
                       WS-JOURNAL-STATUS
                   DISPLAY "STUDENT MASTER LEFT UNTOUCHED"
                   STOP RUN
               END-IF
           END-IF.

      * One image onto the journal - WS-JRNL-ACTION says what was
      * done, WS-JRNL-BEFORE holds the record as it stood (blank for
      * an add) and MASTER-RECORD the record as it now stands. A line
      * that won't write is a change a roll-forward would lose, so it
      * is shown and counted against the run.
       WRITE-JOURNAL-ENTRY.
           ADD 1 TO WS-JRNL-SEQUENCE.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "GRADEAMEND" TO JOURNAL-PROGRAM.
           MOVE WS-JRNL-STAMP TO JOURNAL-RUN-STAMP.
           MOVE WS-JRNL-SEQUENCE TO JOURNAL-SEQUENCE.
           MOVE WS-JRNL-ACTION TO JOURNAL-ACTION.
           MOVE WS-JRNL-BEFORE TO JOURNAL-BEFORE.
           MOVE MASTER-RECORD TO JOURNAL-AFTER.
           WRITE JOURNAL-RECORD.
           IF WS-JOURNAL-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "MASTER JOURNAL WRITE FAILED - STATUS "
                   WS-JOURNAL-STATUS ": " MASTER-STUDENT-ID " "
                   MASTER-COURSE-ID
               ADD 1 TO WS-JRNL-FAILED
           END-IF.
