      ******************************************************************
      * Modification History:
      *   - Initial version.
      *   - Every line's term is checked against the academic term
      *     calendar AATERMS.TXT - a term the calendar doesn't carry
      *     is rejected, and a term past its grade-lock date takes
      *     the registrar's change-of-grade authorization code, asked
      *     for once per run and recorded on the amendment-log line
      *     of every grade it lets through, new or replaced.
      *   - A student with a degree conferred has their course records
      *     from the conferral term or before frozen - a line posting
      *     into such a term, or replacing a grade from one, is
      *     rejected unless the registrar's conferred-record override
      *     code is given for the run, and the override is recorded on
      *     the amendment-log line of every grade it lets through.
      *   - Every record written or rewritten on the master is also
      *     appended, before and after image, to the master journal
      *     AMSTJRNL.TXT that MASTERUTIL's roll-forward replays.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. GRADEPOST.
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

      * Permanent grade-change trail shared with GRADEAMEND and
      * GRADEBRIDGE - every replaced grade goes on it.
           SELECT AMEND-LOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AMEND-STATUS.

      * Academic term calendar - term|start|end|gradedue|gradelock,
      * dates YYYYMMDD. A grade only posts to a term it carries.
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
       FD POSTING-FILE.
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
       01 WS-POSTING-NAME           PIC X(100).
       01 WS-POSTING-STATUS         PIC X(2).
       01 WS-MASTER-STATUS          PIC X(2).
       01 WS-JOURNAL-STATUS         PIC X(2).
       01 WS-AMEND-STATUS           PIC X(2).
       01 WS-TERMS-STATUS           PIC X(2).
       01 WS-DEGREE-STATUS          PIC X(2).

       01 WS-POSTING-EOF            PIC X(1).
           88 END-OF-POSTING        VALUE 'Y'.

       01 WS-TODAY                  PIC X(8).

      * Academic term calendar, loaded once - a term's grade-due and
      * grade-lock dates against today decide whether it still takes
      * grades without the registrar's say-so.
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

      * The registrar's change-of-grade authorization code for the
      * run - blank means locked terms take nothing.
       01 WS-AUTH-CODE              PIC X(10).
       01 WS-AMEND-PTR              PIC 9(3).

      * Conferred degrees - whether the conferred-degrees master is
      * there at all, the student's latest conferral term as a
      * chronological key, and whether the record in hand falls on or
      * before it. The registrar's conferred-record override code is
      * asked for once per run - blank means frozen records take
      * nothing - and WS-OVERRIDE-USED marks a line it let through.
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
       01 WS-OVERRIDE-USED          PIC X(1).
       01 WS-REPLACE-OK             PIC X(1).

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
       GRADEPOST-MAIN.
           DISPLAY "ENTER POSTING FILE: ".
               STOP RUN
           END-IF.

           DISPLAY "ENTER CHANGE-OF-GRADE AUTHORIZATION CODE "
               "(BLANK FOR NONE): ".
           ACCEPT WS-AUTH-CODE.

           DISPLAY "ENTER CONFERRED-RECORD OVERRIDE CODE "
               "(BLANK FOR NONE): ".
           ACCEPT WS-OVERRIDE-CODE.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM TERM-CALENDAR-LOAD.
           PERFORM OPEN-DEGREE-FILE.

      * The amendment log opens before the master is touched - if
      * the trail can't be written there must be no replacement to
      * leave untrailed, same rule GRADEAMEND follows. EXTEND so the
               END-IF
           END-IF.

           PERFORM OPEN-MASTER-JOURNAL.

      * I-O keeps the master's existing records; 35 just means no
      * master exists yet - create it, then come back in I-O so the
      * replacement READ/REWRITE machinery is legal, the same dance
               END-IF
           END-IF.

           MOVE 'N' TO WS-POSTING-EOF.
           PERFORM UNTIL END-OF-POSTING
               READ POSTING-FILE INTO WS-POSTING-REC
           CLOSE POSTING-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE AMEND-LOG.
           CLOSE MASTER-JOURNAL.

           DISPLAY " ".
           DISPLAY "===== POSTING CONTROL TOTALS =====".
               DISPLAY "CONTROL CHECK: RUN OUT OF BALANCE"
               MOVE 8 TO RETURN-CODE
           END-IF.
      * A change the journal didn't take can't be rolled forward -
      * the run is a hard failure until a fresh unload covers it.
           IF WS-JRNL-FAILED > 0 THEN
               DISPLAY "MASTER JOURNAL WRITES FAILED: " WS-JRNL-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *****************************************************************
      * verify them, convert the percentage to a letter off the
      * shared cutoffs, and write the record. A duplicate key is a
      * grade already on the master for this student and course -
      * latest-grade-replaces, with the amendment-log trail. The term
      * has to be on the calendar, and a locked term only takes the
      * grade under the run's authorization code. A term a conferred
      * degree covers only takes it under the run's override code.
      *****************************************************************
       POST-ONE-LINE.
           MOVE 'N' TO WS-OVERRIDE-USED.
           MOVE SPACES TO WS-STUDENT-ID, WS-COURSE-ID, WS-TERM,
               WS-PCT-TEXT.
           UNSTRING WS-POSTING-REC DELIMITED BY "|"
                           "100: " WS-POSTING-REC
                       ADD 1 TO WS-CTL-REJECTED
                   ELSE
                       MOVE WS-TERM TO WS-TERM-LOOK
                       PERFORM TERM-CALENDAR-LOOKUP
                       IF WS-TERM-FOUND NOT EQUAL TO 'Y' THEN
                           DISPLAY "LINE REJECTED - TERM NOT ON "
                               "CALENDAR: " WS-POSTING-REC
                           ADD 1 TO WS-CTL-REJECTED
                       ELSE
                       IF (WS-TERM-LOCKED EQUAL TO 'Y') AND
                           (WS-AUTH-CODE EQUAL TO SPACES) THEN
                           DISPLAY "LINE REJECTED - TERM LOCKED, NO "
                               "AUTHORIZATION CODE: " WS-POSTING-REC
                           ADD 1 TO WS-CTL-REJECTED
                       ELSE
                           MOVE WS-STUDENT-ID TO WS-FRZ-STUDENT
                           MOVE WS-TERM TO WS-FRZ-TERM
                           PERFORM CONFERRAL-CHECK
                           IF (WS-FROZEN EQUAL TO 'Y') AND
                               (WS-OVERRIDE-CODE EQUAL TO SPACES) THEN
                               DISPLAY "LINE REJECTED - DEGREE "
                                   "CONFERRED, NO OVERRIDE CODE: "
                                   WS-POSTING-REC
                               ADD 1 TO WS-CTL-REJECTED
                           ELSE
                               IF WS-FROZEN EQUAL TO 'Y' THEN
                                   MOVE 'Y' TO WS-OVERRIDE-USED
                               END-IF
                               PERFORM LETTER-GRADE-LOOKUP
                               PERFORM WRITE-MASTER-RECORD
                           END-IF
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * One record under its student+course key. A duplicate key is
      * a retake or a repost - the replacement path reads the
      * standing record, trails the old grade, and rewrites. A new
      * grade into a locked term is a change of grade too - it goes
      * on the log with a blank old grade and the authorization, and
      * so is one let through under the conferred-record override.
       WRITE-MASTER-RECORD.
           MOVE SPACES TO MASTER-RECORD.
           MOVE WS-STUDENT-ID TO MASTER-STUDENT-ID.
           MOVE WS-TERM TO MASTER-TERM.
           WRITE MASTER-RECORD
               INVALID KEY PERFORM REPLACE-MASTER-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-CTL-POSTED
                   MOVE 'A' TO WS-JRNL-ACTION
                   MOVE SPACES TO WS-JRNL-BEFORE
                   PERFORM WRITE-JOURNAL-ENTRY
                   IF (WS-TERM-LOCKED EQUAL TO 'Y') OR
                       (WS-OVERRIDE-USED EQUAL TO 'Y') THEN
                       MOVE SPACE TO WS-OLD-GRADE
                       PERFORM WRITE-REPLACE-LOG
                   END-IF
           END-WRITE.

       REPLACE-MASTER-RECORD.
                       "STATUS " WS-MASTER-STATUS ": " WS-POSTING-REC
                   ADD 1 TO WS-CTL-REJECTED
           END-READ.
      * The grade being replaced may be from a term a conferred
      * degree covers even when the line's own term isn't.
           MOVE 'Y' TO WS-REPLACE-OK.
           IF (WS-MASTER-STATUS EQUAL TO "00") AND
               (WS-OVERRIDE-USED NOT EQUAL TO 'Y') THEN
               MOVE MASTER-TERM TO WS-FRZ-TERM
               PERFORM CONFERRAL-CHECK
               IF WS-FROZEN EQUAL TO 'Y' THEN
                   IF WS-OVERRIDE-CODE EQUAL TO SPACES THEN
                       DISPLAY "LINE REJECTED - REPLACES A CONFERRED "
                           "RECORD, NO OVERRIDE CODE: " WS-POSTING-REC
                       ADD 1 TO WS-CTL-REJECTED
                       MOVE 'N' TO WS-REPLACE-OK
                   ELSE
                       MOVE 'Y' TO WS-OVERRIDE-USED
                   END-IF
               END-IF
           END-IF.
           IF (WS-MASTER-STATUS EQUAL TO "00") AND
               (WS-REPLACE-OK EQUAL TO 'Y') THEN
               MOVE MASTER-RECORD TO WS-JRNL-BEFORE
               MOVE MASTER-GRADE TO WS-OLD-GRADE
               MOVE WS-LETTER-GRADE TO MASTER-GRADE
               MOVE WS-TERM TO MASTER-TERM
               REWRITE MASTER-RECORD
               IF WS-MASTER-STATUS EQUAL TO "00" THEN
                   ADD 1 TO WS-CTL-REPLACED
                   MOVE 'C' TO WS-JRNL-ACTION
                   PERFORM WRITE-JOURNAL-ENTRY
                   PERFORM WRITE-REPLACE-LOG
               ELSE
                   DISPLAY "LINE REJECTED - REWRITE FAILED, STATUS "
           END-IF.

      * The replacement goes on the permanent amendment log GRADEAMEND
      * keeps - same line shape GRADEBRIDGE writes for its rewrites,
      * with the authorization code on the end for a locked term and
      * the override code for a conferred record.
       WRITE-REPLACE-LOG.
           MOVE SPACES TO AMEND-LINE.
           MOVE 1 TO WS-AMEND-PTR.
           STRING WS-TODAY DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-STUDENT-ID) DELIMITED BY SIZE
               " - TERM " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERM) DELIMITED BY SIZE
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
           IF WS-OVERRIDE-USED EQUAL TO 'Y' THEN
               STRING " - CONFERRED OVERRIDE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OVERRIDE-CODE) DELIMITED BY SIZE
                   INTO AMEND-LINE
                   WITH POINTER WS-AMEND-PTR
               END-STRING
           END-IF.
           WRITE AMEND-LINE.

      *****************************************************************
      * TERM-CALENDAR-LOAD
      * Loads the academic term calendar. A missing calendar stops
      * the run before anything is posted - with no calendar there is
      * no telling a real term from a typo. A malformed line is
      * reported and skipped, so its term rejects like any other
      * term the calendar doesn't carry.
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
           DISPLAY "TERM CALENDAR LOADED - " WS-TERM-COUNT " TERM(S)".

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
      * whether today is on or past its grade-lock date. A grade
      * posted after the grade-due date but before the lock is late,
      * not refused - it's shown so the registrar can chase it.
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
                       ELSE
                       IF WS-TODAY > TC-DUE(TERMIDX) THEN
                           DISPLAY "LATE GRADE - " WS-TERM-LOOK
                               " GRADES WERE DUE " TC-DUE(TERMIDX)
                       END-IF
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
           MOVE "GRADEPOST" TO JOURNAL-PROGRAM.
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
