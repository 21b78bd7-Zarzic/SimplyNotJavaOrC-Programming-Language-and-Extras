      ******************************************************************
      * Author:
      * Date:
      * Purpose: Incomplete-grade lapse job. Sweeps the indexed
      *          student-course master for I grades and applies the
      *          registrar's incomplete policy - an incomplete not
      *          resolved by the end of the term after the one it was
      *          given in lapses to F. Deadlines come off the academic
      *          term calendar: the term after is the calendar term
      *          that starts next, and its end date is the deadline.
      *          Each conversion is rewritten on the master and goes on
      *          the permanent amendment log like any other grade
      *          change, under the registrar's change-of-grade
      *          authorization code. Incompletes inside the warning
      *          window go on a pre-lapse warning list for instructors
      *          and students, and the lapses go out on a pipe-
      *          delimited extract the dean's office mails from.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   - Initial version.
      *   - Every record written or rewritten on the master is also
      *     appended, before and after image, to the master journal
      *     AMSTJRNL.TXT that MASTERUTIL's roll-forward replays.
      *   - An incomplete on a record frozen by a conferred degree is
      *     never lapsed or warned - it is held out and counted for
      *     the registrar.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. INCLAPSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The indexed student-course master the other programs share -
      * swept whole, each lapsed I rewritten in place.
           SELECT STUDENT-MASTER
           ASSIGN TO "ASTMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MASTER-KEY
           FILE STATUS IS WS-MASTER-STATUS.

      * The master journal - a before/after image of every change
      * this program makes to the master, appended for MASTERUTIL's
      * roll-forward to replay.
           SELECT MASTER-JOURNAL
           ASSIGN TO "AMSTJRNL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

      * Academic term calendar - term|start|end|gradedue|gradelock,
      * dates YYYYMMDD. The incomplete deadlines come off it.
           SELECT TERM-CALENDAR
           ASSIGN TO "AATERMS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERMS-STATUS.

      * The indexed student demographic master - names for the
      * warning list and the dean's office extract.
           SELECT STUDENT-DEMO
           ASSIGN TO "ASTDEMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEMO-KEY
           FILE STATUS IS WS-DEMO-STATUS.

      * The indexed conferred-degrees master CONFERRAL writes - one
      * record per student and program conferred.
           SELECT DEGREE-FILE
           ASSIGN TO "ASTDEGR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEGREE-KEY
           FILE STATUS IS WS-DEGREE-STATUS.

      * Permanent grade-change trail shared with GRADEAMEND,
      * GRADEBRIDGE and GRADEPOST - every lapse goes on it.
           SELECT AMEND-LOG
           ASSIGN TO "AAAMEND.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AMEND-STATUS.

      * The pre-lapse warning list, written fresh each run.
           SELECT WARNING-LIST
           ASSIGN TO "AAINCWRN.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WARN-STATUS.

      * The lapse extract for the dean's office -
      * studentid|name|courseid|term|deadline|lapsedate per lapse,
      * written fresh each run.
           SELECT LAPSE-EXTRACT
           ASSIGN TO "AAINCLPS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LAPSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
       01 MASTER-RECORD.
           05 MASTER-KEY.
               10 MASTER-STUDENT-ID   PIC X(20).
               10 MASTER-COURSE-ID    PIC X(20).
           05 MASTER-GRADE            PIC X(1).
           05 MASTER-TERM             PIC X(6).

       FD MASTER-JOURNAL.
       COPY MASTJRNL.

       FD TERM-CALENDAR.
       01 WSTERMLINE                PIC X(80).

       FD STUDENT-DEMO.
       01 DEMO-RECORD.
           05 DEMO-KEY.
               10 DEMO-STUDENT-ID     PIC X(20).
           05 DEMO-NAME               PIC X(30).
           05 DEMO-PROGRAM            PIC X(10).
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

       FD AMEND-LOG.
       01 AMEND-LINE                PIC X(150).

       FD WARNING-LIST.
       01 WARNING-LINE              PIC X(132).

       FD LAPSE-EXTRACT.
       01 LAPSE-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS          PIC X(2).
       01 WS-JOURNAL-STATUS         PIC X(2).
       01 WS-TERMS-STATUS           PIC X(2).
       01 WS-DEMO-STATUS            PIC X(2).
       01 WS-DEGREE-STATUS          PIC X(2).
       01 WS-AMEND-STATUS           PIC X(2).
       01 WS-WARN-STATUS            PIC X(2).
       01 WS-LAPSE-STATUS           PIC X(2).

       01 WS-MASTER-EOF             PIC X(1).
           88 END-OF-MASTER         VALUE 'Y'.
       01 WS-TERMS-EOF              PIC X(1).
           88 TERMS-END-OF-FILE     VALUE 'Y'.
       01 WS-DEMO-OPEN              PIC X(1).

      * Conferred degrees - whether the conferred-degrees master is
      * there at all, the student's latest conferral term as a
      * chronological key, and whether the incomplete in hand falls
      * on or before it.
       01 WS-DEGREE-OPEN            PIC X(1).
       01 WS-DEGREE-EOF             PIC X(1).
           88 END-OF-DEGREES        VALUE 'Y'.
       01 WS-FRZ-STUDENT            PIC X(20).
       01 WS-FRZ-TERM               PIC X(6).
       01 WS-FRZ-KEY                PIC X(5).
       01 WS-CONF-KEY               PIC X(5).
       01 WS-FROZEN                 PIC X(1).

      * Run parameters - the registrar's change-of-grade authorization
      * the lapses are made under, and how many days ahead of a
      * deadline an incomplete goes on the warning list.
       01 WS-AUTH-CODE              PIC X(10).
       01 WS-WARN-TEXT              PIC X(3).
       01 WS-WARN-DAYS              PIC 9(3).
       01 WS-TODAY                  PIC X(8).
       01 WS-TODAY-N                PIC 9(8).

      * Academic term calendar, loaded once, with the sort key of its
      * earliest term - year then season rank, the order TRANSCRIPT
      * sorts terms in.
       01 WSTERMTABLE.
           05 TERM-ENTRY OCCURS 100 TIMES INDEXED BY TERMIDX.
               10 TC-TERM            PIC X(6).
               10 TC-START           PIC X(8).
               10 TC-END             PIC X(8).
               10 TC-DUE             PIC X(8).
               10 TC-LOCK            PIC X(8).
       01 WS-TERM-COUNT             PIC 9(3) VALUE 0.
       01 WS-TC-IX                  PIC 9(3).
       01 WS-TC-AT                  PIC 9(3).
       01 WS-TC-NEXT                PIC 9(3).
       01 WSTERMREC                 PIC X(80).
       01 TC-IN-TERM                PIC X(10).
       01 TC-IN-START               PIC X(10).
       01 TC-IN-END                 PIC X(10).
       01 TC-IN-DUE                 PIC X(10).
       01 TC-IN-LOCK                PIC X(10).
       01 WS-EARLIEST-KEY           PIC X(5).

      * Sort-key work fields.
       01 WS-KEY-TERM               PIC X(6).
       01 WS-KEY-OUT                PIC X(5).

      * The incomplete in hand - its deadline, days to go, and what
      * the run decided for it.
       01 WS-DEADLINE               PIC X(8).
       01 WS-DEADLINE-N             PIC 9(8).
       01 WS-DAYS-LEFT              PIC S9(5).
       01 WS-DAYS-SHOW              PIC ZZZZ9.
       01 WS-INC-ACTION             PIC X(1).
           88 INC-LAPSE             VALUE 'L'.
           88 INC-WARN              VALUE 'W'.
           88 INC-HOLD              VALUE 'H'.
           88 INC-EXCEPTION         VALUE 'X'.
           88 INC-FROZEN            VALUE 'Z'.
       01 WS-STUDENT-NAME           PIC X(30).
       01 WS-AMEND-PTR              PIC 9(3).

      * Run control totals - every incomplete found lands in lapsed,
      * warned, held, frozen or exception.
       01 WS-RECORDS-READ           PIC 9(7) VALUE 0.
       01 WS-INC-FOUND              PIC 9(5) VALUE 0.
       01 WS-INC-LAPSED             PIC 9(5) VALUE 0.
       01 WS-INC-WARNED             PIC 9(5) VALUE 0.
       01 WS-INC-HELD               PIC 9(5) VALUE 0.
       01 WS-INC-EXCEPTIONS         PIC 9(5) VALUE 0.
       01 WS-INC-FROZEN             PIC 9(5) VALUE 0.
       01 WS-CTL-BALANCE            PIC 9(5).

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
       INCLAPSE-MAIN.
           DISPLAY "ENTER CHANGE-OF-GRADE AUTHORIZATION CODE FOR THE "
               "LAPSE RUN: ".
           ACCEPT WS-AUTH-CODE.
           IF WS-AUTH-CODE EQUAL TO SPACES THEN
               DISPLAY "A LAPSE RUN CHANGES GRADES - AUTHORIZATION "
                   "CODE REQUIRED"
               STOP RUN
           END-IF.

           DISPLAY "ENTER WARNING WINDOW IN DAYS (BLANK FOR 21): ".
           ACCEPT WS-WARN-TEXT.
           IF WS-WARN-TEXT EQUAL TO SPACES THEN
               MOVE 21 TO WS-WARN-DAYS
           ELSE
               IF FUNCTION TRIM(WS-WARN-TEXT) NOT NUMERIC THEN
                   DISPLAY "WARNING WINDOW MUST BE A NUMBER OF DAYS: "
                       WS-WARN-TEXT
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-WARN-TEXT) TO WS-WARN-DAYS
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-TODAY-N.
           PERFORM TERM-CALENDAR-LOAD.
           PERFORM OPEN-DEGREE-FILE.

           OPEN OUTPUT WARNING-LIST.
           IF WS-WARN-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING WARNING LIST - STATUS "
                   WS-WARN-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT LAPSE-EXTRACT.
           IF WS-LAPSE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING LAPSE EXTRACT - STATUS "
                   WS-LAPSE-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO WARNING-LINE.
           STRING "INCOMPLETE GRADES DUE TO LAPSE - RUN OF " WS-TODAY
               " - WINDOW " WS-WARN-DAYS " DAYS"
               DELIMITED BY SIZE INTO WARNING-LINE
           END-STRING.
           WRITE WARNING-LINE.
           MOVE SPACES TO WARNING-LINE.
           WRITE WARNING-LINE.

      * Names are a courtesy on the lists - no demographic master
      * just leaves them blank.
           MOVE 'Y' TO WS-DEMO-OPEN.
           OPEN INPUT STUDENT-DEMO.
           IF WS-DEMO-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "DEMOGRAPHIC MASTER NOT AVAILABLE - STATUS "
                   WS-DEMO-STATUS " - NAMES LEFT BLANK"
               MOVE 'N' TO WS-DEMO-OPEN
           END-IF.

      * The amendment log opens before the master is touched - if
      * the trail can't be written there must be no lapse to leave
      * untrailed. EXTEND so the log only ever grows.
           OPEN EXTEND AMEND-LOG.
           IF WS-AMEND-STATUS EQUAL TO "35" THEN
               OPEN OUTPUT AMEND-LOG
           ELSE
               IF WS-AMEND-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "ERROR OPENING AMENDMENT LOG - STATUS "
                       WS-AMEND-STATUS
                   DISPLAY "STUDENT MASTER LEFT UNTOUCHED"
                   STOP RUN
               END-IF
           END-IF.

           PERFORM OPEN-MASTER-JOURNAL.

           OPEN I-O STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING STUDENT MASTER ASTMAST.DAT - "
                   "STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-MASTER-EOF.
           PERFORM UNTIL END-OF-MASTER
               READ STUDENT-MASTER NEXT RECORD
                   AT END SET END-OF-MASTER TO TRUE
               END-READ
               IF NOT END-OF-MASTER THEN
                   ADD 1 TO WS-RECORDS-READ
                   IF MASTER-GRADE EQUAL TO 'I' THEN
                       ADD 1 TO WS-INC-FOUND
                       PERFORM EVALUATE-INCOMPLETE
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE STUDENT-MASTER.
           CLOSE AMEND-LOG.
           CLOSE MASTER-JOURNAL.
           IF WS-DEMO-OPEN EQUAL TO 'Y' THEN
               CLOSE STUDENT-DEMO
           END-IF.
           IF WS-DEGREE-OPEN EQUAL TO 'Y' THEN
               CLOSE DEGREE-FILE
           END-IF.
           CLOSE WARNING-LIST.
           CLOSE LAPSE-EXTRACT.

           DISPLAY " ".
           DISPLAY "===== LAPSE RUN CONTROL TOTALS =====".
           DISPLAY "MASTER RECORDS READ: " WS-RECORDS-READ.
           DISPLAY "INCOMPLETES FOUND: " WS-INC-FOUND.
           DISPLAY "LAPSED TO F: " WS-INC-LAPSED.
           DISPLAY "ON WARNING LIST: " WS-INC-WARNED.
           DISPLAY "NOT YET DUE: " WS-INC-HELD.
           DISPLAY "EXCEPTIONS (DEADLINE UNKNOWN): " WS-INC-EXCEPTIONS.
           DISPLAY "NOT LAPSED (FROZEN BY CONFERRED DEGREE): "
               WS-INC-FROZEN.
      * Exceptions, and incompletes a conferred degree froze, need
      * the registrar's eye but aren't a failed run; a run that
      * doesn't tie is.
           IF (WS-INC-EXCEPTIONS > 0) OR (WS-INC-FROZEN > 0) THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           ADD WS-INC-LAPSED TO WS-INC-WARNED GIVING WS-CTL-BALANCE.
           ADD WS-INC-HELD TO WS-CTL-BALANCE.
           ADD WS-INC-EXCEPTIONS TO WS-CTL-BALANCE.
           ADD WS-INC-FROZEN TO WS-CTL-BALANCE.
           IF WS-CTL-BALANCE EQUAL TO WS-INC-FOUND THEN
               DISPLAY "CONTROL CHECK: RUN IN BALANCE"
           ELSE
               DISPLAY "CONTROL CHECK: RUN OUT OF BALANCE"
               MOVE 8 TO RETURN-CODE
           END-IF.
      * A change the journal didn't take can't be rolled forward -
      * the run is a hard failure until a fresh unload covers it.
           IF WS-JRNL-FAILED > 0 THEN
               DISPLAY "MASTER JOURNAL WRITES FAILED: " WS-JRNL-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "WARNING LIST WRITTEN TO AAINCWRN.TXT".
           DISPLAY "LAPSE EXTRACT WRITTEN TO AAINCLPS.TXT".
           STOP RUN.

      *****************************************************************
      * EVALUATE-INCOMPLETE
      * Finds the incomplete's deadline - the end date of the calendar
      * term that starts next after the term the I was given in - and
      * decides its fate against today. A term older than anything on
      * the calendar (or blank, from before terms were kept) had its
      * deadline long ago and lapses. A term the calendar doesn't
      * carry but that isn't that old can't be dated and is an
      * exception for the registrar. A term with no later term on the
      * calendar yet simply isn't due. An incomplete that would lapse
      * or be warned but sits on a record frozen by a conferred
      * degree is held out for the registrar instead - the lapse run
      * has no conferred-record override to change it under.
      *****************************************************************
       EVALUATE-INCOMPLETE.
           MOVE SPACES TO WS-DEADLINE.
           MOVE 0 TO WS-TC-AT.
           IF MASTER-TERM NOT EQUAL TO SPACES THEN
               MOVE 1 TO WS-TC-IX
               PERFORM UNTIL WS-TC-IX > WS-TERM-COUNT
                   IF TC-TERM(WS-TC-IX) EQUAL TO MASTER-TERM THEN
                       MOVE WS-TC-IX TO WS-TC-AT
                   END-IF
                   ADD 1 TO WS-TC-IX
               END-PERFORM
           END-IF.

           IF WS-TC-AT > 0 THEN
               PERFORM FIND-NEXT-TERM
               IF WS-TC-NEXT EQUAL TO 0 THEN
                   SET INC-HOLD TO TRUE
               ELSE
                   MOVE TC-END(WS-TC-NEXT) TO WS-DEADLINE
                   MOVE WS-DEADLINE TO WS-DEADLINE-N
                   COMPUTE WS-DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE(WS-DEADLINE-N) -
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-N)
                   IF WS-DAYS-LEFT < 0 THEN
                       SET INC-LAPSE TO TRUE
                   ELSE
                   IF WS-DAYS-LEFT NOT GREATER THAN WS-WARN-DAYS THEN
                       SET INC-WARN TO TRUE
                   ELSE
                       SET INC-HOLD TO TRUE
                   END-IF
                   END-IF
               END-IF
           ELSE
               IF MASTER-TERM EQUAL TO SPACES THEN
                   SET INC-LAPSE TO TRUE
               ELSE
                   MOVE MASTER-TERM TO WS-KEY-TERM
                   PERFORM TERM-SORT-KEY
                   IF (WS-KEY-OUT(5:1) NOT EQUAL TO "9") AND
                       (WS-TERM-COUNT > 0) AND
                       (WS-KEY-OUT < WS-EARLIEST-KEY) THEN
                       SET INC-LAPSE TO TRUE
                   ELSE
                       SET INC-EXCEPTION TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF INC-LAPSE OR INC-WARN THEN
               MOVE MASTER-STUDENT-ID TO WS-FRZ-STUDENT
               MOVE MASTER-TERM TO WS-FRZ-TERM
               PERFORM CONFERRAL-CHECK
               IF WS-FROZEN EQUAL TO 'Y' THEN
                   SET INC-FROZEN TO TRUE
               END-IF
           END-IF.

           IF INC-LAPSE THEN
               PERFORM NAME-LOOKUP
               PERFORM LAPSE-ONE-RECORD
           ELSE
           IF INC-WARN THEN
               PERFORM NAME-LOOKUP
               PERFORM WRITE-WARNING-LINE
           ELSE
           IF INC-HOLD THEN
               ADD 1 TO WS-INC-HELD
           ELSE
           IF INC-FROZEN THEN
               ADD 1 TO WS-INC-FROZEN
               DISPLAY "INCOMPLETE NOT LAPSED - RECORD FROZEN BY "
                   "CONFERRED DEGREE: " MASTER-STUDENT-ID " "
                   MASTER-COURSE-ID " " MASTER-TERM
           ELSE
               ADD 1 TO WS-INC-EXCEPTIONS
               DISPLAY "INCOMPLETE NOT LAPSED - TERM NOT ON CALENDAR: "
                   MASTER-STUDENT-ID " " MASTER-COURSE-ID " "
                   MASTER-TERM
           END-IF
           END-IF
           END-IF
           END-IF.

      * The calendar term that starts soonest after the incomplete's
      * term starts - its entry number in WS-TC-NEXT, zero when the
      * calendar doesn't run that far yet.
       FIND-NEXT-TERM.
           MOVE 0 TO WS-TC-NEXT.
           MOVE 1 TO WS-TC-IX.
           PERFORM UNTIL WS-TC-IX > WS-TERM-COUNT
               IF TC-START(WS-TC-IX) > TC-START(WS-TC-AT) THEN
                   IF WS-TC-NEXT EQUAL TO 0 THEN
                       MOVE WS-TC-IX TO WS-TC-NEXT
                   ELSE
                       IF TC-START(WS-TC-IX) < TC-START(WS-TC-NEXT)
                           THEN
                           MOVE WS-TC-IX TO WS-TC-NEXT
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-TC-IX
           END-PERFORM.

      *****************************************************************
      * LAPSE-ONE-RECORD
      * The I becomes an F on the master, the change goes on the
      * amendment log under the run's authorization code, and the
      * student goes on the dean's office extract. A rewrite that
      * fails is shown and counted as an exception - no log line, no
      * extract line, for a grade that didn't change.
      *****************************************************************
       LAPSE-ONE-RECORD.
           MOVE MASTER-RECORD TO WS-JRNL-BEFORE.
           MOVE 'F' TO MASTER-GRADE.
           REWRITE MASTER-RECORD.
           IF WS-MASTER-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "LAPSE FAILED - REWRITE STATUS "
                   WS-MASTER-STATUS ": " MASTER-STUDENT-ID " "
                   MASTER-COURSE-ID
               ADD 1 TO WS-INC-EXCEPTIONS
           ELSE
               ADD 1 TO WS-INC-LAPSED
               MOVE 'C' TO WS-JRNL-ACTION
               PERFORM WRITE-JOURNAL-ENTRY
               MOVE SPACES TO AMEND-LINE
               MOVE 1 TO WS-AMEND-PTR
               STRING WS-TODAY DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(MASTER-STUDENT-ID) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(MASTER-COURSE-ID) DELIMITED BY SIZE
                   " - GRADE I REPLACED WITH F" DELIMITED BY SIZE
                   INTO AMEND-LINE
                   WITH POINTER WS-AMEND-PTR
               END-STRING
               IF MASTER-TERM NOT EQUAL TO SPACES THEN
                   STRING " - TERM " DELIMITED BY SIZE
                       FUNCTION TRIM(MASTER-TERM) DELIMITED BY SIZE
                       INTO AMEND-LINE
                       WITH POINTER WS-AMEND-PTR
                   END-STRING
               END-IF
               STRING " - AUTH " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AUTH-CODE) DELIMITED BY SIZE
                   " - INCOMPLETE LAPSED" DELIMITED BY SIZE
                   INTO AMEND-LINE
                   WITH POINTER WS-AMEND-PTR
               END-STRING
               WRITE AMEND-LINE

               MOVE SPACES TO LAPSE-LINE
               STRING FUNCTION TRIM(MASTER-STUDENT-ID)
                   DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STUDENT-NAME) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(MASTER-COURSE-ID) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(MASTER-TERM) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DEADLINE) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO LAPSE-LINE
               END-STRING
               WRITE LAPSE-LINE
           END-IF.

      * One warning-list line - who, which course and term, and how
      * long until the incomplete lapses.
       WRITE-WARNING-LINE.
           ADD 1 TO WS-INC-WARNED.
           MOVE WS-DAYS-LEFT TO WS-DAYS-SHOW.
           MOVE SPACES TO WARNING-LINE.
           STRING MASTER-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STUDENT-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MASTER-COURSE-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MASTER-TERM DELIMITED BY SIZE
               " LAPSES AFTER " DELIMITED BY SIZE
               WS-DEADLINE DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-DAYS-SHOW DELIMITED BY SIZE
               " DAYS)" DELIMITED BY SIZE
               INTO WARNING-LINE
           END-STRING.
           WRITE WARNING-LINE.

      * The student's name off the demographic master, blank when
      * the student or the master isn't there.
       NAME-LOOKUP.
           MOVE SPACES TO WS-STUDENT-NAME.
           IF WS-DEMO-OPEN EQUAL TO 'Y' THEN
               MOVE MASTER-STUDENT-ID TO DEMO-STUDENT-ID
               READ STUDENT-DEMO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE DEMO-NAME TO WS-STUDENT-NAME
               END-READ
           END-IF.

      *****************************************************************
      * TERM-CALENDAR-LOAD
      * Loads the academic term calendar and notes the earliest term
      * on it - an incomplete from before that has long since passed
      * its deadline. A missing calendar stops the run: with no
      * calendar there are no deadlines.
      *****************************************************************
       TERM-CALENDAR-LOAD.
           MOVE 0 TO WS-TERM-COUNT.
           MOVE "99999" TO WS-EARLIEST-KEY.
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
               MOVE TC-IN-TERM TO WS-KEY-TERM
               PERFORM TERM-SORT-KEY
               IF WS-KEY-OUT < WS-EARLIEST-KEY THEN
                   MOVE WS-KEY-OUT TO WS-EARLIEST-KEY
               END-IF
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
           MOVE "INCLAPSE" TO JOURNAL-PROGRAM.
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
