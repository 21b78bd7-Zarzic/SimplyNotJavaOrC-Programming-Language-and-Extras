      ******************************************************************
      * Author:
      * Date:
      * Purpose: Early-alert advising report. Reads the alert extract
      *          GRADEREPORT's mid-term roster runs pile up - one
      *          studentid|courseid|term|percentage|reason line per
      *          alert, section after section - for the term asked
      *          for, and joins each flagged student to their name and
      *          program off the demographic master and their academic
      *          standing off STANDING's AASTAND.TXT. Students are
      *          listed worst first: on probation (or suspended) and
      *          failing two or more courses, then the rest of those
      *          on probation, then anyone else failing two or more,
      *          then everyone else - within a group by most courses
      *          failed, then most alerts. A section rerun clears
      *          its own earlier lines off the extract; any repeat of
      *          the same student, course and reason still found is
      *          counted once, the later line standing.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   - Initial version.
      *   - Reruns are cleared off the extract by GRADEREPORT; a
      *     repeated line is now only counted once as a safeguard.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ALERTRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The early-alert extract written by GRADEREPORT's mid-term
      * roster runs.
           SELECT ALERT-FILE
           ASSIGN TO "AALERT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.

      * The indexed student demographic master - name and program of
      * study for each flagged student.
           SELECT STUDENT-DEMO
           ASSIGN TO "ASTDEMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEMO-KEY
           FILE STATUS IS WS-DEMO-STATUS.

      * STANDING's carried-forward academic standing file -
      * studentid|standing|consec|effterm. Read only.
           SELECT STANDING-FILE
           ASSIGN TO "AASTAND.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STAND-STATUS.

      * The advising report, written fresh each run.
           SELECT ADVISING-REPORT
           ASSIGN TO "AAADVRPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ALERT-FILE.
       01 WSALERTLINE               PIC X(120).

       FD STUDENT-DEMO.
       01 DEMO-RECORD.
           05 DEMO-KEY.
               10 DEMO-STUDENT-ID     PIC X(20).
           05 DEMO-NAME               PIC X(30).
           05 DEMO-PROGRAM            PIC X(10).
           05 DEMO-CATYEAR            PIC X(4).
           05 DEMO-STATUS             PIC X(1).

       FD STANDING-FILE.
       01 WSSTANDLINE               PIC X(60).

       FD ADVISING-REPORT.
       01 REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ALERT-STATUS           PIC X(2).
       01 WS-DEMO-STATUS            PIC X(2).
       01 WS-STAND-STATUS           PIC X(2).
       01 WS-ADVRPT-STATUS          PIC X(2).

       01 WS-ALERT-EOF              PIC X(1).
           88 END-OF-ALERTS         VALUE 'Y'.
       01 WS-STAND-EOF              PIC X(1).
           88 END-OF-STANDING       VALUE 'Y'.
       01 WS-DEMO-OPEN              PIC X(1).

      * Run parameter - the term the report is for.
       01 WS-RUN-TERM               PIC X(6).

      * The alert line in hand, split into its pipe fields.
       01 WS-ALERT-REC              PIC X(120).
       01 WS-AL-IN-STUDENT          PIC X(20).
       01 WS-AL-IN-COURSE           PIC X(20).
       01 WS-AL-IN-TERM             PIC X(10).
       01 WS-AL-IN-PCT              PIC X(5).
       01 WS-AL-IN-REASON           PIC X(40).

      * Every alert kept for the term - the student's entry number in
      * the student table rides along so the report can walk a
      * student's alerts without another search.
       01 WSALERTTABLE.
           05 AL-ENTRY OCCURS 1000 TIMES.
               10 AL-STUDENT         PIC X(20).
               10 AL-COURSE          PIC X(20).
               10 AL-PCT             PIC X(3).
               10 AL-REASON          PIC X(40).
               10 AL-STU-AT          PIC 9(3).
       01 WS-AL-COUNT               PIC 9(4) VALUE 0.
       01 WS-AL-IX                  PIC 9(4).
       01 WS-AL-AT                  PIC 9(4).

      * One entry per flagged student - who, their standing, how many
      * courses they are failing (below D) and how many alerts they
      * carry, and the priority key the list is ordered on.
       01 WSSTUDENTTABLE.
           05 AS-ENTRY OCCURS 300 TIMES.
               10 AS-STUDENT         PIC X(20).
               10 AS-NAME            PIC X(30).
               10 AS-PROGRAM         PIC X(10).
               10 AS-STANDING        PIC X(1).
               10 AS-CONSEC          PIC 9(3).
               10 AS-FAILING         PIC 9(3).
               10 AS-ALERTS          PIC 9(3).
               10 AS-TIER            PIC 9(1).
               10 AS-SORT-KEY        PIC X(28).
               10 AS-SEQ             PIC 9(3).
       01 WS-AS-COUNT               PIC 9(3) VALUE 0.
       01 WS-AS-IX                  PIC 9(3).
       01 WS-AS-JX                  PIC 9(3).
       01 WS-AS-AT                  PIC 9(3).
       01 WS-AS-SWAP.
           05 SW-STUDENT             PIC X(20).
           05 SW-NAME                PIC X(30).
           05 SW-PROGRAM             PIC X(10).
           05 SW-STANDING            PIC X(1).
           05 SW-CONSEC              PIC 9(3).
           05 SW-FAILING             PIC 9(3).
           05 SW-ALERTS              PIC 9(3).
           05 SW-TIER                PIC 9(1).
           05 SW-SORT-KEY            PIC X(28).
           05 SW-SEQ                 PIC 9(3).

      * The standing-file line in hand, split into its pipe fields.
       01 WS-STAND-REC              PIC X(60).
       01 WS-SF-STUDENT             PIC X(20).
       01 WS-SF-STANDING            PIC X(5).
       01 WS-SF-CONSEC              PIC X(5).
       01 WS-SF-EFFTERM             PIC X(6).

      * Priority-key work fields - counts stored complemented so the
      * ascending exchange sort puts the most failing first.
       01 WS-KEY-FAILING            PIC 9(3).
       01 WS-KEY-ALERTS             PIC 9(3).

      * Report work fields.
       01 WS-CUR-TIER               PIC 9(1).
       01 WS-TIER-TITLE             PIC X(60).
       01 WS-STANDING-SHOW          PIC X(16).
       01 WS-CONSEC-SHOW            PIC ZZ9.
       01 WS-COUNT-SHOW             PIC ZZ9.
       01 WS-COUNT-SHOW2            PIC ZZ9.

      * Run control totals.
       01 WS-LINES-READ             PIC 9(5) VALUE 0.
       01 WS-LINES-OTHER-TERM       PIC 9(5) VALUE 0.
       01 WS-LINES-MALFORMED        PIC 9(5) VALUE 0.
       01 WS-LINES-REPLACED         PIC 9(5) VALUE 0.
       01 WS-LINES-DROPPED          PIC 9(5) VALUE 0.
       01 WS-STAND-LOADED           PIC 9(5) VALUE 0.
       01 WS-TIER-COUNT-1           PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       ALERTRPT-MAIN.
           DISPLAY "ENTER TERM FOR THE ADVISING REPORT (E.G. 2026FA): ".
           ACCEPT WS-RUN-TERM.
           IF WS-RUN-TERM EQUAL TO SPACES THEN
               DISPLAY "A TERM IS REQUIRED"
               STOP RUN
           END-IF.

           PERFORM ALERT-LOAD.

           OPEN OUTPUT ADVISING-REPORT.
           IF WS-ADVRPT-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING ADVISING REPORT - STATUS "
                   WS-ADVRPT-STATUS
               STOP RUN
           END-IF.

      * Names are a courtesy on the report - no demographic master
      * just labels every student as not found.
           MOVE 'Y' TO WS-DEMO-OPEN.
           OPEN INPUT STUDENT-DEMO.
           IF WS-DEMO-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "DEMOGRAPHIC MASTER NOT AVAILABLE - STATUS "
                   WS-DEMO-STATUS " - NAMES LEFT BLANK"
               MOVE 'N' TO WS-DEMO-OPEN
           END-IF.
           MOVE 1 TO WS-AS-IX.
           PERFORM DEMO-JOIN WS-AS-COUNT TIMES.
           IF WS-DEMO-OPEN EQUAL TO 'Y' THEN
               CLOSE STUDENT-DEMO
           END-IF.

           PERFORM STANDING-JOIN.

           MOVE 1 TO WS-AS-IX.
           PERFORM PRIORITY-KEY WS-AS-COUNT TIMES.
           PERFORM SORT-STUDENTS.

           PERFORM WRITE-REPORT.
           CLOSE ADVISING-REPORT.

           DISPLAY " ".
           DISPLAY "===== ADVISING REPORT CONTROL TOTALS =====".
           DISPLAY "ALERT LINES READ: " WS-LINES-READ.
           DISPLAY "LINES FOR OTHER TERMS: " WS-LINES-OTHER-TERM.
           DISPLAY "LINES MALFORMED: " WS-LINES-MALFORMED.
           DISPLAY "REPEATED LINES COUNTED ONCE: " WS-LINES-REPLACED.
           DISPLAY "LINES DROPPED (TABLE FULL): " WS-LINES-DROPPED.
           DISPLAY "ALERTS REPORTED: " WS-AL-COUNT.
           DISPLAY "STUDENTS REPORTED: " WS-AS-COUNT.
           DISPLAY "ON PROBATION AND FAILING 2+: " WS-TIER-COUNT-1.
      * A line the report couldn't place needs someone's eye but
      * isn't a failed run.
           IF (WS-LINES-MALFORMED > 0) OR (WS-LINES-DROPPED > 0) THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "ADVISING REPORT WRITTEN TO AAADVRPT.TXT".
           STOP RUN.

      *****************************************************************
      * ALERT-LOAD
      * Reads the alert extract, keeping the lines for the run term.
      * No extract at all means no mid-term run has flagged anybody
      * yet - an empty report, not an error.
      *****************************************************************
       ALERT-LOAD.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-STATUS EQUAL TO "35" THEN
               DISPLAY "NO ALERT FILE YET - NOBODY FLAGGED"
           ELSE
           IF WS-ALERT-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING ALERT FILE AALERT.TXT - STATUS "
                   WS-ALERT-STATUS
               STOP RUN
           ELSE
               MOVE 'N' TO WS-ALERT-EOF
               PERFORM UNTIL END-OF-ALERTS
                   READ ALERT-FILE INTO WS-ALERT-REC
                       AT END SET END-OF-ALERTS TO TRUE
                   END-READ
                   IF (NOT END-OF-ALERTS) AND
                       (WS-ALERT-REC NOT EQUAL TO SPACES) THEN
                       ADD 1 TO WS-LINES-READ
                       PERFORM ALERT-LOAD-LINE THRU
                           ALERT-LOAD-LINE-EXIT
                   END-IF
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF
           END-IF.

      * One alert line into the tables. A rerun of a section repeats
      * its student, course and reason - the later line (the rerun)
      * replaces the earlier one's percentage instead of counting
      * again.
       ALERT-LOAD-LINE.
           MOVE SPACES TO WS-AL-IN-STUDENT, WS-AL-IN-COURSE,
               WS-AL-IN-TERM, WS-AL-IN-PCT, WS-AL-IN-REASON.
           UNSTRING WS-ALERT-REC DELIMITED BY "|"
               INTO WS-AL-IN-STUDENT, WS-AL-IN-COURSE, WS-AL-IN-TERM,
               WS-AL-IN-PCT, WS-AL-IN-REASON
           END-UNSTRING.
           IF (WS-AL-IN-STUDENT EQUAL TO SPACES) OR
               (WS-AL-IN-COURSE EQUAL TO SPACES) OR
               (WS-AL-IN-REASON EQUAL TO SPACES) OR
               (WS-AL-IN-PCT(1:3) NOT NUMERIC) OR
               (WS-AL-IN-PCT(4:2) NOT EQUAL TO SPACES) THEN
               DISPLAY "ALERT LINE SKIPPED - MALFORMED: " WS-ALERT-REC
               ADD 1 TO WS-LINES-MALFORMED
               GO TO ALERT-LOAD-LINE-EXIT
           END-IF.
           IF WS-AL-IN-TERM NOT EQUAL TO WS-RUN-TERM THEN
               ADD 1 TO WS-LINES-OTHER-TERM
               GO TO ALERT-LOAD-LINE-EXIT
           END-IF.

           MOVE 0 TO WS-AL-AT.
           MOVE 1 TO WS-AL-IX.
           PERFORM UNTIL WS-AL-IX > WS-AL-COUNT
               IF (AL-STUDENT(WS-AL-IX) EQUAL TO WS-AL-IN-STUDENT) AND
                   (AL-COURSE(WS-AL-IX) EQUAL TO WS-AL-IN-COURSE) AND
                   (AL-REASON(WS-AL-IX) EQUAL TO WS-AL-IN-REASON) THEN
                   MOVE WS-AL-IX TO WS-AL-AT
               END-IF
               ADD 1 TO WS-AL-IX
           END-PERFORM.
           IF WS-AL-AT > 0 THEN
               MOVE WS-AL-IN-PCT(1:3) TO AL-PCT(WS-AL-AT)
               ADD 1 TO WS-LINES-REPLACED
               GO TO ALERT-LOAD-LINE-EXIT
           END-IF.

           MOVE 0 TO WS-AS-AT.
           MOVE 1 TO WS-AS-IX.
           PERFORM UNTIL WS-AS-IX > WS-AS-COUNT
               IF AS-STUDENT(WS-AS-IX) EQUAL TO WS-AL-IN-STUDENT THEN
                   MOVE WS-AS-IX TO WS-AS-AT
               END-IF
               ADD 1 TO WS-AS-IX
           END-PERFORM.
           IF (WS-AL-COUNT >= 1000) OR
               ((WS-AS-AT = 0) AND (WS-AS-COUNT >= 300)) THEN
               DISPLAY "ALERT LINE DROPPED - TABLE FULL: "
                   WS-ALERT-REC
               ADD 1 TO WS-LINES-DROPPED
               GO TO ALERT-LOAD-LINE-EXIT
           END-IF.
           IF WS-AS-AT = 0 THEN
               ADD 1 TO WS-AS-COUNT
               MOVE WS-AS-COUNT TO WS-AS-AT
               MOVE WS-AL-IN-STUDENT TO AS-STUDENT(WS-AS-AT)
               MOVE SPACES TO AS-NAME(WS-AS-AT), AS-PROGRAM(WS-AS-AT),
                   AS-STANDING(WS-AS-AT)
               MOVE 0 TO AS-CONSEC(WS-AS-AT), AS-FAILING(WS-AS-AT),
                   AS-ALERTS(WS-AS-AT)
               MOVE WS-AS-AT TO AS-SEQ(WS-AS-AT)
           END-IF.
           ADD 1 TO WS-AL-COUNT.
           MOVE WS-AL-IN-STUDENT TO AL-STUDENT(WS-AL-COUNT).
           MOVE WS-AL-IN-COURSE TO AL-COURSE(WS-AL-COUNT).
           MOVE WS-AL-IN-PCT(1:3) TO AL-PCT(WS-AL-COUNT).
           MOVE WS-AL-IN-REASON TO AL-REASON(WS-AL-COUNT).
           MOVE WS-AS-AT TO AL-STU-AT(WS-AL-COUNT).
           ADD 1 TO AS-ALERTS(WS-AS-AT).
           IF WS-AL-IN-REASON EQUAL TO "BELOW D" THEN
               ADD 1 TO AS-FAILING(WS-AS-AT)
           END-IF.
       ALERT-LOAD-LINE-EXIT.
           EXIT.

      * One flagged student's name and program off the demographic
      * master. WS-AS-IX is the walking entry number.
       DEMO-JOIN.
           MOVE "(NOT ON DEMOGRAPHIC MASTER)" TO AS-NAME(WS-AS-IX).
           IF WS-DEMO-OPEN EQUAL TO 'Y' THEN
               MOVE AS-STUDENT(WS-AS-IX) TO DEMO-STUDENT-ID
               READ STUDENT-DEMO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE DEMO-NAME TO AS-NAME(WS-AS-IX)
                       MOVE DEMO-PROGRAM TO AS-PROGRAM(WS-AS-IX)
               END-READ
           END-IF.
           ADD 1 TO WS-AS-IX.

      *****************************************************************
      * STANDING-JOIN
      * Reads STANDING's standing file and stamps each flagged
      * student's standing and consecutive probation terms. No file
      * yet means no standing run has closed a term - everyone shows
      * as not on file. A line that doesn't parse is passed over here;
      * STANDING itself is the program that refuses to run on it.
      *****************************************************************
       STANDING-JOIN.
           OPEN INPUT STANDING-FILE.
           IF WS-STAND-STATUS EQUAL TO "35" THEN
               DISPLAY "NO STANDING FILE YET - STANDING NOT SHOWN"
           ELSE
           IF WS-STAND-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING STANDING FILE - STATUS "
                   WS-STAND-STATUS
               STOP RUN
           ELSE
               MOVE 'N' TO WS-STAND-EOF
               PERFORM UNTIL END-OF-STANDING
                   READ STANDING-FILE INTO WS-STAND-REC
                       AT END SET END-OF-STANDING TO TRUE
                   END-READ
                   IF (NOT END-OF-STANDING) AND
                       (WS-STAND-REC NOT EQUAL TO SPACES) THEN
                       PERFORM STANDING-JOIN-LINE
                   END-IF
               END-PERFORM
               CLOSE STANDING-FILE
           END-IF
           END-IF.

       STANDING-JOIN-LINE.
           MOVE SPACES TO WS-SF-STUDENT, WS-SF-STANDING,
               WS-SF-CONSEC, WS-SF-EFFTERM.
           UNSTRING WS-STAND-REC DELIMITED BY "|"
               INTO WS-SF-STUDENT, WS-SF-STANDING, WS-SF-CONSEC,
               WS-SF-EFFTERM
           END-UNSTRING.
           IF (WS-SF-STANDING(1:1) EQUAL TO 'G' OR 'P' OR 'S') AND
               (WS-SF-CONSEC(1:3) NUMERIC) THEN
               MOVE 1 TO WS-AS-IX
               PERFORM UNTIL WS-AS-IX > WS-AS-COUNT
                   IF AS-STUDENT(WS-AS-IX) EQUAL TO WS-SF-STUDENT THEN
                       MOVE WS-SF-STANDING(1:1) TO
                           AS-STANDING(WS-AS-IX)
                       MOVE WS-SF-CONSEC(1:3) TO AS-CONSEC(WS-AS-IX)
                       ADD 1 TO WS-STAND-LOADED
                   END-IF
                   ADD 1 TO WS-AS-IX
               END-PERFORM
           END-IF.

      *****************************************************************
      * PRIORITY-KEY
      * The student's priority group and sort key. Groups: 1 on
      * probation or suspended and failing two or more courses, 2 the
      * rest on probation or suspended, 3 anyone else failing two or
      * more, 4 everyone else. Within a group most courses failed
      * first, then most alerts, then the order the extract first
      * named them, so ties always come out the same way.
      * WS-AS-IX is the walking entry number.
      *****************************************************************
       PRIORITY-KEY.
           IF AS-STANDING(WS-AS-IX) EQUAL TO 'P' OR 'S' THEN
               IF AS-FAILING(WS-AS-IX) >= 2 THEN
                   MOVE 1 TO AS-TIER(WS-AS-IX)
                   ADD 1 TO WS-TIER-COUNT-1
               ELSE
                   MOVE 2 TO AS-TIER(WS-AS-IX)
               END-IF
           ELSE
               IF AS-FAILING(WS-AS-IX) >= 2 THEN
                   MOVE 3 TO AS-TIER(WS-AS-IX)
               ELSE
                   MOVE 4 TO AS-TIER(WS-AS-IX)
               END-IF
           END-IF.
           SUBTRACT AS-FAILING(WS-AS-IX) FROM 999 GIVING WS-KEY-FAILING.
           SUBTRACT AS-ALERTS(WS-AS-IX) FROM 999 GIVING WS-KEY-ALERTS.
           MOVE SPACES TO AS-SORT-KEY(WS-AS-IX).
           STRING AS-TIER(WS-AS-IX) DELIMITED BY SIZE
               WS-KEY-FAILING DELIMITED BY SIZE
               WS-KEY-ALERTS DELIMITED BY SIZE
               AS-SEQ(WS-AS-IX) DELIMITED BY SIZE
               INTO AS-SORT-KEY(WS-AS-IX)
           END-STRING.
           ADD 1 TO WS-AS-IX.

      * Straight exchange sort on the priority key - the student
      * table tops out at 300 entries, so simple wins, same as
      * TRANSCRIPT's row sort.
       SORT-STUDENTS.
           MOVE 1 TO WS-AS-IX.
           PERFORM UNTIL WS-AS-IX >= WS-AS-COUNT
               ADD 1 TO WS-AS-IX GIVING WS-AS-JX
               PERFORM UNTIL WS-AS-JX > WS-AS-COUNT
                   IF AS-SORT-KEY(WS-AS-JX) <
                       AS-SORT-KEY(WS-AS-IX) THEN
                       MOVE AS-ENTRY(WS-AS-IX) TO WS-AS-SWAP
                       MOVE AS-ENTRY(WS-AS-JX) TO AS-ENTRY(WS-AS-IX)
                       MOVE WS-AS-SWAP TO AS-ENTRY(WS-AS-JX)
                   END-IF
                   ADD 1 TO WS-AS-JX
               END-PERFORM
               ADD 1 TO WS-AS-IX
           END-PERFORM.

      *****************************************************************
      * WRITE-REPORT
      * Heading, then the students in priority order under a heading
      * per group. Each student's line carries name, program,
      * standing, courses failing and alerts; their alerts follow,
      * one per line. The sort moved entries, so a student's alerts
      * are found by the sequence number they were first given.
      *****************************************************************
       WRITE-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "EARLY-ALERT ADVISING REPORT - TERM " WS-RUN-TERM
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-AS-COUNT = 0 THEN
               MOVE "NO STUDENTS FLAGGED FOR THIS TERM" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE 0 TO WS-CUR-TIER.
           MOVE 1 TO WS-AS-IX.
           PERFORM WRITE-ONE-STUDENT WS-AS-COUNT TIMES.

       WRITE-ONE-STUDENT.
           IF AS-TIER(WS-AS-IX) NOT EQUAL TO WS-CUR-TIER THEN
               MOVE AS-TIER(WS-AS-IX) TO WS-CUR-TIER
               PERFORM WRITE-TIER-HEADING
           END-IF.
           IF AS-STANDING(WS-AS-IX) EQUAL TO 'P' THEN
               MOVE AS-CONSEC(WS-AS-IX) TO WS-CONSEC-SHOW
               MOVE SPACES TO WS-STANDING-SHOW
               STRING "PROBATION (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CONSEC-SHOW) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-STANDING-SHOW
               END-STRING
           ELSE
           IF AS-STANDING(WS-AS-IX) EQUAL TO 'S' THEN
               MOVE "SUSPENDED" TO WS-STANDING-SHOW
           ELSE
           IF AS-STANDING(WS-AS-IX) EQUAL TO 'G' THEN
               MOVE "GOOD" TO WS-STANDING-SHOW
           ELSE
               MOVE "NOT ON FILE" TO WS-STANDING-SHOW
           END-IF
           END-IF
           END-IF.
           MOVE AS-FAILING(WS-AS-IX) TO WS-COUNT-SHOW.
           MOVE AS-ALERTS(WS-AS-IX) TO WS-COUNT-SHOW2.
           MOVE SPACES TO REPORT-LINE.
           MOVE AS-STUDENT(WS-AS-IX) TO REPORT-LINE(1:20).
           MOVE AS-NAME(WS-AS-IX) TO REPORT-LINE(23:30).
           MOVE AS-PROGRAM(WS-AS-IX) TO REPORT-LINE(55:10).
           MOVE WS-STANDING-SHOW TO REPORT-LINE(67:16).
           STRING "FAILING " DELIMITED BY SIZE
               WS-COUNT-SHOW DELIMITED BY SIZE
               "  ALERTS " DELIMITED BY SIZE
               WS-COUNT-SHOW2 DELIMITED BY SIZE
               INTO REPORT-LINE(85:30)
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-AL-IX.
           PERFORM WRITE-STUDENT-ALERT WS-AL-COUNT TIMES.
           ADD 1 TO WS-AS-IX.

      * One of the student's alerts - course, percentage, reason.
       WRITE-STUDENT-ALERT.
           IF AL-STU-AT(WS-AL-IX) EQUAL TO AS-SEQ(WS-AS-IX) THEN
               MOVE SPACES TO REPORT-LINE
               MOVE AL-COURSE(WS-AL-IX) TO REPORT-LINE(5:20)
               STRING AL-PCT(WS-AL-IX) DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO REPORT-LINE(27:4)
               END-STRING
               MOVE AL-REASON(WS-AL-IX) TO REPORT-LINE(34:40)
               WRITE REPORT-LINE
           END-IF.
           ADD 1 TO WS-AL-IX.

       WRITE-TIER-HEADING.
           IF WS-CUR-TIER = 1 THEN
               MOVE "ON PROBATION OR SUSPENDED, FAILING 2+ COURSES"
                   TO WS-TIER-TITLE
           ELSE
           IF WS-CUR-TIER = 2 THEN
               MOVE "ON PROBATION OR SUSPENDED" TO WS-TIER-TITLE
           ELSE
           IF WS-CUR-TIER = 3 THEN
               MOVE "FAILING 2+ COURSES" TO WS-TIER-TITLE
           ELSE
               MOVE "OTHER ALERTS" TO WS-TIER-TITLE
           END-IF
           END-IF
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PRIORITY " DELIMITED BY SIZE
               WS-CUR-TIER DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-TIER-TITLE DELIMITED BY "  "
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "STUDENT ID" TO REPORT-LINE(1:10).
           MOVE "NAME" TO REPORT-LINE(23:4).
           MOVE "PROGRAM" TO REPORT-LINE(55:7).
           MOVE "STANDING" TO REPORT-LINE(67:8).
           WRITE REPORT-LINE.
