       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-SYL-STATUS.

      * Early-alert extract written by a mid-term roster run - one
      * studentid|courseid|term|percentage|reason line per alert. It
      * grows section run after section run, so advising sees every
      * course a student is in trouble in at once; a rerun of a
      * section takes that section's earlier lines off first.
       SELECT ALERTS ASSIGN TO "AALERT.TXT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ALERT-STATUS.

      * Work copy of the alert extract - the lines a rerun keeps,
      * held while the extract is rewritten without the rest.
       SELECT ALERTWORK ASSIGN TO "AALERTWK.TXT"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-ALERT-WORK-STATUS.

      * The indexed student demographic master - the student's program
      * of study picks the degree plan a required course comes off.
       SELECT STUDENT-DEMO ASSIGN TO "ASTDEMO.DAT"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS DEMO-KEY
       FILE STATUS IS WS-DEMO-STATUS.

      * Degree-plan index - programcode|planfile, the index AUTOADVISOR
      * audits run off - and the plan file for one program.
       SELECT PLANINDEX ASSIGN TO DYNAMIC WS-PLANIX-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PLANIX-STATUS.

       SELECT PLANFILE ASSIGN TO DYNAMIC WS-PLAN-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-PLAN-STATUS.

      **************************************

       DATA DIVISION.
       FD SYLLABUS.
       01 SYLLABUSLINE              PIC X(80).

       FD ALERTS.
       01 ALERTLINE                 PIC X(120).

       FD ALERTWORK.
       01 ALERTWORKLINE             PIC X(120).

       FD STUDENT-DEMO.
       01 DEMO-RECORD.
           05 DEMO-KEY.
               10 DEMO-STUDENT-ID   PIC X(20).
           05 DEMO-NAME             PIC X(30).
           05 DEMO-PROGRAM          PIC X(10).
           05 DEMO-CATYEAR          PIC X(4).
           05 DEMO-STATUS           PIC X(1).

       FD PLANINDEX.
       01 PLANINDEXLINE             PIC X(130).

       FD PLANFILE.
       01 PLANFILELINE              PIC X(250).

       WORKING-STORAGE SECTION.
       01 EOFILE                    PIC 9(1).
       01 USERINPUTFILE             PIC X(25).
       01 WS-POST-PCT                PIC 9(3).
       01 WS-POST-COUNT              PIC 9(3) VALUE 0.

      * Mid-term early-alert items - the mode switch, and the share of
      * the final grade at or past which a category counts as heavily
      * weighted, so a zero there is flagged as missing work. A mid-
      * term run writes alerts instead of posting lines - nothing
      * half a term old belongs on the student-course master.
       01 WS-ALERT-MODE              PIC X(1) VALUE 'N'.
       01 WS-ALERT-STATUS            PIC X(2).
       01 WS-ALERT-HEAVY             PIC 9(3)V99 VALUE 25.00.
       01 WS-ALERT-REASON            PIC X(40).
       01 WS-ALERT-HIT               PIC X(1).
       01 WS-ALERT-MISSING           PIC X(1).
       01 WS-ALERT-REQUIRED          PIC X(1).
       01 WS-ALERT-IX                PIC 9(3).
       01 WS-ALERT-COUNT             PIC 9(5) VALUE 0.
       01 WS-ALERT-STUDENTS          PIC 9(3) VALUE 0.

      * Rerun items - the student ids on the section's roster, and an
      * extract line split far enough to tell whether it is one of
      * this section's earlier alerts for the term. Only a student on
      * the roster is cleared, so another section of the same course
      * keeps its alerts.
       01 WS-ALERT-WORK-STATUS       PIC X(2).
       01 WS-ALERT-WORK-EOF          PIC 9(1).
       01 WS-ALERT-ROSTER.
           05 WS-AR-STUDENT OCCURS 999 TIMES PIC X(20).
       01 WS-AR-COUNT                PIC 9(3) VALUE 0.
       01 WS-AR-IX                   PIC 9(3).
       01 WS-AR-HIT                  PIC X(1).
       01 WS-AR-IN-STUDENT           PIC X(20).
       01 WS-AR-IN-COURSE            PIC X(20).
       01 WS-AR-IN-TERM              PIC X(10).
       01 WS-ALERT-DROPPED           PIC 9(5) VALUE 0.

      * Required-course items - whether the demographic master opened,
      * and per program on the plan index whether its plan requires
      * the section's course (an R line naming it).
       01 WS-DEMO-STATUS             PIC X(2).
       01 WS-DEMO-OPEN               PIC X(1) VALUE 'N'.
       01 WS-PLANIX-NAME             PIC X(100).
       01 WS-PLANIX-STATUS           PIC X(2).
       01 WS-PLANIX-EOF              PIC 9(1).
       01 WS-PLANIX-REC              PIC X(130).
       01 WS-PX-IN-PROG              PIC X(10).
       01 WS-PX-IN-FILE              PIC X(100).
       01 WS-PX-TABLE.
           05 WS-PX-ENTRY OCCURS 20 TIMES.
               10 WS-PX-PROG         PIC X(10).
               10 WS-PX-FILE         PIC X(100).
               10 WS-PX-REQUIRED     PIC X(1).
       01 WS-PX-COUNT                PIC 9(3) VALUE 0.
       01 WS-PX-IX                   PIC 9(3).
       01 WS-PX-AT                   PIC 9(3).
       01 WS-PLAN-NAME               PIC X(100).
       01 WS-PLAN-STATUS             PIC X(2).
       01 WS-PLAN-EOF                PIC 9(1).
       01 WS-PLAN-REC                PIC X(250).
       01 WS-PLAN-TYPE               PIC X(1).
       01 WS-PLAN-COURSE             PIC X(50).

      * Section-wide per-category statistics - each student's category
      * percentage folded into its category's running sum/high/low so
      * the gradebook can report mean, high and low per category.
           DISPLAY "ENTER ACADEMIC TERM (E.G. 2026FA): ".
           ACCEPT WS-SECTION-TERM.

      * A mid-term run flags the students in trouble for advising
      * while there is still time to help; an end-of-term run posts.
           DISPLAY "MID-TERM EARLY ALERT RUN (Y/N): ".
           ACCEPT WS-ALERT-MODE.
           IF WS-ALERT-MODE = 'y' THEN
               MOVE 'Y' TO WS-ALERT-MODE
           END-IF.
           IF WS-ALERT-MODE = 'Y' THEN
               PERFORM ALERT-SETUP
           END-IF.

           OPEN INPUT ROSTER.
           IF WS-ROSTER-STATUS NOT = "00" THEN
               DISPLAY "COULD NOT OPEN ROSTER FILE - STATUS "
               STOP RUN
           END-IF.
           OPEN OUTPUT GRADEBOOK.
           IF WS-ALERT-MODE NOT = 'Y' THEN
               OPEN OUTPUT POSTING
               IF WS-POST-STATUS NOT = "00" THEN
                   DISPLAY "COULD NOT OPEN POSTING FILE - STATUS "
                       WS-POST-STATUS
                   STOP RUN
               END-IF
           END-IF.
           IF WS-ALERT-MODE = 'Y' THEN
               MOVE "SECTION GRADEBOOK REPORT - MID-TERM EARLY ALERT"
                   TO GRADEBOOKLINE
           ELSE
               MOVE "SECTION GRADEBOOK REPORT" TO GRADEBOOKLINE
           END-IF.
           WRITE GRADEBOOKLINE.
           MOVE SPACES TO GRADEBOOKLINE.
           WRITE GRADEBOOKLINE.
           PERFORM SECTION-STATS.
           PERFORM WRITE-DISTRIBUTION.
           CLOSE GRADEBOOK.
           DISPLAY "STUDENTS REPORTED: " WS-ROSTER-COUNT.
           DISPLAY "GRADEBOOK REPORT WRITTEN TO GRADEBOOK.TXT".
           IF WS-ALERT-MODE = 'Y' THEN
               CLOSE ALERTS
               IF WS-DEMO-OPEN = 'Y' THEN
                   CLOSE STUDENT-DEMO
               END-IF
               DISPLAY "EARLIER ALERT LINES FOR THE SECTION "
                   "REPLACED: " WS-ALERT-DROPPED
               DISPLAY "STUDENTS FLAGGED: " WS-ALERT-STUDENTS
               DISPLAY "ALERT LINES WRITTEN TO AALERT.TXT: "
                   WS-ALERT-COUNT
           ELSE
               CLOSE POSTING
               DISPLAY "POSTING LINES WRITTEN TO APOSTING.TXT: "
                   WS-POST-COUNT
           END-IF.

      *-------------------

                   INTO GRADEBOOKLINE
               END-STRING
               WRITE GRADEBOOKLINE
               IF WS-ALERT-MODE = 'Y' THEN
                   PERFORM ALERT-CHECK
               ELSE
                   PERFORM WRITE-POSTING-LINE
               END-IF
               PERFORM SECTION-ACCUM
               ADD 1 TO WS-ROSTER-COUNT
           END-IF.

      *-------------------

      * Mid-term set-up - which programs' plans require the section's
      * course, the demographic master to find each student's
      * program, and the alert extract. Without a plan index or the
      * demographic master the below-C-in-a-required-course test
      * can't be applied; the other two tests still run.
       ALERT-SETUP.
           DISPLAY "ENTER DEGREE PLAN INDEX FILE (BLANK FOR NONE): ".
           ACCEPT WS-PLANIX-NAME.
           IF WS-PLANIX-NAME = SPACES THEN
               DISPLAY "NO DEGREE PLANS - REQUIRED-COURSE ALERTS "
                   "NOT RAISED"
           ELSE
               OPEN INPUT PLANINDEX
               IF WS-PLANIX-STATUS NOT = "00" THEN
                   DISPLAY "COULD NOT OPEN PLAN INDEX FILE - STATUS "
                       WS-PLANIX-STATUS
                   STOP RUN
               END-IF
               MOVE 0 TO WS-PLANIX-EOF
               PERFORM UNTIL WS-PLANIX-EOF = 1
                   READ PLANINDEX INTO WS-PLANIX-REC
                           AT END MOVE 1 TO WS-PLANIX-EOF
                           NOT AT END
                                IF WS-PLANIX-REC NOT = SPACES THEN
                                    PERFORM ALERT-PLAN-INDEX-LINE
                                END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANINDEX
               MOVE 1 TO WS-PX-AT
               PERFORM ALERT-PLAN-READ WS-PX-COUNT TIMES
               OPEN INPUT STUDENT-DEMO
               IF WS-DEMO-STATUS = "00" THEN
                   MOVE 'Y' TO WS-DEMO-OPEN
               ELSE
                   DISPLAY "DEMOGRAPHIC MASTER NOT AVAILABLE - STATUS "
                       WS-DEMO-STATUS " - REQUIRED-COURSE ALERTS "
                       "NOT RAISED"
               END-IF
           END-IF.
      * Every section's alerts for the term pile up in one extract;
      * a rerun of this section clears its earlier lines first.
           PERFORM ALERT-RERUN-CLEAR.
           IF WS-ALERT-STATUS NOT = "00" THEN
               DISPLAY "COULD NOT OPEN ALERT FILE - STATUS "
                   WS-ALERT-STATUS
               STOP RUN
           END-IF.

      * Clear the extract of the lines an earlier run of this section
      * wrote for the term - same course, same term, a student on the
      * roster - so a student the rerun no longer flags isn't still
      * counted as in trouble. The lines kept go to the work file and
      * back; with nothing to clear, the extract is simply extended.
      * Either way ALERTS is left open for the run's own lines, and
      * status 35 just means the first alert run ever.
       ALERT-RERUN-CLEAR.
           MOVE 0 TO WS-AR-COUNT.
           OPEN INPUT ROSTER.
           IF WS-ROSTER-STATUS NOT = "00" THEN
               DISPLAY "COULD NOT OPEN ROSTER FILE - STATUS "
                   WS-ROSTER-STATUS
               STOP RUN
           END-IF.
           MOVE 0 TO WS-ROSTER-EOF.
           PERFORM UNTIL WS-ROSTER-EOF = 1
               READ ROSTER INTO WS-ROSTER-LINE
                       AT END MOVE 1 TO WS-ROSTER-EOF
                       NOT AT END
                            IF WS-ROSTER-LINE NOT = SPACES THEN
                                PERFORM ALERT-ROSTER-ID
                            END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER.

           MOVE 0 TO WS-ALERT-DROPPED.
           OPEN INPUT ALERTS.
           IF WS-ALERT-STATUS = "00" THEN
               OPEN OUTPUT ALERTWORK
               IF WS-ALERT-WORK-STATUS NOT = "00" THEN
                   DISPLAY "COULD NOT OPEN ALERT WORK FILE - STATUS "
                       WS-ALERT-WORK-STATUS
                   STOP RUN
               END-IF
               MOVE 0 TO WS-ALERT-WORK-EOF
               PERFORM UNTIL WS-ALERT-WORK-EOF = 1
                   READ ALERTS
                           AT END MOVE 1 TO WS-ALERT-WORK-EOF
                           NOT AT END PERFORM ALERT-KEEP-OR-DROP
                   END-READ
               END-PERFORM
               CLOSE ALERTS
               CLOSE ALERTWORK
           END-IF.

           IF WS-ALERT-DROPPED = 0 THEN
               OPEN EXTEND ALERTS
               IF WS-ALERT-STATUS = "35" THEN
                   OPEN OUTPUT ALERTS
               END-IF
           ELSE
               OPEN INPUT ALERTWORK
               IF WS-ALERT-WORK-STATUS NOT = "00" THEN
                   DISPLAY "COULD NOT REOPEN ALERT WORK FILE - STATUS "
                       WS-ALERT-WORK-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT ALERTS
               IF WS-ALERT-STATUS = "00" THEN
                   MOVE 0 TO WS-ALERT-WORK-EOF
                   PERFORM UNTIL WS-ALERT-WORK-EOF = 1
                       READ ALERTWORK
                               AT END MOVE 1 TO WS-ALERT-WORK-EOF
                               NOT AT END
                                    MOVE ALERTWORKLINE TO ALERTLINE
                                    WRITE ALERTLINE
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ALERTWORK
           END-IF.

      * One roster line's student id - the third field, or the name
      * when there is none, the way ROSTER-STUDENT reads it.
       ALERT-ROSTER-ID.
           MOVE SPACES TO WS-STUDENT-NAME, WS-STUDENT-FILE,
               WS-STUDENT-IDNO.
           UNSTRING WS-ROSTER-LINE DELIMITED BY "|"
               INTO WS-STUDENT-NAME, WS-STUDENT-FILE, WS-STUDENT-IDNO
           END-UNSTRING.
           IF WS-STUDENT-IDNO = SPACES THEN
               MOVE WS-STUDENT-NAME TO WS-STUDENT-IDNO
           END-IF.
           IF WS-AR-COUNT < 999 THEN
               ADD 1 TO WS-AR-COUNT
               MOVE WS-STUDENT-IDNO TO WS-AR-STUDENT(WS-AR-COUNT)
           END-IF.

      * One extract line - dropped if it is this section's earlier
      * alert for the term, otherwise carried to the work file.
       ALERT-KEEP-OR-DROP.
           MOVE SPACES TO WS-AR-IN-STUDENT, WS-AR-IN-COURSE,
               WS-AR-IN-TERM.
           UNSTRING ALERTLINE DELIMITED BY "|"
               INTO WS-AR-IN-STUDENT, WS-AR-IN-COURSE, WS-AR-IN-TERM
           END-UNSTRING.
           MOVE 'N' TO WS-AR-HIT.
           IF (WS-AR-IN-COURSE = WS-SECTION-COURSE) AND
               (WS-AR-IN-TERM = WS-SECTION-TERM) THEN
               MOVE 1 TO WS-AR-IX
               PERFORM UNTIL (WS-AR-IX > WS-AR-COUNT) OR
                   (WS-AR-HIT = 'Y')
                   IF WS-AR-STUDENT(WS-AR-IX) = WS-AR-IN-STUDENT THEN
                       MOVE 'Y' TO WS-AR-HIT
                   END-IF
                   ADD 1 TO WS-AR-IX
               END-PERFORM
           END-IF.
           IF WS-AR-HIT = 'Y' THEN
               ADD 1 TO WS-ALERT-DROPPED
           ELSE
               MOVE ALERTLINE TO ALERTWORKLINE
               WRITE ALERTWORKLINE
           END-IF.

      * One plan index line - a program the index names twice keeps
      * its first plan, as in AUTOADVISOR.
       ALERT-PLAN-INDEX-LINE.
           MOVE SPACES TO WS-PX-IN-PROG, WS-PX-IN-FILE.
           UNSTRING WS-PLANIX-REC DELIMITED BY "|"
               INTO WS-PX-IN-PROG, WS-PX-IN-FILE
           END-UNSTRING.
           MOVE 0 TO WS-PX-AT.
           MOVE 1 TO WS-PX-IX.
           PERFORM UNTIL WS-PX-IX > WS-PX-COUNT
               IF WS-PX-PROG(WS-PX-IX) = WS-PX-IN-PROG THEN
                   MOVE WS-PX-IX TO WS-PX-AT
               END-IF
               ADD 1 TO WS-PX-IX
           END-PERFORM.
           IF (WS-PX-IN-PROG = SPACES) OR (WS-PX-IN-FILE = SPACES) THEN
               DISPLAY "PLAN INDEX LINE SKIPPED - NEED "
                   "PROGRAM|PLANFILE: " WS-PLANIX-REC
           ELSE
           IF WS-PX-AT > 0 THEN
               DISPLAY "PLAN INDEX LINE SKIPPED - PROGRAM "
                   "ALREADY INDEXED: " WS-PX-IN-PROG
           ELSE
           IF WS-PX-COUNT >= 20 THEN
               DISPLAY "PLAN INDEX LINE SKIPPED - INDEX TABLE "
                   "FULL (20): " WS-PLANIX-REC
           ELSE
               ADD 1 TO WS-PX-COUNT
               MOVE WS-PX-IN-PROG TO WS-PX-PROG(WS-PX-COUNT)
               MOVE WS-PX-IN-FILE TO WS-PX-FILE(WS-PX-COUNT)
               MOVE 'N' TO WS-PX-REQUIRED(WS-PX-COUNT)
           END-IF
           END-IF
           END-IF.

      * Reads the plan file for index entry WS-PX-AT looking for an R
      * line naming the section's course. A plan file that can't be
      * opened stops the run, the rule AUTOADVISOR applies.
       ALERT-PLAN-READ.
           MOVE WS-PX-FILE(WS-PX-AT) TO WS-PLAN-NAME.
           OPEN INPUT PLANFILE.
           IF WS-PLAN-STATUS NOT = "00" THEN
               DISPLAY "COULD NOT OPEN DEGREE PLAN FILE "
                   FUNCTION TRIM(WS-PLAN-NAME) " - STATUS "
                   WS-PLAN-STATUS
               STOP RUN
           END-IF.
           MOVE 0 TO WS-PLAN-EOF.
           PERFORM UNTIL WS-PLAN-EOF = 1
               READ PLANFILE INTO WS-PLAN-REC
                       AT END MOVE 1 TO WS-PLAN-EOF
                       NOT AT END
                            MOVE SPACES TO WS-PLAN-TYPE, WS-PLAN-COURSE
                            UNSTRING WS-PLAN-REC DELIMITED BY "|"
                                INTO WS-PLAN-TYPE, WS-PLAN-COURSE
                            END-UNSTRING
                            IF (WS-PLAN-TYPE = 'R') AND
                                (WS-PLAN-COURSE = WS-SECTION-COURSE)
                                THEN
                                MOVE 'Y' TO WS-PX-REQUIRED(WS-PX-AT)
                            END-IF
               END-READ
           END-PERFORM.
           CLOSE PLANFILE.
           ADD 1 TO WS-PX-AT.

      *-------------------

      * The student's mid-term alerts - below a D outright, below a C
      * in a course the student's plan requires, and any zero-earned
      * score (not dropped by the category's policy) in a heavily
      * weighted category. Each alert goes on the extract and under
      * the student's gradebook line.
       ALERT-CHECK.
           ADD WS-CURGRADE TO ZERO GIVING WS-POST-PCT ROUNDED.
           MOVE 'N' TO WS-ALERT-HIT.
           IF WS-LETTERGRADE = 'F' THEN
               MOVE "BELOW D" TO WS-ALERT-REASON
               PERFORM WRITE-ALERT-LINE
           ELSE
           IF WS-LETTERGRADE = 'D' THEN
               PERFORM ALERT-REQUIRED-CHECK
               IF WS-ALERT-REQUIRED = 'Y' THEN
                   MOVE "BELOW C IN REQUIRED COURSE" TO WS-ALERT-REASON
                   PERFORM WRITE-ALERT-LINE
               END-IF
           END-IF
           END-IF.
           MOVE 1 TO WS-ALERT-IX.
           PERFORM ALERT-MISSING-CAT UNTIL WS-ALERT-IX > WS-CAT-COUNT.
           IF WS-ALERT-HIT = 'Y' THEN
               ADD 1 TO WS-ALERT-STUDENTS
           END-IF.

      * Whether the student's program's plan requires the section's
      * course - a student the demographic master doesn't carry, or
      * whose program has no plan, isn't flagged on this test.
       ALERT-REQUIRED-CHECK.
           MOVE 'N' TO WS-ALERT-REQUIRED.
           IF WS-DEMO-OPEN = 'Y' THEN
               MOVE WS-STUDENT-IDNO TO DEMO-STUDENT-ID
               READ STUDENT-DEMO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-PX-IX
                       PERFORM UNTIL WS-PX-IX > WS-PX-COUNT
                           IF (WS-PX-PROG(WS-PX-IX) = DEMO-PROGRAM)
                               AND (WS-PX-REQUIRED(WS-PX-IX) = 'Y')
                               THEN
                               MOVE 'Y' TO WS-ALERT-REQUIRED
                           END-IF
                           ADD 1 TO WS-PX-IX
                       END-PERFORM
               END-READ
           END-IF.

      * One category - if it is heavily weighted, any kept score row
      * in it with points possible and nothing earned is missing work.
       ALERT-MISSING-CAT.
           IF WS-CAT-WEIGHT(WS-ALERT-IX) >= WS-ALERT-HEAVY THEN
               MOVE 'N' TO WS-ALERT-MISSING
               MOVE 1 TO WS-SCORE-IX
               PERFORM UNTIL WS-SCORE-IX > WS-SCORE-COUNT
                   IF (WS-SCORE-CAT(WS-SCORE-IX) = WS-ALERT-IX) AND
                       (WS-SCORE-DROPPED(WS-SCORE-IX) NOT = 'Y') AND
                       (WS-SCORE-POSS(WS-SCORE-IX) > 0) AND
                       (WS-SCORE-EARN(WS-SCORE-IX) = 0) THEN
                       MOVE 'Y' TO WS-ALERT-MISSING
                   END-IF
                   ADD 1 TO WS-SCORE-IX
               END-PERFORM
               IF WS-ALERT-MISSING = 'Y' THEN
                   MOVE SPACES TO WS-ALERT-REASON
                   STRING "MISSING WORK - " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CAT-NAME(WS-ALERT-IX))
                           DELIMITED BY SIZE
                       INTO WS-ALERT-REASON
                   END-STRING
                   PERFORM WRITE-ALERT-LINE
               END-IF
           END-IF.
           ADD 1 TO WS-ALERT-IX.

      * One studentid|courseid|term|percentage|reason extract line,
      * echoed under the student's gradebook line.
       WRITE-ALERT-LINE.
           MOVE SPACES TO ALERTLINE.
           STRING FUNCTION TRIM(WS-STUDENT-IDNO) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SECTION-COURSE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SECTION-TERM) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-POST-PCT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ALERT-REASON) DELIMITED BY SIZE
               INTO ALERTLINE
           END-STRING.
           WRITE ALERTLINE.
           ADD 1 TO WS-ALERT-COUNT.
           MOVE 'Y' TO WS-ALERT-HIT.
           MOVE SPACES TO GRADEBOOKLINE.
           STRING "    EARLY ALERT: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ALERT-REASON) DELIMITED BY SIZE
               INTO GRADEBOOKLINE
           END-STRING.
           WRITE GRADEBOOKLINE.

      *-------------------

      * Tally the student's current letter into the section's final-
      * grade distribution.
       COUNT-DISTRIBUTION.
