      ******************************************************************
      * Author:
      * Date:
      * Purpose: Transfer-credit posting. Reads the transfer office's
      *          incoming-work file - studentid|institution|extcourse|
      *          grade|term, one line per course taken elsewhere - and
      *          runs each course through the articulation master,
      *          the table of what another school's course counts as
      *          here: a home catalog course id (or a generic elective
      *          id), the minimum grade accepted, and the range of
      *          terms the equivalency is in force for. A course that
      *          maps and meets the minimum posts to the student-course
      *          master as a T grade under the transfer posting term;
      *          a grade under the minimum is turned away with the
      *          reason; a course with no equivalency in force goes on
      *          the evaluation-needed worklist for the transfer
      *          office. Every student gets a transfer evaluation
      *          showing what came in, what it became, and what didn't
      *          count.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   - Initial version.
      *   - The home course must have a catalog version in force for
      *     the posting term, not merely be in the catalog.
      *   - Every record written or rewritten on the master is also
      *     appended, before and after image, to the master journal
      *     AMSTJRNL.TXT that MASTERUTIL's roll-forward replays.
      *   - Credit posted under a term at or before the student's
      *     conferral term is turned away - the conferred history is
      *     frozen.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. XFERPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The incoming transfer work being evaluated - one line per
      * course, grouped by student the way the admissions extract
      * hands it over.
           SELECT TRANSFER-FILE
           ASSIGN TO DYNAMIC WS-TRANSFER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANSFER-STATUS.

      * Articulation master - institution|extcourse|homecourse|
      * mingrade|fromterm|toterm, one line per equivalency version.
      * A blank from or to term leaves that end of the range open.
           SELECT ARTIC-FILE
           ASSIGN TO "AAARTIC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARTIC-STATUS.

      * The indexed student-course master the other programs share.
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

      * Central course-catalog master - every home course an
      * equivalency names has to be on it.
           SELECT CATALOG-FILE
           ASSIGN TO "AACATLG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATLG-STATUS.

      * Academic term calendar - term|start|end|gradedue|gradelock.
      * Transfer credit only posts to a term it carries.
           SELECT TERM-CALENDAR
           ASSIGN TO "AATERMS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERMS-STATUS.

      * Permanent grade-change trail shared with GRADEAMEND,
      * GRADEBRIDGE and GRADEPOST - credit posted into a locked term
      * goes on it with the authorization.
           SELECT AMEND-LOG
           ASSIGN TO "AAAMEND.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AMEND-STATUS.

      * The indexed student demographic master - names for the
      * evaluation report.
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

      * Evaluation-needed worklist for the transfer office -
      * studentid|institution|extcourse|grade|term|reason per course
      * no equivalency covers. EXTEND, so the worklist keeps what
      * earlier runs left on it until the office works it off.
           SELECT WORKLIST
           ASSIGN TO "AAXFRWRK.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

      * The per-student transfer evaluation report, written fresh
      * each run.
           SELECT EVAL-REPORT
           ASSIGN TO "AAXFREVL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EVAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSFER-FILE.
       01 WSTRANSFERLINE            PIC X(100).

       FD ARTIC-FILE.
       01 WSARTICLINE               PIC X(100).

       FD STUDENT-MASTER.
       01 MASTER-RECORD.
           05 MASTER-KEY.
               10 MASTER-STUDENT-ID   PIC X(20).
               10 MASTER-COURSE-ID    PIC X(20).
           05 MASTER-GRADE            PIC X(1).
           05 MASTER-TERM             PIC X(6).

       FD MASTER-JOURNAL.
       COPY MASTJRNL.

       FD CATALOG-FILE.
       01 WSCATALOGLINE             PIC X(100).

       FD TERM-CALENDAR.
       01 WSTERMLINE                PIC X(80).

       FD AMEND-LOG.
       01 AMEND-LINE                PIC X(150).

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

       FD WORKLIST.
       01 WORKLIST-LINE             PIC X(132).

       FD EVAL-REPORT.
       01 EVAL-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TRANSFER-NAME          PIC X(100).
       01 WS-TRANSFER-STATUS        PIC X(2).
       01 WS-ARTIC-STATUS           PIC X(2).
       01 WS-MASTER-STATUS          PIC X(2).
       01 WS-JOURNAL-STATUS         PIC X(2).
       01 WS-CATLG-STATUS           PIC X(2).
       01 WS-TERMS-STATUS           PIC X(2).
       01 WS-AMEND-STATUS           PIC X(2).
       01 WS-DEMO-STATUS            PIC X(2).
       01 WS-DEGREE-STATUS          PIC X(2).
       01 WS-WORK-STATUS            PIC X(2).
       01 WS-EVAL-STATUS            PIC X(2).

       01 WS-TRANSFER-EOF           PIC X(1).
           88 END-OF-TRANSFER       VALUE 'Y'.
       01 WS-ARTIC-EOF              PIC X(1).
           88 ARTIC-END-OF-FILE     VALUE 'Y'.
       01 WS-CATLG-EOF              PIC X(1).
           88 CATALOG-END-OF-FILE   VALUE 'Y'.
       01 WS-TERMS-EOF              PIC X(1).
           88 TERMS-END-OF-FILE     VALUE 'Y'.
       01 WS-DEMO-OPEN              PIC X(1).

      * Conferred degrees - whether the conferred-degrees master is
      * there at all, the student's latest conferral term as a
      * chronological key, and whether the posting term falls on or
      * before it.
       01 WS-DEGREE-OPEN            PIC X(1).
       01 WS-DEGREE-EOF             PIC X(1).
           88 END-OF-DEGREES        VALUE 'Y'.
       01 WS-FRZ-STUDENT            PIC X(20).
       01 WS-FRZ-TERM               PIC X(6).
       01 WS-FRZ-KEY                PIC X(5).
       01 WS-CONF-KEY               PIC X(5).
       01 WS-FROZEN                 PIC X(1).

       01 WS-TODAY                  PIC X(8).

      * Run parameters - the term transfer credit is recorded under
      * on the master, and the registrar's change-of-grade
      * authorization when that term is already locked.
       01 WS-POST-TERM              PIC X(6).
       01 WS-AUTH-CODE              PIC X(10).
       01 WS-AMEND-PTR              PIC 9(3).

      * Articulation master, loaded once - each version of an
      * equivalency with its term range as sort keys, so a course is
      * matched against the version in force for the term it was
      * taken in.
       01 WSARTICTABLE.
           05 ARTIC-ENTRY OCCURS 500 TIMES.
               10 AR-INSTITUTION     PIC X(20).
               10 AR-EXT-COURSE      PIC X(20).
               10 AR-HOME-COURSE     PIC X(20).
               10 AR-MIN-GRADE       PIC X(1).
               10 AR-FROM-KEY        PIC X(5).
               10 AR-TO-KEY          PIC X(5).
       01 WS-ARTIC-COUNT            PIC 9(3) VALUE 0.
       01 WS-AR-IX                  PIC 9(3).
       01 WS-AR-AT                  PIC 9(3).
       01 WS-AR-KEY-SEEN            PIC X(1).
       01 WSARTICREC                PIC X(100).
       01 AR-IN-INSTITUTION         PIC X(20).
       01 AR-IN-EXT-COURSE          PIC X(20).
       01 AR-IN-HOME-COURSE         PIC X(20).
       01 AR-IN-MIN-GRADE           PIC X(5).
       01 AR-IN-FROM-TERM           PIC X(10).
       01 AR-IN-TO-TERM             PIC X(10).

      * Course-catalog course ids.
       01 WSCATALOGTABLE.
           05 CATALOG-ENTRY OCCURS 200 TIMES INDEXED BY CATALOGIDX.
               10 CAT-COURSE         PIC X(50).
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

      * Academic term calendar, loaded once.
       01 WSTERMTABLE.
           05 TERM-ENTRY OCCURS 100 TIMES INDEXED BY TERMIDX.
               10 TC-TERM            PIC X(6).
               10 TC-START           PIC X(8).
               10 TC-END             PIC X(8).
               10 TC-DUE             PIC X(8).
               10 TC-LOCK            PIC X(8).
       01 WS-TERM-COUNT             PIC 9(3) VALUE 0.
       01 WSTERMREC                 PIC X(80).
       01 TC-IN-TERM                PIC X(10).
       01 TC-IN-START               PIC X(10).
       01 TC-IN-END                 PIC X(10).
       01 TC-IN-DUE                 PIC X(10).
       01 TC-IN-LOCK                PIC X(10).
       01 WS-TERM-LOOK              PIC X(6).
       01 WS-TERM-FOUND             PIC X(1).
       01 WS-TERM-LOCKED            PIC X(1).

      * Sort-key work fields.
       01 WS-KEY-TERM               PIC X(6).
       01 WS-KEY-OUT                PIC X(5).

      * The incoming course in hand, split into its pipe fields, and
      * what the evaluation made of it.
       01 WS-TRANSFER-REC           PIC X(100).
       01 XF-STUDENT                PIC X(20).
       01 XF-INSTITUTION            PIC X(20).
       01 XF-EXT-COURSE             PIC X(20).
       01 XF-GRADE                  PIC X(5).
       01 XF-TERM                   PIC X(10).
       01 WS-XF-TERM-KEY            PIC X(5).
       01 WS-HOME-COURSE            PIC X(20).
       01 WS-MIN-GRADE              PIC X(1).
       01 WS-OUTCOME                PIC X(1).
           88 OUTCOME-POSTED        VALUE 'P'.
           88 OUTCOME-BELOW-MIN     VALUE 'B'.
           88 OUTCOME-REFERRED      VALUE 'E'.
           88 OUTCOME-REJECTED      VALUE 'R'.
       01 WS-REASON                 PIC X(50).
       01 WS-GRADE-POINTS           PIC 9(1).
       01 WS-MIN-POINTS             PIC 9(1).
       01 WS-GRADE-FOUND            PIC X(1).

      * Student break for the evaluation report.
       01 WS-PREV-STUDENT           PIC X(20) VALUE SPACES.
       01 WS-STUDENT-NAME           PIC X(30).

      * Control totals - every line read lands in posted, below
      * minimum, referred for evaluation or rejected.
       01 WS-CTL-READ               PIC 9(5) VALUE 0.
       01 WS-CTL-POSTED             PIC 9(5) VALUE 0.
       01 WS-CTL-BELOW-MIN          PIC 9(5) VALUE 0.
       01 WS-CTL-REFERRED           PIC 9(5) VALUE 0.
       01 WS-CTL-REJECTED           PIC 9(5) VALUE 0.
       01 WS-CTL-BALANCE            PIC 9(5).

      * Letter-grade tables shared with the other programs.
       COPY GRADECUTOFFS.

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
       XFERPOST-MAIN.
           DISPLAY "ENTER INCOMING TRANSFER FILE: ".
           ACCEPT WS-TRANSFER-NAME.
           OPEN INPUT TRANSFER-FILE.
           IF WS-TRANSFER-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING TRANSFER FILE - STATUS "
                   WS-TRANSFER-STATUS
               STOP RUN
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM TERM-CALENDAR-LOAD.
           PERFORM CATALOG-LOAD.
           PERFORM ARTIC-LOAD.

      * Transfer credit is recorded under one of our own terms - the
      * term the evaluation is posted in - so the master, the
      * calendar and every term-driven report stay in step. The
      * term the course was taken elsewhere only picks the
      * equivalency version.
           DISPLAY "ENTER TERM TO POST TRANSFER CREDIT UNDER "
               "(E.G. 2026FA): ".
           ACCEPT WS-POST-TERM.
           MOVE WS-POST-TERM TO WS-TERM-LOOK.
           PERFORM TERM-CALENDAR-LOOKUP.
           IF WS-TERM-FOUND NOT EQUAL TO 'Y' THEN
               DISPLAY "TERM NOT ON CALENDAR - " WS-POST-TERM
               DISPLAY "STUDENT MASTER LEFT UNTOUCHED"
               STOP RUN
           END-IF.
           IF WS-TERM-LOCKED EQUAL TO 'Y' THEN
               DISPLAY "TERM " WS-POST-TERM " IS LOCKED - ENTER "
                   "CHANGE-OF-GRADE AUTHORIZATION CODE: "
               ACCEPT WS-AUTH-CODE
               IF WS-AUTH-CODE EQUAL TO SPACES THEN
                   DISPLAY "NO AUTHORIZATION CODE - STUDENT MASTER "
                       "LEFT UNTOUCHED"
                   STOP RUN
               END-IF
           END-IF.

           PERFORM OPEN-DEGREE-FILE.

           OPEN EXTEND WORKLIST.
           IF WS-WORK-STATUS EQUAL TO "35" THEN
               OPEN OUTPUT WORKLIST
           ELSE
               IF WS-WORK-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "ERROR OPENING EVALUATION WORKLIST - "
                       "STATUS " WS-WORK-STATUS
                   DISPLAY "STUDENT MASTER LEFT UNTOUCHED"
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT EVAL-REPORT.
           IF WS-EVAL-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING EVALUATION REPORT - STATUS "
                   WS-EVAL-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO EVAL-LINE.
           STRING "TRANSFER CREDIT EVALUATION - RUN OF " WS-TODAY
               " - POSTED UNDER TERM " WS-POST-TERM
               DELIMITED BY SIZE INTO EVAL-LINE
           END-STRING.
           WRITE EVAL-LINE.

      * Names are a courtesy on the report - no demographic master
      * just leaves them blank.
           MOVE 'Y' TO WS-DEMO-OPEN.
           OPEN INPUT STUDENT-DEMO.
           IF WS-DEMO-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "DEMOGRAPHIC MASTER NOT AVAILABLE - STATUS "
                   WS-DEMO-STATUS " - NAMES LEFT BLANK"
               MOVE 'N' TO WS-DEMO-OPEN
           END-IF.

      * The amendment log opens before the master is touched - if
      * the trail can't be written there must be no locked-term
      * posting to leave untrailed.
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

      * I-O keeps the master's existing records; 35 just means no
      * master exists yet - create it, then come back in I-O, the
      * same dance MASTERLOAD does.
           OPEN I-O STUDENT-MASTER.
           IF WS-MASTER-STATUS EQUAL TO "35" THEN
               OPEN OUTPUT STUDENT-MASTER
               IF WS-MASTER-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "ERROR CREATING STUDENT MASTER - STATUS "
                       WS-MASTER-STATUS
                   STOP RUN
               END-IF
               CLOSE STUDENT-MASTER
               OPEN I-O STUDENT-MASTER
               IF WS-MASTER-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "ERROR REOPENING STUDENT MASTER - STATUS "
                       WS-MASTER-STATUS
                   STOP RUN
               END-IF
           ELSE
               IF WS-MASTER-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "ERROR OPENING STUDENT MASTER - STATUS "
                       WS-MASTER-STATUS
                   STOP RUN
               END-IF
           END-IF.

           MOVE 'N' TO WS-TRANSFER-EOF.
           PERFORM UNTIL END-OF-TRANSFER
               READ TRANSFER-FILE INTO WS-TRANSFER-REC
                   AT END SET END-OF-TRANSFER TO TRUE
               END-READ
               IF (NOT END-OF-TRANSFER) AND
                   (WS-TRANSFER-REC NOT EQUAL TO SPACES) THEN
                   ADD 1 TO WS-CTL-READ
                   PERFORM EVALUATE-ONE-COURSE THRU
                       EVALUATE-ONE-COURSE-EXIT
                   PERFORM WRITE-EVAL-LINE
               END-IF
           END-PERFORM.

           CLOSE TRANSFER-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE AMEND-LOG.
           CLOSE MASTER-JOURNAL.
           CLOSE WORKLIST.
           CLOSE EVAL-REPORT.
           IF WS-DEMO-OPEN EQUAL TO 'Y' THEN
               CLOSE STUDENT-DEMO
           END-IF.
           IF WS-DEGREE-OPEN EQUAL TO 'Y' THEN
               CLOSE DEGREE-FILE
           END-IF.

           DISPLAY " ".
           DISPLAY "===== TRANSFER POSTING CONTROL TOTALS =====".
           DISPLAY "COURSES READ: " WS-CTL-READ.
           DISPLAY "POSTED AS TRANSFER CREDIT: " WS-CTL-POSTED.
           DISPLAY "BELOW MINIMUM GRADE: " WS-CTL-BELOW-MIN.
           DISPLAY "REFERRED FOR EVALUATION: " WS-CTL-REFERRED.
           DISPLAY "REJECTED: " WS-CTL-REJECTED.
           ADD WS-CTL-POSTED TO WS-CTL-BELOW-MIN
               GIVING WS-CTL-BALANCE.
           ADD WS-CTL-REFERRED TO WS-CTL-BALANCE.
           ADD WS-CTL-REJECTED TO WS-CTL-BALANCE.
           IF WS-CTL-BALANCE EQUAL TO WS-CTL-READ THEN
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
           DISPLAY "EVALUATION REPORT WRITTEN TO AAXFREVL.TXT".
           DISPLAY "EVALUATION WORKLIST APPENDED TO AAXFRWRK.TXT".
           STOP RUN.

      *****************************************************************
      * EVALUATE-ONE-COURSE
      * One course taken elsewhere. It has to be a readable line; then
      * the articulation master has to carry an equivalency for the
      * institution and course in force for the term it was taken -
      * if not, the transfer office evaluates it by hand. The grade
      * has to meet the equivalency's minimum, and the home course it
      * maps to has to be on our catalog. Nothing posts into a
      * student's history that a conferred degree has frozen - a
      * posting term at or before the conferral term turns the course
      * away. Credit the student already holds for the home course
      * stands - a course taken here is
      * never overwritten by transfer work, and a T already posted
      * isn't posted twice.
      *****************************************************************
       EVALUATE-ONE-COURSE.
           MOVE SPACES TO WS-HOME-COURSE, WS-REASON.
           MOVE SPACES TO XF-STUDENT, XF-INSTITUTION, XF-EXT-COURSE,
               XF-GRADE, XF-TERM.
           UNSTRING WS-TRANSFER-REC DELIMITED BY "|"
               INTO XF-STUDENT, XF-INSTITUTION, XF-EXT-COURSE,
               XF-GRADE, XF-TERM
           END-UNSTRING.
           IF (XF-STUDENT EQUAL TO SPACES) OR
               (XF-INSTITUTION EQUAL TO SPACES) OR
               (XF-EXT-COURSE EQUAL TO SPACES) OR
               (XF-GRADE EQUAL TO SPACES) OR
               (XF-GRADE(2:4) NOT EQUAL TO SPACES) OR
               (XF-TERM(7:4) NOT EQUAL TO SPACES) THEN
               SET OUTCOME-REJECTED TO TRUE
               MOVE "MALFORMED LINE" TO WS-REASON
               ADD 1 TO WS-CTL-REJECTED
               GO TO EVALUATE-ONE-COURSE-EXIT
           END-IF.

           MOVE XF-TERM TO WS-KEY-TERM.
           PERFORM TERM-SORT-KEY.
           MOVE WS-KEY-OUT TO WS-XF-TERM-KEY.
           PERFORM ARTIC-LOOKUP.
           IF WS-AR-AT EQUAL TO 0 THEN
               SET OUTCOME-REFERRED TO TRUE
               IF WS-AR-KEY-SEEN EQUAL TO 'Y' THEN
                   MOVE "NO EQUIVALENCY IN FORCE FOR TERM TAKEN"
                       TO WS-REASON
               ELSE
                   MOVE "NO EQUIVALENCY ON FILE" TO WS-REASON
               END-IF
               PERFORM WRITE-WORKLIST-LINE
               ADD 1 TO WS-CTL-REFERRED
               GO TO EVALUATE-ONE-COURSE-EXIT
           END-IF.
           MOVE AR-HOME-COURSE(WS-AR-AT) TO WS-HOME-COURSE.
           MOVE AR-MIN-GRADE(WS-AR-AT) TO WS-MIN-GRADE.

           PERFORM GRADE-MINIMUM-CHECK.
           IF OUTCOME-BELOW-MIN THEN
               ADD 1 TO WS-CTL-BELOW-MIN
               GO TO EVALUATE-ONE-COURSE-EXIT
           END-IF.

           MOVE WS-HOME-COURSE TO CAT-IN-COURSE.
           MOVE WS-POST-TERM TO WS-CAT-TERM.
           PERFORM CATALOG-CHECK.
           IF WS-CAT-FOUND NOT EQUAL TO 'Y' THEN
               SET OUTCOME-REFERRED TO TRUE
               MOVE "EQUIVALENT COURSE NOT IN CATALOG FOR TERM" TO
                   WS-REASON
               PERFORM WRITE-WORKLIST-LINE
               ADD 1 TO WS-CTL-REFERRED
               GO TO EVALUATE-ONE-COURSE-EXIT
           END-IF.

           MOVE XF-STUDENT TO WS-FRZ-STUDENT.
           MOVE WS-POST-TERM TO WS-FRZ-TERM.
           PERFORM CONFERRAL-CHECK.
           IF WS-FROZEN EQUAL TO 'Y' THEN
               SET OUTCOME-REJECTED TO TRUE
               MOVE "RECORD FROZEN BY CONFERRED DEGREE" TO WS-REASON
               ADD 1 TO WS-CTL-REJECTED
               GO TO EVALUATE-ONE-COURSE-EXIT
           END-IF.

           MOVE SPACES TO MASTER-RECORD.
           MOVE XF-STUDENT TO MASTER-STUDENT-ID.
           MOVE WS-HOME-COURSE TO MASTER-COURSE-ID.
           MOVE 'T' TO MASTER-GRADE.
           MOVE WS-POST-TERM TO MASTER-TERM.
           WRITE MASTER-RECORD
               INVALID KEY PERFORM ALREADY-ON-RECORD
               NOT INVALID KEY
                   SET OUTCOME-POSTED TO TRUE
                   ADD 1 TO WS-CTL-POSTED
                   MOVE 'A' TO WS-JRNL-ACTION
                   MOVE SPACES TO WS-JRNL-BEFORE
                   PERFORM WRITE-JOURNAL-ENTRY
                   IF WS-TERM-LOCKED EQUAL TO 'Y' THEN
                       PERFORM WRITE-AMEND-LOG
                   END-IF
           END-WRITE.

       EVALUATE-ONE-COURSE-EXIT.
           EXIT.

      * The student already has a record for the home course - the
      * grade on file stands and the transfer course doesn't count.
       ALREADY-ON-RECORD.
           SET OUTCOME-REJECTED TO TRUE.
           ADD 1 TO WS-CTL-REJECTED.
           MOVE XF-STUDENT TO MASTER-STUDENT-ID.
           MOVE WS-HOME-COURSE TO MASTER-COURSE-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   STRING "MASTER I/O ERROR, STATUS "
                       WS-MASTER-STATUS DELIMITED BY SIZE
                       INTO WS-REASON
                   END-STRING
               NOT INVALID KEY
                   IF MASTER-GRADE EQUAL TO 'T' THEN
                       MOVE "TRANSFER CREDIT ALREADY POSTED"
                           TO WS-REASON
                   ELSE
                       STRING "ALREADY ON RECORD HERE WITH GRADE "
                           MASTER-GRADE DELIMITED BY SIZE
                           INTO WS-REASON
                       END-STRING
                   END-IF
           END-READ.

      *****************************************************************
      * GRADE-MINIMUM-CHECK
      * Sets OUTCOME-BELOW-MIN with the reason when the grade earned
      * elsewhere doesn't meet the equivalency's minimum. Point
      * letters compare on the shared point table. A minimum of P, or
      * none at all, takes any passing grade - a point letter of D or
      * better, or P. A P can't prove a letter minimum, and W, I, N
      * and F never carry credit.
      *****************************************************************
       GRADE-MINIMUM-CHECK.
           MOVE SPACE TO WS-OUTCOME.
           MOVE 'N' TO WS-GRADE-FOUND.
           MOVE 0 TO WS-GRADE-POINTS.
           SET GP-IDX TO 1.
           SEARCH GP-ENTRY
               AT END CONTINUE
               WHEN GP-LETTER(GP-IDX) EQUAL TO XF-GRADE(1:1)
                   MOVE GP-POINTS(GP-IDX) TO WS-GRADE-POINTS
                   MOVE 'Y' TO WS-GRADE-FOUND
           END-SEARCH.

           IF (XF-GRADE(1:1) NOT EQUAL TO 'P') AND
               ((WS-GRADE-FOUND NOT EQUAL TO 'Y') OR
               (XF-GRADE(1:1) EQUAL TO 'F')) THEN
               SET OUTCOME-BELOW-MIN TO TRUE
               STRING "GRADE " XF-GRADE(1:1) " CARRIES NO CREDIT"
                   DELIMITED BY SIZE INTO WS-REASON
               END-STRING
           ELSE
           IF (WS-MIN-GRADE EQUAL TO SPACE OR 'P') THEN
               CONTINUE
           ELSE
           IF XF-GRADE(1:1) EQUAL TO 'P' THEN
               SET OUTCOME-BELOW-MIN TO TRUE
               STRING "PASS GRADE - MINIMUM " WS-MIN-GRADE
                   " REQUIRED" DELIMITED BY SIZE INTO WS-REASON
               END-STRING
           ELSE
               MOVE 0 TO WS-MIN-POINTS
               SET GP-IDX TO 1
               SEARCH GP-ENTRY
                   AT END CONTINUE
                   WHEN GP-LETTER(GP-IDX) EQUAL TO WS-MIN-GRADE
                       MOVE GP-POINTS(GP-IDX) TO WS-MIN-POINTS
               END-SEARCH
               IF WS-GRADE-POINTS < WS-MIN-POINTS THEN
                   SET OUTCOME-BELOW-MIN TO TRUE
                   STRING "GRADE " XF-GRADE(1:1)
                       " BELOW MINIMUM " WS-MIN-GRADE
                       DELIMITED BY SIZE INTO WS-REASON
                   END-STRING
               END-IF
           END-IF
           END-IF
           END-IF.

      * The equivalency for the institution and external course in
      * force for the term taken - its entry number in WS-AR-AT, zero
      * when there is none. WS-AR-KEY-SEEN says whether the course
      * has any equivalency at all, so the worklist can tell "never
      * evaluated" from "evaluated, but not for that term". A blank
      * term taken can only match a version open at the from end.
       ARTIC-LOOKUP.
           MOVE 0 TO WS-AR-AT.
           MOVE 'N' TO WS-AR-KEY-SEEN.
           MOVE 1 TO WS-AR-IX.
           PERFORM UNTIL (WS-AR-IX > WS-ARTIC-COUNT) OR (WS-AR-AT > 0)
               IF (AR-INSTITUTION(WS-AR-IX) EQUAL TO XF-INSTITUTION)
                   AND (AR-EXT-COURSE(WS-AR-IX) EQUAL TO
                   XF-EXT-COURSE) THEN
                   MOVE 'Y' TO WS-AR-KEY-SEEN
                   IF XF-TERM EQUAL TO SPACES THEN
                       IF AR-FROM-KEY(WS-AR-IX) EQUAL TO "00000" THEN
                           MOVE WS-AR-IX TO WS-AR-AT
                       END-IF
                   ELSE
                   IF (WS-XF-TERM-KEY NOT LESS THAN
                       AR-FROM-KEY(WS-AR-IX)) AND
                       (WS-XF-TERM-KEY NOT GREATER THAN
                       AR-TO-KEY(WS-AR-IX)) THEN
                       MOVE WS-AR-IX TO WS-AR-AT
                   END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-AR-IX
           END-PERFORM.

      * A course the articulation master can't place goes on the
      * transfer office's worklist with why.
       WRITE-WORKLIST-LINE.
           MOVE SPACES TO WORKLIST-LINE.
           STRING FUNCTION TRIM(XF-STUDENT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(XF-INSTITUTION) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(XF-EXT-COURSE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(XF-GRADE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(XF-TERM) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
               INTO WORKLIST-LINE
           END-STRING.
           WRITE WORKLIST-LINE.

      * Transfer credit posted into a locked term is a change of grade
      * like any other - it goes on the log with a blank old grade
      * and the authorization, the way GRADEPOST logs a new grade
      * into a locked term.
       WRITE-AMEND-LOG.
           MOVE SPACES TO AMEND-LINE.
           MOVE 1 TO WS-AMEND-PTR.
           STRING WS-TODAY DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(XF-STUDENT) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HOME-COURSE) DELIMITED BY SIZE
               " - GRADE   REPLACED WITH T - TERM " DELIMITED BY SIZE
               FUNCTION TRIM(WS-POST-TERM) DELIMITED BY SIZE
               " - AUTH " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUTH-CODE) DELIMITED BY SIZE
               INTO AMEND-LINE
               WITH POINTER WS-AMEND-PTR
           END-STRING.
           WRITE AMEND-LINE.

      *****************************************************************
      * WRITE-EVAL-LINE
      * The student's transfer evaluation - a heading with the name
      * when the student changes, then one line per course: what came
      * in, and what it became or why it didn't count.
      *****************************************************************
       WRITE-EVAL-LINE.
           IF XF-STUDENT NOT EQUAL TO WS-PREV-STUDENT THEN
               MOVE XF-STUDENT TO WS-PREV-STUDENT
               PERFORM NAME-LOOKUP
               MOVE SPACES TO EVAL-LINE
               WRITE EVAL-LINE
               MOVE SPACES TO EVAL-LINE
               STRING "STUDENT: " XF-STUDENT " " WS-STUDENT-NAME
                   DELIMITED BY SIZE INTO EVAL-LINE
               END-STRING
               WRITE EVAL-LINE
           END-IF.
           MOVE SPACES TO EVAL-LINE.
           STRING "  " XF-INSTITUTION " " XF-EXT-COURSE " "
               XF-GRADE(1:1) " " XF-TERM(1:6) " - "
               DELIMITED BY SIZE INTO EVAL-LINE
           END-STRING.
           IF OUTCOME-POSTED THEN
               STRING "ACCEPTED AS " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HOME-COURSE) DELIMITED BY SIZE
                   " (T)" DELIMITED BY SIZE
                   INTO EVAL-LINE(57:76)
               END-STRING
           ELSE
           IF OUTCOME-REFERRED THEN
               STRING "REFERRED FOR EVALUATION - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
                   INTO EVAL-LINE(57:76)
               END-STRING
           ELSE
               STRING "NOT ACCEPTED - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
                   INTO EVAL-LINE(57:76)
               END-STRING
           END-IF
           END-IF.
           WRITE EVAL-LINE.

      * The student's name off the demographic master, blank when
      * the student or the master isn't there.
       NAME-LOOKUP.
           MOVE SPACES TO WS-STUDENT-NAME.
           IF WS-DEMO-OPEN EQUAL TO 'Y' THEN
               MOVE XF-STUDENT TO DEMO-STUDENT-ID
               READ STUDENT-DEMO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE DEMO-NAME TO WS-STUDENT-NAME
               END-READ
           END-IF.

      *****************************************************************
      * ARTIC-LOAD
      * Loads the articulation master. A missing master stops the run
      * - with nothing to map against, every course would be referred.
      * A malformed line is shown and skipped. The term range is held
      * as sort keys: a blank from term opens the range at the
      * beginning of time, a blank to term leaves it open-ended.
      *****************************************************************
       ARTIC-LOAD.
           MOVE 0 TO WS-ARTIC-COUNT.
           OPEN INPUT ARTIC-FILE.
           IF WS-ARTIC-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING ARTICULATION MASTER AAARTIC.TXT "
                   "- STATUS " WS-ARTIC-STATUS
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-ARTIC-EOF.
           PERFORM UNTIL ARTIC-END-OF-FILE
               READ ARTIC-FILE INTO WSARTICREC
                   AT END SET ARTIC-END-OF-FILE TO TRUE
               END-READ
               IF (NOT ARTIC-END-OF-FILE) AND
                   (WSARTICREC NOT EQUAL TO SPACES) THEN
                   PERFORM ARTIC-LINE
               END-IF
           END-PERFORM.
           CLOSE ARTIC-FILE.
           DISPLAY "ARTICULATION MASTER LOADED - " WS-ARTIC-COUNT
               " EQUIVALENCY(IES)".

       ARTIC-LINE.
           MOVE SPACES TO AR-IN-INSTITUTION, AR-IN-EXT-COURSE,
               AR-IN-HOME-COURSE, AR-IN-MIN-GRADE, AR-IN-FROM-TERM,
               AR-IN-TO-TERM.
           UNSTRING WSARTICREC DELIMITED BY "|"
               INTO AR-IN-INSTITUTION, AR-IN-EXT-COURSE,
               AR-IN-HOME-COURSE, AR-IN-MIN-GRADE, AR-IN-FROM-TERM,
               AR-IN-TO-TERM
           END-UNSTRING.
           IF (AR-IN-INSTITUTION EQUAL TO SPACES) OR
               (AR-IN-EXT-COURSE EQUAL TO SPACES) OR
               (AR-IN-HOME-COURSE EQUAL TO SPACES) OR
               (AR-IN-MIN-GRADE(2:4) NOT EQUAL TO SPACES) OR
               (AR-IN-MIN-GRADE(1:1) NOT EQUAL TO SPACE AND 'A' AND
               'B' AND 'C' AND 'D' AND 'P') OR
               (AR-IN-FROM-TERM(7:4) NOT EQUAL TO SPACES) OR
               (AR-IN-TO-TERM(7:4) NOT EQUAL TO SPACES) THEN
               DISPLAY "ARTICULATION LINE SKIPPED - MALFORMED: "
                   WSARTICREC
           ELSE
           IF WS-ARTIC-COUNT >= 500 THEN
               DISPLAY "ARTICULATION LINE SKIPPED - TABLE FULL "
                   "(500): " WSARTICREC
           ELSE
               ADD 1 TO WS-ARTIC-COUNT
               MOVE AR-IN-INSTITUTION TO
                   AR-INSTITUTION(WS-ARTIC-COUNT)
               MOVE AR-IN-EXT-COURSE TO AR-EXT-COURSE(WS-ARTIC-COUNT)
               MOVE AR-IN-HOME-COURSE TO
                   AR-HOME-COURSE(WS-ARTIC-COUNT)
               MOVE AR-IN-MIN-GRADE(1:1) TO
                   AR-MIN-GRADE(WS-ARTIC-COUNT)
               IF AR-IN-FROM-TERM EQUAL TO SPACES THEN
                   MOVE "00000" TO AR-FROM-KEY(WS-ARTIC-COUNT)
               ELSE
                   MOVE AR-IN-FROM-TERM TO WS-KEY-TERM
                   PERFORM TERM-SORT-KEY
                   MOVE WS-KEY-OUT TO AR-FROM-KEY(WS-ARTIC-COUNT)
               END-IF
               IF AR-IN-TO-TERM EQUAL TO SPACES THEN
                   MOVE "99999" TO AR-TO-KEY(WS-ARTIC-COUNT)
               ELSE
                   MOVE AR-IN-TO-TERM TO WS-KEY-TERM
                   PERFORM TERM-SORT-KEY
                   MOVE WS-KEY-OUT TO AR-TO-KEY(WS-ARTIC-COUNT)
               END-IF
           END-IF
           END-IF.

      * Chronological sort key for the term in WS-KEY-TERM - the year
      * followed by a season rank (SP, SU, FA, WI in calendar order),
      * an unrecognized season ranked 9, the same key TRANSCRIPT
      * sorts terms on.
       TERM-SORT-KEY.
           MOVE WS-KEY-TERM(1:4) TO WS-KEY-OUT(1:4).
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
           END-IF.

      *****************************************************************
      * CATALOG-LOAD
      * Loads the course-catalog master's course ids. A missing
      * catalog stops the run - no equivalency can be proved against
      * nothing.
      *****************************************************************
       CATALOG-LOAD.
           MOVE 0 TO WS-CATALOG-COUNT.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATLG-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING CATALOG FILE AACATLG.TXT - "
                   "STATUS " WS-CATLG-STATUS
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-CATLG-EOF.
           PERFORM UNTIL CATALOG-END-OF-FILE
               READ CATALOG-FILE INTO WSCATALOGREC
                   AT END SET CATALOG-END-OF-FILE TO TRUE
               END-READ
               IF NOT CATALOG-END-OF-FILE THEN
                   MOVE SPACES TO CAT-IN-COURSE, CAT-IN-HOURS,
                       CAT-IN-PREREQ, CAT-IN-FROM, CAT-IN-TO
                   UNSTRING WSCATALOGREC DELIMITED BY "|"
                       INTO CAT-IN-COURSE, CAT-IN-HOURS, CAT-IN-PREREQ,
                       CAT-IN-FROM, CAT-IN-TO
                   END-UNSTRING
                   IF (CAT-IN-COURSE EQUAL TO SPACES) OR
                       (CAT-IN-FROM(7:4) NOT EQUAL TO SPACES) OR
                       (CAT-IN-TO(7:4) NOT EQUAL TO SPACES) THEN
                       DISPLAY "CATALOG RECORD SKIPPED - MALFORMED: "
                           WSCATALOGREC
                   ELSE
                   IF WS-CATALOG-COUNT >= 200 THEN
                       DISPLAY "CATALOG RECORD SKIPPED - CATALOG "
                           "TABLE FULL (200): " CAT-IN-COURSE
                   ELSE
                       ADD 1 TO WS-CATALOG-COUNT
                       MOVE CAT-IN-COURSE TO
                           CAT-COURSE(WS-CATALOG-COUNT)
                       PERFORM CATALOG-VERSION-KEYS
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
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

      * Whether the catalog carries a version of the course in
      * CAT-IN-COURSE in force for the term in WS-CAT-TERM.
       CATALOG-CHECK.
           MOVE 'N' TO WS-CAT-FOUND.
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
                   MOVE 'Y' TO WS-CAT-FOUND
           END-SEARCH.

      *****************************************************************
      * TERM-CALENDAR-LOAD
      * Loads the academic term calendar. A missing calendar stops
      * the run before anything is posted.
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
           MOVE "XFERPOST" TO JOURNAL-PROGRAM.
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
