      ******************************************************************
      * Author:
      * Date:
      * Purpose: Financial-aid satisfactory academic progress review.
      *          Runs the three federal SAP tests against every
      *          student's whole record through the term under review:
      *          cumulative completion rate (hours earned over hours
      *          attempted - W, F, N and I count as attempted but not
      *          earned, T and P count in both), the cumulative GPA
      *          floor (point letters over point-graded hours, hours
      *          off the central catalog, the same scoring AUTOADVISOR
      *          gives GPATRUE), and maximum timeframe (hours attempted
      *          not past 150% of the hours the student's degree plan
      *          requires, the plan picked off the demographic
      *          master's program code through the same
      *          programcode|planfile index AUTOADVISOR uses). Each
      *          student's aid status - Meets, Warning or Ineligible -
      *          is carried forward run to run in a status file the
      *          way STANDING carries AASTAND.TXT: a first miss on
      *          completion or GPA is a warning, a second in a row is
      *          ineligible, running past the maximum timeframe is
      *          ineligible at once, and meeting all three restores
      *          Meets. A per-student detail report and a pipe-
      *          delimited extract go to the aid office.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   - Initial version.
      *   - Credit hours come off the version of the catalog entry in
      *     force for each record's term, and a plan's required hours
      *     off the versions in force for the review term.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. SAPCHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The indexed student-course master the other programs share -
      * swept whole in key order, so each student's records arrive
      * together.
           SELECT STUDENT-MASTER
           ASSIGN TO "ASTMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MASTER-KEY
           FILE STATUS IS WS-MASTER-STATUS.

      * Central course-catalog master - the credit hours behind every
      * test come off it.
           SELECT CATALOG-FILE
           ASSIGN TO "AACATLG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATLG-STATUS.

      * The indexed student demographic master - name and program of
      * study, the program choosing the degree plan.
           SELECT STUDENT-DEMO
           ASSIGN TO "ASTDEMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEMO-KEY
           FILE STATUS IS WS-DEMO-STATUS.

      * Degree-plan index - one programcode|planfile line per program
      * of study, the same index AUTOADVISOR's audits run off.
           SELECT DEGREE-PLAN-INDEX
           ASSIGN TO DYNAMIC WS-PLANIX-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLANIX-STATUS.

      * Degree-plan requirements for one program - R|course,
      * E|category|minhours|courses, G|mingpa.
           SELECT DEGREE-PLAN-FILE
           ASSIGN TO DYNAMIC WS-PLAN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAN-STATUS.

      * Academic term calendar - term|start|end|gradedue|gradelock.
      * The term under review has to be on it.
           SELECT TERM-CALENDAR
           ASSIGN TO "AATERMS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERMS-STATUS.

      * The aid status file carried forward run to run -
      * studentid|status|effterm|reviewterm|basestatus|baseeffterm.
      * Read whole at start, written back whole at end.
           SELECT SAP-STATUS-FILE
           ASSIGN TO "AASAPST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SAPST-STATUS.

      * The per-student detail report, written fresh each run.
           SELECT SAP-REPORT
           ASSIGN TO "AASAPRPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SAPRPT-STATUS.

      * The aid office extract - one pipe-delimited line per student
      * reviewed, written fresh each run.
           SELECT SAP-EXTRACT
           ASSIGN TO "AASAPEXT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SAPEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
       01 MASTER-RECORD.
           05 MASTER-KEY.
               10 MASTER-STUDENT-ID   PIC X(20).
               10 MASTER-COURSE-ID    PIC X(20).
           05 MASTER-GRADE            PIC X(1).
           05 MASTER-TERM             PIC X(6).

       FD CATALOG-FILE.
       01 WSCATALOGLINE             PIC X(100).

       FD STUDENT-DEMO.
       01 DEMO-RECORD.
           05 DEMO-KEY.
               10 DEMO-STUDENT-ID     PIC X(20).
           05 DEMO-NAME               PIC X(30).
           05 DEMO-PROGRAM            PIC X(10).
           05 DEMO-CATYEAR            PIC X(4).
           05 DEMO-STATUS             PIC X(1).

       FD DEGREE-PLAN-INDEX.
       01 WSPLANIXLINE              PIC X(130).

       FD DEGREE-PLAN-FILE.
       01 WSPLANLINE                PIC X(250).

       FD TERM-CALENDAR.
       01 WSTERMLINE                PIC X(80).

       FD SAP-STATUS-FILE.
       01 SAP-STATUS-LINE           PIC X(80).

       FD SAP-REPORT.
       01 SAP-REPORT-LINE           PIC X(132).

       FD SAP-EXTRACT.
       01 SAP-EXTRACT-LINE          PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS          PIC X(2).
       01 WS-CATLG-STATUS           PIC X(2).
       01 WS-DEMO-STATUS            PIC X(2).
       01 WS-PLANIX-STATUS          PIC X(2).
       01 WS-PLAN-STATUS            PIC X(2).
       01 WS-TERMS-STATUS           PIC X(2).
       01 WS-SAPST-STATUS           PIC X(2).
       01 WS-SAPRPT-STATUS          PIC X(2).
       01 WS-SAPEXT-STATUS          PIC X(2).

       01 WS-MASTER-EOF             PIC X(1).
           88 END-OF-MASTER         VALUE 'Y'.
       01 WS-CATLG-EOF              PIC X(1).
           88 CATALOG-END-OF-FILE   VALUE 'Y'.
       01 WS-SAPST-EOF              PIC X(1).
           88 END-OF-SAP-STATUS     VALUE 'Y'.
       01 WS-DEMO-OPEN              PIC X(1).

      * The aid office's standards. Completion rate is a percentage
      * to one place, truncated, so 66.6 misses a 67.0 floor.
       01 WS-SAP-MIN-PACE           PIC 999V9 VALUE 67.0.
       01 WS-SAP-MIN-GPA            PIC 9V99 VALUE 2.00.
       01 WS-SAP-MAX-PCT            PIC 999 VALUE 150.

      * The term under review - records from terms after it don't
      * count yet - and its chronological key.
       01 WS-RUN-TERM               PIC X(6).
       01 WS-RUN-KEY                PIC X(5).
       01 WS-KEY-TERM               PIC X(6).
       01 WS-KEY-OUT                PIC X(5).

      * The run term's calendar line, and the operator's go-ahead for
      * reviewing a term whose grades haven't locked yet.
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

      * Degree-plan index, each program's required hours figured once
      * when the index loads - the required courses' catalog hours
      * plus each elective category's minimum. PX-HOURS-OK is 'N'
      * for a plan naming a required course the catalog doesn't
      * carry; that program's maximum timeframe can't be trusted and
      * isn't applied.
       01 WS-PLANIX-NAME            PIC X(100).
       01 WS-PLANIX-LOADED          PIC X(1) VALUE 'N'.
       01 WS-PLANIX-EOF             PIC X(1).
           88 PLANIX-END-OF-FILE    VALUE 'Y'.
       01 WSPLANIXREC               PIC X(130).
       01 WS-PX-PROG                PIC X(10).
       01 WS-PX-FILE                PIC X(100).
       01 WSPLANIXTABLE.
           05 PLANIX-ENTRY OCCURS 20 TIMES.
               10 PLANIX-PROG        PIC X(10).
               10 PLANIX-FILE        PIC X(100).
               10 PX-HOURS           PIC 9(4).
               10 PX-HOURS-OK        PIC X(1).
       01 WS-PLANIX-COUNT           PIC 9(3) VALUE 0.
       01 WS-PX-IX                  PIC 9(3).
       01 WS-PX-AT                  PIC 9(3).

      * One plan file's lines while its required hours are figured.
       01 WS-PLAN-NAME              PIC X(100).
       01 WS-PLAN-EOF               PIC X(1).
           88 PLAN-END-OF-FILE      VALUE 'Y'.
       01 WSPLANREC                 PIC X(250).
       01 WS-PLAN-TYPE              PIC X(1).
       01 WS-PLAN-F2                PIC X(50).
       01 WS-PLAN-F3                PIC X(10).
       01 WS-PLAN-F4                PIC X(200).

      * The aid status table - the carried-forward file plus every
      * student this run reviews for the first time. A rerun of the
      * same review term starts again from the base status the
      * student carried into that term, so re-running after a late
      * grade change doesn't turn one warning into two.
       01 WSSAPTABLE.
           05 SS-ENTRY OCCURS 500 TIMES.
               10 SS-STUDENT         PIC X(20).
               10 SS-STATUS          PIC X(1).
               10 SS-EFF-TERM        PIC X(6).
               10 SS-REVIEW-TERM     PIC X(6).
               10 SS-BASE-STATUS     PIC X(1).
               10 SS-BASE-EFF-TERM   PIC X(6).
       01 WS-SAP-COUNT              PIC 9(3) VALUE 0.
       01 WS-SS-IX                  PIC 9(3).
       01 WS-SS-AT                  PIC 9(3).

      * The status-file line in hand, split into its pipe fields.
       01 WS-SAPST-REC              PIC X(80).
       01 WS-SF-STUDENT             PIC X(20).
       01 WS-SF-STATUS              PIC X(5).
       01 WS-SF-EFFTERM             PIC X(6).
       01 WS-SF-REVTERM             PIC X(6).
       01 WS-SF-BASE                PIC X(5).
       01 WS-SF-BASEEFF             PIC X(6).

      * The student whose records are being accumulated, and the
      * cumulative hours and points behind the three tests.
       01 WS-CUR-STUDENT            PIC X(20).
       01 WS-HRS-ATTEMPTED          PIC 9(4).
       01 WS-HRS-EARNED             PIC 9(4).
       01 WS-GPA-HOURS              PIC 9(4).
       01 WS-GPA-POINTS             PIC 9(5)V999.
       01 WS-ROW-POINTS             PIC 99V999.

      * One student's review - the test results, the base status the
      * rules start from, and the outcome.
       01 WS-PACE                   PIC 999V9.
       01 WS-CUM-GPA                PIC 9V99.
       01 WS-MAX-HOURS              PIC 9(5).
       01 WS-PLAN-HOURS-SHOW        PIC 9(4).
       01 WS-PLAN-CHECKED           PIC X(1).
       01 WS-NO-PLAN-WHY            PIC X(40).
       01 WS-PACE-MET               PIC X(1).
       01 WS-GPA-MET                PIC X(1).
       01 WS-TIME-MET               PIC X(1).
       01 WS-BASE-STATUS            PIC X(1).
       01 WS-NEW-STATUS             PIC X(1).
       01 WS-STUDENT-NAME           PIC X(30).
       01 WS-STUDENT-PROG           PIC X(10).
       01 WS-REASONS                PIC X(40).
       01 WS-REASON-PTR             PIC 9(3).
       01 WS-STATUS-CODE            PIC X(1).
       01 WS-STATUS-WORD            PIC X(10).
       01 WS-BASE-WORD              PIC X(10).
       01 WS-NEW-WORD               PIC X(10).

      * Edited fields for the report and extract lines.
       01 WS-HRS-SHOW-A             PIC ZZZ9.
       01 WS-HRS-SHOW-B             PIC ZZZ9.
       01 WS-HRS-SHOW-C             PIC ZZZZ9.
       01 WS-PACE-SHOW              PIC ZZ9.9.
       01 WS-GPA-SHOW               PIC 9.99.
       01 WS-MIN-PACE-SHOW          PIC ZZ9.9.
       01 WS-MIN-GPA-SHOW           PIC 9.99.

      * Letter-grade tables shared with the other programs.
       COPY GRADECUTOFFS.
       01 WS-CLASS-LETTER           PIC X(1).
       01 WS-GRADE-CLASS            PIC X(1).
       01 WS-GRADE-FOUND            PIC X(1).

      * Run control totals - every student reviewed lands in exactly
      * one of Meets, Warning or Ineligible.
       01 WS-RECORDS-READ           PIC 9(7) VALUE 0.
       01 WS-RECORDS-COUNTED        PIC 9(7) VALUE 0.
       01 WS-RECORDS-LATER          PIC 9(7) VALUE 0.
       01 WS-SKIPPED-RECORDS        PIC 9(7) VALUE 0.
       01 WS-STUDENTS-REVIEWED      PIC 9(5) VALUE 0.
       01 WS-MEETS-COUNT            PIC 9(5) VALUE 0.
       01 WS-WARNING-COUNT          PIC 9(5) VALUE 0.
       01 WS-INELIGIBLE-COUNT       PIC 9(5) VALUE 0.
       01 WS-NO-PLAN-COUNT          PIC 9(5) VALUE 0.
       01 WS-CTL-BALANCE            PIC 9(5).

       PROCEDURE DIVISION.
       SAPCHECK-MAIN.
           DISPLAY "ENTER TERM UNDER REVIEW (E.G. 2026SP): ".
           ACCEPT WS-RUN-TERM.
           IF WS-RUN-TERM EQUAL TO SPACES THEN
               DISPLAY "A TERM IS REQUIRED"
               STOP RUN
           END-IF.
           MOVE WS-RUN-TERM TO WS-KEY-TERM.
           PERFORM TERM-SORT-KEY.
           MOVE WS-KEY-OUT TO WS-RUN-KEY.

           PERFORM TERM-CALENDAR-CHECK.

           PERFORM CATALOG-LOAD.
           PERFORM DEGREE-PLAN-LOAD.
           PERFORM SAP-STATUS-LOAD.

      * The report and extract open before any status moves - if the
      * aid office can't be told, no status changes, the same
      * trail-first rule STANDING's change extract follows.
           OPEN OUTPUT SAP-REPORT.
           IF WS-SAPRPT-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING SAP REPORT - STATUS "
                   WS-SAPRPT-STATUS
               DISPLAY "SAP STATUS FILE LEFT UNTOUCHED"
               STOP RUN
           END-IF.
           OPEN OUTPUT SAP-EXTRACT.
           IF WS-SAPEXT-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING SAP EXTRACT - STATUS "
                   WS-SAPEXT-STATUS
               DISPLAY "SAP STATUS FILE LEFT UNTOUCHED"
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADING.

      * Names and programs come off the demographic master - without
      * it nobody has a plan, and the timeframe test is noted as not
      * applied on every student.
           MOVE 'Y' TO WS-DEMO-OPEN.
           OPEN INPUT STUDENT-DEMO.
           IF WS-DEMO-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "DEMOGRAPHIC MASTER NOT AVAILABLE - STATUS "
                   WS-DEMO-STATUS " - NO PLANS, NAMES LEFT BLANK"
               MOVE 'N' TO WS-DEMO-OPEN
           END-IF.

           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING STUDENT MASTER ASTMAST.DAT - "
                   "STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-CUR-STUDENT.
           PERFORM CLEAR-ACCUMULATORS.
           MOVE 'N' TO WS-MASTER-EOF.
           PERFORM UNTIL END-OF-MASTER
               READ STUDENT-MASTER NEXT RECORD
                   AT END SET END-OF-MASTER TO TRUE
               END-READ
               IF NOT END-OF-MASTER THEN
                   ADD 1 TO WS-RECORDS-READ
                   IF MASTER-STUDENT-ID NOT EQUAL TO WS-CUR-STUDENT
                       THEN
                       IF WS-CUR-STUDENT NOT EQUAL TO SPACES THEN
                           PERFORM REVIEW-ONE-STUDENT
                       END-IF
                       MOVE MASTER-STUDENT-ID TO WS-CUR-STUDENT
                       PERFORM CLEAR-ACCUMULATORS
                   END-IF
                   PERFORM TALLY-MASTER-RECORD
               END-IF
           END-PERFORM.
           IF WS-CUR-STUDENT NOT EQUAL TO SPACES THEN
               PERFORM REVIEW-ONE-STUDENT
           END-IF.
           CLOSE STUDENT-MASTER.
           IF WS-DEMO-OPEN EQUAL TO 'Y' THEN
               CLOSE STUDENT-DEMO
           END-IF.
           CLOSE SAP-REPORT.
           CLOSE SAP-EXTRACT.

           PERFORM SAP-STATUS-REWRITE.

           DISPLAY " ".
           DISPLAY "===== SAP REVIEW CONTROL TOTALS =====".
           DISPLAY "MASTER RECORDS READ: " WS-RECORDS-READ.
           DISPLAY "RECORDS COUNTED THROUGH " WS-RUN-TERM ": "
               WS-RECORDS-COUNTED.
           DISPLAY "RECORDS FROM LATER TERMS: " WS-RECORDS-LATER.
           DISPLAY "RECORDS SKIPPED (NO CATALOG HOURS): "
               WS-SKIPPED-RECORDS.
           DISPLAY "STUDENTS REVIEWED: " WS-STUDENTS-REVIEWED.
           DISPLAY "MEETS: " WS-MEETS-COUNT.
           DISPLAY "WARNING: " WS-WARNING-COUNT.
           DISPLAY "INELIGIBLE: " WS-INELIGIBLE-COUNT.
           DISPLAY "TIMEFRAME NOT CHECKED (NO PLAN): "
               WS-NO-PLAN-COUNT.
           DISPLAY "STUDENTS ON SAP STATUS FILE: " WS-SAP-COUNT.
      * A student the timeframe test couldn't be applied to needs the
      * aid office's eye but isn't a failed run; a run that doesn't
      * tie is.
           IF (WS-NO-PLAN-COUNT > 0) OR (WS-SKIPPED-RECORDS > 0) THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           ADD WS-MEETS-COUNT TO WS-WARNING-COUNT
               GIVING WS-CTL-BALANCE.
           ADD WS-INELIGIBLE-COUNT TO WS-CTL-BALANCE.
           IF WS-CTL-BALANCE EQUAL TO WS-STUDENTS-REVIEWED THEN
               DISPLAY "CONTROL CHECK: RUN IN BALANCE"
           ELSE
               DISPLAY "CONTROL CHECK: RUN OUT OF BALANCE"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "DETAIL REPORT WRITTEN TO AASAPRPT.TXT".
           DISPLAY "AID OFFICE EXTRACT WRITTEN TO AASAPEXT.TXT".
           STOP RUN.

      *****************************************************************
      * TERM-CALENDAR-CHECK
      * The term under review has to be on the academic term calendar.
      * A term not yet past its grade-lock date can still be re-graded
      * without the registrar's authorization, so reviewing it early
      * takes the operator's confirmation.
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
               DISPLAY "SAP STATUS FILE LEFT UNTOUCHED"
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-TODAY < WS-RUN-TERM-LOCK THEN
               DISPLAY "TERM " WS-RUN-TERM " GRADES DO NOT LOCK UNTIL "
                   WS-RUN-TERM-LOCK " - REVIEW IT ANYWAY (Y): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT EQUAL TO 'Y' AND 'y' THEN
                   DISPLAY "SAP REVIEW CANCELLED - SAP STATUS FILE "
                       "LEFT UNTOUCHED"
                   STOP RUN
               END-IF
           END-IF.

      *****************************************************************
      * CATALOG-LOAD
      * Loads the catalog's course ids and hours. A missing catalog
      * means no hours for anybody, so that stops the run; a
      * malformed line is reported and skipped.
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
                       (CAT-IN-HOURS(1:1) NOT NUMERIC) OR
                       (CAT-IN-HOURS(2:4) NOT EQUAL TO SPACES) OR
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
                       MOVE CAT-IN-HOURS(1:1) TO
                           CAT-HOURS(WS-CATALOG-COUNT)
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

      *****************************************************************
      * DEGREE-PLAN-LOAD
      * Loads the degree-plan index - the same programcode|planfile
      * index AUTOADVISOR's audits run off - and figures each plan's
      * required hours. Blank means no plans: the review runs the
      * completion and GPA tests only, every student noted. A named
      * index or plan file that can't be opened stops the run, the
      * rule AUTOADVISOR applies.
      *****************************************************************
       DEGREE-PLAN-LOAD.
           DISPLAY "ENTER DEGREE PLAN INDEX FILE (BLANK FOR NONE): ".
           ACCEPT WS-PLANIX-NAME.
           IF WS-PLANIX-NAME EQUAL TO SPACES THEN
               DISPLAY "NO DEGREE PLANS - MAXIMUM TIMEFRAME NOT "
                   "CHECKED"
           ELSE
               OPEN INPUT DEGREE-PLAN-INDEX
               IF WS-PLANIX-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "ERROR OPENING PLAN INDEX FILE - STATUS "
                       WS-PLANIX-STATUS
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-PLANIX-EOF
               PERFORM UNTIL PLANIX-END-OF-FILE
                   READ DEGREE-PLAN-INDEX INTO WSPLANIXREC
                       AT END SET PLANIX-END-OF-FILE TO TRUE
                   END-READ
                   IF (NOT PLANIX-END-OF-FILE) AND
                       (WSPLANIXREC NOT EQUAL TO SPACES) THEN
                       PERFORM DEGREE-PLAN-INDEX-LINE
                   END-IF
               END-PERFORM
               CLOSE DEGREE-PLAN-INDEX
               MOVE 'Y' TO WS-PLANIX-LOADED
               DISPLAY "PLAN INDEX LOADED - " WS-PLANIX-COUNT
                   " PROGRAM(S)"
               MOVE 1 TO WS-PX-AT
               PERFORM DEGREE-PLAN-HOURS WS-PLANIX-COUNT TIMES
           END-IF.

      * One index line - both fields have to be there; a program the
      * index names twice keeps its first plan, as in AUTOADVISOR.
       DEGREE-PLAN-INDEX-LINE.
           MOVE SPACES TO WS-PX-PROG, WS-PX-FILE.
           UNSTRING WSPLANIXREC DELIMITED BY "|"
               INTO WS-PX-PROG, WS-PX-FILE
           END-UNSTRING.
           IF (WS-PX-PROG EQUAL TO SPACES) OR
               (WS-PX-FILE EQUAL TO SPACES) THEN
               DISPLAY "PLAN INDEX LINE SKIPPED - NEED "
                   "PROGRAM|PLANFILE: " WSPLANIXREC
           ELSE
               MOVE 0 TO WS-PX-AT
               MOVE 1 TO WS-PX-IX
               PERFORM UNTIL WS-PX-IX > WS-PLANIX-COUNT
                   IF PLANIX-PROG(WS-PX-IX) EQUAL TO WS-PX-PROG THEN
                       MOVE WS-PX-IX TO WS-PX-AT
                   END-IF
                   ADD 1 TO WS-PX-IX
               END-PERFORM
               IF WS-PX-AT > 0 THEN
                   DISPLAY "PLAN INDEX LINE SKIPPED - PROGRAM "
                       "ALREADY INDEXED: " WS-PX-PROG
               ELSE
               IF WS-PLANIX-COUNT >= 20 THEN
                   DISPLAY "PLAN INDEX LINE SKIPPED - INDEX TABLE "
                       "FULL (20): " WSPLANIXREC
               ELSE
                   ADD 1 TO WS-PLANIX-COUNT
                   MOVE WS-PX-PROG TO PLANIX-PROG(WS-PLANIX-COUNT)
                   MOVE WS-PX-FILE TO PLANIX-FILE(WS-PLANIX-COUNT)
                   MOVE 0 TO PX-HOURS(WS-PLANIX-COUNT)
                   MOVE 'Y' TO PX-HOURS-OK(WS-PLANIX-COUNT)
               END-IF
               END-IF
           END-IF.

      *****************************************************************
      * DEGREE-PLAN-HOURS
      * Reads the plan file for index entry WS-PX-AT and totals the
      * hours it requires: each R line's course at its catalog hours,
      * each E line's category minimum. The G line's GPA floor is the
      * graduation audit's business, not aid's, and is passed over.
      *****************************************************************
       DEGREE-PLAN-HOURS.
           MOVE PLANIX-FILE(WS-PX-AT) TO WS-PLAN-NAME.
           OPEN INPUT DEGREE-PLAN-FILE.
           IF WS-PLAN-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING DEGREE PLAN FILE "
                   FUNCTION TRIM(WS-PLAN-NAME) " - STATUS "
                   WS-PLAN-STATUS
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-PLAN-EOF.
           PERFORM UNTIL PLAN-END-OF-FILE
               READ DEGREE-PLAN-FILE INTO WSPLANREC
                   AT END SET PLAN-END-OF-FILE TO TRUE
               END-READ
               IF (NOT PLAN-END-OF-FILE) AND
                   (WSPLANREC NOT EQUAL TO SPACES) THEN
                   PERFORM DEGREE-PLAN-LINE
               END-IF
           END-PERFORM.
           CLOSE DEGREE-PLAN-FILE.
           DISPLAY "DEGREE PLAN FOR PROGRAM " PLANIX-PROG(WS-PX-AT)
               " REQUIRES " PX-HOURS(WS-PX-AT) " HOUR(S)".
           ADD 1 TO WS-PX-AT.

      * One plan line's hours onto the plan's total. A required
      * course the catalog doesn't carry, or an elective minimum
      * that isn't a whole number, leaves the total unknown rather
      * than short - a short total would cut the student's maximum
      * timeframe.
       DEGREE-PLAN-LINE.
           MOVE SPACES TO WS-PLAN-TYPE, WS-PLAN-F2, WS-PLAN-F3,
               WS-PLAN-F4.
           UNSTRING WSPLANREC DELIMITED BY "|"
               INTO WS-PLAN-TYPE, WS-PLAN-F2, WS-PLAN-F3, WS-PLAN-F4
           END-UNSTRING.
           IF WS-PLAN-TYPE EQUAL TO 'R' THEN
               MOVE WS-PLAN-F2 TO CAT-IN-COURSE
               MOVE WS-RUN-TERM TO WS-CAT-TERM
               PERFORM CATALOG-LOOKUP
               IF (WS-PLAN-F2 EQUAL TO SPACES) OR
                   (WS-CAT-FOUND NOT EQUAL TO 'Y') THEN
                   DISPLAY "DEGREE PLAN COURSE NOT IN CATALOG - "
                       "PROGRAM " PLANIX-PROG(WS-PX-AT)
                       " TIMEFRAME NOT CHECKED: " WSPLANREC
                   MOVE 'N' TO PX-HOURS-OK(WS-PX-AT)
               ELSE
                   ADD WS-CAT-HOURS TO PX-HOURS(WS-PX-AT)
               END-IF
           ELSE
           IF WS-PLAN-TYPE EQUAL TO 'E' THEN
               IF (WS-PLAN-F3 EQUAL TO SPACES) OR
                   (FUNCTION TRIM(WS-PLAN-F3) NOT NUMERIC) THEN
                   DISPLAY "DEGREE PLAN LINE BAD HOURS - PROGRAM "
                       PLANIX-PROG(WS-PX-AT)
                       " TIMEFRAME NOT CHECKED: " WSPLANREC
                   MOVE 'N' TO PX-HOURS-OK(WS-PX-AT)
               ELSE
                   ADD FUNCTION NUMVAL(WS-PLAN-F3) TO
                       PX-HOURS(WS-PX-AT)
               END-IF
           ELSE
           IF WS-PLAN-TYPE NOT EQUAL TO 'G' THEN
               DISPLAY "DEGREE PLAN LINE SKIPPED - UNKNOWN TYPE: "
                   WSPLANREC
           END-IF
           END-IF
           END-IF.

      *****************************************************************
      * SAP-STATUS-LOAD
      * Reads the carried-forward aid status file into the table. No
      * file yet just means the first review ever - everybody starts
      * at Meets. A line the rules can't trust stops the run; the
      * status file is aid office state, not something to guess at.
      *****************************************************************
       SAP-STATUS-LOAD.
           MOVE 0 TO WS-SAP-COUNT.
           OPEN INPUT SAP-STATUS-FILE.
           IF WS-SAPST-STATUS EQUAL TO "35" THEN
               DISPLAY "NO SAP STATUS FILE YET - FIRST SAP REVIEW"
           ELSE
           IF WS-SAPST-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING SAP STATUS FILE - STATUS "
                   WS-SAPST-STATUS
               STOP RUN
           ELSE
               MOVE 'N' TO WS-SAPST-EOF
               PERFORM UNTIL END-OF-SAP-STATUS
                   READ SAP-STATUS-FILE INTO WS-SAPST-REC
                       AT END SET END-OF-SAP-STATUS TO TRUE
                   END-READ
                   IF (NOT END-OF-SAP-STATUS) AND
                       (WS-SAPST-REC NOT EQUAL TO SPACES) THEN
                       PERFORM SAP-STATUS-LOAD-LINE
                   END-IF
               END-PERFORM
               CLOSE SAP-STATUS-FILE
               DISPLAY "SAP STATUS FILE LOADED - " WS-SAP-COUNT
                   " STUDENT(S)"
           END-IF
           END-IF.

       SAP-STATUS-LOAD-LINE.
           MOVE SPACES TO WS-SF-STUDENT, WS-SF-STATUS, WS-SF-EFFTERM,
               WS-SF-REVTERM, WS-SF-BASE, WS-SF-BASEEFF.
           UNSTRING WS-SAPST-REC DELIMITED BY "|"
               INTO WS-SF-STUDENT, WS-SF-STATUS, WS-SF-EFFTERM,
               WS-SF-REVTERM, WS-SF-BASE, WS-SF-BASEEFF
           END-UNSTRING.
           IF (WS-SF-STUDENT EQUAL TO SPACES) OR
               (WS-SF-STATUS(1:1) NOT EQUAL TO 'M' AND 'W' AND 'I')
               OR (WS-SF-STATUS(2:4) NOT EQUAL TO SPACES) OR
               (WS-SF-BASE(1:1) NOT EQUAL TO 'M' AND 'W' AND 'I')
               OR (WS-SF-BASE(2:4) NOT EQUAL TO SPACES) THEN
               DISPLAY "SAP STATUS FILE LINE MALFORMED - FIX IT "
                   "BEFORE RUNNING: " WS-SAPST-REC
               STOP RUN
           END-IF.
           IF WS-SAP-COUNT >= 500 THEN
               DISPLAY "SAP STATUS TABLE FULL (500) - CANNOT CARRY "
                   "A FILE THIS SIZE"
               STOP RUN
           END-IF.
           ADD 1 TO WS-SAP-COUNT.
           MOVE WS-SF-STUDENT TO SS-STUDENT(WS-SAP-COUNT).
           MOVE WS-SF-STATUS(1:1) TO SS-STATUS(WS-SAP-COUNT).
           MOVE WS-SF-EFFTERM TO SS-EFF-TERM(WS-SAP-COUNT).
           MOVE WS-SF-REVTERM TO SS-REVIEW-TERM(WS-SAP-COUNT).
           MOVE WS-SF-BASE(1:1) TO SS-BASE-STATUS(WS-SAP-COUNT).
           MOVE WS-SF-BASEEFF TO SS-BASE-EFF-TERM(WS-SAP-COUNT).

      * Zeroes the current student's accumulators.
       CLEAR-ACCUMULATORS.
           MOVE 0 TO WS-HRS-ATTEMPTED, WS-HRS-EARNED, WS-GPA-HOURS.
           MOVE 0 TO WS-GPA-POINTS.

      *****************************************************************
      * TALLY-MASTER-RECORD
      * One master record into the current student's cumulative
      * hours. Only terms through the one under review count; a
      * blank-term record from before term-keeping counts as old
      * history. Point letters A-D are attempted, earned and GPA-
      * graded; F is attempted and GPA-graded but not earned; W, N
      * and I are attempted only; T and P are attempted and earned
      * with no GPA weight. An ungraded record isn't attempted yet.
      *****************************************************************
       TALLY-MASTER-RECORD.
           IF MASTER-GRADE EQUAL TO SPACES THEN
               CONTINUE
           ELSE
               MOVE MASTER-TERM TO WS-KEY-TERM
               PERFORM TERM-SORT-KEY
               IF WS-KEY-OUT > WS-RUN-KEY THEN
                   ADD 1 TO WS-RECORDS-LATER
               ELSE
                   MOVE MASTER-COURSE-ID TO CAT-IN-COURSE
                   MOVE MASTER-TERM TO WS-CAT-TERM
                   PERFORM CATALOG-LOOKUP
                   IF WS-CAT-FOUND NOT EQUAL TO 'Y' THEN
                       DISPLAY "RECORD SKIPPED - COURSE NOT IN "
                           "CATALOG: " MASTER-STUDENT-ID " "
                           MASTER-COURSE-ID
                       ADD 1 TO WS-SKIPPED-RECORDS
                   ELSE
                       ADD 1 TO WS-RECORDS-COUNTED
                       PERFORM TALLY-GRADED-HOURS
                   END-IF
               END-IF
           END-IF.

       TALLY-GRADED-HOURS.
           MOVE MASTER-GRADE TO WS-CLASS-LETTER.
           PERFORM GRADE-CLASS-LOOKUP.
           IF WS-GRADE-CLASS EQUAL TO 'T' OR 'C' THEN
               ADD WS-CAT-HOURS TO WS-HRS-ATTEMPTED
               ADD WS-CAT-HOURS TO WS-HRS-EARNED
           ELSE
           IF WS-GRADE-CLASS EQUAL TO 'W' OR 'N' OR 'I' THEN
               ADD WS-CAT-HOURS TO WS-HRS-ATTEMPTED
           ELSE
               MOVE 0 TO WS-ROW-POINTS
               MOVE 'N' TO WS-GRADE-FOUND
               SET GP-IDX TO 1
               SEARCH GP-ENTRY
                   AT END CONTINUE
                   WHEN GP-LETTER(GP-IDX) EQUAL TO MASTER-GRADE
                       MULTIPLY WS-CAT-HOURS BY GP-POINTS(GP-IDX)
                           GIVING WS-ROW-POINTS
                       MOVE 'Y' TO WS-GRADE-FOUND
               END-SEARCH
               IF WS-GRADE-FOUND EQUAL TO 'Y' THEN
                   ADD WS-CAT-HOURS TO WS-HRS-ATTEMPTED
                   ADD WS-CAT-HOURS TO WS-GPA-HOURS
                   ADD WS-ROW-POINTS TO WS-GPA-POINTS
                   IF MASTER-GRADE NOT EQUAL TO 'F' THEN
                       ADD WS-CAT-HOURS TO WS-HRS-EARNED
                   END-IF
               ELSE
                   DISPLAY "RECORD SKIPPED - UNKNOWN GRADE: "
                       MASTER-STUDENT-ID " " MASTER-COURSE-ID " "
                       MASTER-GRADE
                   SUBTRACT 1 FROM WS-RECORDS-COUNTED
                   ADD 1 TO WS-SKIPPED-RECORDS
               END-IF
           END-IF
           END-IF.

      *****************************************************************
      * REVIEW-ONE-STUDENT
      * The three tests against the student just accumulated, and the
      * status rules: over the maximum timeframe is Ineligible
      * outright - attempted hours only ever grow, so a warning term
      * can't cure it; a miss on completion or GPA moves Meets to
      * Warning and Warning (or Ineligible) to Ineligible; meeting all
      * three is Meets. A student with nothing attempted through the
      * review term has nothing to test and isn't reviewed.
      *****************************************************************
       REVIEW-ONE-STUDENT.
           IF WS-HRS-ATTEMPTED > 0 THEN
               ADD 1 TO WS-STUDENTS-REVIEWED
               PERFORM STUDENT-LOOKUP
               PERFORM SAP-STATUS-FIND

               COMPUTE WS-PACE = WS-HRS-EARNED * 100
                   / WS-HRS-ATTEMPTED
               IF WS-PACE < WS-SAP-MIN-PACE THEN
                   MOVE 'N' TO WS-PACE-MET
               ELSE
                   MOVE 'Y' TO WS-PACE-MET
               END-IF

               MOVE 0 TO WS-CUM-GPA
               MOVE 'Y' TO WS-GPA-MET
               IF WS-GPA-HOURS > 0 THEN
                   DIVIDE WS-GPA-POINTS BY WS-GPA-HOURS
                       GIVING WS-CUM-GPA
                   IF WS-CUM-GPA < WS-SAP-MIN-GPA THEN
                       MOVE 'N' TO WS-GPA-MET
                   END-IF
               END-IF

               MOVE 'Y' TO WS-TIME-MET
               MOVE 0 TO WS-MAX-HOURS
               IF WS-PLAN-CHECKED EQUAL TO 'Y' THEN
                   COMPUTE WS-MAX-HOURS = WS-PLAN-HOURS-SHOW
                       * WS-SAP-MAX-PCT / 100
                   IF WS-HRS-ATTEMPTED > WS-MAX-HOURS THEN
                       MOVE 'N' TO WS-TIME-MET
                   END-IF
               ELSE
                   ADD 1 TO WS-NO-PLAN-COUNT
               END-IF

               IF WS-TIME-MET EQUAL TO 'N' THEN
                   MOVE 'I' TO WS-NEW-STATUS
               ELSE
               IF (WS-PACE-MET EQUAL TO 'N') OR
                   (WS-GPA-MET EQUAL TO 'N') THEN
                   IF WS-BASE-STATUS EQUAL TO 'M' THEN
                       MOVE 'W' TO WS-NEW-STATUS
                   ELSE
                       MOVE 'I' TO WS-NEW-STATUS
                   END-IF
               ELSE
                   MOVE 'M' TO WS-NEW-STATUS
               END-IF
               END-IF

               IF WS-NEW-STATUS EQUAL TO 'M' THEN
                   ADD 1 TO WS-MEETS-COUNT
               ELSE
               IF WS-NEW-STATUS EQUAL TO 'W' THEN
                   ADD 1 TO WS-WARNING-COUNT
               ELSE
                   ADD 1 TO WS-INELIGIBLE-COUNT
               END-IF
               END-IF

               IF WS-SS-AT > 0 THEN
                   MOVE WS-RUN-TERM TO SS-REVIEW-TERM(WS-SS-AT)
                   MOVE WS-NEW-STATUS TO SS-STATUS(WS-SS-AT)
                   IF WS-NEW-STATUS EQUAL TO WS-BASE-STATUS THEN
                       MOVE SS-BASE-EFF-TERM(WS-SS-AT) TO
                           SS-EFF-TERM(WS-SS-AT)
                   ELSE
                       MOVE WS-RUN-TERM TO SS-EFF-TERM(WS-SS-AT)
                   END-IF
               END-IF

               PERFORM BUILD-REASONS
               PERFORM WRITE-STUDENT-DETAIL
               PERFORM WRITE-EXTRACT-LINE
           END-IF.

      * Name and program off the demographic master, and the plan's
      * required hours for that program. No record, no program, or a
      * program the index doesn't carry leaves the timeframe test
      * unapplied, with the reason noted on the report.
       STUDENT-LOOKUP.
           MOVE SPACES TO WS-STUDENT-NAME, WS-STUDENT-PROG.
           MOVE SPACES TO WS-NO-PLAN-WHY.
           MOVE 'N' TO WS-PLAN-CHECKED.
           MOVE 0 TO WS-PLAN-HOURS-SHOW.
           IF WS-DEMO-OPEN EQUAL TO 'Y' THEN
               MOVE WS-CUR-STUDENT TO DEMO-STUDENT-ID
               READ STUDENT-DEMO
                   INVALID KEY
                       MOVE "NO DEMOGRAPHIC RECORD" TO WS-NO-PLAN-WHY
                   NOT INVALID KEY
                       MOVE DEMO-NAME TO WS-STUDENT-NAME
                       MOVE DEMO-PROGRAM TO WS-STUDENT-PROG
               END-READ
           ELSE
               MOVE "NO DEMOGRAPHIC MASTER" TO WS-NO-PLAN-WHY
           END-IF.
           IF WS-NO-PLAN-WHY EQUAL TO SPACES THEN
               IF WS-PLANIX-LOADED NOT EQUAL TO 'Y' THEN
                   MOVE "NO PLAN INDEX THIS RUN" TO WS-NO-PLAN-WHY
               ELSE
               IF WS-STUDENT-PROG EQUAL TO SPACES THEN
                   MOVE "NO PROGRAM OF STUDY" TO WS-NO-PLAN-WHY
               ELSE
                   MOVE 0 TO WS-PX-AT
                   MOVE 1 TO WS-PX-IX
                   PERFORM UNTIL WS-PX-IX > WS-PLANIX-COUNT
                       IF PLANIX-PROG(WS-PX-IX) EQUAL TO
                           WS-STUDENT-PROG THEN
                           MOVE WS-PX-IX TO WS-PX-AT
                       END-IF
                       ADD 1 TO WS-PX-IX
                   END-PERFORM
                   IF WS-PX-AT EQUAL TO 0 THEN
                       MOVE "NO DEGREE PLAN FOR PROGRAM" TO
                           WS-NO-PLAN-WHY
                   ELSE
                   IF (PX-HOURS-OK(WS-PX-AT) NOT EQUAL TO 'Y') OR
                       (PX-HOURS(WS-PX-AT) EQUAL TO 0) THEN
                       MOVE "PLAN HOURS UNKNOWN" TO WS-NO-PLAN-WHY
                   ELSE
                       MOVE 'Y' TO WS-PLAN-CHECKED
                       MOVE PX-HOURS(WS-PX-AT) TO WS-PLAN-HOURS-SHOW
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

      * Leaves the student's status entry number in WS-SS-AT and the
      * status the rules start from in WS-BASE-STATUS - the status
      * carried into the review term. A student seen for the first
      * time starts at Meets. A full table is announced; the student
      * is still reviewed and reported, from Meets, but can't be
      * carried forward.
       SAP-STATUS-FIND.
           MOVE 0 TO WS-SS-AT.
           MOVE 1 TO WS-SS-IX.
           PERFORM UNTIL WS-SS-IX > WS-SAP-COUNT
               IF SS-STUDENT(WS-SS-IX) EQUAL TO WS-CUR-STUDENT THEN
                   MOVE WS-SS-IX TO WS-SS-AT
               END-IF
               ADD 1 TO WS-SS-IX
           END-PERFORM.
           IF WS-SS-AT EQUAL TO 0 THEN
               IF WS-SAP-COUNT >= 500 THEN
                   DISPLAY "SAP STATUS TABLE FULL (500) - STATUS NOT "
                       "CARRIED FORWARD: " WS-CUR-STUDENT
               ELSE
                   ADD 1 TO WS-SAP-COUNT
                   MOVE WS-SAP-COUNT TO WS-SS-AT
                   MOVE WS-CUR-STUDENT TO SS-STUDENT(WS-SS-AT)
                   MOVE 'M' TO SS-STATUS(WS-SS-AT)
                   MOVE SPACES TO SS-EFF-TERM(WS-SS-AT)
                   MOVE SPACES TO SS-REVIEW-TERM(WS-SS-AT)
               END-IF
           END-IF.
           MOVE 'M' TO WS-BASE-STATUS.
           IF WS-SS-AT > 0 THEN
               IF SS-REVIEW-TERM(WS-SS-AT) NOT EQUAL TO WS-RUN-TERM
                   THEN
                   MOVE SS-STATUS(WS-SS-AT) TO
                       SS-BASE-STATUS(WS-SS-AT)
                   MOVE SS-EFF-TERM(WS-SS-AT) TO
                       SS-BASE-EFF-TERM(WS-SS-AT)
               END-IF
               MOVE SS-BASE-STATUS(WS-SS-AT) TO WS-BASE-STATUS
           END-IF.

      * The failed tests, as short words for the report and extract.
       BUILD-REASONS.
           MOVE SPACES TO WS-REASONS.
           MOVE 1 TO WS-REASON-PTR.
           IF WS-PACE-MET EQUAL TO 'N' THEN
               STRING "PACE " DELIMITED BY SIZE
                   INTO WS-REASONS WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF.
           IF WS-GPA-MET EQUAL TO 'N' THEN
               STRING "GPA " DELIMITED BY SIZE
                   INTO WS-REASONS WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF.
           IF WS-TIME-MET EQUAL TO 'N' THEN
               STRING "MAXTIME " DELIMITED BY SIZE
                   INTO WS-REASONS WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF.
           IF WS-PLAN-CHECKED NOT EQUAL TO 'Y' THEN
               STRING "NOPLAN " DELIMITED BY SIZE
                   INTO WS-REASONS WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF.

      *****************************************************************
      * WRITE-REPORT-HEADING
      * Report title and the standards the run applied.
      *****************************************************************
       WRITE-REPORT-HEADING.
           MOVE WS-SAP-MIN-PACE TO WS-MIN-PACE-SHOW.
           MOVE WS-SAP-MIN-GPA TO WS-MIN-GPA-SHOW.
           MOVE SPACES TO SAP-REPORT-LINE.
           STRING "SATISFACTORY ACADEMIC PROGRESS REVIEW - TERM "
               WS-RUN-TERM " - RUN OF " WS-TODAY
               DELIMITED BY SIZE INTO SAP-REPORT-LINE
           END-STRING.
           WRITE SAP-REPORT-LINE.
           MOVE SPACES TO SAP-REPORT-LINE.
           STRING "STANDARDS: COMPLETION RATE " WS-MIN-PACE-SHOW
               "% - CUMULATIVE GPA " WS-MIN-GPA-SHOW
               " - MAXIMUM TIMEFRAME " WS-SAP-MAX-PCT
               "% OF PLAN HOURS"
               DELIMITED BY SIZE INTO SAP-REPORT-LINE
           END-STRING.
           WRITE SAP-REPORT-LINE.
           MOVE SPACES TO SAP-REPORT-LINE.
           WRITE SAP-REPORT-LINE.

      *****************************************************************
      * WRITE-STUDENT-DETAIL
      * One student's block - who, the three tests with the figures
      * behind them, and the status moving from base to new.
      *****************************************************************
       WRITE-STUDENT-DETAIL.
           MOVE SPACES TO SAP-REPORT-LINE.
           STRING "STUDENT " DELIMITED BY SIZE
               WS-CUR-STUDENT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STUDENT-NAME DELIMITED BY SIZE
               " PROGRAM " DELIMITED BY SIZE
               WS-STUDENT-PROG DELIMITED BY SIZE
               INTO SAP-REPORT-LINE
           END-STRING.
           WRITE SAP-REPORT-LINE.

           MOVE WS-HRS-ATTEMPTED TO WS-HRS-SHOW-A.
           MOVE WS-HRS-EARNED TO WS-HRS-SHOW-B.
           MOVE WS-PACE TO WS-PACE-SHOW.
           MOVE SPACES TO SAP-REPORT-LINE.
           STRING "    HOURS ATTEMPTED " WS-HRS-SHOW-A
               "  EARNED " WS-HRS-SHOW-B
               "  COMPLETION RATE " WS-PACE-SHOW "%"
               DELIMITED BY SIZE INTO SAP-REPORT-LINE
           END-STRING.
           IF WS-PACE-MET EQUAL TO 'N' THEN
               MOVE "BELOW MINIMUM" TO SAP-REPORT-LINE(70:13)
           END-IF.
           WRITE SAP-REPORT-LINE.

           MOVE WS-GPA-HOURS TO WS-HRS-SHOW-A.
           MOVE WS-CUM-GPA TO WS-GPA-SHOW.
           MOVE SPACES TO SAP-REPORT-LINE.
           STRING "    CUMULATIVE GPA " WS-GPA-SHOW
               " OVER " WS-HRS-SHOW-A " GRADED HOURS"
               DELIMITED BY SIZE INTO SAP-REPORT-LINE
           END-STRING.
           IF WS-GPA-MET EQUAL TO 'N' THEN
               MOVE "BELOW MINIMUM" TO SAP-REPORT-LINE(70:13)
           END-IF.
           WRITE SAP-REPORT-LINE.

           MOVE SPACES TO SAP-REPORT-LINE.
           IF WS-PLAN-CHECKED EQUAL TO 'Y' THEN
               MOVE WS-PLAN-HOURS-SHOW TO WS-HRS-SHOW-A
               MOVE WS-MAX-HOURS TO WS-HRS-SHOW-C
               STRING "    PLAN REQUIRES " WS-HRS-SHOW-A
                   " HOURS  MAXIMUM TIMEFRAME " WS-HRS-SHOW-C
                   " HOURS ATTEMPTED"
                   DELIMITED BY SIZE INTO SAP-REPORT-LINE
               END-STRING
               IF WS-TIME-MET EQUAL TO 'N' THEN
                   MOVE "EXCEEDED" TO SAP-REPORT-LINE(70:8)
               END-IF
           ELSE
               STRING "    MAXIMUM TIMEFRAME NOT CHECKED - "
                   DELIMITED BY SIZE
                   WS-NO-PLAN-WHY DELIMITED BY SIZE
                   INTO SAP-REPORT-LINE
               END-STRING
           END-IF.
           WRITE SAP-REPORT-LINE.

           MOVE WS-BASE-STATUS TO WS-STATUS-CODE.
           PERFORM STATUS-WORD-LOOKUP.
           MOVE WS-STATUS-WORD TO WS-BASE-WORD.
           MOVE WS-NEW-STATUS TO WS-STATUS-CODE.
           PERFORM STATUS-WORD-LOOKUP.
           MOVE WS-STATUS-WORD TO WS-NEW-WORD.
           MOVE SPACES TO SAP-REPORT-LINE.
           STRING "    SAP STATUS " DELIMITED BY SIZE
               WS-NEW-WORD DELIMITED BY SPACE
               " (WAS " DELIMITED BY SIZE
               WS-BASE-WORD DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO SAP-REPORT-LINE
           END-STRING.
           WRITE SAP-REPORT-LINE.
           MOVE SPACES TO SAP-REPORT-LINE.
           WRITE SAP-REPORT-LINE.

      * One extract line - studentid|status|priorstatus|attempted|
      * earned|completionpct|gpa|maxhours|term|failedtests. Max hours
      * is zero where the timeframe test wasn't applied.
       WRITE-EXTRACT-LINE.
           MOVE WS-HRS-ATTEMPTED TO WS-HRS-SHOW-A.
           MOVE WS-HRS-EARNED TO WS-HRS-SHOW-B.
           MOVE WS-MAX-HOURS TO WS-HRS-SHOW-C.
           MOVE WS-PACE TO WS-PACE-SHOW.
           MOVE WS-CUM-GPA TO WS-GPA-SHOW.
           MOVE SPACES TO SAP-EXTRACT-LINE.
           STRING FUNCTION TRIM(WS-CUR-STUDENT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-NEW-WORD) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-BASE-WORD) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-HRS-SHOW-A) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-HRS-SHOW-B) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PACE-SHOW) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-GPA-SHOW DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-HRS-SHOW-C) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-RUN-TERM DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-REASONS) DELIMITED BY SIZE
               INTO SAP-EXTRACT-LINE
           END-STRING.
           WRITE SAP-EXTRACT-LINE.

      * Status code to the word the aid office reads.
       STATUS-WORD-LOOKUP.
           IF WS-STATUS-CODE EQUAL TO 'M' THEN
               MOVE "MEETS" TO WS-STATUS-WORD
           ELSE
           IF WS-STATUS-CODE EQUAL TO 'W' THEN
               MOVE "WARNING" TO WS-STATUS-WORD
           ELSE
               MOVE "INELIGIBLE" TO WS-STATUS-WORD
           END-IF
           END-IF.

      * The whole table goes back out as the status file for the
      * next review to carry forward.
       SAP-STATUS-REWRITE.
           OPEN OUTPUT SAP-STATUS-FILE.
           IF WS-SAPST-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR REWRITING SAP STATUS FILE - STATUS "
                   WS-SAPST-STATUS
               STOP RUN
           END-IF.
           MOVE 1 TO WS-SS-IX.
           PERFORM SAP-STATUS-REWRITE-ONE WS-SAP-COUNT TIMES.
           CLOSE SAP-STATUS-FILE.

       SAP-STATUS-REWRITE-ONE.
           MOVE SPACES TO SAP-STATUS-LINE.
           STRING FUNCTION TRIM(SS-STUDENT(WS-SS-IX))
               DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               SS-STATUS(WS-SS-IX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               SS-EFF-TERM(WS-SS-IX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               SS-REVIEW-TERM(WS-SS-IX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               SS-BASE-STATUS(WS-SS-IX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               SS-BASE-EFF-TERM(WS-SS-IX) DELIMITED BY SIZE
               INTO SAP-STATUS-LINE
           END-STRING.
           WRITE SAP-STATUS-LINE.
           ADD 1 TO WS-SS-IX.

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

      *****************************************************************
      * GRADE-CLASS-LOOKUP
      * Looks the letter in WS-CLASS-LETTER up in the shared grade-
      * type table, leaving its class byte in WS-GRADE-CLASS - SPACE
      * for a point letter the type table doesn't carry.
      *****************************************************************
       GRADE-CLASS-LOOKUP.
           MOVE SPACE TO WS-GRADE-CLASS.
           SET GT-IDX TO 1.
           SEARCH GT-ENTRY
               AT END CONTINUE
               WHEN GT-LETTER(GT-IDX) EQUAL TO WS-CLASS-LETTER
                   MOVE GT-CLASS(GT-IDX) TO WS-GRADE-CLASS
           END-SEARCH.
