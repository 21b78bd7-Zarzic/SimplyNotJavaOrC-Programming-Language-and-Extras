      ******************************************************************
      * Author:
      * Date:
      * Purpose: Class rank and graduation honors. Every student on
      *          the demographic master is ranked within their program
      *          and catalog year on cumulative GPA - point letters
      *          over point-graded hours, hours off the version of the
      *          catalog entry in force for each record's term, the
      *          same scoring AUTOADVISOR and SAPCHECK give the GPA.
      *          Students with the same GPA (to the three places the
      *          report shows) share a rank, and the next GPA down
      *          takes the rank its position gives it (1, 2, 2, 4), so
      *          a tie always comes out the same way whatever order
      *          the records arrive in; the percentile follows the
      *          rank. Latin honors come off the provost's cutoff table
      *          AAHONCUT.TXT - each honor's title and GPA floor, plus
      *          the residency minimum: graded hours earned here (A-D
      *          letters; T, P and transfer work don't count) a
      *          student must hold before any honor is awarded. A
      *          ranked report goes out per program and catalog year,
      *          and an honors extract the diploma printer and the
      *          commencement program load.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   - Initial version.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CLASSRANK.
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

      * The indexed student demographic master - read whole in key
      * order; name, program and catalog year place each student in
      * a cohort.
           SELECT STUDENT-DEMO
           ASSIGN TO "ASTDEMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEMO-KEY
           FILE STATUS IS WS-DEMO-STATUS.

      * Central course-catalog master - the credit hours behind every
      * GPA come off it.
           SELECT CATALOG-FILE
           ASSIGN TO "AACATLG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATLG-STATUS.

      * The provost's honors cutoff table - H|title|mingpa per honor,
      * R|hours for the residency minimum.
           SELECT HONORS-CUTOFFS
           ASSIGN TO "AAHONCUT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HONCUT-STATUS.

      * The ranked report, written fresh each run.
           SELECT RANK-REPORT
           ASSIGN TO "AARANK.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RANKRPT-STATUS.

      * The honors extract - one studentid|name|program|catyear|honor|
      * gpa|rank|cohortsize|status line per student awarded an honor,
      * written fresh each run.
           SELECT HONORS-EXTRACT
           ASSIGN TO "AAHONORS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HONEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
       01 MASTER-RECORD.
           05 MASTER-KEY.
               10 MASTER-STUDENT-ID   PIC X(20).
               10 MASTER-COURSE-ID    PIC X(20).
           05 MASTER-GRADE            PIC X(1).
           05 MASTER-TERM             PIC X(6).

       FD STUDENT-DEMO.
       01 DEMO-RECORD.
           05 DEMO-KEY.
               10 DEMO-STUDENT-ID     PIC X(20).
           05 DEMO-NAME               PIC X(30).
           05 DEMO-PROGRAM            PIC X(10).
           05 DEMO-CATYEAR            PIC X(4).
           05 DEMO-STATUS             PIC X(1).

       FD CATALOG-FILE.
       01 WSCATALOGLINE             PIC X(100).

       FD HONORS-CUTOFFS.
       01 WSHONCUTLINE              PIC X(80).

       FD RANK-REPORT.
       01 REPORT-LINE               PIC X(132).

       FD HONORS-EXTRACT.
       01 EXTRACT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS          PIC X(2).
       01 WS-DEMO-STATUS            PIC X(2).
       01 WS-CATLG-STATUS           PIC X(2).
       01 WS-HONCUT-STATUS          PIC X(2).
       01 WS-RANKRPT-STATUS         PIC X(2).
       01 WS-HONEXT-STATUS          PIC X(2).

       01 WS-MASTER-EOF             PIC X(1).
           88 END-OF-MASTER         VALUE 'Y'.
       01 WS-DEMO-EOF               PIC X(1).
           88 END-OF-DEMO           VALUE 'Y'.
       01 WS-CATLG-EOF              PIC X(1).
           88 CATALOG-END-OF-FILE   VALUE 'Y'.
       01 WS-HONCUT-EOF             PIC X(1).
           88 HONCUT-END-OF-FILE    VALUE 'Y'.

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

      * Shared letter-to-point values and grade-type classes.
       COPY GRADECUTOFFS.
       01 WS-CLASS-LETTER           PIC X(1).
       01 WS-GRADE-CLASS            PIC X(1).
       01 WS-GRADE-FOUND            PIC X(1).
       01 WS-ROW-POINTS             PIC 9(3).

      * The honors cutoff table, held highest GPA floor first so the
      * first floor a student clears is the honor they get.
       01 WSHONORTABLE.
           05 HON-ENTRY OCCURS 5 TIMES.
               10 HON-TITLE          PIC X(30).
               10 HON-MIN-GPA        PIC 9V99.
       01 WS-HON-COUNT              PIC 9(1) VALUE 0.
       01 WS-HON-IX                 PIC 9(1).
       01 WS-HON-JX                 PIC 9(1).
       01 WS-HON-SWAP               PIC X(33).
       01 WS-RESIDENCY-MIN          PIC 9(3) VALUE 0.
       01 WS-RESIDENCY-SEEN         PIC X(1) VALUE 'N'.
       01 WSHONCUTREC               PIC X(80).
       01 WS-HC-TYPE                PIC X(5).
       01 WS-HC-F2                  PIC X(40).
       01 WS-HC-F3                  PIC X(10).

      * One entry per student on the demographic master, loaded in
      * key order so the master sweep can match records to it in
      * step. RK-RANKED is '0' for a student with point-graded
      * hours, '1' for one with none (listed, never ranked); it sits
      * in the sort key ahead of the GPA so the unranked trail their
      * cohort.
       01 WSRANKTABLE.
           05 RK-ENTRY OCCURS 1000 TIMES.
               10 RK-STUDENT         PIC X(20).
               10 RK-NAME            PIC X(30).
               10 RK-PROGRAM         PIC X(10).
               10 RK-CATYEAR         PIC X(4).
               10 RK-STATUS          PIC X(1).
               10 RK-GPA-POINTS      PIC 9(5).
               10 RK-GPA-HOURS       PIC 9(5).
               10 RK-RES-HOURS       PIC 9(5).
               10 RK-GPA             PIC 9V999.
               10 RK-RANKED          PIC X(1).
               10 RK-SORT-KEY        PIC X(39).
       01 WS-RK-COUNT               PIC 9(4) VALUE 0.
       01 WS-RK-IX                  PIC 9(4).
       01 WS-RK-JX                  PIC 9(4).
       01 WS-RK-AT                  PIC 9(4).
       01 WS-RK-SWAP                PIC X(124).
       01 WS-GPA-COMPL              PIC 9(4).

      * The cohort being ranked - where it starts and ends in the
      * sorted table, how many in it are ranked, and the rank the
      * student in hand takes.
       01 WS-COH-START              PIC 9(4).
       01 WS-COH-END                PIC 9(4).
       01 WS-COH-RANKED             PIC 9(4).
       01 WS-COH-PROGRAM            PIC X(10).
       01 WS-COH-CATYEAR            PIC X(4).
       01 WS-RANK                   PIC 9(4).
       01 WS-PCTILE                 PIC 9(3).
       01 WS-HONOR                  PIC X(30).
       01 WS-HONOR-NOTE             PIC X(40).

      * Report and extract work fields.
       01 WS-RANK-SHOW              PIC ZZZ9.
       01 WS-GPA-SHOW               PIC 9.999.
       01 WS-HOURS-SHOW             PIC ZZZZ9.
       01 WS-HOURS-SHOW2            PIC ZZZZ9.
       01 WS-PCTILE-SHOW            PIC ZZ9.
       01 WS-COUNT-SHOW             PIC ZZZ9.
       01 WS-MIN-SHOW               PIC ZZ9.

      * Run control totals.
       01 WS-DEMO-READ              PIC 9(5) VALUE 0.
       01 WS-DEMO-NO-PROGRAM        PIC 9(5) VALUE 0.
       01 WS-RECORDS-READ           PIC 9(7) VALUE 0.
       01 WS-RECORDS-COUNTED        PIC 9(7) VALUE 0.
       01 WS-RECORDS-NO-DEMO        PIC 9(7) VALUE 0.
       01 WS-SKIPPED-RECORDS        PIC 9(7) VALUE 0.
       01 WS-STUDENTS-RANKED        PIC 9(5) VALUE 0.
       01 WS-STUDENTS-UNRANKED      PIC 9(5) VALUE 0.
       01 WS-COHORTS                PIC 9(5) VALUE 0.
       01 WS-HONORS-AWARDED         PIC 9(5) VALUE 0.
       01 WS-RESIDENCY-SHORT        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       CLASSRANK-MAIN.
           PERFORM HONORS-TABLE-LOAD.
           PERFORM CATALOG-LOAD.
           PERFORM STUDENT-TABLE-LOAD.
           PERFORM MASTER-SWEEP.

           MOVE 1 TO WS-RK-IX.
           PERFORM STUDENT-GPA WS-RK-COUNT TIMES.
           PERFORM SORT-STUDENTS.

           OPEN OUTPUT RANK-REPORT.
           IF WS-RANKRPT-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING RANK REPORT - STATUS "
                   WS-RANKRPT-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT HONORS-EXTRACT.
           IF WS-HONEXT-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING HONORS EXTRACT - STATUS "
                   WS-HONEXT-STATUS
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
      * The program leads the sort key, so students with no program
      * sort to the front of the table - step past them, they have
      * no cohort to be ranked in.
           MOVE 1 TO WS-RK-IX.
           PERFORM UNTIL (WS-RK-IX > WS-RK-COUNT) OR
               (RK-PROGRAM(WS-RK-IX) NOT EQUAL TO SPACES)
               ADD 1 TO WS-RK-IX
           END-PERFORM.
           PERFORM RANK-ONE-COHORT UNTIL WS-RK-IX > WS-RK-COUNT.
           CLOSE RANK-REPORT.
           CLOSE HONORS-EXTRACT.

           DISPLAY " ".
           DISPLAY "===== CLASS RANK CONTROL TOTALS =====".
           DISPLAY "DEMOGRAPHIC RECORDS READ: " WS-DEMO-READ.
           DISPLAY "SKIPPED (NO PROGRAM): " WS-DEMO-NO-PROGRAM.
           DISPLAY "MASTER RECORDS READ: " WS-RECORDS-READ.
           DISPLAY "RECORDS COUNTED: " WS-RECORDS-COUNTED.
           DISPLAY "RECORDS WITH NO DEMOGRAPHIC RECORD: "
               WS-RECORDS-NO-DEMO.
           DISPLAY "RECORDS SKIPPED (NO CATALOG HOURS): "
               WS-SKIPPED-RECORDS.
           DISPLAY "COHORTS: " WS-COHORTS.
           DISPLAY "STUDENTS RANKED: " WS-STUDENTS-RANKED.
           DISPLAY "STUDENTS NOT RANKED (NO GRADED HOURS): "
               WS-STUDENTS-UNRANKED.
           DISPLAY "HONORS AWARDED: " WS-HONORS-AWARDED.
           DISPLAY "HONORS WITHHELD (RESIDENCY): " WS-RESIDENCY-SHORT.
      * Records the ranking couldn't count need the registrar's eye -
      * a GPA missing hours could rank a student wrongly - but
      * aren't a failed run.
           IF (WS-SKIPPED-RECORDS > 0) OR (WS-RECORDS-NO-DEMO > 0)
               THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "RANK REPORT WRITTEN TO AARANK.TXT".
           DISPLAY "HONORS EXTRACT WRITTEN TO AAHONORS.TXT".
           STOP RUN.

      *****************************************************************
      * HONORS-TABLE-LOAD
      * Loads the provost's cutoff table. The table decides who
      * graduates with honors, so anything it can't be sure of - a
      * missing file, a line that doesn't parse, no residency line -
      * stops the run rather than award honors off half a table.
      *****************************************************************
       HONORS-TABLE-LOAD.
           OPEN INPUT HONORS-CUTOFFS.
           IF WS-HONCUT-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING HONORS CUTOFF TABLE AAHONCUT.TXT"
                   " - STATUS " WS-HONCUT-STATUS
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-HONCUT-EOF.
           PERFORM UNTIL HONCUT-END-OF-FILE
               READ HONORS-CUTOFFS INTO WSHONCUTREC
                   AT END SET HONCUT-END-OF-FILE TO TRUE
               END-READ
               IF (NOT HONCUT-END-OF-FILE) AND
                   (WSHONCUTREC NOT EQUAL TO SPACES) THEN
                   PERFORM HONORS-TABLE-LINE
               END-IF
           END-PERFORM.
           CLOSE HONORS-CUTOFFS.
           IF WS-RESIDENCY-SEEN NOT EQUAL TO 'Y' THEN
               DISPLAY "HONORS CUTOFF TABLE REFUSED - NO R|HOURS "
                   "RESIDENCY LINE"
               STOP RUN
           END-IF.
           IF WS-HON-COUNT = 0 THEN
               DISPLAY "HONORS CUTOFF TABLE REFUSED - NO HONORS ON FILE"
               STOP RUN
           END-IF.
      * Highest floor first - a short exchange sort, the table holds
      * five honors at most.
           MOVE 1 TO WS-HON-IX.
           PERFORM UNTIL WS-HON-IX >= WS-HON-COUNT
               ADD 1 TO WS-HON-IX GIVING WS-HON-JX
               PERFORM UNTIL WS-HON-JX > WS-HON-COUNT
                   IF HON-MIN-GPA(WS-HON-JX) >
                       HON-MIN-GPA(WS-HON-IX) THEN
                       MOVE HON-ENTRY(WS-HON-IX) TO WS-HON-SWAP
                       MOVE HON-ENTRY(WS-HON-JX) TO HON-ENTRY(WS-HON-IX)
                       MOVE WS-HON-SWAP TO HON-ENTRY(WS-HON-JX)
                   END-IF
                   ADD 1 TO WS-HON-JX
               END-PERFORM
               ADD 1 TO WS-HON-IX
           END-PERFORM.
           DISPLAY "HONORS CUTOFF TABLE LOADED - " WS-HON-COUNT
               " HONOR(S), RESIDENCY " WS-RESIDENCY-MIN " HOUR(S)".

      * One cutoff line. H|title|mingpa with the floor written 9.99;
      * R|hours a whole number of hours, once. Two honors on the same
      * floor would make the award depend on file order, so that is
      * refused too.
       HONORS-TABLE-LINE.
           MOVE SPACES TO WS-HC-TYPE, WS-HC-F2, WS-HC-F3.
           UNSTRING WSHONCUTREC DELIMITED BY "|"
               INTO WS-HC-TYPE, WS-HC-F2, WS-HC-F3
           END-UNSTRING.
           IF WS-HC-TYPE EQUAL TO "R" THEN
               IF (WS-RESIDENCY-SEEN EQUAL TO 'Y') OR
                   (WS-HC-F2 EQUAL TO SPACES) OR
                   (FUNCTION TRIM(WS-HC-F2) NOT NUMERIC) OR
                   (WS-HC-F2(4:37) NOT EQUAL TO SPACES) THEN
                   DISPLAY "HONORS CUTOFF TABLE REFUSED - BAD "
                       "RESIDENCY LINE: " WSHONCUTREC
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-HC-F2) TO WS-RESIDENCY-MIN
               MOVE 'Y' TO WS-RESIDENCY-SEEN
           ELSE
           IF WS-HC-TYPE EQUAL TO "H" THEN
               IF (WS-HC-F2 EQUAL TO SPACES) OR
                   (WS-HC-F2(31:10) NOT EQUAL TO SPACES) OR
                   (WS-HC-F3(1:1) NOT NUMERIC) OR
                   (WS-HC-F3(2:1) NOT EQUAL TO ".") OR
                   (WS-HC-F3(3:2) NOT NUMERIC) OR
                   (WS-HC-F3(5:6) NOT EQUAL TO SPACES) THEN
                   DISPLAY "HONORS CUTOFF TABLE REFUSED - BAD HONOR "
                       "LINE: " WSHONCUTREC
                   STOP RUN
               END-IF
               IF WS-HON-COUNT >= 5 THEN
                   DISPLAY "HONORS CUTOFF TABLE REFUSED - TABLE FULL "
                       "(5)"
                   STOP RUN
               END-IF
               MOVE 1 TO WS-HON-IX
               PERFORM UNTIL WS-HON-IX > WS-HON-COUNT
                   IF HON-MIN-GPA(WS-HON-IX) EQUAL TO
                       FUNCTION NUMVAL(WS-HC-F3) THEN
                       DISPLAY "HONORS CUTOFF TABLE REFUSED - TWO "
                           "HONORS ON ONE GPA FLOOR: " WSHONCUTREC
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-HON-IX
               END-PERFORM
               ADD 1 TO WS-HON-COUNT
               MOVE WS-HC-F2 TO HON-TITLE(WS-HON-COUNT)
               MOVE FUNCTION NUMVAL(WS-HC-F3) TO
                   HON-MIN-GPA(WS-HON-COUNT)
           ELSE
               DISPLAY "HONORS CUTOFF TABLE REFUSED - UNKNOWN LINE "
                   "TYPE: " WSHONCUTREC
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
      * STUDENT-TABLE-LOAD
      * Reads the demographic master whole, in key order, into the
      * rank table. A student with no program has no cohort to rank
      * in and is counted, not ranked - but is still loaded, with the
      * program left blank, so the master sweep matches the student's
      * records instead of taking them for records with no
      * demographic record at all. Without the demographic master
      * there are no cohorts at all, so that stops the run.
      *****************************************************************
       STUDENT-TABLE-LOAD.
           OPEN INPUT STUDENT-DEMO.
           IF WS-DEMO-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING DEMOGRAPHIC MASTER ASTDEMO.DAT - "
                   "STATUS " WS-DEMO-STATUS
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-DEMO-EOF.
           PERFORM UNTIL END-OF-DEMO
               READ STUDENT-DEMO NEXT RECORD
                   AT END SET END-OF-DEMO TO TRUE
               END-READ
               IF NOT END-OF-DEMO THEN
                   ADD 1 TO WS-DEMO-READ
                   IF DEMO-PROGRAM EQUAL TO SPACES THEN
                       ADD 1 TO WS-DEMO-NO-PROGRAM
                   END-IF
                   IF WS-RK-COUNT >= 1000 THEN
                       DISPLAY "RANK TABLE FULL (1000) - CANNOT RANK "
                           "A MASTER THIS SIZE"
                       STOP RUN
                   ELSE
                       ADD 1 TO WS-RK-COUNT
                       MOVE DEMO-STUDENT-ID TO RK-STUDENT(WS-RK-COUNT)
                       MOVE DEMO-NAME TO RK-NAME(WS-RK-COUNT)
                       MOVE DEMO-PROGRAM TO RK-PROGRAM(WS-RK-COUNT)
                       MOVE DEMO-CATYEAR TO RK-CATYEAR(WS-RK-COUNT)
                       MOVE DEMO-STATUS TO RK-STATUS(WS-RK-COUNT)
                       MOVE 0 TO RK-GPA-POINTS(WS-RK-COUNT),
                           RK-GPA-HOURS(WS-RK-COUNT),
                           RK-RES-HOURS(WS-RK-COUNT),
                           RK-GPA(WS-RK-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE STUDENT-DEMO.
           DISPLAY "DEMOGRAPHIC MASTER LOADED - " WS-RK-COUNT
               " STUDENT(S)".

      *****************************************************************
      * MASTER-SWEEP
      * Sweeps the student-course master in key order. Both it and the
      * rank table run in student-id order, so the two are matched in
      * step: the table walks forward until it reaches the record's
      * student, and a record whose student the table never reaches
      * has no demographic record to rank under. A student with no
      * program is never ranked, so that student's records are
      * matched but not tallied.
      *****************************************************************
       MASTER-SWEEP.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING STUDENT MASTER ASTMAST.DAT - "
                   "STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF.
           MOVE 1 TO WS-RK-AT.
           MOVE 'N' TO WS-MASTER-EOF.
           PERFORM UNTIL END-OF-MASTER
               READ STUDENT-MASTER NEXT RECORD
                   AT END SET END-OF-MASTER TO TRUE
               END-READ
               IF NOT END-OF-MASTER THEN
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM UNTIL (WS-RK-AT > WS-RK-COUNT) OR
                       (RK-STUDENT(WS-RK-AT) NOT < MASTER-STUDENT-ID)
                       ADD 1 TO WS-RK-AT
                   END-PERFORM
                   IF (WS-RK-AT > WS-RK-COUNT) OR
                       (RK-STUDENT(WS-RK-AT) NOT EQUAL TO
                       MASTER-STUDENT-ID) THEN
                       ADD 1 TO WS-RECORDS-NO-DEMO
                   ELSE
                       IF RK-PROGRAM(WS-RK-AT) NOT EQUAL TO SPACES THEN
                           PERFORM TALLY-MASTER-RECORD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE STUDENT-MASTER.

      * One record onto its student's totals - point letters into the
      * GPA, and A-D (graded and earned here) into residency. T and P
      * earn credit but no grade, W, I and N earn nothing, and an
      * ungraded record is still in progress; none of them touch
      * either total.
       TALLY-MASTER-RECORD.
           IF MASTER-GRADE NOT EQUAL TO SPACES THEN
               MOVE MASTER-GRADE TO WS-CLASS-LETTER
               PERFORM GRADE-CLASS-LOOKUP
               IF WS-GRADE-CLASS EQUAL TO SPACE THEN
                   MOVE MASTER-COURSE-ID TO CAT-IN-COURSE
                   MOVE MASTER-TERM TO WS-CAT-TERM
                   PERFORM CATALOG-LOOKUP
                   IF WS-CAT-FOUND NOT EQUAL TO 'Y' THEN
                       DISPLAY "RECORD SKIPPED - COURSE NOT IN "
                           "CATALOG: " MASTER-STUDENT-ID " "
                           MASTER-COURSE-ID
                       ADD 1 TO WS-SKIPPED-RECORDS
                   ELSE
                       PERFORM TALLY-POINT-LETTER
                   END-IF
               END-IF
           END-IF.

       TALLY-POINT-LETTER.
           MOVE 'N' TO WS-GRADE-FOUND.
           SET GP-IDX TO 1.
           SEARCH GP-ENTRY
               AT END CONTINUE
               WHEN GP-LETTER(GP-IDX) EQUAL TO MASTER-GRADE
                   MULTIPLY WS-CAT-HOURS BY GP-POINTS(GP-IDX)
                       GIVING WS-ROW-POINTS
                   MOVE 'Y' TO WS-GRADE-FOUND
           END-SEARCH.
           IF WS-GRADE-FOUND EQUAL TO 'Y' THEN
               ADD 1 TO WS-RECORDS-COUNTED
               ADD WS-CAT-HOURS TO RK-GPA-HOURS(WS-RK-AT)
               ADD WS-ROW-POINTS TO RK-GPA-POINTS(WS-RK-AT)
               IF MASTER-GRADE NOT EQUAL TO 'F' THEN
                   ADD WS-CAT-HOURS TO RK-RES-HOURS(WS-RK-AT)
               END-IF
           ELSE
               DISPLAY "RECORD SKIPPED - UNKNOWN GRADE: "
                   MASTER-STUDENT-ID " " MASTER-COURSE-ID " "
                   MASTER-GRADE
               ADD 1 TO WS-SKIPPED-RECORDS
           END-IF.

      * One student's GPA, truncated to the three places the report
      * shows - the rank, the tie and the honor all go off that one
      * figure, so two students the report shows equal are ranked
      * equal. The sort key is program, catalog year, ranked flag,
      * GPA complemented (highest first), then student id so equal
      * GPAs list in the same order every run. WS-RK-IX is the
      * walking entry number.
       STUDENT-GPA.
           IF RK-GPA-HOURS(WS-RK-IX) > 0 THEN
               DIVIDE RK-GPA-POINTS(WS-RK-IX) BY
                   RK-GPA-HOURS(WS-RK-IX) GIVING RK-GPA(WS-RK-IX)
               MOVE '0' TO RK-RANKED(WS-RK-IX)
               COMPUTE WS-GPA-COMPL = 9999 - (RK-GPA(WS-RK-IX) * 1000)
           ELSE
               MOVE 0 TO RK-GPA(WS-RK-IX)
               MOVE '1' TO RK-RANKED(WS-RK-IX)
               MOVE 9999 TO WS-GPA-COMPL
           END-IF.
           MOVE SPACES TO RK-SORT-KEY(WS-RK-IX).
           STRING RK-PROGRAM(WS-RK-IX) DELIMITED BY SIZE
               RK-CATYEAR(WS-RK-IX) DELIMITED BY SIZE
               RK-RANKED(WS-RK-IX) DELIMITED BY SIZE
               WS-GPA-COMPL DELIMITED BY SIZE
               RK-STUDENT(WS-RK-IX) DELIMITED BY SIZE
               INTO RK-SORT-KEY(WS-RK-IX)
           END-STRING.
           ADD 1 TO WS-RK-IX.

      * Straight exchange sort on the cohort/GPA key, same as
      * TRANSCRIPT's row sort.
       SORT-STUDENTS.
           MOVE 1 TO WS-RK-IX.
           PERFORM UNTIL WS-RK-IX >= WS-RK-COUNT
               ADD 1 TO WS-RK-IX GIVING WS-RK-JX
               PERFORM UNTIL WS-RK-JX > WS-RK-COUNT
                   IF RK-SORT-KEY(WS-RK-JX) <
                       RK-SORT-KEY(WS-RK-IX) THEN
                       MOVE RK-ENTRY(WS-RK-IX) TO WS-RK-SWAP
                       MOVE RK-ENTRY(WS-RK-JX) TO RK-ENTRY(WS-RK-IX)
                       MOVE WS-RK-SWAP TO RK-ENTRY(WS-RK-JX)
                   END-IF
                   ADD 1 TO WS-RK-JX
               END-PERFORM
               ADD 1 TO WS-RK-IX
           END-PERFORM.

      *****************************************************************
      * RANK-ONE-COHORT
      * One program/catalog-year cohort, starting at WS-RK-IX in the
      * sorted table: find where it ends and how many in it are
      * ranked, write its heading, then rank and report each member.
      * Leaves WS-RK-IX on the next cohort's first entry.
      *****************************************************************
       RANK-ONE-COHORT.
           ADD 1 TO WS-COHORTS.
           MOVE WS-RK-IX TO WS-COH-START.
           MOVE RK-PROGRAM(WS-RK-IX) TO WS-COH-PROGRAM.
           MOVE RK-CATYEAR(WS-RK-IX) TO WS-COH-CATYEAR.
           MOVE 0 TO WS-COH-RANKED.
           MOVE WS-RK-IX TO WS-RK-JX.
           PERFORM UNTIL (WS-RK-JX > WS-RK-COUNT) OR
               (RK-PROGRAM(WS-RK-JX) NOT EQUAL TO WS-COH-PROGRAM) OR
               (RK-CATYEAR(WS-RK-JX) NOT EQUAL TO WS-COH-CATYEAR)
               IF RK-RANKED(WS-RK-JX) EQUAL TO '0' THEN
                   ADD 1 TO WS-COH-RANKED
               END-IF
               ADD 1 TO WS-RK-JX
           END-PERFORM.
           SUBTRACT 1 FROM WS-RK-JX GIVING WS-COH-END.
           PERFORM WRITE-COHORT-HEADING.
           MOVE 0 TO WS-RANK.
           PERFORM RANK-ONE-STUDENT UNTIL WS-RK-IX > WS-COH-END.

      * One member of the cohort. A GPA equal to the one above it
      * shares that rank; otherwise the rank is the student's place
      * in the cohort. The percentile is the share of the cohort
      * ranked at or below the student.
       RANK-ONE-STUDENT.
           MOVE SPACES TO WS-HONOR, WS-HONOR-NOTE.
           IF RK-RANKED(WS-RK-IX) EQUAL TO '0' THEN
               ADD 1 TO WS-STUDENTS-RANKED
               IF (WS-RK-IX = WS-COH-START) OR
                   (RK-GPA(WS-RK-IX) NOT EQUAL TO
                   RK-GPA(WS-RK-IX - 1)) THEN
                   SUBTRACT WS-COH-START FROM WS-RK-IX GIVING WS-RANK
                   ADD 1 TO WS-RANK
               END-IF
               COMPUTE WS-PCTILE = (WS-COH-RANKED - WS-RANK + 1) * 100
                   / WS-COH-RANKED
               PERFORM HONOR-ASSIGN
               PERFORM WRITE-RANK-LINE
               IF WS-HONOR NOT EQUAL TO SPACES THEN
                   PERFORM WRITE-EXTRACT-LINE
               END-IF
           ELSE
               ADD 1 TO WS-STUDENTS-UNRANKED
               MOVE "NOT RANKED - NO GRADED HOURS" TO WS-HONOR-NOTE
               PERFORM WRITE-UNRANKED-LINE
           END-IF.
           ADD 1 TO WS-RK-IX.

      * The highest honor whose GPA floor the student clears - held
      * back, with a note, when the student is short of the residency
      * minimum.
       HONOR-ASSIGN.
           MOVE 0 TO WS-HON-JX.
           MOVE 1 TO WS-HON-IX.
           PERFORM UNTIL (WS-HON-IX > WS-HON-COUNT) OR (WS-HON-JX > 0)
               IF RK-GPA(WS-RK-IX) NOT < HON-MIN-GPA(WS-HON-IX) THEN
                   MOVE WS-HON-IX TO WS-HON-JX
               END-IF
               ADD 1 TO WS-HON-IX
           END-PERFORM.
           IF WS-HON-JX > 0 THEN
               IF RK-RES-HOURS(WS-RK-IX) < WS-RESIDENCY-MIN THEN
                   ADD 1 TO WS-RESIDENCY-SHORT
                   MOVE RK-RES-HOURS(WS-RK-IX) TO WS-HOURS-SHOW
                   MOVE WS-RESIDENCY-MIN TO WS-MIN-SHOW
                   STRING "RESIDENCY SHORT (" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HOURS-SHOW) DELIMITED BY SIZE
                       " OF " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MIN-SHOW) DELIMITED BY SIZE
                       " HRS)" DELIMITED BY SIZE
                       INTO WS-HONOR-NOTE
                   END-STRING
               ELSE
                   ADD 1 TO WS-HONORS-AWARDED
                   MOVE HON-TITLE(WS-HON-JX) TO WS-HONOR
               END-IF
           END-IF.

      *****************************************************************
      * WRITE-REPORT-HEADING / WRITE-COHORT-HEADING
      * The report's title, the cutoffs it ran under, and a heading
      * per cohort with its ranked count and column captions.
      *****************************************************************
       WRITE-REPORT-HEADING.
           MOVE "CLASS RANK AND GRADUATION HONORS BY PROGRAM AND "
               TO REPORT-LINE.
           MOVE "CATALOG YEAR" TO REPORT-LINE(49:12).
           WRITE REPORT-LINE.
           MOVE WS-RESIDENCY-MIN TO WS-MIN-SHOW.
           MOVE SPACES TO REPORT-LINE.
           STRING "HONORS NEED " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MIN-SHOW) DELIMITED BY SIZE
               " GRADED HOURS EARNED HERE (T, P AND TRANSFER WORK "
                   DELIMITED BY SIZE
               "NOT COUNTED)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-HON-IX.
           PERFORM UNTIL WS-HON-IX > WS-HON-COUNT
               MOVE HON-MIN-GPA(WS-HON-IX) TO WS-GPA-SHOW
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   HON-TITLE(WS-HON-IX) DELIMITED BY SIZE
                   " GPA " DELIMITED BY SIZE
                   WS-GPA-SHOW(1:4) DELIMITED BY SIZE
                   " AND ABOVE" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-HON-IX
           END-PERFORM.

       WRITE-COHORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COH-RANKED TO WS-COUNT-SHOW.
           MOVE SPACES TO REPORT-LINE.
           STRING "PROGRAM " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COH-PROGRAM) DELIMITED BY SIZE
               "  CATALOG YEAR " DELIMITED BY SIZE
               WS-COH-CATYEAR DELIMITED BY SIZE
               "  - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-SHOW) DELIMITED BY SIZE
               " STUDENT(S) RANKED" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "RANK" TO REPORT-LINE(1:4).
           MOVE "STUDENT ID" TO REPORT-LINE(7:10).
           MOVE "NAME" TO REPORT-LINE(29:4).
           MOVE "GPA" TO REPORT-LINE(61:3).
           MOVE "GPA HRS" TO REPORT-LINE(68:7).
           MOVE "RES HRS" TO REPORT-LINE(77:7).
           MOVE "PCTILE" TO REPORT-LINE(86:6).
           MOVE "HONORS" TO REPORT-LINE(94:6).
           WRITE REPORT-LINE.

      * One ranked student's report line.
       WRITE-RANK-LINE.
           MOVE WS-RANK TO WS-RANK-SHOW.
           MOVE RK-GPA(WS-RK-IX) TO WS-GPA-SHOW.
           MOVE RK-GPA-HOURS(WS-RK-IX) TO WS-HOURS-SHOW.
           MOVE RK-RES-HOURS(WS-RK-IX) TO WS-HOURS-SHOW2.
           MOVE WS-PCTILE TO WS-PCTILE-SHOW.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-RANK-SHOW TO REPORT-LINE(1:4).
           MOVE RK-STUDENT(WS-RK-IX) TO REPORT-LINE(7:20).
           MOVE RK-NAME(WS-RK-IX) TO REPORT-LINE(29:30).
           MOVE WS-GPA-SHOW TO REPORT-LINE(61:5).
           MOVE WS-HOURS-SHOW TO REPORT-LINE(70:5).
           MOVE WS-HOURS-SHOW2 TO REPORT-LINE(79:5).
           MOVE WS-PCTILE-SHOW TO REPORT-LINE(89:3).
           IF WS-HONOR NOT EQUAL TO SPACES THEN
               MOVE WS-HONOR TO REPORT-LINE(94:30)
           ELSE
               MOVE WS-HONOR-NOTE TO REPORT-LINE(94:39)
           END-IF.
           WRITE REPORT-LINE.

      * A student with no point-graded hours - listed under the
      * cohort, not ranked in it.
       WRITE-UNRANKED-LINE.
           MOVE RK-RES-HOURS(WS-RK-IX) TO WS-HOURS-SHOW2.
           MOVE SPACES TO REPORT-LINE.
           MOVE "   -" TO REPORT-LINE(1:4).
           MOVE RK-STUDENT(WS-RK-IX) TO REPORT-LINE(7:20).
           MOVE RK-NAME(WS-RK-IX) TO REPORT-LINE(29:30).
           MOVE WS-HOURS-SHOW2 TO REPORT-LINE(79:5).
           MOVE WS-HONOR-NOTE TO REPORT-LINE(94:39).
           WRITE REPORT-LINE.

      * One honors extract line -
      * studentid|name|program|catyear|honor|gpa|rank|cohortsize|status.
       WRITE-EXTRACT-LINE.
           MOVE WS-COH-RANKED TO WS-COUNT-SHOW.
           MOVE SPACES TO EXTRACT-LINE.
           STRING FUNCTION TRIM(RK-STUDENT(WS-RK-IX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(RK-NAME(WS-RK-IX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(RK-PROGRAM(WS-RK-IX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               RK-CATYEAR(WS-RK-IX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-HONOR) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-GPA-SHOW DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RANK-SHOW) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-SHOW) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               RK-STATUS(WS-RK-IX) DELIMITED BY SIZE
               INTO EXTRACT-LINE
           END-STRING.
           WRITE EXTRACT-LINE.

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
