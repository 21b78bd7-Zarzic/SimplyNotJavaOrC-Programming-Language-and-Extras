      ******************************************************************
      * Author:
      * Date:
      * Purpose: Degree conferral run for a term. Each candidate on
      *          the graduation candidate list is re-checked against
      *          the degree plan for their program with the same rules
      *          AUTOADVISOR's DEGREE-PLAN-CHECK applies - every
      *          required course completed, every elective category's
      *          minimum hours earned off its member courses, and the
      *          plan's graduation GPA floor - counting only work
      *          through the conferral term. A candidate who passes
      *          has the degree conferred: the degree, program and
      *          conferral term go on the conferred-degrees master,
      *          and DEMO-STATUS on the demographic master is set to
      *          graduated. Conferred students go on the commencement
      *          and diploma list; candidates short by one or two
      *          requirements go on a nearly-there list for the
      *          advisors. Once a degree is on the conferred-degrees
      *          master, GRADEPOST, GRADEBRIDGE and GRADEAMEND refuse
      *          to change the student's course records through the
      *          conferral term without a logged override.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   - Initial version.
      *   - Credit hours come off the version of the catalog entry in
      *     force for each record's term - elective hours included,
      *     off the term the member course was completed in.
      *   - A degree record that won't write for any reason is an
      *     exception, and a graduate whose demographic status
      *     couldn't be set to graduated is counted and flagged.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CONFERRAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Graduation candidate list - one student id per line, the same
      * list layout AUTOADVISOR and TRANSCRIPT batch from.
           SELECT CANDIDATE-LIST
           ASSIGN TO DYNAMIC WS-LIST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

      * The indexed student-course master the other programs share -
      * each candidate's records walked off their key.
           SELECT STUDENT-MASTER
           ASSIGN TO "ASTMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MASTER-KEY
           FILE STATUS IS WS-MASTER-STATUS.

      * The indexed student demographic master - program of study
      * picks the plan, and DEMO-STATUS is set to graduated on
      * conferral.
           SELECT STUDENT-DEMO
           ASSIGN TO "ASTDEMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEMO-KEY
           FILE STATUS IS WS-DEMO-STATUS.

      * The indexed conferred-degrees master - one record per student
      * and program conferred, carrying the degree and the term it
      * was conferred in.
           SELECT DEGREE-FILE
           ASSIGN TO "ASTDEGR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEGREE-KEY
           FILE STATUS IS WS-DEGREE-STATUS.

      * Central course-catalog master - elective hours come off it.
           SELECT CATALOG-FILE
           ASSIGN TO "AACATLG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATLG-STATUS.

      * Degree-plan index - programcode|planfile|degree, the index
      * AUTOADVISOR's audits run off with the degree each program
      * confers on the end.
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
      * The conferral term has to be on it.
           SELECT TERM-CALENDAR
           ASSIGN TO "AATERMS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERMS-STATUS.

      * Commencement and diploma list - studentid|name|degree|
      * program|term per degree conferred, written fresh each run.
           SELECT COMMENCEMENT-LIST
           ASSIGN TO "AACOMMEN.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMMEN-STATUS.

      * Nearly-there list - studentid|name|program|shortcount|
      * shortfall per candidate one or two requirements short,
      * written fresh each run.
           SELECT NEARLY-LIST
           ASSIGN TO "AANEARLY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEARLY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CANDIDATE-LIST.
       01 WSCANDIDATELINE           PIC X(100).

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

       FD DEGREE-FILE.
       01 DEGREE-RECORD.
           05 DEGREE-KEY.
               10 DEGREE-STUDENT-ID   PIC X(20).
               10 DEGREE-PROGRAM      PIC X(10).
           05 DEGREE-CODE             PIC X(10).
           05 DEGREE-TERM             PIC X(6).
           05 DEGREE-DATE             PIC X(8).

       FD CATALOG-FILE.
       01 WSCATALOGLINE             PIC X(100).

       FD DEGREE-PLAN-INDEX.
       01 WSPLANIXLINE              PIC X(130).

       FD DEGREE-PLAN-FILE.
       01 WSPLANLINE                PIC X(250).

       FD TERM-CALENDAR.
       01 WSTERMLINE                PIC X(80).

       FD COMMENCEMENT-LIST.
       01 COMMENCEMENT-LINE         PIC X(132).

       FD NEARLY-LIST.
       01 NEARLY-LINE               PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-LIST-STATUS            PIC X(2).
       01 WS-MASTER-STATUS          PIC X(2).
       01 WS-DEMO-STATUS            PIC X(2).
       01 WS-DEGREE-STATUS          PIC X(2).
       01 WS-CATLG-STATUS           PIC X(2).
       01 WS-PLANIX-STATUS          PIC X(2).
       01 WS-PLAN-STATUS            PIC X(2).
       01 WS-TERMS-STATUS           PIC X(2).
       01 WS-COMMEN-STATUS          PIC X(2).
       01 WS-NEARLY-STATUS          PIC X(2).

       01 WS-LIST-NAME              PIC X(100).
       01 WS-LIST-EOF               PIC X(1).
           88 END-OF-LIST           VALUE 'Y'.
       01 WS-MASTER-EOF             PIC X(1).
           88 END-OF-STUDENT        VALUE 'Y'.
       01 WS-CATLG-EOF              PIC X(1).
           88 CATALOG-END-OF-FILE   VALUE 'Y'.

      * Value DEMO-STATUS takes once a degree is conferred.
       01 WS-GRADUATED              PIC X(1) VALUE 'G'.

      * The conferral term and its chronological key - work from
      * later terms doesn't count toward this conferral.
       01 WS-CONF-TERM              PIC X(6).
       01 WS-CONF-KEY               PIC X(5).
       01 WS-KEY-TERM               PIC X(6).
       01 WS-KEY-OUT                PIC X(5).

      * The conferral term's calendar line, and the operator's
      * go-ahead for conferring before its grades lock.
       01 WS-TERMS-EOF              PIC X(1).
           88 TERMS-END-OF-FILE     VALUE 'Y'.
       01 WSTERMREC                 PIC X(80).
       01 TC-IN-TERM                PIC X(10).
       01 TC-IN-START               PIC X(10).
       01 TC-IN-END                 PIC X(10).
       01 TC-IN-DUE                 PIC X(10).
       01 TC-IN-LOCK                PIC X(10).
       01 WS-TERM-FOUND             PIC X(1).
       01 WS-CONF-TERM-LOCK         PIC X(8).
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

      * Degree-plan index - the program's plan file and the degree
      * it confers - and the program whose plan sits in the plan
      * tables now, so a run of candidates in one program doesn't
      * reload it per candidate.
       01 WS-PLANIX-NAME            PIC X(100).
       01 WS-PLANIX-EOF             PIC X(1).
           88 PLANIX-END-OF-FILE    VALUE 'Y'.
       01 WSPLANIXREC               PIC X(130).
       01 WS-PX-PROG                PIC X(10).
       01 WS-PX-FILE                PIC X(100).
       01 WS-PX-DEGREE              PIC X(10).
       01 WSPLANIXTABLE.
           05 PLANIX-ENTRY OCCURS 20 TIMES.
               10 PLANIX-PROG        PIC X(10).
               10 PLANIX-FILE        PIC X(100).
               10 PLANIX-DEGREE      PIC X(10).
       01 WS-PLANIX-COUNT           PIC 9(3) VALUE 0.
       01 WS-PX-IX                  PIC 9(3).
       01 WS-PX-AT                  PIC 9(3).
       01 WS-PLAN-CUR-PROG          PIC X(10) VALUE SPACES.

      * The selected program's plan - required courses, elective
      * categories with their member courses flattened into one
      * table, and the graduation GPA floor, loaded the way
      * AUTOADVISOR's DEGREE-PLAN-FETCH loads them.
       01 WS-PLAN-NAME              PIC X(100).
       01 WS-PLAN-EOF               PIC X(1).
           88 PLAN-END-OF-FILE      VALUE 'Y'.
       01 WSPLANREC                 PIC X(250).
       01 WS-PLAN-TYPE              PIC X(1).
       01 WS-PLAN-F2                PIC X(50).
       01 WS-PLAN-F3                PIC X(10).
       01 WS-PLAN-F4                PIC X(200).
       01 WS-PLAN-NUM-TEXT          PIC X(10).
       01 WS-PLAN-NUM-OK            PIC X(1).
       01 WS-PLAN-DIGITS            PIC 9(3).
       01 WS-PLAN-POINTS            PIC 9(3).
       01 WS-PLAN-SEEN-SP           PIC X(1).
       01 WSREQTABLE.
           05 REQ-COURSE PIC X(50) OCCURS 50 TIMES.
       01 WS-REQ-COUNT              PIC 9(3) VALUE 0.
       01 WSELECTABLE.
           05 ELEC-ENTRY OCCURS 10 TIMES.
               10 ELEC-CATEGORY      PIC X(20).
               10 ELEC-MIN-HOURS     PIC 9(3).
               10 ELEC-EARNED        PIC 9(3).
       01 WS-ELEC-COUNT             PIC 9(3) VALUE 0.
       01 WSELECMEMBERS.
           05 ELMEM-ENTRY OCCURS 100 TIMES.
               10 ELMEM-CAT          PIC 9(3).
               10 ELMEM-COURSE       PIC X(50).
       01 WS-ELMEM-COUNT            PIC 9(3) VALUE 0.
       01 WS-PLAN-MIN-GPA           PIC 9V99 VALUE 0.
       01 WS-DP-IX                  PIC 9(3).
       01 WS-DP-JX                  PIC 9(3).
       01 WS-DP-KX                  PIC 9(3).
       01 WS-DP-PTR                 PIC 9(3).
       01 WS-DP-MEMBER              PIC X(50).
       01 WS-DP-FOUND               PIC X(1).
       01 WS-DP-OWED                PIC 9(3).

      * The candidate in hand - who, the degree the plan confers,
      * the completed-course list and GPA figures through the
      * conferral term, and what the plan check found short.
       01 WS-CAND-ID                PIC X(20).
       01 WS-CAND-NAME              PIC X(30).
       01 WS-CAND-PROG              PIC X(10).
       01 WS-CAND-DEGREE            PIC X(10).
       01 WSDONETABLE.
           05 DONE-ENTRY OCCURS 100 TIMES.
               10 DONE-COURSE        PIC X(20).
               10 DONE-TERM          PIC X(6).
       01 WS-DONE-COUNT             PIC 9(3).
       01 WS-DONE-FULL              PIC X(1).
       01 WS-UNSCORED               PIC 9(3).
       01 WS-GPA-POINTS             PIC 9(5)V999.
       01 WS-GPA-HOURS              PIC 9(4).
       01 WS-ROW-POINTS             PIC 99V999.
       01 WS-CUM-GPA                PIC 9V99.
       01 WS-SHORT-COUNT            PIC 9(3).
       01 WS-SHORT-TEXT             PIC X(200).
       01 WS-SHORT-PTR              PIC 9(3).
       01 WS-EXCEPTION-WHY          PIC X(50).

      * Edited fields for the list lines.
       01 WS-OWED-SHOW              PIC ZZ9.
       01 WS-GPA-SHOW               PIC 9.99.
       01 WS-MIN-GPA-SHOW           PIC 9.99.
       01 WS-SHORT-SHOW             PIC 9.

      * Letter-grade tables shared with the other programs.
       COPY GRADECUTOFFS.
       01 WS-CLASS-LETTER           PIC X(1).
       01 WS-GRADE-CLASS            PIC X(1).
       01 WS-GRADE-FOUND            PIC X(1).

      * Run control totals - every candidate read lands in exactly
      * one of conferred, nearly there, not ready, already conferred
      * or exception.
       01 WS-CTL-READ               PIC 9(5) VALUE 0.
       01 WS-CTL-CONFERRED          PIC 9(5) VALUE 0.
       01 WS-CTL-NEARLY             PIC 9(5) VALUE 0.
       01 WS-CTL-NOT-READY          PIC 9(5) VALUE 0.
       01 WS-CTL-ALREADY            PIC 9(5) VALUE 0.
       01 WS-CTL-EXCEPTIONS         PIC 9(5) VALUE 0.
       01 WS-CTL-BALANCE            PIC 9(5).
      * Conferred graduates whose DEMO-STATUS couldn't be set - they
      * are already counted conferred, so this sits outside the
      * balance.
       01 WS-CTL-STATUS-UNSET       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       CONFERRAL-MAIN.
           DISPLAY "ENTER CONFERRAL TERM (E.G. 2026SP): ".
           ACCEPT WS-CONF-TERM.
           IF WS-CONF-TERM EQUAL TO SPACES THEN
               DISPLAY "A TERM IS REQUIRED"
               STOP RUN
           END-IF.
           MOVE WS-CONF-TERM TO WS-KEY-TERM.
           PERFORM TERM-SORT-KEY.
           MOVE WS-KEY-OUT TO WS-CONF-KEY.
           PERFORM TERM-CALENDAR-CHECK.

           DISPLAY "ENTER DEGREE PLAN INDEX FILE: ".
           ACCEPT WS-PLANIX-NAME.
           IF WS-PLANIX-NAME EQUAL TO SPACES THEN
               DISPLAY "A DEGREE PLAN INDEX IS REQUIRED - NO DEGREE "
                   "IS CONFERRED WITHOUT A PLAN CHECK"
               STOP RUN
           END-IF.

           DISPLAY "ENTER GRADUATION CANDIDATE LIST FILE: ".
           ACCEPT WS-LIST-NAME.
           OPEN INPUT CANDIDATE-LIST.
           IF WS-LIST-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING CANDIDATE LIST FILE - STATUS "
                   WS-LIST-STATUS
               STOP RUN
           END-IF.

           PERFORM CATALOG-LOAD.
           PERFORM DEGREE-PLAN-LOAD.

      * The lists open before any degree is conferred - a conferral
      * that can't make the commencement list is a graduate nobody
      * calls to the stage.
           OPEN OUTPUT COMMENCEMENT-LIST.
           IF WS-COMMEN-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING COMMENCEMENT LIST - STATUS "
                   WS-COMMEN-STATUS
               DISPLAY "NO DEGREES CONFERRED"
               STOP RUN
           END-IF.
           OPEN OUTPUT NEARLY-LIST.
           IF WS-NEARLY-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING NEARLY-THERE LIST - STATUS "
                   WS-NEARLY-STATUS
               DISPLAY "NO DEGREES CONFERRED"
               STOP RUN
           END-IF.

      * I-O keeps the degrees already conferred; 35 just means the
      * first conferral ever - create the master, then come back in
      * I-O, the same dance MASTERLOAD does.
           OPEN I-O DEGREE-FILE.
           IF WS-DEGREE-STATUS EQUAL TO "35" THEN
               OPEN OUTPUT DEGREE-FILE
               IF WS-DEGREE-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "ERROR CREATING CONFERRED-DEGREES MASTER - "
                       "STATUS " WS-DEGREE-STATUS
                   STOP RUN
               END-IF
               CLOSE DEGREE-FILE
               OPEN I-O DEGREE-FILE
               IF WS-DEGREE-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "ERROR REOPENING CONFERRED-DEGREES MASTER - "
                       "STATUS " WS-DEGREE-STATUS
                   STOP RUN
               END-IF
           ELSE
               IF WS-DEGREE-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "ERROR OPENING CONFERRED-DEGREES MASTER - "
                       "STATUS " WS-DEGREE-STATUS
                   STOP RUN
               END-IF
           END-IF.

      * No demographic master means no program to check against and
      * no status to set - nothing can be conferred.
           OPEN I-O STUDENT-DEMO.
           IF WS-DEMO-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING DEMOGRAPHIC MASTER ASTDEMO.DAT "
                   "- STATUS " WS-DEMO-STATUS
               DISPLAY "NO DEGREES CONFERRED"
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING STUDENT MASTER ASTMAST.DAT - "
                   "STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-LIST-EOF.
           PERFORM UNTIL END-OF-LIST
               READ CANDIDATE-LIST
                   AT END SET END-OF-LIST TO TRUE
               END-READ
               IF (NOT END-OF-LIST) AND
                   (WSCANDIDATELINE NOT EQUAL TO SPACES) THEN
                   ADD 1 TO WS-CTL-READ
                   MOVE WSCANDIDATELINE TO WS-CAND-ID
                   PERFORM CONFER-ONE-CANDIDATE
                       THRU CONFER-ONE-CANDIDATE-EXIT
               END-IF
           END-PERFORM.

           CLOSE CANDIDATE-LIST.
           CLOSE STUDENT-MASTER.
           CLOSE STUDENT-DEMO.
           CLOSE DEGREE-FILE.
           CLOSE COMMENCEMENT-LIST.
           CLOSE NEARLY-LIST.

           DISPLAY " ".
           DISPLAY "===== CONFERRAL RUN CONTROL TOTALS =====".
           DISPLAY "CANDIDATES READ: " WS-CTL-READ.
           DISPLAY "DEGREES CONFERRED: " WS-CTL-CONFERRED.
           DISPLAY "NEARLY THERE (1-2 SHORT): " WS-CTL-NEARLY.
           DISPLAY "NOT READY: " WS-CTL-NOT-READY.
           DISPLAY "ALREADY CONFERRED: " WS-CTL-ALREADY.
           DISPLAY "EXCEPTIONS: " WS-CTL-EXCEPTIONS.
           DISPLAY "DEGREE RECORDED BUT GRADUATED STATUS NOT SET: "
               WS-CTL-STATUS-UNSET.
      * Exceptions need the registrar's eye but aren't a failed run;
      * a run that doesn't tie is. A graduate still showing as a
      * candidate on the demographic master is the same - the degree
      * stands, but the status has to be put right through DEMOLOAD
      * before anything that reads it runs.
           IF (WS-CTL-EXCEPTIONS > 0) OR (WS-CTL-STATUS-UNSET > 0)
               THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           ADD WS-CTL-CONFERRED TO WS-CTL-NEARLY
               GIVING WS-CTL-BALANCE.
           ADD WS-CTL-NOT-READY TO WS-CTL-BALANCE.
           ADD WS-CTL-ALREADY TO WS-CTL-BALANCE.
           ADD WS-CTL-EXCEPTIONS TO WS-CTL-BALANCE.
           IF WS-CTL-BALANCE EQUAL TO WS-CTL-READ THEN
               DISPLAY "CONTROL CHECK: RUN IN BALANCE"
           ELSE
               DISPLAY "CONTROL CHECK: RUN OUT OF BALANCE"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "COMMENCEMENT LIST WRITTEN TO AACOMMEN.TXT".
           DISPLAY "NEARLY-THERE LIST WRITTEN TO AANEARLY.TXT".
           STOP RUN.

      *****************************************************************
      * TERM-CALENDAR-CHECK
      * The conferral term has to be on the academic term calendar. A
      * term not yet past its grade-lock date can still be re-graded
      * without the registrar's authorization, so conferring in it
      * early takes the operator's confirmation.
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
                   IF (TC-IN-TERM EQUAL TO WS-CONF-TERM) AND
                       (TC-IN-LOCK(1:8) NUMERIC) THEN
                       MOVE 'Y' TO WS-TERM-FOUND
                       MOVE TC-IN-LOCK(1:8) TO WS-CONF-TERM-LOCK
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TERM-CALENDAR.
           IF WS-TERM-FOUND NOT EQUAL TO 'Y' THEN
               DISPLAY "TERM NOT ON CALENDAR: " WS-CONF-TERM
               DISPLAY "NO DEGREES CONFERRED"
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-TODAY < WS-CONF-TERM-LOCK THEN
               DISPLAY "TERM " WS-CONF-TERM " GRADES DO NOT LOCK UNTIL "
                   WS-CONF-TERM-LOCK " - CONFER ANYWAY (Y): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT EQUAL TO 'Y' AND 'y' THEN
                   DISPLAY "CONFERRAL RUN CANCELLED - NO DEGREES "
                       "CONFERRED"
                   STOP RUN
               END-IF
           END-IF.

      *****************************************************************
      * CONFER-ONE-CANDIDATE
      * One candidate through the conferral rules. A candidate the
      * demographic master doesn't carry, with no program or no plan
      * for it, or with a record the catalog can't score is an
      * exception - no degree goes out on a check that couldn't be
      * made. A degree already on the conferred-degrees master for
      * the candidate's program is not conferred twice.
      *****************************************************************
       CONFER-ONE-CANDIDATE.
           MOVE SPACES TO WS-CAND-NAME, WS-CAND-PROG, WS-CAND-DEGREE.
           MOVE WS-CAND-ID TO DEMO-STUDENT-ID.
           READ STUDENT-DEMO
               INVALID KEY
                   MOVE "NOT ON DEMOGRAPHIC MASTER" TO WS-EXCEPTION-WHY
                   PERFORM CANDIDATE-EXCEPTION
                   GO TO CONFER-ONE-CANDIDATE-EXIT
           END-READ.
           MOVE DEMO-NAME TO WS-CAND-NAME.
           MOVE DEMO-PROGRAM TO WS-CAND-PROG.
           IF WS-CAND-PROG EQUAL TO SPACES THEN
               MOVE "NO PROGRAM OF STUDY" TO WS-EXCEPTION-WHY
               PERFORM CANDIDATE-EXCEPTION
               GO TO CONFER-ONE-CANDIDATE-EXIT
           END-IF.

           MOVE WS-CAND-ID TO DEGREE-STUDENT-ID.
           MOVE WS-CAND-PROG TO DEGREE-PROGRAM.
           READ DEGREE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "ALREADY CONFERRED: " WS-CAND-ID " "
                       DEGREE-CODE " " DEGREE-PROGRAM " "
                       DEGREE-TERM
                   ADD 1 TO WS-CTL-ALREADY
                   GO TO CONFER-ONE-CANDIDATE-EXIT
           END-READ.

           PERFORM DEGREE-PLAN-SELECT.
           IF WS-PX-AT EQUAL TO 0 THEN
               MOVE "NO DEGREE PLAN FOR PROGRAM" TO WS-EXCEPTION-WHY
               PERFORM CANDIDATE-EXCEPTION
               GO TO CONFER-ONE-CANDIDATE-EXIT
           END-IF.
           MOVE PLANIX-DEGREE(WS-PX-AT) TO WS-CAND-DEGREE.
           IF WS-CAND-DEGREE EQUAL TO SPACES THEN
               MOVE "NO DEGREE NAMED ON PLAN INDEX" TO WS-EXCEPTION-WHY
               PERFORM CANDIDATE-EXCEPTION
               GO TO CONFER-ONE-CANDIDATE-EXIT
           END-IF.

           PERFORM RECORD-COLLECT.
           IF WS-UNSCORED > 0 THEN
               MOVE "RECORD NOT IN CATALOG - CANNOT BE SCORED" TO
                   WS-EXCEPTION-WHY
               PERFORM CANDIDATE-EXCEPTION
               GO TO CONFER-ONE-CANDIDATE-EXIT
           END-IF.
           IF WS-DONE-FULL EQUAL TO 'Y' THEN
               MOVE "COMPLETED COURSE TABLE FULL (100)" TO
                   WS-EXCEPTION-WHY
               PERFORM CANDIDATE-EXCEPTION
               GO TO CONFER-ONE-CANDIDATE-EXIT
           END-IF.

           PERFORM DEGREE-PLAN-CHECK.
           IF WS-SHORT-COUNT EQUAL TO 0 THEN
               PERFORM CONFER-DEGREE
           ELSE
           IF WS-SHORT-COUNT <= 2 THEN
               PERFORM WRITE-NEARLY-LINE
               ADD 1 TO WS-CTL-NEARLY
           ELSE
               ADD 1 TO WS-CTL-NOT-READY
           END-IF
           END-IF.

       CONFER-ONE-CANDIDATE-EXIT.
           EXIT.

       CANDIDATE-EXCEPTION.
           DISPLAY "CANDIDATE NOT CHECKED - "
               FUNCTION TRIM(WS-EXCEPTION-WHY) ": " WS-CAND-ID.
           ADD 1 TO WS-CTL-EXCEPTIONS.

      *****************************************************************
      * RECORD-COLLECT
      * Walks the candidate's master records off their key, the same
      * START and READ NEXT AUTOADVISOR's LINE_PROCESSING does,
      * keeping work through the conferral term only: completed
      * courses (A-D, P, T) onto the done list, and point letters
      * into the GPA over point-graded hours. W, I and N count for
      * nothing; an ungraded record is still in progress.
      *****************************************************************
       RECORD-COLLECT.
           MOVE 0 TO WS-DONE-COUNT, WS-UNSCORED.
           MOVE 'N' TO WS-DONE-FULL.
           MOVE 0 TO WS-GPA-POINTS, WS-GPA-HOURS, WS-CUM-GPA.
           MOVE SPACES TO WSDONETABLE.
           MOVE 'N' TO WS-MASTER-EOF.
           MOVE SPACES TO MASTER-RECORD.
           MOVE WS-CAND-ID TO MASTER-STUDENT-ID.
           MOVE LOW-VALUES TO MASTER-COURSE-ID.
           START STUDENT-MASTER KEY IS NOT LESS THAN MASTER-KEY
           END-START.
           IF WS-MASTER-STATUS NOT EQUAL TO "00" THEN
               SET END-OF-STUDENT TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-STUDENT
               READ STUDENT-MASTER NEXT RECORD
                   AT END SET END-OF-STUDENT TO TRUE
               END-READ
               IF (NOT END-OF-STUDENT) AND
                   (MASTER-STUDENT-ID NOT EQUAL TO WS-CAND-ID) THEN
                   SET END-OF-STUDENT TO TRUE
               END-IF
               IF NOT END-OF-STUDENT THEN
                   PERFORM COLLECT-ONE-RECORD
               END-IF
           END-PERFORM.
           IF WS-GPA-HOURS > 0 THEN
               DIVIDE WS-GPA-POINTS BY WS-GPA-HOURS GIVING WS-CUM-GPA
           END-IF.

       COLLECT-ONE-RECORD.
           MOVE MASTER-TERM TO WS-KEY-TERM.
           PERFORM TERM-SORT-KEY.
           IF (MASTER-GRADE NOT EQUAL TO SPACES) AND
               (WS-KEY-OUT NOT > WS-CONF-KEY) THEN
               MOVE MASTER-COURSE-ID TO CAT-IN-COURSE
               MOVE MASTER-TERM TO WS-CAT-TERM
               PERFORM CATALOG-LOOKUP
               IF WS-CAT-FOUND NOT EQUAL TO 'Y' THEN
                   DISPLAY "RECORD NOT IN CATALOG: " MASTER-STUDENT-ID
                       " " MASTER-COURSE-ID
                   ADD 1 TO WS-UNSCORED
               ELSE
                   MOVE MASTER-GRADE TO WS-CLASS-LETTER
                   PERFORM GRADE-CLASS-LOOKUP
                   IF WS-GRADE-CLASS EQUAL TO 'W' OR 'I' OR 'N' THEN
                       CONTINUE
                   ELSE
                   IF WS-GRADE-CLASS EQUAL TO 'C' OR 'T' THEN
                       PERFORM DONE-LIST-ADD
                   ELSE
                       MOVE 0 TO WS-ROW-POINTS
                       MOVE 'N' TO WS-GRADE-FOUND
                       SET GP-IDX TO 1
                       SEARCH GP-ENTRY
                           AT END CONTINUE
                           WHEN GP-LETTER(GP-IDX) EQUAL TO MASTER-GRADE
                               MULTIPLY WS-CAT-HOURS BY
                                   GP-POINTS(GP-IDX)
                                   GIVING WS-ROW-POINTS
                               MOVE 'Y' TO WS-GRADE-FOUND
                       END-SEARCH
                       IF WS-GRADE-FOUND EQUAL TO 'Y' THEN
                           ADD WS-ROW-POINTS TO WS-GPA-POINTS
                           ADD WS-CAT-HOURS TO WS-GPA-HOURS
                           IF MASTER-GRADE NOT EQUAL TO 'F' THEN
                               PERFORM DONE-LIST-ADD
                           END-IF
                       ELSE
                           DISPLAY "RECORD GRADE NOT RECOGNIZED: "
                               MASTER-STUDENT-ID " " MASTER-COURSE-ID
                               " " MASTER-GRADE
                           ADD 1 TO WS-UNSCORED
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

       DONE-LIST-ADD.
           IF WS-DONE-COUNT >= 100 THEN
               MOVE 'Y' TO WS-DONE-FULL
           ELSE
               ADD 1 TO WS-DONE-COUNT
               MOVE MASTER-COURSE-ID TO DONE-COURSE(WS-DONE-COUNT)
               MOVE MASTER-TERM TO DONE-TERM(WS-DONE-COUNT)
           END-IF.

      *****************************************************************
      * DEGREE-PLAN-CHECK
      * The candidate against the loaded plan, by the rules
      * AUTOADVISOR's DEGREE-PLAN-CHECK applies: each required course
      * looked for on the done list, each elective category's member
      * courses earning their catalog hours against its minimum, and
      * the graduation GPA floor. Every required course missing,
      * every category short and a GPA under the floor counts as one
      * requirement short, spelled out for the nearly-there list.
      *****************************************************************
       DEGREE-PLAN-CHECK.
           MOVE 0 TO WS-SHORT-COUNT.
           MOVE SPACES TO WS-SHORT-TEXT.
           MOVE 1 TO WS-SHORT-PTR.
           MOVE 1 TO WS-DP-IX.
           PERFORM DEGREE-REQ-ONE WS-REQ-COUNT TIMES.

           MOVE 1 TO WS-DP-IX.
           PERFORM UNTIL WS-DP-IX > WS-ELEC-COUNT
               MOVE 0 TO ELEC-EARNED(WS-DP-IX)
               ADD 1 TO WS-DP-IX
           END-PERFORM.
           MOVE 1 TO WS-DP-IX.
           PERFORM DEGREE-ELEC-MEMBER WS-ELMEM-COUNT TIMES.
           MOVE 1 TO WS-DP-IX.
           PERFORM DEGREE-ELEC-ONE WS-ELEC-COUNT TIMES.

           IF (WS-PLAN-MIN-GPA > 0) AND
               (WS-CUM-GPA < WS-PLAN-MIN-GPA) THEN
               ADD 1 TO WS-SHORT-COUNT
               MOVE WS-CUM-GPA TO WS-GPA-SHOW
               MOVE WS-PLAN-MIN-GPA TO WS-MIN-GPA-SHOW
               STRING "GPA " DELIMITED BY SIZE
                   WS-GPA-SHOW DELIMITED BY SIZE
                   " UNDER " DELIMITED BY SIZE
                   WS-MIN-GPA-SHOW DELIMITED BY SIZE
                   "; " DELIMITED BY SIZE
                   INTO WS-SHORT-TEXT
                   WITH POINTER WS-SHORT-PTR
               END-STRING
           END-IF.

      * One required course - on the done list or one short. WS-DP-IX
      * is the walking entry number.
       DEGREE-REQ-ONE.
           MOVE 'N' TO WS-DP-FOUND.
           MOVE 1 TO WS-DP-JX.
           PERFORM UNTIL WS-DP-JX > WS-DONE-COUNT
               IF DONE-COURSE(WS-DP-JX) EQUAL TO REQ-COURSE(WS-DP-IX)
                   THEN
                   MOVE 'Y' TO WS-DP-FOUND
               END-IF
               ADD 1 TO WS-DP-JX
           END-PERFORM.
           IF WS-DP-FOUND NOT EQUAL TO 'Y' THEN
               ADD 1 TO WS-SHORT-COUNT
               STRING "REQUIRED " DELIMITED BY SIZE
                   FUNCTION TRIM(REQ-COURSE(WS-DP-IX))
                   DELIMITED BY SIZE
                   "; " DELIMITED BY SIZE
                   INTO WS-SHORT-TEXT
                   WITH POINTER WS-SHORT-PTR
               END-STRING
           END-IF.
           ADD 1 TO WS-DP-IX.

      * One elective member course - completed, it earns the catalog
      * hours in force for the term it was completed in for its
      * category. WS-DP-IX is the walking member number.
       DEGREE-ELEC-MEMBER.
           MOVE 'N' TO WS-DP-FOUND.
           MOVE 1 TO WS-DP-JX.
           PERFORM UNTIL WS-DP-JX > WS-DONE-COUNT
               IF DONE-COURSE(WS-DP-JX) EQUAL TO ELMEM-COURSE(WS-DP-IX)
                   THEN
                   MOVE 'Y' TO WS-DP-FOUND
                   MOVE DONE-TERM(WS-DP-JX) TO WS-CAT-TERM
               END-IF
               ADD 1 TO WS-DP-JX
           END-PERFORM.
           IF WS-DP-FOUND EQUAL TO 'Y' THEN
               MOVE ELMEM-COURSE(WS-DP-IX) TO CAT-IN-COURSE
               PERFORM CATALOG-LOOKUP
               MOVE ELMEM-CAT(WS-DP-IX) TO WS-DP-KX
               ADD WS-CAT-HOURS TO ELEC-EARNED(WS-DP-KX)
           END-IF.
           ADD 1 TO WS-DP-IX.

      * One elective category against its minimum. WS-DP-IX is the
      * walking category number.
       DEGREE-ELEC-ONE.
           IF ELEC-EARNED(WS-DP-IX) < ELEC-MIN-HOURS(WS-DP-IX) THEN
               ADD 1 TO WS-SHORT-COUNT
               SUBTRACT ELEC-EARNED(WS-DP-IX) FROM
                   ELEC-MIN-HOURS(WS-DP-IX) GIVING WS-DP-OWED
               MOVE WS-DP-OWED TO WS-OWED-SHOW
               STRING "ELECTIVE " DELIMITED BY SIZE
                   FUNCTION TRIM(ELEC-CATEGORY(WS-DP-IX))
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OWED-SHOW) DELIMITED BY SIZE
                   " HRS OWED; " DELIMITED BY SIZE
                   INTO WS-SHORT-TEXT
                   WITH POINTER WS-SHORT-PTR
               END-STRING
           END-IF.
           ADD 1 TO WS-DP-IX.

      *****************************************************************
      * CONFER-DEGREE
      * The degree goes on the conferred-degrees master first - that
      * record is what freezes the student's course history - then
      * DEMO-STATUS is set to graduated and the graduate goes on the
      * commencement list. A degree record that won't write, for any
      * reason, leaves nothing conferred and the candidate is an
      * exception. Once it is written the degree stands: a
      * demographic record that can't be read or rewritten still
      * sees the graduate counted and listed, but counted again as
      * status not set so the run flags it.
      *****************************************************************
       CONFER-DEGREE.
           MOVE SPACES TO DEGREE-RECORD.
           MOVE WS-CAND-ID TO DEGREE-STUDENT-ID.
           MOVE WS-CAND-PROG TO DEGREE-PROGRAM.
           MOVE WS-CAND-DEGREE TO DEGREE-CODE.
           MOVE WS-CONF-TERM TO DEGREE-TERM.
           MOVE WS-TODAY TO DEGREE-DATE.
           WRITE DEGREE-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           IF WS-DEGREE-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR WRITING CONFERRED DEGREE - STATUS "
                   WS-DEGREE-STATUS ": " WS-CAND-ID
               MOVE SPACES TO WS-EXCEPTION-WHY
               STRING "CONFERRED-DEGREES MASTER WRITE FAILED, STATUS "
                   WS-DEGREE-STATUS DELIMITED BY SIZE
                   INTO WS-EXCEPTION-WHY
               END-STRING
               PERFORM CANDIDATE-EXCEPTION
           END-IF.
           IF WS-DEGREE-STATUS EQUAL TO "00" THEN
               MOVE WS-CAND-ID TO DEMO-STUDENT-ID
               READ STUDENT-DEMO
                   INVALID KEY CONTINUE
               END-READ
               IF WS-DEMO-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "DEMOGRAPHIC RECORD GONE - STATUS NOT "
                       "SET: " WS-CAND-ID
                   ADD 1 TO WS-CTL-STATUS-UNSET
               ELSE
                   MOVE WS-GRADUATED TO DEMO-STATUS
                   REWRITE DEMO-RECORD
                   IF WS-DEMO-STATUS NOT EQUAL TO "00" THEN
                       DISPLAY "ERROR SETTING GRADUATED STATUS - "
                           "STATUS " WS-DEMO-STATUS ": " WS-CAND-ID
                       ADD 1 TO WS-CTL-STATUS-UNSET
                   END-IF
               END-IF
               MOVE SPACES TO COMMENCEMENT-LINE
               STRING FUNCTION TRIM(WS-CAND-ID) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CAND-NAME) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CAND-DEGREE) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CAND-PROG) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-CONF-TERM DELIMITED BY SIZE
                   INTO COMMENCEMENT-LINE
               END-STRING
               WRITE COMMENCEMENT-LINE
               DISPLAY "DEGREE CONFERRED: " WS-CAND-ID " "
                   WS-CAND-DEGREE " " WS-CAND-PROG
               ADD 1 TO WS-CTL-CONFERRED
           END-IF.

      * One nearly-there line - who, how many requirements short, and
      * what they are.
       WRITE-NEARLY-LINE.
           MOVE WS-SHORT-COUNT TO WS-SHORT-SHOW.
           MOVE SPACES TO NEARLY-LINE.
           STRING FUNCTION TRIM(WS-CAND-ID) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CAND-NAME) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CAND-PROG) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-SHORT-SHOW DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SHORT-TEXT) DELIMITED BY SIZE
               INTO NEARLY-LINE
           END-STRING.
           WRITE NEARLY-LINE.

      *****************************************************************
      * CATALOG-LOAD
      * Loads the catalog's course ids and hours. A missing catalog
      * stops the run; a malformed line is reported and skipped.
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
      * DEGREE-PLAN-LOAD
      * Loads the degree-plan index - programcode|planfile|degree. A
      * named index that can't be opened stops the run.
      *****************************************************************
       DEGREE-PLAN-LOAD.
           OPEN INPUT DEGREE-PLAN-INDEX.
           IF WS-PLANIX-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING PLAN INDEX FILE - STATUS "
                   WS-PLANIX-STATUS
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-PLANIX-EOF.
           PERFORM UNTIL PLANIX-END-OF-FILE
               READ DEGREE-PLAN-INDEX INTO WSPLANIXREC
                   AT END SET PLANIX-END-OF-FILE TO TRUE
               END-READ
               IF (NOT PLANIX-END-OF-FILE) AND
                   (WSPLANIXREC NOT EQUAL TO SPACES) THEN
                   PERFORM DEGREE-PLAN-INDEX-LINE
               END-IF
           END-PERFORM.
           CLOSE DEGREE-PLAN-INDEX.
           DISPLAY "PLAN INDEX LOADED - " WS-PLANIX-COUNT
               " PROGRAM(S)".

      * One index line - program and plan file have to be there; a
      * program the index names twice keeps its first plan, as in
      * AUTOADVISOR. A missing degree is caught per candidate.
       DEGREE-PLAN-INDEX-LINE.
           MOVE SPACES TO WS-PX-PROG, WS-PX-FILE, WS-PX-DEGREE.
           UNSTRING WSPLANIXREC DELIMITED BY "|"
               INTO WS-PX-PROG, WS-PX-FILE, WS-PX-DEGREE
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
                   MOVE WS-PX-DEGREE TO PLANIX-DEGREE(WS-PLANIX-COUNT)
               END-IF
               END-IF
           END-IF.

      * Puts the plan for the candidate's program in the plan tables,
      * reusing the one already loaded when candidates share a
      * program. WS-PX-AT comes back zero for a program the index
      * doesn't carry.
       DEGREE-PLAN-SELECT.
           MOVE 0 TO WS-PX-AT.
           MOVE 1 TO WS-PX-IX.
           PERFORM UNTIL WS-PX-IX > WS-PLANIX-COUNT
               IF PLANIX-PROG(WS-PX-IX) EQUAL TO WS-CAND-PROG THEN
                   MOVE WS-PX-IX TO WS-PX-AT
               END-IF
               ADD 1 TO WS-PX-IX
           END-PERFORM.
           IF (WS-PX-AT > 0) AND
               (WS-CAND-PROG NOT EQUAL TO WS-PLAN-CUR-PROG) THEN
               PERFORM DEGREE-PLAN-FETCH
           END-IF.

      *****************************************************************
      * DEGREE-PLAN-FETCH
      * Loads the plan file the index names for the program at entry
      * WS-PX-AT, clearing the previous program's plan first. A plan
      * file the index names but can't open stops the run.
      *****************************************************************
       DEGREE-PLAN-FETCH.
           MOVE 0 TO WS-REQ-COUNT, WS-ELEC-COUNT, WS-ELMEM-COUNT.
           MOVE 0 TO WS-PLAN-MIN-GPA.
           MOVE SPACES TO WS-PLAN-CUR-PROG.
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
           MOVE WS-CAND-PROG TO WS-PLAN-CUR-PROG.
           DISPLAY "DEGREE PLAN LOADED FOR PROGRAM " WS-CAND-PROG
               " - " WS-REQ-COUNT " REQUIRED COURSE(S), "
               WS-ELEC-COUNT " ELECTIVE CATEGORY(IES)".

      * One plan record - R|course, E|category|minhours|courses,
      * G|mingpa - under the same validation AUTOADVISOR's
      * DEGREE-PLAN-LINE applies.
       DEGREE-PLAN-LINE.
           MOVE SPACES TO WS-PLAN-TYPE, WS-PLAN-F2, WS-PLAN-F3,
               WS-PLAN-F4.
           UNSTRING WSPLANREC DELIMITED BY "|"
               INTO WS-PLAN-TYPE, WS-PLAN-F2, WS-PLAN-F3, WS-PLAN-F4
           END-UNSTRING.
           IF WS-PLAN-TYPE EQUAL TO 'R' THEN
               IF WS-PLAN-F2 EQUAL TO SPACES THEN
                   DISPLAY "DEGREE PLAN LINE SKIPPED - NO COURSE "
                       "ID: " WSPLANREC
               ELSE
               IF WS-REQ-COUNT < 50 THEN
                   ADD 1 TO WS-REQ-COUNT
                   MOVE WS-PLAN-F2 TO REQ-COURSE(WS-REQ-COUNT)
               ELSE
                   DISPLAY "DEGREE PLAN LINE SKIPPED - REQUIRED "
                       "TABLE FULL (50): " WSPLANREC
               END-IF
               END-IF
           ELSE
           IF WS-PLAN-TYPE EQUAL TO 'E' THEN
               MOVE WS-PLAN-F3 TO WS-PLAN-NUM-TEXT
               PERFORM DEGREE-PLAN-NUM-CHECK
               IF (WS-PLAN-NUM-OK NOT EQUAL TO 'Y') OR
                   (WS-PLAN-POINTS > 0) THEN
                   DISPLAY "DEGREE PLAN LINE SKIPPED - BAD HOURS: "
                       WSPLANREC
               ELSE
               IF WS-ELEC-COUNT < 10 THEN
                   ADD 1 TO WS-ELEC-COUNT
                   MOVE WS-PLAN-F2 TO ELEC-CATEGORY(WS-ELEC-COUNT)
                   MOVE FUNCTION NUMVAL(WS-PLAN-F3) TO
                       ELEC-MIN-HOURS(WS-ELEC-COUNT)
                   PERFORM DEGREE-PLAN-MEMBERS
               ELSE
                   DISPLAY "DEGREE PLAN LINE SKIPPED - ELECTIVE "
                       "TABLE FULL (10): " WSPLANREC
               END-IF
               END-IF
           ELSE
           IF WS-PLAN-TYPE EQUAL TO 'G' THEN
               MOVE WS-PLAN-F2(1:10) TO WS-PLAN-NUM-TEXT
               PERFORM DEGREE-PLAN-NUM-CHECK
               IF (WS-PLAN-NUM-OK NOT EQUAL TO 'Y') OR
                   (WS-PLAN-F2(11:40) NOT EQUAL TO SPACES) THEN
                   DISPLAY "DEGREE PLAN LINE SKIPPED - BAD GPA: "
                       WSPLANREC
               ELSE
                   MOVE FUNCTION NUMVAL(WS-PLAN-F2) TO WS-PLAN-MIN-GPA
               END-IF
           ELSE
               DISPLAY "DEGREE PLAN LINE SKIPPED - UNKNOWN TYPE: "
                   WSPLANREC
           END-IF
           END-IF
           END-IF.

      * Splits the comma-separated member list of the elective
      * category just added into the flat member table.
       DEGREE-PLAN-MEMBERS.
           MOVE 1 TO WS-DP-PTR.
           PERFORM UNTIL WS-DP-PTR > 200
               MOVE SPACES TO WS-DP-MEMBER
               UNSTRING WS-PLAN-F4 DELIMITED BY ","
                   INTO WS-DP-MEMBER
                   WITH POINTER WS-DP-PTR
               END-UNSTRING
               IF WS-DP-MEMBER NOT EQUAL TO SPACES THEN
                   IF WS-ELMEM-COUNT < 100 THEN
                       ADD 1 TO WS-ELMEM-COUNT
                       MOVE WS-ELEC-COUNT TO
                           ELMEM-CAT(WS-ELMEM-COUNT)
                       MOVE WS-DP-MEMBER TO
                           ELMEM-COURSE(WS-ELMEM-COUNT)
                   ELSE
                       DISPLAY "ELECTIVE MEMBER TABLE FULL (100) - "
                           "COURSE DROPPED: " WS-DP-MEMBER
                   END-IF
               END-IF
           END-PERFORM.

      * Checks WS-PLAN-NUM-TEXT as a plan number: digits with at most
      * one decimal point, then trailing spaces, at least one digit.
       DEGREE-PLAN-NUM-CHECK.
           MOVE 'Y' TO WS-PLAN-NUM-OK.
           MOVE 'N' TO WS-PLAN-SEEN-SP.
           MOVE 0 TO WS-PLAN-DIGITS, WS-PLAN-POINTS.
           MOVE 1 TO WS-DP-PTR.
           PERFORM UNTIL WS-DP-PTR > 10
               IF WS-PLAN-NUM-TEXT(WS-DP-PTR:1) NUMERIC THEN
                   ADD 1 TO WS-PLAN-DIGITS
                   IF WS-PLAN-SEEN-SP EQUAL TO 'Y' THEN
                       MOVE 'N' TO WS-PLAN-NUM-OK
                   END-IF
               ELSE
               IF WS-PLAN-NUM-TEXT(WS-DP-PTR:1) EQUAL TO '.' THEN
                   ADD 1 TO WS-PLAN-POINTS
                   IF (WS-PLAN-SEEN-SP EQUAL TO 'Y') OR
                       (WS-PLAN-POINTS > 1) THEN
                       MOVE 'N' TO WS-PLAN-NUM-OK
                   END-IF
               ELSE
               IF WS-PLAN-NUM-TEXT(WS-DP-PTR:1) EQUAL TO SPACE THEN
                   MOVE 'Y' TO WS-PLAN-SEEN-SP
               ELSE
                   MOVE 'N' TO WS-PLAN-NUM-OK
               END-IF
               END-IF
               END-IF
               ADD 1 TO WS-DP-PTR
           END-PERFORM.
           IF WS-PLAN-DIGITS EQUAL TO 0 THEN
               MOVE 'N' TO WS-PLAN-NUM-OK
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
