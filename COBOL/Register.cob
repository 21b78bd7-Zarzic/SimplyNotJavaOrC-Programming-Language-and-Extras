      ******************************************************************
      * Author:
      * Date:
      * Purpose: Section registration. The registrar's section file
      *          (courseid|term|section|capacity) says what is offered;
      *          the indexed enrollment file says who is in it.
      *          Transaction mode applies a file of add/drop requests
      *          to the enrollment file - every add is checked against
      *          the catalog prereq expression and the student's
      *          course history on the student-course master with the
      *          same OR-group/AND-group rules AUTOADVISOR's
      *          eligibility pass uses, then against the seats left in
      *          the section, and a request turned away for a full
      *          section goes on the waitlist. Roster mode writes a
      *          section's roster file in the studentname|gradefile|
      *          studentid shape GRADEREPORT's roster mode reads, so
      *          nobody types a roster by hand. Reconcile mode, run
      *          after GRADEPOST, sets a term's enrollment against
      *          what actually landed on the master and lists students
      *          enrolled but never posted and students posted
      *          without being enrolled, before grades go final.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   - Initial version.
      *   - The prereq expression a registration is checked against
      *     is the one on the version of the catalog entry in force
      *     for the term being registered.
      *   - Reconcile mode leaves transfer credit out of the posted
      *     side - it never has a section to be enrolled in.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. REGISTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The indexed enrollment file - one record per student per
      * section, keyed course, term, section, then student, so a
      * section's students come back with one START.
           SELECT ENROLLMENT
           ASSIGN TO "ASTENRL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENRL-KEY
           FILE STATUS IS WS-ENRL-STATUS.

      * The registrar's section file - courseid|term|section|capacity,
      * one line per section offered.
           SELECT SECTION-FILE
           ASSIGN TO "AASECTN.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SECTN-STATUS.

      * The add/drop transactions being applied - A|studentid|
      * courseid|term|section to add, D|... to drop.
           SELECT TRANS-FILE
           ASSIGN TO DYNAMIC WS-TRANS-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-STATUS.

      * The indexed student-course master the other programs share -
      * a student's course history for the prereq check, and what
      * GRADEPOST actually posted for the reconciliation.
           SELECT STUDENT-MASTER
           ASSIGN TO "ASTMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MASTER-KEY
           FILE STATUS IS WS-MASTER-STATUS.

      * Central course-catalog master - courseid|hours|prereqs.
           SELECT CATALOG-FILE
           ASSIGN TO "AACATLG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATLG-STATUS.

      * The indexed student demographic master - names for the
      * roster lines.
           SELECT STUDENT-DEMO
           ASSIGN TO "ASTDEMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEMO-KEY
           FILE STATUS IS WS-DEMO-STATUS.

      * The section waitlist - studentid|courseid|term|section|date
      * per add turned away for a full section. EXTEND, so the
      * waitlist keeps its order across runs.
           SELECT WAITLIST
           ASSIGN TO "AAWAITL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WAIT-STATUS.

      * The registration run report - one line per transaction with
      * what happened to it and why, written fresh each run.
           SELECT REG-REPORT
           ASSIGN TO "AAREGRPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

      * The section roster written by roster mode, for GRADEREPORT.
           SELECT ROSTER-FILE
           ASSIGN TO DYNAMIC WS-ROSTER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS.

      * The enrollment-to-posting reconciliation report.
           SELECT RECON-REPORT
           ASSIGN TO "AAENRREC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT.
       01 ENRL-RECORD.
           05 ENRL-KEY.
               10 ENRL-COURSE-ID      PIC X(20).
               10 ENRL-TERM           PIC X(6).
               10 ENRL-SECTION        PIC X(3).
               10 ENRL-STUDENT-ID     PIC X(20).
           05 ENRL-DATE               PIC X(8).

       FD SECTION-FILE.
       01 WSSECTIONLINE             PIC X(80).

       FD TRANS-FILE.
       01 TRANS-LINE                PIC X(100).

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

       FD WAITLIST.
       01 WAITLIST-LINE             PIC X(80).

       FD REG-REPORT.
       01 REG-REPORT-LINE           PIC X(132).

       FD ROSTER-FILE.
       01 ROSTER-LINE               PIC X(80).

       FD RECON-REPORT.
       01 RECON-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ENRL-STATUS            PIC X(2).
       01 WS-SECTN-STATUS           PIC X(2).
       01 WS-TRANS-STATUS           PIC X(2).
       01 WS-MASTER-STATUS          PIC X(2).
       01 WS-CATLG-STATUS           PIC X(2).
       01 WS-DEMO-STATUS            PIC X(2).
       01 WS-WAIT-STATUS            PIC X(2).
       01 WS-RPT-STATUS             PIC X(2).
       01 WS-ROSTER-STATUS          PIC X(2).
       01 WS-RECON-STATUS           PIC X(2).

       01 WS-MODE                   PIC X(1).
       01 WS-TRANS-NAME             PIC X(100).
       01 WS-ROSTER-NAME            PIC X(100).
       01 WS-TODAY                  PIC X(8).

       01 WS-ENRL-EOF               PIC X(1).
           88 END-OF-ENROLLMENT     VALUE 'Y'.
       01 WS-SECTN-EOF              PIC X(1).
           88 SECTIONS-END-OF-FILE  VALUE 'Y'.
       01 WS-TRANS-EOF              PIC X(1).
           88 END-OF-TRANS          VALUE 'Y'.
       01 WS-MASTER-EOF             PIC X(1).
           88 END-OF-MASTER         VALUE 'Y'.
       01 WS-CATLG-EOF              PIC X(1).
           88 CATALOG-END-OF-FILE   VALUE 'Y'.
       01 WS-MASTER-OPEN            PIC X(1).
       01 WS-DEMO-OPEN              PIC X(1).

      * Sections offered, loaded once off the section file, each with
      * the count of students the enrollment file already holds in
      * it - capacity less enrolled is the seats left.
       01 WSSECTIONTABLE.
           05 SECTION-ENTRY OCCURS 300 TIMES.
               10 SC-COURSE          PIC X(20).
               10 SC-TERM            PIC X(6).
               10 SC-SECTION         PIC X(3).
               10 SC-CAPACITY        PIC 9(3).
               10 SC-ENROLLED        PIC 9(3).
       01 WS-SECTION-COUNT          PIC 9(3) VALUE 0.
       01 WS-SC-IX                  PIC 9(3).
       01 WS-SC-AT                  PIC 9(3).
       01 WSSECTIONREC              PIC X(80).
       01 SC-IN-COURSE              PIC X(20).
       01 SC-IN-TERM                PIC X(10).
       01 SC-IN-SECTION             PIC X(5).
       01 SC-IN-CAPACITY            PIC X(5).

      * Course-catalog course ids and prereq expressions.
       01 WSCATALOGTABLE.
           05 CATALOG-ENTRY OCCURS 200 TIMES INDEXED BY CATALOGIDX.
               10 CAT-COURSE         PIC X(50).
               10 CAT-PREREQ         PIC X(50).
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
       01 WS-PREREQ                 PIC X(50).

      * Sort-key work fields.
       01 WS-KEY-TERM               PIC X(6).
       01 WS-KEY-OUT                PIC X(5).

      * The transaction in hand, split into its pipe fields, and
      * what the run made of it.
       01 WS-TRANS-REC              PIC X(100).
       01 TR-ACTION                 PIC X(2).
       01 TR-STUDENT                PIC X(20).
       01 TR-COURSE                 PIC X(20).
       01 TR-TERM                   PIC X(10).
       01 TR-SECTION                PIC X(5).
       01 WS-RESULT                 PIC X(10).
       01 WS-REASON                 PIC X(40).
       01 WS-OTHER-SECTION          PIC X(3).

      * The student's completed courses off the master - the done
      * list the prereq groups are tested against, built the way
      * AUTOADVISOR builds its own: point letters A through D, and
      * the grade types that earn credit (P and T).
       01 WSDONETABLE.
           05 DONE-COURSE OCCURS 100 TIMES PIC X(20).
       01 WS-DONE-COUNT             PIC 9(3).
       01 WS-DONE-IX                PIC 9(3).
       01 WS-CLASS-LETTER           PIC X(1).
       01 WS-GRADE-CLASS            PIC X(1).

      * Prereq evaluation work fields - up to five space-separated
      * OR groups, each up to three comma-separated AND courses.
       01 WSORGROUPS.
           05 OR-GROUP OCCURS 5 TIMES PIC X(50).
       01 WSANDCOURSES.
           05 AND-COURSE OCCURS 3 TIMES PIC X(20).
       01 WSANDTRUTH.
           05 AND-TRUE OCCURS 3 TIMES PIC X(1).
       01 WS-OR-IX                  PIC 9(1).
       01 WS-AND-IX                 PIC 9(1).
       01 WS-UNSTR-PTR              PIC 9(3).
       01 WS-UNSTR-PTR2             PIC 9(3).
       01 WS-PREREQ-MET             PIC X(1).
       01 WS-PREREQ-OVERFLOW        PIC X(1).

      * Roster-mode items - the section asked for and the student's
      * name and grade-file name off each enrollment record.
       01 WS-WANT-COURSE            PIC X(20).
       01 WS-WANT-TERM              PIC X(6).
       01 WS-WANT-SECTION           PIC X(3).
       01 WS-STUDENT-NAME           PIC X(30).
       01 WS-GRADE-FILE             PIC X(25).

      * Reconcile-mode items - the term's enrolled students, each
      * marked once the master turns up a posted grade for the
      * course, and the report line's pieces.
       01 WSRECONTABLE.
           05 RECON-ENTRY OCCURS 2000 TIMES.
               10 RC-COURSE          PIC X(20).
               10 RC-SECTION         PIC X(3).
               10 RC-STUDENT         PIC X(20).
               10 RC-MATCHED         PIC X(1).
       01 WS-RECON-COUNT            PIC 9(4) VALUE 0.
       01 WS-RC-IX                  PIC 9(4).
       01 WS-RC-AT                  PIC 9(4).
       01 WS-SHOW-COURSE            PIC X(20).
       01 WS-RPT-COUNT              PIC ZZZZZZ9.

      * Run control totals.
       01 WS-TRANS-READ             PIC 9(5) VALUE 0.
       01 WS-TRANS-ADDED            PIC 9(5) VALUE 0.
       01 WS-TRANS-DROPPED          PIC 9(5) VALUE 0.
       01 WS-TRANS-WAITLISTED       PIC 9(5) VALUE 0.
       01 WS-TRANS-REJECTED         PIC 9(5) VALUE 0.
       01 WS-CTL-BALANCE            PIC 9(7).
       01 WS-ROSTER-COUNT           PIC 9(5) VALUE 0.
       01 WS-POSTED-COUNT           PIC 9(7) VALUE 0.
       01 WS-MATCHED-COUNT          PIC 9(7) VALUE 0.
       01 WS-NOT-POSTED-COUNT       PIC 9(7) VALUE 0.
       01 WS-NOT-ENROLLED-COUNT     PIC 9(7) VALUE 0.

      * Letter-grade tables shared with the other programs.
       COPY GRADECUTOFFS.

       PROCEDURE DIVISION.
       REGISTER-MAIN.
           DISPLAY "TRANSACTIONS, ROSTER OR RECONCILE (T/R/C): ".
           ACCEPT WS-MODE.
           IF WS-MODE EQUAL TO 't' THEN MOVE 'T' TO WS-MODE
           END-IF.
           IF WS-MODE EQUAL TO 'r' THEN MOVE 'R' TO WS-MODE
           END-IF.
           IF WS-MODE EQUAL TO 'c' THEN MOVE 'C' TO WS-MODE
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-MODE EQUAL TO 'T' THEN
               PERFORM APPLY-TRANSACTIONS
           ELSE
           IF WS-MODE EQUAL TO 'R' THEN
               PERFORM WRITE-ROSTER
           ELSE
           IF WS-MODE EQUAL TO 'C' THEN
               PERFORM RECONCILE-POSTING
           ELSE
               DISPLAY "NOT A RECOGNIZED MODE: " WS-MODE
           END-IF
           END-IF
           END-IF.
           STOP RUN.

      *****************************************************************
      * APPLY-TRANSACTIONS
      * Runs the add/drop file against the enrollment file. The
      * seats-taken count per section comes off the enrollment file
      * itself at the start of the run, so capacity is always judged
      * against who is really in the section, not a stored counter
      * that can drift. Every transaction lands in exactly one of
      * added, dropped, waitlisted or rejected, and the four have to
      * tie back to the transactions read.
      *****************************************************************
       APPLY-TRANSACTIONS.
           DISPLAY "ENTER TRANSACTION FILE (BLANK FOR AAREGTRN.TXT): ".
           ACCEPT WS-TRANS-NAME.
           IF WS-TRANS-NAME EQUAL TO SPACES THEN
               MOVE "AAREGTRN.TXT" TO WS-TRANS-NAME
           END-IF.

           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING TRANSACTION FILE - STATUS "
                   WS-TRANS-STATUS
               STOP RUN
           END-IF.

           PERFORM CATALOG-LOAD.
           PERFORM SECTION-LOAD.

      * Course history for the prereq check. No master at all just
      * means nobody has history yet - a course with no prereqs
      * still registers.
           MOVE 'Y' TO WS-MASTER-OPEN.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS EQUAL TO "35" THEN
               DISPLAY "NO STUDENT MASTER YET - NO COURSE HISTORY"
               MOVE 'N' TO WS-MASTER-OPEN
           ELSE
               IF WS-MASTER-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "ERROR OPENING STUDENT MASTER ASTMAST.DAT "
                       "- STATUS " WS-MASTER-STATUS
                   STOP RUN
               END-IF
           END-IF.

           PERFORM ENROLLMENT-OPEN-I-O.
           PERFORM SECTION-COUNT-ENROLLED.

           OPEN EXTEND WAITLIST.
           IF WS-WAIT-STATUS EQUAL TO "35" THEN
               OPEN OUTPUT WAITLIST
           ELSE
               IF WS-WAIT-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "ERROR OPENING WAITLIST - STATUS "
                       WS-WAIT-STATUS
                   DISPLAY "ENROLLMENT FILE LEFT UNTOUCHED"
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT REG-REPORT.
           IF WS-RPT-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING REGISTRATION REPORT - STATUS "
                   WS-RPT-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-REPORT-LINE.
           STRING "REGISTRATION RUN OF " WS-TODAY " - "
               FUNCTION TRIM(WS-TRANS-NAME)
               DELIMITED BY SIZE INTO REG-REPORT-LINE
           END-STRING.
           WRITE REG-REPORT-LINE.
           MOVE SPACES TO REG-REPORT-LINE.
           WRITE REG-REPORT-LINE.

           MOVE 'N' TO WS-TRANS-EOF.
           PERFORM UNTIL END-OF-TRANS
               READ TRANS-FILE INTO WS-TRANS-REC
                   AT END SET END-OF-TRANS TO TRUE
               END-READ
               IF (NOT END-OF-TRANS) AND
                   (WS-TRANS-REC NOT EQUAL TO SPACES) THEN
                   ADD 1 TO WS-TRANS-READ
                   PERFORM APPLY-ONE-TRANSACTION THRU
                       APPLY-ONE-TRANSACTION-EXIT
                   PERFORM WRITE-RESULT-LINE
               END-IF
           END-PERFORM.

           CLOSE TRANS-FILE.
           CLOSE ENROLLMENT.
           IF WS-MASTER-OPEN EQUAL TO 'Y' THEN
               CLOSE STUDENT-MASTER
           END-IF.
           CLOSE WAITLIST.

           MOVE SPACES TO REG-REPORT-LINE.
           WRITE REG-REPORT-LINE.
           MOVE WS-TRANS-READ TO WS-RPT-COUNT.
           MOVE SPACES TO REG-REPORT-LINE.
           STRING "TRANSACTIONS READ:  " WS-RPT-COUNT
               DELIMITED BY SIZE INTO REG-REPORT-LINE
           END-STRING.
           WRITE REG-REPORT-LINE.
           MOVE WS-TRANS-ADDED TO WS-RPT-COUNT.
           MOVE SPACES TO REG-REPORT-LINE.
           STRING "ADDED:              " WS-RPT-COUNT
               DELIMITED BY SIZE INTO REG-REPORT-LINE
           END-STRING.
           WRITE REG-REPORT-LINE.
           MOVE WS-TRANS-DROPPED TO WS-RPT-COUNT.
           MOVE SPACES TO REG-REPORT-LINE.
           STRING "DROPPED:            " WS-RPT-COUNT
               DELIMITED BY SIZE INTO REG-REPORT-LINE
           END-STRING.
           WRITE REG-REPORT-LINE.
           MOVE WS-TRANS-WAITLISTED TO WS-RPT-COUNT.
           MOVE SPACES TO REG-REPORT-LINE.
           STRING "WAITLISTED:         " WS-RPT-COUNT
               DELIMITED BY SIZE INTO REG-REPORT-LINE
           END-STRING.
           WRITE REG-REPORT-LINE.
           MOVE WS-TRANS-REJECTED TO WS-RPT-COUNT.
           MOVE SPACES TO REG-REPORT-LINE.
           STRING "REJECTED:           " WS-RPT-COUNT
               DELIMITED BY SIZE INTO REG-REPORT-LINE
           END-STRING.
           WRITE REG-REPORT-LINE.
           CLOSE REG-REPORT.

           DISPLAY " ".
           DISPLAY "===== REGISTRATION RUN CONTROL TOTALS =====".
           DISPLAY "TRANSACTIONS READ: " WS-TRANS-READ.
           DISPLAY "ADDED: " WS-TRANS-ADDED.
           DISPLAY "DROPPED: " WS-TRANS-DROPPED.
           DISPLAY "WAITLISTED: " WS-TRANS-WAITLISTED.
           DISPLAY "REJECTED: " WS-TRANS-REJECTED.
           ADD WS-TRANS-ADDED TO WS-TRANS-DROPPED
               GIVING WS-CTL-BALANCE.
           ADD WS-TRANS-WAITLISTED TO WS-CTL-BALANCE.
           ADD WS-TRANS-REJECTED TO WS-CTL-BALANCE.
           IF WS-CTL-BALANCE EQUAL TO WS-TRANS-READ THEN
               DISPLAY "CONTROL CHECK: RUN IN BALANCE"
           ELSE
               DISPLAY "CONTROL CHECK: RUN OUT OF BALANCE"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "REGISTRATION REPORT WRITTEN TO AAREGRPT.TXT".

      *****************************************************************
      * APPLY-ONE-TRANSACTION
      * One add or drop. The section has to be on the section file
      * either way. A drop just takes the student back out. An add
      * has to clear, in order: not already in some section of the
      * course that term, the course on the catalog, the catalog
      * prereq expression against the student's history, and a seat
      * left - a student who clears everything but the seat goes on
      * the waitlist instead of being turned away outright.
      *****************************************************************
       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-RESULT, WS-REASON.
           MOVE SPACES TO TR-ACTION, TR-STUDENT, TR-COURSE, TR-TERM,
               TR-SECTION.
           UNSTRING WS-TRANS-REC DELIMITED BY "|"
               INTO TR-ACTION, TR-STUDENT, TR-COURSE, TR-TERM,
               TR-SECTION
           END-UNSTRING.
           IF TR-ACTION EQUAL TO "a" THEN MOVE "A" TO TR-ACTION
           END-IF.
           IF TR-ACTION EQUAL TO "d" THEN MOVE "D" TO TR-ACTION
           END-IF.

           IF (TR-ACTION NOT EQUAL TO "A" AND "D") OR
               (TR-STUDENT EQUAL TO SPACES) OR
               (TR-COURSE EQUAL TO SPACES) OR
               (TR-TERM EQUAL TO SPACES) OR
               (TR-TERM(7:4) NOT EQUAL TO SPACES) OR
               (TR-SECTION EQUAL TO SPACES) OR
               (TR-SECTION(4:2) NOT EQUAL TO SPACES) THEN
               MOVE "REJECTED" TO WS-RESULT
               MOVE "MALFORMED TRANSACTION" TO WS-REASON
               ADD 1 TO WS-TRANS-REJECTED
               GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.

           MOVE TR-COURSE TO WS-WANT-COURSE.
           MOVE TR-TERM TO WS-WANT-TERM.
           MOVE TR-SECTION TO WS-WANT-SECTION.
           PERFORM SECTION-LOOKUP.
           IF WS-SC-AT EQUAL TO 0 THEN
               MOVE "REJECTED" TO WS-RESULT
               MOVE "SECTION NOT OFFERED" TO WS-REASON
               ADD 1 TO WS-TRANS-REJECTED
               GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.

           MOVE TR-COURSE TO ENRL-COURSE-ID.
           MOVE TR-TERM TO ENRL-TERM.
           MOVE TR-SECTION TO ENRL-SECTION.
           MOVE TR-STUDENT TO ENRL-STUDENT-ID.

           IF TR-ACTION EQUAL TO "D" THEN
               DELETE ENROLLMENT RECORD
                   INVALID KEY
                       MOVE "REJECTED" TO WS-RESULT
                       MOVE "NOT ENROLLED IN SECTION" TO WS-REASON
                       ADD 1 TO WS-TRANS-REJECTED
                   NOT INVALID KEY
                       MOVE "DROPPED" TO WS-RESULT
                       SUBTRACT 1 FROM SC-ENROLLED(WS-SC-AT)
                       ADD 1 TO WS-TRANS-DROPPED
               END-DELETE
               GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.

           PERFORM ENROLLED-ELSEWHERE-CHECK.
           IF WS-OTHER-SECTION NOT EQUAL TO SPACES THEN
               MOVE "REJECTED" TO WS-RESULT
               STRING "ALREADY ENROLLED IN SECTION "
                   WS-OTHER-SECTION DELIMITED BY SIZE
                   INTO WS-REASON
               END-STRING
               ADD 1 TO WS-TRANS-REJECTED
               GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.

           MOVE TR-COURSE TO CAT-IN-COURSE.
           MOVE TR-TERM TO WS-CAT-TERM.
           PERFORM CATALOG-CHECK.
           IF WS-CAT-FOUND NOT EQUAL TO 'Y' THEN
               MOVE "REJECTED" TO WS-RESULT
               MOVE "COURSE NOT IN CATALOG FOR THE TERM" TO WS-REASON
               ADD 1 TO WS-TRANS-REJECTED
               GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.

           PERFORM DONE-LIST-BUILD THRU DONE-LIST-BUILD-EXIT.
           PERFORM PREREQ-CHECK.
           IF WS-PREREQ-OVERFLOW EQUAL TO 'Y' THEN
               MOVE "REJECTED" TO WS-RESULT
               MOVE "PREREQ EXPRESSION TOO LONG TO CHECK" TO WS-REASON
               ADD 1 TO WS-TRANS-REJECTED
               GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.
           IF WS-PREREQ-MET NOT EQUAL TO 'Y' THEN
               MOVE "REJECTED" TO WS-RESULT
               MOVE "PREREQUISITES NOT MET" TO WS-REASON
               ADD 1 TO WS-TRANS-REJECTED
               GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.

           IF SC-ENROLLED(WS-SC-AT) NOT LESS THAN SC-CAPACITY(WS-SC-AT)
               THEN
               PERFORM WRITE-WAITLIST-LINE
               GO TO APPLY-ONE-TRANSACTION-EXIT
           END-IF.

           MOVE TR-COURSE TO ENRL-COURSE-ID.
           MOVE TR-TERM TO ENRL-TERM.
           MOVE TR-SECTION TO ENRL-SECTION.
           MOVE TR-STUDENT TO ENRL-STUDENT-ID.
           MOVE WS-TODAY TO ENRL-DATE.
           WRITE ENRL-RECORD
               INVALID KEY
                   MOVE "REJECTED" TO WS-RESULT
                   MOVE "ENROLLMENT WRITE FAILED" TO WS-REASON
                   ADD 1 TO WS-TRANS-REJECTED
               NOT INVALID KEY
                   MOVE "ADDED" TO WS-RESULT
                   ADD 1 TO SC-ENROLLED(WS-SC-AT)
                   ADD 1 TO WS-TRANS-ADDED
           END-WRITE.

       APPLY-ONE-TRANSACTION-EXIT.
           EXIT.

      * Whether the student already sits in any section of the
      * course that term - a keyed read per offered section of the
      * course. The section found comes back in WS-OTHER-SECTION,
      * blank when there is none.
       ENROLLED-ELSEWHERE-CHECK.
           MOVE SPACES TO WS-OTHER-SECTION.
           MOVE 1 TO WS-SC-IX.
           PERFORM UNTIL (WS-SC-IX > WS-SECTION-COUNT) OR
               (WS-OTHER-SECTION NOT EQUAL TO SPACES)
               IF (SC-COURSE(WS-SC-IX) EQUAL TO TR-COURSE) AND
                   (SC-TERM(WS-SC-IX) EQUAL TO TR-TERM) THEN
                   MOVE TR-COURSE TO ENRL-COURSE-ID
                   MOVE TR-TERM TO ENRL-TERM
                   MOVE SC-SECTION(WS-SC-IX) TO ENRL-SECTION
                   MOVE TR-STUDENT TO ENRL-STUDENT-ID
                   READ ENROLLMENT
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE SC-SECTION(WS-SC-IX) TO
                               WS-OTHER-SECTION
                   END-READ
               END-IF
               ADD 1 TO WS-SC-IX
           END-PERFORM.

      * A section full to capacity - the request goes on the waitlist
      * in arrival order instead of being lost.
       WRITE-WAITLIST-LINE.
           MOVE SPACES TO WAITLIST-LINE.
           STRING FUNCTION TRIM(TR-STUDENT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(TR-COURSE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(TR-TERM) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(TR-SECTION) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WAITLIST-LINE
           END-STRING.
           WRITE WAITLIST-LINE.
           MOVE "WAITLISTED" TO WS-RESULT.
           MOVE "SECTION FULL" TO WS-REASON.
           ADD 1 TO WS-TRANS-WAITLISTED.

      * One run-report line per transaction - what happened and why.
       WRITE-RESULT-LINE.
           MOVE SPACES TO REG-REPORT-LINE.
           STRING WS-RESULT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TR-ACTION(1:1) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TR-STUDENT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TR-COURSE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TR-TERM(1:6) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TR-SECTION(1:3) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REASON DELIMITED BY SIZE
               INTO REG-REPORT-LINE
           END-STRING.
           WRITE REG-REPORT-LINE.
           IF WS-RESULT EQUAL TO "REJECTED" THEN
               DISPLAY "TRANSACTION REJECTED - "
                   FUNCTION TRIM(WS-REASON) ": " WS-TRANS-REC
           END-IF.

      *****************************************************************
      * DONE-LIST-BUILD
      * The student's completed courses off the master, for the
      * prereq check - one START at the student's first record and
      * READ NEXT until the id changes, the way AUTOADVISOR reads a
      * student. A course counts as done on a point letter A through
      * D, or on a grade type that earns credit (P and T); W, I, N
      * and F do not satisfy a prereq.
      *****************************************************************
       DONE-LIST-BUILD.
           MOVE SPACES TO WSDONETABLE.
           MOVE 0 TO WS-DONE-COUNT.
           IF WS-MASTER-OPEN NOT EQUAL TO 'Y' THEN
               GO TO DONE-LIST-BUILD-EXIT
           END-IF.
           MOVE 'N' TO WS-MASTER-EOF.
           MOVE SPACES TO MASTER-RECORD.
           MOVE TR-STUDENT TO MASTER-STUDENT-ID.
           MOVE LOW-VALUES TO MASTER-COURSE-ID.
           START STUDENT-MASTER KEY IS NOT LESS THAN MASTER-KEY
           END-START.
           IF WS-MASTER-STATUS NOT EQUAL TO "00" THEN
               SET END-OF-MASTER TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-MASTER
               READ STUDENT-MASTER NEXT RECORD
                   AT END SET END-OF-MASTER TO TRUE
               END-READ
               IF (NOT END-OF-MASTER) AND
                   (MASTER-STUDENT-ID NOT EQUAL TO TR-STUDENT) THEN
                   SET END-OF-MASTER TO TRUE
               END-IF
               IF NOT END-OF-MASTER THEN
                   PERFORM DONE-LIST-ONE
               END-IF
           END-PERFORM.

       DONE-LIST-BUILD-EXIT.
           EXIT.

       DONE-LIST-ONE.
           MOVE SPACE TO WS-GRADE-CLASS.
           IF MASTER-GRADE EQUAL TO "A" OR "B" OR "C" OR "D" THEN
               MOVE 'P' TO WS-GRADE-CLASS
           ELSE
               MOVE MASTER-GRADE TO WS-CLASS-LETTER
               SET GT-IDX TO 1
               SEARCH GT-ENTRY
                   AT END CONTINUE
                   WHEN GT-LETTER(GT-IDX) EQUAL TO WS-CLASS-LETTER
                       MOVE GT-CLASS(GT-IDX) TO WS-GRADE-CLASS
               END-SEARCH
           END-IF.
           IF WS-GRADE-CLASS EQUAL TO 'P' OR 'C' OR 'T' THEN
               IF WS-DONE-COUNT >= 100 THEN
                   DISPLAY "COMPLETED COURSE TABLE FULL (100) FOR: "
                       TR-STUDENT
               ELSE
                   ADD 1 TO WS-DONE-COUNT
                   MOVE MASTER-COURSE-ID TO DONE-COURSE(WS-DONE-COUNT)
               END-IF
           END-IF.

      *****************************************************************
      * PREREQ-CHECK
      * Tests the prereq expression in WS-PREREQ against the done
      * list with AUTOADVISOR's eligibility rules: the expression
      * is up to five OR groups separated by spaces, each group up
      * to three AND courses separated by commas. A group holds when
      * every course named in it is done; the prereq holds when any
      * group does. An empty expression has no prereqs. An expression
      * that runs past five groups or three courses can't be judged
      * on partial data and comes back with WS-PREREQ-OVERFLOW set.
      *****************************************************************
       PREREQ-CHECK.
           MOVE 'N' TO WS-PREREQ-MET.
           MOVE 'N' TO WS-PREREQ-OVERFLOW.
           MOVE SPACES TO WSORGROUPS.
           MOVE 1 TO WS-UNSTR-PTR.
           UNSTRING WS-PREREQ DELIMITED BY SPACE
               INTO OR-GROUP(1), OR-GROUP(2), OR-GROUP(3),
               OR-GROUP(4), OR-GROUP(5)
               WITH POINTER WS-UNSTR-PTR
           END-UNSTRING.
           IF (WS-UNSTR-PTR <= 50) AND
               (WS-PREREQ(WS-UNSTR-PTR:) NOT EQUAL TO SPACES) THEN
               MOVE 'Y' TO WS-PREREQ-OVERFLOW
           END-IF.

           IF WSORGROUPS EQUAL TO SPACES THEN
               MOVE 'Y' TO WS-PREREQ-MET
           ELSE
               MOVE 1 TO WS-OR-IX
               PERFORM PREREQ-OR-GROUP 5 TIMES
           END-IF.

      * One OR group - every AND course in it has to be on the done
      * list. An empty group holds nothing.
       PREREQ-OR-GROUP.
           IF OR-GROUP(WS-OR-IX) NOT EQUAL TO SPACES THEN
               MOVE SPACES TO WSANDCOURSES
               MOVE 1 TO WS-UNSTR-PTR2
               UNSTRING OR-GROUP(WS-OR-IX) DELIMITED BY ','
                   INTO AND-COURSE(1), AND-COURSE(2), AND-COURSE(3)
                   WITH POINTER WS-UNSTR-PTR2
               END-UNSTRING
               IF (WS-UNSTR-PTR2 <= 50) AND
                   (OR-GROUP(WS-OR-IX)(WS-UNSTR-PTR2:) NOT EQUAL TO
                   SPACES) THEN
                   MOVE 'Y' TO WS-PREREQ-OVERFLOW
               END-IF
               IF WSANDCOURSES NOT EQUAL TO SPACES THEN
                   MOVE 'F' TO AND-TRUE(1), AND-TRUE(2), AND-TRUE(3)
                   MOVE 1 TO WS-AND-IX
                   PERFORM PREREQ-AND-COURSE 3 TIMES
                   IF (AND-TRUE(1) EQUAL TO 'T') AND
                       (AND-TRUE(2) EQUAL TO 'T') AND
                       (AND-TRUE(3) EQUAL TO 'T') THEN
                       MOVE 'Y' TO WS-PREREQ-MET
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-OR-IX.

      * One AND course - a blank slot holds trivially.
       PREREQ-AND-COURSE.
           IF AND-COURSE(WS-AND-IX) EQUAL TO SPACES THEN
               MOVE 'T' TO AND-TRUE(WS-AND-IX)
           ELSE
               MOVE 1 TO WS-DONE-IX
               PERFORM UNTIL WS-DONE-IX > WS-DONE-COUNT
                   IF DONE-COURSE(WS-DONE-IX) EQUAL TO
                       AND-COURSE(WS-AND-IX) THEN
                       MOVE 'T' TO AND-TRUE(WS-AND-IX)
                   END-IF
                   ADD 1 TO WS-DONE-IX
               END-PERFORM
           END-IF.
           ADD 1 TO WS-AND-IX.

      *****************************************************************
      * WRITE-ROSTER
      * One section's roster out of the enrollment file, in the
      * studentname|gradefile|studentid shape GRADEREPORT's roster
      * mode reads. The name comes off the demographic master (the
      * id stands in when the student isn't on it); the grade file
      * is named for the student id, studentid.TXT, the file the
      * instructor keeps the student's scores in.
      *****************************************************************
       WRITE-ROSTER.
           DISPLAY "ENTER COURSE ID: ".
           ACCEPT WS-WANT-COURSE.
           DISPLAY "ENTER ACADEMIC TERM (E.G. 2026FA): ".
           ACCEPT WS-WANT-TERM.
           DISPLAY "ENTER SECTION: ".
           ACCEPT WS-WANT-SECTION.
           DISPLAY "ENTER ROSTER FILE (BLANK FOR AROSTER.TXT): ".
           ACCEPT WS-ROSTER-NAME.
           IF WS-ROSTER-NAME EQUAL TO SPACES THEN
               MOVE "AROSTER.TXT" TO WS-ROSTER-NAME
           END-IF.

           OPEN INPUT ENROLLMENT.
           IF WS-ENRL-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING ENROLLMENT FILE ASTENRL.DAT - "
                   "STATUS " WS-ENRL-STATUS
               STOP RUN
           END-IF.
           MOVE 'Y' TO WS-DEMO-OPEN.
           OPEN INPUT STUDENT-DEMO.
           IF WS-DEMO-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "DEMOGRAPHIC MASTER NOT AVAILABLE - STATUS "
                   WS-DEMO-STATUS " - IDS STAND IN FOR NAMES"
               MOVE 'N' TO WS-DEMO-OPEN
           END-IF.
           OPEN OUTPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING ROSTER FILE - STATUS "
                   WS-ROSTER-STATUS
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-ENRL-EOF.
           MOVE WS-WANT-COURSE TO ENRL-COURSE-ID.
           MOVE WS-WANT-TERM TO ENRL-TERM.
           MOVE WS-WANT-SECTION TO ENRL-SECTION.
           MOVE LOW-VALUES TO ENRL-STUDENT-ID.
           START ENROLLMENT KEY IS NOT LESS THAN ENRL-KEY
           END-START.
           IF WS-ENRL-STATUS NOT EQUAL TO "00" THEN
               SET END-OF-ENROLLMENT TO TRUE
           END-IF.
           PERFORM UNTIL END-OF-ENROLLMENT
               READ ENROLLMENT NEXT RECORD
                   AT END SET END-OF-ENROLLMENT TO TRUE
               END-READ
               IF (NOT END-OF-ENROLLMENT) AND
                   ((ENRL-COURSE-ID NOT EQUAL TO WS-WANT-COURSE) OR
                   (ENRL-TERM NOT EQUAL TO WS-WANT-TERM) OR
                   (ENRL-SECTION NOT EQUAL TO WS-WANT-SECTION)) THEN
                   SET END-OF-ENROLLMENT TO TRUE
               END-IF
               IF NOT END-OF-ENROLLMENT THEN
                   PERFORM WRITE-ROSTER-LINE
               END-IF
           END-PERFORM.

           CLOSE ENROLLMENT.
           IF WS-DEMO-OPEN EQUAL TO 'Y' THEN
               CLOSE STUDENT-DEMO
           END-IF.
           CLOSE ROSTER-FILE.
           DISPLAY "STUDENTS ON ROSTER: " WS-ROSTER-COUNT.
           DISPLAY "ROSTER WRITTEN TO " FUNCTION TRIM(WS-ROSTER-NAME).
           IF WS-ROSTER-COUNT EQUAL TO 0 THEN
               DISPLAY "NO ONE ENROLLED IN THAT SECTION"
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-ROSTER-LINE.
           MOVE ENRL-STUDENT-ID TO WS-STUDENT-NAME.
           IF WS-DEMO-OPEN EQUAL TO 'Y' THEN
               MOVE ENRL-STUDENT-ID TO DEMO-STUDENT-ID
               READ STUDENT-DEMO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF DEMO-NAME NOT EQUAL TO SPACES THEN
                           MOVE DEMO-NAME TO WS-STUDENT-NAME
                       END-IF
               END-READ
           END-IF.
           MOVE SPACES TO WS-GRADE-FILE.
           STRING FUNCTION TRIM(ENRL-STUDENT-ID) DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-GRADE-FILE
           END-STRING.
           MOVE SPACES TO ROSTER-LINE.
           STRING FUNCTION TRIM(WS-STUDENT-NAME) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRADE-FILE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(ENRL-STUDENT-ID) DELIMITED BY SIZE
               INTO ROSTER-LINE
           END-STRING.
           WRITE ROSTER-LINE.
           ADD 1 TO WS-ROSTER-COUNT.

      *****************************************************************
      * RECONCILE-POSTING
      * Run after GRADEPOST. Sets a term's enrollment (one course, or
      * every course when the course is left blank) against the
      * grades that actually landed on the student-course master for
      * that term. An enrolled student with no posted grade is a
      * missing grade; a posted grade with no enrollment is a student
      * graded in a section they never registered for. Either one
      * leaves a nonzero return code so it is chased down before
      * grades go final.
      *****************************************************************
       RECONCILE-POSTING.
           DISPLAY "ENTER ACADEMIC TERM (E.G. 2026FA): ".
           ACCEPT WS-WANT-TERM.
           IF WS-WANT-TERM EQUAL TO SPACES THEN
               DISPLAY "A TERM IS REQUIRED"
               STOP RUN
           END-IF.
           DISPLAY "ENTER COURSE ID (BLANK FOR EVERY COURSE): ".
           ACCEPT WS-WANT-COURSE.

           OPEN INPUT ENROLLMENT.
           IF WS-ENRL-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING ENROLLMENT FILE ASTENRL.DAT - "
                   "STATUS " WS-ENRL-STATUS
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-ENRL-EOF.
           PERFORM UNTIL END-OF-ENROLLMENT
               READ ENROLLMENT NEXT RECORD
                   AT END SET END-OF-ENROLLMENT TO TRUE
               END-READ
               IF (NOT END-OF-ENROLLMENT) AND
                   (ENRL-TERM EQUAL TO WS-WANT-TERM) AND
                   ((WS-WANT-COURSE EQUAL TO SPACES) OR
                   (ENRL-COURSE-ID EQUAL TO WS-WANT-COURSE)) THEN
                   PERFORM RECON-LOAD-ONE
               END-IF
           END-PERFORM.
           CLOSE ENROLLMENT.

           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING STUDENT MASTER ASTMAST.DAT - "
                   "STATUS " WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT RECON-REPORT.
           IF WS-RECON-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING RECONCILIATION REPORT - STATUS "
                   WS-RECON-STATUS
               STOP RUN
           END-IF.
           IF WS-WANT-COURSE EQUAL TO SPACES THEN
               MOVE "(ALL)" TO WS-SHOW-COURSE
           ELSE
               MOVE WS-WANT-COURSE TO WS-SHOW-COURSE
           END-IF.
           MOVE SPACES TO RECON-LINE.
           STRING "ENROLLMENT TO POSTING RECONCILIATION - TERM "
               WS-WANT-TERM " - COURSE " WS-SHOW-COURSE
               DELIMITED BY SIZE INTO RECON-LINE
           END-STRING.
           WRITE RECON-LINE.
           MOVE SPACES TO RECON-LINE.
           WRITE RECON-LINE.

           MOVE 'N' TO WS-MASTER-EOF.
           PERFORM UNTIL END-OF-MASTER
               READ STUDENT-MASTER NEXT RECORD
                   AT END SET END-OF-MASTER TO TRUE
               END-READ
               IF (NOT END-OF-MASTER) AND
                   (MASTER-TERM EQUAL TO WS-WANT-TERM) AND
                   (MASTER-GRADE NOT EQUAL TO 'T') AND
                   ((WS-WANT-COURSE EQUAL TO SPACES) OR
                   (MASTER-COURSE-ID EQUAL TO WS-WANT-COURSE)) THEN
                   PERFORM RECON-POSTED-ONE
               END-IF
           END-PERFORM.
           CLOSE STUDENT-MASTER.

           MOVE 1 TO WS-RC-IX.
           PERFORM UNTIL WS-RC-IX > WS-RECON-COUNT
               IF RC-MATCHED(WS-RC-IX) NOT EQUAL TO 'Y' THEN
                   ADD 1 TO WS-NOT-POSTED-COUNT
                   MOVE SPACES TO RECON-LINE
                   STRING "ENROLLED, NO GRADE POSTED: "
                       DELIMITED BY SIZE
                       RC-STUDENT(WS-RC-IX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RC-COURSE(WS-RC-IX) DELIMITED BY SIZE
                       " SECTION " DELIMITED BY SIZE
                       RC-SECTION(WS-RC-IX) DELIMITED BY SIZE
                       INTO RECON-LINE
                   END-STRING
                   WRITE RECON-LINE
               END-IF
               ADD 1 TO WS-RC-IX
           END-PERFORM.

           MOVE SPACES TO RECON-LINE.
           WRITE RECON-LINE.
           MOVE WS-RECON-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO RECON-LINE.
           STRING "STUDENTS ENROLLED:          " WS-RPT-COUNT
               DELIMITED BY SIZE INTO RECON-LINE
           END-STRING.
           WRITE RECON-LINE.
           MOVE WS-POSTED-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO RECON-LINE.
           STRING "GRADES POSTED:              " WS-RPT-COUNT
               DELIMITED BY SIZE INTO RECON-LINE
           END-STRING.
           WRITE RECON-LINE.
           MOVE WS-MATCHED-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO RECON-LINE.
           STRING "ENROLLED AND POSTED:        " WS-RPT-COUNT
               DELIMITED BY SIZE INTO RECON-LINE
           END-STRING.
           WRITE RECON-LINE.
           MOVE WS-NOT-POSTED-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO RECON-LINE.
           STRING "ENROLLED, NOT POSTED:       " WS-RPT-COUNT
               DELIMITED BY SIZE INTO RECON-LINE
           END-STRING.
           WRITE RECON-LINE.
           MOVE WS-NOT-ENROLLED-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO RECON-LINE.
           STRING "POSTED, NOT ENROLLED:       " WS-RPT-COUNT
               DELIMITED BY SIZE INTO RECON-LINE
           END-STRING.
           WRITE RECON-LINE.
           CLOSE RECON-REPORT.

           DISPLAY "STUDENTS ENROLLED: " WS-RECON-COUNT.
           DISPLAY "GRADES POSTED: " WS-POSTED-COUNT.
           DISPLAY "ENROLLED, NOT POSTED: " WS-NOT-POSTED-COUNT.
           DISPLAY "POSTED, NOT ENROLLED: " WS-NOT-ENROLLED-COUNT.
           IF (WS-NOT-POSTED-COUNT > 0) OR
               (WS-NOT-ENROLLED-COUNT > 0) THEN
               DISPLAY "RECONCILIATION: DISCREPANCIES FOUND"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "RECONCILIATION: ENROLLMENT AND POSTING AGREE"
           END-IF.
           DISPLAY "RECONCILIATION REPORT WRITTEN TO AAENRREC.TXT".

      * One enrolled student into the reconciliation table.
       RECON-LOAD-ONE.
           IF WS-RECON-COUNT >= 2000 THEN
               DISPLAY "RECONCILIATION TABLE FULL (2000) - NARROW THE "
                   "RUN TO ONE COURSE"
               STOP RUN
           END-IF.
           ADD 1 TO WS-RECON-COUNT.
           MOVE ENRL-COURSE-ID TO RC-COURSE(WS-RECON-COUNT).
           MOVE ENRL-SECTION TO RC-SECTION(WS-RECON-COUNT).
           MOVE ENRL-STUDENT-ID TO RC-STUDENT(WS-RECON-COUNT).
           MOVE 'N' TO RC-MATCHED(WS-RECON-COUNT).

      * One posted grade for the term - marks its enrollment, or is
      * reported as posted without one. Transfer credit (grade T) is
      * posted under a term but was never taken in a section here, so
      * the master sweep leaves it out before it gets this far.
       RECON-POSTED-ONE.
           ADD 1 TO WS-POSTED-COUNT.
           MOVE 0 TO WS-RC-AT.
           MOVE 1 TO WS-RC-IX.
           PERFORM UNTIL (WS-RC-IX > WS-RECON-COUNT) OR (WS-RC-AT > 0)
               IF (RC-STUDENT(WS-RC-IX) EQUAL TO MASTER-STUDENT-ID) AND
                   (RC-COURSE(WS-RC-IX) EQUAL TO MASTER-COURSE-ID) THEN
                   MOVE WS-RC-IX TO WS-RC-AT
               END-IF
               ADD 1 TO WS-RC-IX
           END-PERFORM.
           IF WS-RC-AT > 0 THEN
               MOVE 'Y' TO RC-MATCHED(WS-RC-AT)
               ADD 1 TO WS-MATCHED-COUNT
           ELSE
               ADD 1 TO WS-NOT-ENROLLED-COUNT
               MOVE SPACES TO RECON-LINE
               STRING "POSTED, NOT ENROLLED:      " DELIMITED BY SIZE
                   MASTER-STUDENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MASTER-COURSE-ID DELIMITED BY SIZE
                   " GRADE " DELIMITED BY SIZE
                   MASTER-GRADE DELIMITED BY SIZE
                   INTO RECON-LINE
               END-STRING
               WRITE RECON-LINE
           END-IF.

      *****************************************************************
      * ENROLLMENT-OPEN-I-O
      * I-O keeps the enrollment file's existing records; 35 just
      * means no one has registered yet - create it, then come back
      * in I-O, the same dance MASTERLOAD does for the master.
      *****************************************************************
       ENROLLMENT-OPEN-I-O.
           OPEN I-O ENROLLMENT.
           IF WS-ENRL-STATUS EQUAL TO "35" THEN
               OPEN OUTPUT ENROLLMENT
               IF WS-ENRL-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "ERROR CREATING ENROLLMENT FILE - STATUS "
                       WS-ENRL-STATUS
                   STOP RUN
               END-IF
               CLOSE ENROLLMENT
               OPEN I-O ENROLLMENT
               IF WS-ENRL-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "ERROR REOPENING ENROLLMENT FILE - STATUS "
                       WS-ENRL-STATUS
                   STOP RUN
               END-IF
           ELSE
               IF WS-ENRL-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "ERROR OPENING ENROLLMENT FILE - STATUS "
                       WS-ENRL-STATUS
                   STOP RUN
               END-IF
           END-IF.

      * Seats taken per section, counted off the enrollment file
      * front to back. A record for a section no longer on the
      * section file is shown - it still holds its student, it just
      * can't take seats from anything.
       SECTION-COUNT-ENROLLED.
           MOVE 'N' TO WS-ENRL-EOF.
           PERFORM UNTIL END-OF-ENROLLMENT
               READ ENROLLMENT NEXT RECORD
                   AT END SET END-OF-ENROLLMENT TO TRUE
               END-READ
               IF NOT END-OF-ENROLLMENT THEN
                   MOVE ENRL-COURSE-ID TO WS-WANT-COURSE
                   MOVE ENRL-TERM TO WS-WANT-TERM
                   MOVE ENRL-SECTION TO WS-WANT-SECTION
                   PERFORM SECTION-LOOKUP
                   IF WS-SC-AT EQUAL TO 0 THEN
                       DISPLAY "ENROLLMENT IN SECTION NOT ON FILE: "
                           ENRL-COURSE-ID " " ENRL-TERM " "
                           ENRL-SECTION " " ENRL-STUDENT-ID
                   ELSE
                       ADD 1 TO SC-ENROLLED(WS-SC-AT)
                   END-IF
               END-IF
           END-PERFORM.

      * The section-table entry for WS-WANT-COURSE/TERM/SECTION in
      * WS-SC-AT, zero when the section file doesn't carry it.
       SECTION-LOOKUP.
           MOVE 0 TO WS-SC-AT.
           MOVE 1 TO WS-SC-IX.
           PERFORM UNTIL (WS-SC-IX > WS-SECTION-COUNT) OR
               (WS-SC-AT > 0)
               IF (SC-COURSE(WS-SC-IX) EQUAL TO WS-WANT-COURSE) AND
                   (SC-TERM(WS-SC-IX) EQUAL TO WS-WANT-TERM) AND
                   (SC-SECTION(WS-SC-IX) EQUAL TO WS-WANT-SECTION) THEN
                   MOVE WS-SC-IX TO WS-SC-AT
               END-IF
               ADD 1 TO WS-SC-IX
           END-PERFORM.

      *****************************************************************
      * SECTION-LOAD
      * Loads the section file. A missing section file stops the run
      * - with nothing offered there is nothing to register for. A
      * malformed line or a section already loaded is shown and
      * skipped.
      *****************************************************************
       SECTION-LOAD.
           MOVE 0 TO WS-SECTION-COUNT.
           OPEN INPUT SECTION-FILE.
           IF WS-SECTN-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING SECTION FILE AASECTN.TXT - "
                   "STATUS " WS-SECTN-STATUS
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-SECTN-EOF.
           PERFORM UNTIL SECTIONS-END-OF-FILE
               READ SECTION-FILE INTO WSSECTIONREC
                   AT END SET SECTIONS-END-OF-FILE TO TRUE
               END-READ
               IF (NOT SECTIONS-END-OF-FILE) AND
                   (WSSECTIONREC NOT EQUAL TO SPACES) THEN
                   PERFORM SECTION-LINE
               END-IF
           END-PERFORM.
           CLOSE SECTION-FILE.
           DISPLAY "SECTION FILE LOADED - " WS-SECTION-COUNT
               " SECTION(S)".

      * One section line into the table - course, a term of at most
      * six characters, a section of at most three, and a capacity of
      * at most three digits.
       SECTION-LINE.
           MOVE SPACES TO SC-IN-COURSE, SC-IN-TERM, SC-IN-SECTION,
               SC-IN-CAPACITY.
           UNSTRING WSSECTIONREC DELIMITED BY "|"
               INTO SC-IN-COURSE, SC-IN-TERM, SC-IN-SECTION,
               SC-IN-CAPACITY
           END-UNSTRING.
           IF (SC-IN-COURSE EQUAL TO SPACES) OR
               (SC-IN-TERM EQUAL TO SPACES) OR
               (SC-IN-TERM(7:4) NOT EQUAL TO SPACES) OR
               (SC-IN-SECTION EQUAL TO SPACES) OR
               (SC-IN-SECTION(4:2) NOT EQUAL TO SPACES) OR
               (SC-IN-CAPACITY EQUAL TO SPACES) OR
               (SC-IN-CAPACITY(4:2) NOT EQUAL TO SPACES) OR
               (FUNCTION TRIM(SC-IN-CAPACITY) NOT NUMERIC) THEN
               DISPLAY "SECTION LINE SKIPPED - MALFORMED: "
                   WSSECTIONREC
           ELSE
               MOVE SC-IN-COURSE TO WS-WANT-COURSE
               MOVE SC-IN-TERM TO WS-WANT-TERM
               MOVE SC-IN-SECTION TO WS-WANT-SECTION
               PERFORM SECTION-LOOKUP
               IF WS-SC-AT > 0 THEN
                   DISPLAY "SECTION LINE SKIPPED - DUPLICATE: "
                       WSSECTIONREC
               ELSE
               IF WS-SECTION-COUNT >= 300 THEN
                   DISPLAY "SECTION LINE SKIPPED - SECTION TABLE FULL "
                       "(300): " WSSECTIONREC
               ELSE
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SC-IN-COURSE TO SC-COURSE(WS-SECTION-COUNT)
                   MOVE SC-IN-TERM TO SC-TERM(WS-SECTION-COUNT)
                   MOVE SC-IN-SECTION TO SC-SECTION(WS-SECTION-COUNT)
                   MOVE FUNCTION NUMVAL(SC-IN-CAPACITY) TO
                       SC-CAPACITY(WS-SECTION-COUNT)
                   MOVE 0 TO SC-ENROLLED(WS-SECTION-COUNT)
               END-IF
               END-IF
           END-IF.

      *****************************************************************
      * CATALOG-LOAD
      * Loads the course-catalog master's course ids and prereq
      * expressions. A missing catalog stops the run - no add can be
      * checked without it.
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
                       MOVE CAT-IN-PREREQ TO
                           CAT-PREREQ(WS-CATALOG-COUNT)
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
      * CAT-IN-COURSE in force for the term in WS-CAT-TERM - on a hit
      * that version's prereq expression lands in WS-PREREQ.
       CATALOG-CHECK.
           MOVE 'N' TO WS-CAT-FOUND.
           MOVE SPACES TO WS-PREREQ.
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
                   MOVE CAT-PREREQ(CATALOGIDX) TO WS-PREREQ
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
