      ******************************************************************
      * Modification History:
      *   - Initial version.
      *   - Every record written or rewritten on the master is also
      *     appended, before and after image, to the master journal
      *     AMSTJRNL.TXT that MASTERUTIL's roll-forward replays.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MASTERLOAD.
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

       DATA DIVISION.
       FILE SECTION.
       FD CONVERT-LIST-FILE.
           05 MASTER-GRADE            PIC X(1).
           05 MASTER-TERM             PIC X(6).

       FD MASTER-JOURNAL.
       COPY MASTJRNL.

       WORKING-STORAGE SECTION.
       01 WS-LIST-NAME              PIC X(100).
       01 WS-LIST-STATUS            PIC X(2).
       01 WS-INPUT-FILENAME         PIC X(100).
       01 WS-INPUT-STATUS           PIC X(2).
       01 WS-MASTER-STATUS          PIC X(2).
       01 WS-JOURNAL-STATUS         PIC X(2).

       01 WS-LIST-EOF               PIC X(1).
           88 END-OF-LIST           VALUE 'Y'.
       01 WS-SKIPPED-COUNT          PIC 9(5) VALUE 0.
       01 WS-BADFILE-COUNT          PIC 9(5) VALUE 0.

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
       MASTERLOAD-MAIN.
           DISPLAY "ENTER CONVERSION LIST FILE "
               STOP RUN
           END-IF.

           PERFORM OPEN-MASTER-JOURNAL.

      * I-O keeps records already loaded by an earlier partial run;
      * 35 just means the master doesn't exist yet - create it, then
      * close and come back in I-O. The whole load has to run in I-O
           END-PERFORM.
           CLOSE CONVERT-LIST-FILE.
           CLOSE STUDENT-MASTER.
           CLOSE MASTER-JOURNAL.

           DISPLAY "STUDENTS CONVERTED: " WS-STUDENT-COUNT.
           DISPLAY "RECORDS LOADED: " WS-RECORD-COUNT.
           DISPLAY "RETAKE RECORDS REPLACED: " WS-REPLACED-COUNT.
           DISPLAY "MALFORMED RECORDS SKIPPED: " WS-SKIPPED-COUNT.
           DISPLAY "STUDENT FILES NOT READABLE: " WS-BADFILE-COUNT.
      * A change the journal didn't take can't be rolled forward -
      * the run is a hard failure until a fresh unload covers it.
           IF WS-JRNL-FAILED > 0 THEN
               DISPLAY "MASTER JOURNAL WRITES FAILED: " WS-JRNL-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * One list line - split off the student id and the old flat
      * skipped, not loaded.
               WRITE MASTER-RECORD
                   INVALID KEY PERFORM REPLACE-ONE-RECORD
                   NOT INVALID KEY
                       ADD 1 TO WS-RECORD-COUNT
                       MOVE 'A' TO WS-JRNL-ACTION
                       MOVE SPACES TO WS-JRNL-BEFORE
                       PERFORM WRITE-JOURNAL-ENTRY
               END-WRITE
           END-IF.

                   ADD 1 TO WS-SKIPPED-COUNT
           END-READ.
           IF WS-MASTER-STATUS EQUAL TO "00" THEN
               MOVE MASTER-RECORD TO WS-JRNL-BEFORE
               MOVE WS-GRADE TO MASTER-GRADE
               MOVE WS-TERM TO MASTER-TERM
               REWRITE MASTER-RECORD
               IF WS-MASTER-STATUS EQUAL TO "00" THEN
                   ADD 1 TO WS-REPLACED-COUNT
                   ADD 1 TO WS-RECORD-COUNT
                   MOVE 'C' TO WS-JRNL-ACTION
                   PERFORM WRITE-JOURNAL-ENTRY
               ELSE
                   DISPLAY "ERROR REPLACING RECORD - STATUS "
                       WS-MASTER-STATUS ": " WS-LINE
                   ADD 1 TO WS-SKIPPED-COUNT
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
           MOVE "MASTERLOAD" TO JOURNAL-PROGRAM.
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
