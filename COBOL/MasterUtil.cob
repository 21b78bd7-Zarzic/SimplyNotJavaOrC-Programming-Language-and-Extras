      *          history. Unload mode writes the whole master to a
      *          sequential pipe-delimited backup; reload mode
      *          rebuilds the master from a backup with the same
      *          write/rewrite machinery MASTERLOAD loads with;
      *          roll-forward mode rebuilds it from the last backup and
      *          replays the master journal on top of it; verify
      *          mode proves the file healthy - keys in sequence,
      *          every grade valid against the shared point and
      *          grade-type tables, every course id on the central
      ******************************************************************
      * Modification History:
      *   - Initial version.
      *   - Verify mode checks every record's term against the academic
      *     term calendar AATERMS.TXT, not just its shape - a term the
      *     calendar doesn't carry is a violation.
      *   - Verify checks each record's course against the version of
      *     the catalog entry in force for the record's term - a
      *     course the catalog carries, but not for that term, is a
      *     violation of its own.
      *   - Reload journals what it does to the master - the clear,
      *     then every record it loads - on the master journal
      *     AMSTJRNL.TXT the posting programs append to.
      *   - An unload in balance closes the master journal out: the
      *     journal is copied to a timestamped archive and started
      *     fresh with a baseline line carrying the new backup's name,
      *     record count and hash total.
      *   - Roll-forward mode rebuilds the master from the backup the
      *     journal's baseline names - proved by its record count and
      *     hash total before the standing master is touched - then
      *     applies the journal up to a chosen run and sequence
      *     number, and proves the result by record count and hash
      *     total against what the journal says the master should
      *     hold.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MASTERUTIL.
       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKUP-STATUS.

      * The master journal - the before/after image of every change
      * the posting programs make to the master since the last
      * unload. Reload appends to it, unload closes it out, and
      * roll-forward replays it.
           SELECT MASTER-JOURNAL
           ASSIGN TO "AMSTJRNL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

      * A closed-out journal, copied off under the unload's run
      * timestamp before the live journal starts again.
           SELECT JOURNAL-ARCHIVE
           ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

      * Central course-catalog master - verify checks every master
      * course id against it.
           SELECT CATALOG-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VRFY-STATUS.

      * Academic term calendar - term|start|end|gradedue|gradelock.
      * Verify checks every master term against it.
           SELECT TERM-CALENDAR
           ASSIGN TO "AATERMS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERMS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER.
       FD BACKUP-FILE.
       01 BACKUP-LINE               PIC X(80).

       FD MASTER-JOURNAL.
       COPY MASTJRNL.

       FD JOURNAL-ARCHIVE.
       01 ARCHIVE-LINE              PIC X(132).

       FD CATALOG-FILE.
       01 WSCATALOGLINE             PIC X(100).

       FD VERIFY-REPORT.
       01 VERIFY-LINE               PIC X(132).

       FD TERM-CALENDAR.
       01 WSTERMLINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS          PIC X(2).
       01 WS-BACKUP-STATUS          PIC X(2).
       01 WS-CATLG-STATUS           PIC X(2).
       01 WS-VRFY-STATUS            PIC X(2).
       01 WS-TERMS-STATUS           PIC X(2).
       01 WS-JOURNAL-STATUS         PIC X(2).
       01 WS-ARCHIVE-STATUS         PIC X(2).

       01 WS-MODE                   PIC X(1).
       01 WS-CONFIRM                PIC X(1).
       01 WS-BACKUP-NAME            PIC X(100).
       01 WS-ARCHIVE-NAME           PIC X(100).

       01 WS-MASTER-EOF             PIC X(1).
           88 END-OF-MASTER         VALUE 'Y'.
           88 END-OF-BACKUP         VALUE 'Y'.
       01 WS-CATLG-EOF              PIC X(1).
           88 CATALOG-END-OF-FILE   VALUE 'Y'.
       01 WS-JOURNAL-EOF            PIC X(1).
           88 END-OF-JOURNAL        VALUE 'Y'.

      * The backup line in hand, split into its pipe fields.
       01 WS-BACKUP-REC             PIC X(80).
       01 WS-BK-GRADE               PIC X(5).
       01 WS-BK-TERM                PIC X(6).

      * The record image a backup line rebuilds to, for the backup's
      * control totals.
       01 WS-BK-IMAGE.
           05 WS-BKI-STUDENT         PIC X(20).
           05 WS-BKI-COURSE          PIC X(20).
           05 WS-BKI-GRADE           PIC X(1).
           05 WS-BKI-TERM            PIC X(6).

      * Course-catalog course ids for the verify pass.
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
       01 WS-CAT-KNOWN              PIC X(1).

      * Sort-key work fields.
       01 WS-KEY-TERM               PIC X(6).
       01 WS-KEY-OUT                PIC X(5).

      * Academic term calendar terms for the verify pass.
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
       01 WS-TERM-FOUND             PIC X(1).

      * Verify-pass work fields - the previous record's key for the
      * sequence check, and the record's findings.
       01 WS-SKIPPED-COUNT          PIC 9(7) VALUE 0.
       01 WS-VIOLATION-COUNT        PIC 9(7) VALUE 0.

      * Master journal - the run's timestamp, the sequence number of
      * the last image appended, the standing record's image ahead
      * of a rewrite, and whether this run journals at all (reload
      * does; roll-forward replays the journal, so it doesn't).
       01 WS-JRNL-DATE              PIC X(8).
       01 WS-JRNL-TIME              PIC X(8).
       01 WS-JRNL-STAMP             PIC X(14).
       01 WS-JRNL-SEQUENCE          PIC 9(7) VALUE 0.
       01 WS-JRNL-ACTION            PIC X(1).
       01 WS-JRNL-BEFORE            PIC X(47).
       01 WS-JRNL-FAILED            PIC 9(5) VALUE 0.
       01 WS-JOURNALING             PIC X(1) VALUE 'N'.
       01 WS-ARCHIVE-COUNT          PIC 9(7) VALUE 0.

      * Hash total work fields - a record image's hash is the sum of
      * each byte's collating value times its position, so a changed
      * or transposed byte moves it; a file's hash total is the sum
      * over its records.
       01 WS-HASH-IMAGE             PIC X(47).
       01 WS-HASH-POS               PIC 9(2).
       01 WS-IMAGE-HASH             PIC 9(7).
       01 WS-HASH-TOTAL             PIC 9(15) VALUE 0.
       01 WS-RPT-HASH               PIC Z(14)9.

      * Roll-forward - the point to stop at (run timestamp plus
      * sequence number, compared as one key against each journal
      * line's), the baseline the journal was started from, the
      * totals the journal says the master should end with, and the
      * totals it does end with.
       01 WS-STOP-STAMP             PIC X(14).
       01 WS-STOP-SEQ-TEXT          PIC X(10).
       01 WS-STOP-POINT.
           05 WS-STOP-POINT-STAMP    PIC X(14).
           05 WS-STOP-POINT-SEQ      PIC 9(7).
       01 WS-ENTRY-POINT.
           05 WS-ENTRY-STAMP         PIC X(14).
           05 WS-ENTRY-SEQ           PIC 9(7).
       01 WS-BASE-FILE              PIC X(47).
       01 WS-BASE-COUNT             PIC 9(7).
       01 WS-BASE-HASH              PIC 9(15).
       01 WS-BACKUP-COUNT           PIC 9(7).
       01 WS-BACKUP-HASH            PIC 9(15).
       01 WS-EXPECT-COUNT           PIC S9(7).
       01 WS-EXPECT-HASH            PIC S9(15).
       01 WS-ACTUAL-COUNT           PIC 9(7) VALUE 0.
       01 WS-ACTUAL-HASH            PIC 9(15) VALUE 0.
       01 WS-RF-READ                PIC 9(7) VALUE 0.
       01 WS-RF-APPLIED             PIC 9(7) VALUE 0.
       01 WS-RF-BEYOND              PIC 9(7) VALUE 0.
       01 WS-RF-EXCEPTIONS          PIC 9(7) VALUE 0.
       01 WS-RF-WHY                 PIC X(40).

       PROCEDURE DIVISION.
       MASTERUTIL-MAIN.
           DISPLAY "UNLOAD, RELOAD, ROLL FORWARD OR VERIFY "
               "(U/R/F/V): ".
           ACCEPT WS-MODE.
           IF WS-MODE EQUAL TO 'u' THEN MOVE 'U' TO WS-MODE
           END-IF.
           IF WS-MODE EQUAL TO 'r' THEN MOVE 'R' TO WS-MODE
           END-IF.
           IF WS-MODE EQUAL TO 'f' THEN MOVE 'F' TO WS-MODE
           END-IF.
           IF WS-MODE EQUAL TO 'v' THEN MOVE 'V' TO WS-MODE
           END-IF.
           IF WS-MODE EQUAL TO 'U' THEN
           IF WS-MODE EQUAL TO 'R' THEN
               PERFORM RELOAD-MASTER
           ELSE
           IF WS-MODE EQUAL TO 'F' THEN
               PERFORM ROLL-FORWARD-MASTER
           ELSE
           IF WS-MODE EQUAL TO 'V' THEN
               PERFORM VERIFY-MASTER
           ELSE
               DISPLAY "NOT A RECOGNIZED MODE: " WS-MODE
           END-IF
           END-IF
           END-IF
           END-IF.
           STOP RUN.

      *****************************************************************
      * UNLOAD-MASTER
      * The whole master out to the sequential backup, front to back,
      * one pipe-delimited line per record, with a hash total over
      * the records written. An unload in balance is the new starting
      * point for recovery, so it closes the master journal out.
      *****************************************************************
       UNLOAD-MASTER.
           DISPLAY "ENTER BACKUP FILE (BLANK FOR ASTMBKP.TXT): ".
                   END-STRING
                   WRITE BACKUP-LINE
                   ADD 1 TO WS-RECORDS-WRITTEN
                   MOVE MASTER-RECORD TO WS-HASH-IMAGE
                   PERFORM RECORD-HASH
                   ADD WS-IMAGE-HASH TO WS-HASH-TOTAL
               END-IF
           END-PERFORM.
           CLOSE STUDENT-MASTER.

           DISPLAY "RECORDS READ: " WS-RECORDS-READ.
           DISPLAY "RECORDS WRITTEN TO BACKUP: " WS-RECORDS-WRITTEN.
           MOVE WS-HASH-TOTAL TO WS-RPT-HASH.
           DISPLAY "HASH TOTAL: " WS-RPT-HASH.
           IF WS-RECORDS-READ EQUAL TO WS-RECORDS-WRITTEN THEN
               DISPLAY "UNLOAD IN BALANCE"
               PERFORM JOURNAL-CLOSE-OUT THRU JOURNAL-CLOSE-OUT-EXIT
           ELSE
               DISPLAY "UNLOAD OUT OF BALANCE"
               DISPLAY "MASTER JOURNAL LEFT OPEN - NOT A BACKUP TO "
                   "RECOVER FROM"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * JOURNAL-CLOSE-OUT
      * The live journal is copied whole to an archive named for this
      * run - AMSTJRNL-YYYYMMDDHHMMSS.TXT - then started fresh with a
      * baseline line: the backup just written, its record count and
      * its hash total. Every change journaled from here on is a
      * change on top of that backup. An archive that can't be
      * written leaves the live journal as it was.
      *****************************************************************
       JOURNAL-CLOSE-OUT.
           PERFORM SET-RUN-STAMP.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "AMSTJRNL-" DELIMITED BY SIZE
               WS-JRNL-STAMP DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME
           END-STRING.
           OPEN INPUT MASTER-JOURNAL.
           IF WS-JOURNAL-STATUS EQUAL TO "35" THEN
               DISPLAY "NO MASTER JOURNAL TO ARCHIVE - STARTING ONE"
           ELSE
               IF WS-JOURNAL-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "ERROR OPENING MASTER JOURNAL - STATUS "
                       WS-JOURNAL-STATUS
                   DISPLAY "MASTER JOURNAL NOT CLOSED OUT"
                   MOVE 8 TO RETURN-CODE
                   GO TO JOURNAL-CLOSE-OUT-EXIT
               END-IF
               OPEN OUTPUT JOURNAL-ARCHIVE
               IF WS-ARCHIVE-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "ERROR OPENING JOURNAL ARCHIVE - STATUS "
                       WS-ARCHIVE-STATUS
                   DISPLAY "MASTER JOURNAL NOT CLOSED OUT"
                   CLOSE MASTER-JOURNAL
                   MOVE 8 TO RETURN-CODE
                   GO TO JOURNAL-CLOSE-OUT-EXIT
               END-IF
               MOVE 'N' TO WS-JOURNAL-EOF
               PERFORM UNTIL END-OF-JOURNAL
                   READ MASTER-JOURNAL
                       AT END SET END-OF-JOURNAL TO TRUE
                   END-READ
                   IF NOT END-OF-JOURNAL THEN
                       MOVE JOURNAL-RECORD TO ARCHIVE-LINE
                       WRITE ARCHIVE-LINE
                       ADD 1 TO WS-ARCHIVE-COUNT
                   END-IF
               END-PERFORM
               CLOSE MASTER-JOURNAL
               CLOSE JOURNAL-ARCHIVE
               DISPLAY "MASTER JOURNAL ARCHIVED TO "
                   FUNCTION TRIM(WS-ARCHIVE-NAME) " - "
                   WS-ARCHIVE-COUNT " LINE(S)"
           END-IF.

           OPEN OUTPUT MASTER-JOURNAL.
           IF WS-JOURNAL-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR RESTARTING MASTER JOURNAL - STATUS "
                   WS-JOURNAL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO JOURNAL-CLOSE-OUT-EXIT
           END-IF.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "MASTERUTIL" TO JOURNAL-PROGRAM.
           MOVE WS-JRNL-STAMP TO JOURNAL-RUN-STAMP.
           MOVE 1 TO JOURNAL-SEQUENCE.
           SET JOURNAL-BASELINE TO TRUE.
           MOVE WS-BACKUP-NAME TO JOURNAL-BEFORE.
           MOVE WS-RECORDS-WRITTEN TO JOURNAL-BASE-COUNT.
           MOVE WS-HASH-TOTAL TO JOURNAL-BASE-HASH.
           WRITE JOURNAL-RECORD.
           CLOSE MASTER-JOURNAL.
           DISPLAY "MASTER JOURNAL RESTARTED FROM BACKUP "
               FUNCTION TRIM(WS-BACKUP-NAME).

       JOURNAL-CLOSE-OUT-EXIT.
           EXIT.

      *****************************************************************
      * RELOAD-MASTER
      * merge into one - so the operator has to confirm before the
      * standing file is destroyed. The create-then-reopen-I-O dance
      * is MASTERLOAD's, so a duplicate backup line rewrites in
      * place instead of dying on the key. Everything the reload does
      * goes on the master journal like any other posting.
      *****************************************************************
       RELOAD-MASTER.
           DISPLAY "ENTER BACKUP FILE (BLANK FOR ASTMBKP.TXT): ".
               STOP RUN
           END-IF.

           MOVE 'Y' TO WS-JOURNALING.
           PERFORM OPEN-MASTER-JOURNAL.
           PERFORM REBUILD-FROM-BACKUP.
           CLOSE STUDENT-MASTER.
           CLOSE MASTER-JOURNAL.

           DISPLAY "BACKUP LINES READ: " WS-RECORDS-READ.
           DISPLAY "RECORDS LOADED: " WS-RECORDS-WRITTEN.
           DISPLAY "DUPLICATE LINES REPLACED: " WS-REPLACED-COUNT.
           DISPLAY "LINES SKIPPED: " WS-SKIPPED-COUNT.
      * A change the journal didn't take can't be rolled forward -
      * the run is a hard failure until a fresh unload covers it.
           IF WS-JRNL-FAILED > 0 THEN
               DISPLAY "MASTER JOURNAL WRITES FAILED: " WS-JRNL-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.

      * The master created fresh and loaded from the backup named in
      * WS-BACKUP-NAME, left open I-O for the caller. The backup is
      * opened first - one that isn't there mustn't cost the
      * standing master. A journaling run puts the clear on the
      * journal ahead of the records.
       REBUILD-FROM-BACKUP.
           OPEN INPUT BACKUP-FILE.
           IF WS-BACKUP-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING BACKUP FILE - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           IF WS-JOURNALING EQUAL TO 'Y' THEN
               MOVE SPACES TO MASTER-RECORD, WS-JRNL-BEFORE
               MOVE 'X' TO WS-JRNL-ACTION
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

           MOVE 'N' TO WS-BACKUP-EOF.
           PERFORM UNTIL END-OF-BACKUP
               END-IF
           END-PERFORM.
           CLOSE BACKUP-FILE.

      * One backup line onto the rebuilt master. A line with no
      * student or course can't key - skipped and counted. A grade
               MOVE WS-BK-TERM TO MASTER-TERM
               WRITE MASTER-RECORD
                   INVALID KEY PERFORM RELOAD-REPLACE
                   NOT INVALID KEY
                       ADD 1 TO WS-RECORDS-WRITTEN
                       IF WS-JOURNALING EQUAL TO 'Y' THEN
                           MOVE 'A' TO WS-JRNL-ACTION
                           MOVE SPACES TO WS-JRNL-BEFORE
                           PERFORM WRITE-JOURNAL-ENTRY
                       END-IF
               END-WRITE
           END-IF.

                   ADD 1 TO WS-SKIPPED-COUNT
           END-READ.
           IF WS-MASTER-STATUS EQUAL TO "00" THEN
               MOVE MASTER-RECORD TO WS-JRNL-BEFORE
               MOVE WS-BK-GRADE(1:1) TO MASTER-GRADE
               MOVE WS-BK-TERM TO MASTER-TERM
               REWRITE MASTER-RECORD
               IF WS-MASTER-STATUS EQUAL TO "00" THEN
                   ADD 1 TO WS-REPLACED-COUNT
                   ADD 1 TO WS-RECORDS-WRITTEN
                   IF WS-JOURNALING EQUAL TO 'Y' THEN
                       MOVE 'C' TO WS-JRNL-ACTION
                       PERFORM WRITE-JOURNAL-ENTRY
                   END-IF
               ELSE
                   DISPLAY "LINE SKIPPED - REWRITE FAILED, STATUS "
                       WS-MASTER-STATUS ": " WS-BACKUP-REC
               END-IF
           END-IF.

      *****************************************************************
      * ROLL-FORWARD-MASTER
      * Recovery after a corrupted master. The journal's baseline line
      * names the backup the last unload wrote, with its record count
      * and hash total; the backup offered has to prove out against
      * them before the standing master is touched. The master is
      * then rebuilt from it and every journal line up to the stop
      * point - a run's timestamp and, inside that run, a sequence
      * number - applied on top in the order it was written. The
      * journal's own images say what the master should then hold,
      * so the rebuilt file is read back and its record count and
      * hash total proved against them. Nothing the roll-forward does
      * goes on the journal - the journal already carries it.
      *****************************************************************
       ROLL-FORWARD-MASTER.
           DISPLAY "ENTER BACKUP FILE (BLANK FOR ASTMBKP.TXT): ".
           ACCEPT WS-BACKUP-NAME.
           IF WS-BACKUP-NAME EQUAL TO SPACES THEN
               MOVE "ASTMBKP.TXT" TO WS-BACKUP-NAME
           END-IF.

           DISPLAY "ROLL FORWARD THROUGH RUN TIMESTAMP YYYYMMDDHHMMSS "
               "(BLANK FOR END OF JOURNAL): ".
           ACCEPT WS-STOP-STAMP.
           IF WS-STOP-STAMP EQUAL TO SPACES THEN
               MOVE HIGH-VALUES TO WS-STOP-POINT-STAMP
               MOVE 9999999 TO WS-STOP-POINT-SEQ
           ELSE
               IF WS-STOP-STAMP NOT NUMERIC THEN
                   DISPLAY "STOP POINT MUST BE A 14-DIGIT TIMESTAMP: "
                       WS-STOP-STAMP
                   STOP RUN
               END-IF
               MOVE WS-STOP-STAMP TO WS-STOP-POINT-STAMP
               DISPLAY "LAST SEQUENCE NUMBER OF THAT RUN TO APPLY "
                   "(BLANK FOR THE WHOLE RUN): "
               ACCEPT WS-STOP-SEQ-TEXT
               IF WS-STOP-SEQ-TEXT EQUAL TO SPACES THEN
                   MOVE 9999999 TO WS-STOP-POINT-SEQ
               ELSE
                   IF (FUNCTION TRIM(WS-STOP-SEQ-TEXT) NOT NUMERIC) OR
                       (WS-STOP-SEQ-TEXT(8:3) NOT EQUAL TO SPACES) THEN
                       DISPLAY "SEQUENCE NUMBER MUST BE A NUMBER: "
                           WS-STOP-SEQ-TEXT
                       STOP RUN
                   END-IF
                   MOVE FUNCTION NUMVAL(WS-STOP-SEQ-TEXT) TO
                       WS-STOP-POINT-SEQ
               END-IF
           END-IF.

           DISPLAY "ROLL-FORWARD REPLACES THE ENTIRE MASTER - "
               "CONFIRM (Y): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT EQUAL TO 'Y' AND 'y' THEN
               DISPLAY "ROLL-FORWARD CANCELLED - MASTER LEFT UNTOUCHED"
               STOP RUN
           END-IF.

      * The baseline first - a journal without one was never closed
      * out by an unload, and there is no telling what backup it
      * runs on from.
           OPEN INPUT MASTER-JOURNAL.
           IF WS-JOURNAL-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING MASTER JOURNAL - STATUS "
                   WS-JOURNAL-STATUS
               DISPLAY "MASTER LEFT UNTOUCHED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-JOURNAL-EOF.
           READ MASTER-JOURNAL
               AT END SET END-OF-JOURNAL TO TRUE
           END-READ.
           IF END-OF-JOURNAL OR (NOT JOURNAL-BASELINE) THEN
               DISPLAY "MASTER JOURNAL HAS NO BASELINE - TAKE A FRESH "
                   "UNLOAD TO START ONE"
               DISPLAY "MASTER LEFT UNTOUCHED"
               CLOSE MASTER-JOURNAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE JOURNAL-BEFORE TO WS-BASE-FILE.
           MOVE JOURNAL-BASE-COUNT TO WS-BASE-COUNT.
           MOVE JOURNAL-BASE-HASH TO WS-BASE-HASH.
           DISPLAY "JOURNAL BASELINE - BACKUP "
               FUNCTION TRIM(WS-BASE-FILE) " OF " WS-BASE-COUNT
               " RECORD(S)".

           PERFORM BACKUP-CONTROL-TOTALS.
           IF (WS-BACKUP-COUNT NOT EQUAL TO WS-BASE-COUNT) OR
               (WS-BACKUP-HASH NOT EQUAL TO WS-BASE-HASH) THEN
               DISPLAY "BACKUP DOES NOT MATCH THE JOURNAL BASELINE"
               MOVE WS-BASE-HASH TO WS-RPT-HASH
               DISPLAY "  BASELINE: " WS-BASE-COUNT " RECORD(S), HASH "
                   WS-RPT-HASH
               MOVE WS-BACKUP-HASH TO WS-RPT-HASH
               DISPLAY "  BACKUP:   " WS-BACKUP-COUNT
                   " RECORD(S), HASH " WS-RPT-HASH
               DISPLAY "MASTER LEFT UNTOUCHED"
               CLOSE MASTER-JOURNAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "BACKUP PROVED AGAINST THE JOURNAL BASELINE".

           MOVE 'N' TO WS-JOURNALING.
           PERFORM REBUILD-FROM-BACKUP.
           MOVE WS-BASE-COUNT TO WS-EXPECT-COUNT.
           MOVE WS-BASE-HASH TO WS-EXPECT-HASH.

           PERFORM UNTIL END-OF-JOURNAL
               READ MASTER-JOURNAL
                   AT END SET END-OF-JOURNAL TO TRUE
               END-READ
               IF NOT END-OF-JOURNAL THEN
                   ADD 1 TO WS-RF-READ
                   MOVE JOURNAL-RUN-STAMP TO WS-ENTRY-STAMP
                   MOVE JOURNAL-SEQUENCE TO WS-ENTRY-SEQ
                   IF WS-ENTRY-POINT > WS-STOP-POINT THEN
                       ADD 1 TO WS-RF-BEYOND
                   ELSE
                       PERFORM APPLY-JOURNAL-LINE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE MASTER-JOURNAL.
           CLOSE STUDENT-MASTER.

      * The rebuilt master read back whole for its own totals.
           OPEN INPUT STUDENT-MASTER.
           IF WS-MASTER-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING STUDENT MASTER ASTMAST.DAT - "
                   "STATUS " WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-MASTER-EOF.
           PERFORM UNTIL END-OF-MASTER
               READ STUDENT-MASTER NEXT RECORD
                   AT END SET END-OF-MASTER TO TRUE
               END-READ
               IF NOT END-OF-MASTER THEN
                   ADD 1 TO WS-ACTUAL-COUNT
                   MOVE MASTER-RECORD TO WS-HASH-IMAGE
                   PERFORM RECORD-HASH
                   ADD WS-IMAGE-HASH TO WS-ACTUAL-HASH
               END-IF
           END-PERFORM.
           CLOSE STUDENT-MASTER.

           DISPLAY " ".
           DISPLAY "===== ROLL-FORWARD CONTROL TOTALS =====".
           DISPLAY "BACKUP LINES READ: " WS-RECORDS-READ.
           DISPLAY "RECORDS RESTORED FROM BACKUP: " WS-RECORDS-WRITTEN.
           DISPLAY "LINES SKIPPED: " WS-SKIPPED-COUNT.
           DISPLAY "JOURNAL LINES READ AFTER BASELINE: " WS-RF-READ.
           DISPLAY "JOURNAL LINES APPLIED: " WS-RF-APPLIED.
           DISPLAY "JOURNAL LINES PAST THE STOP POINT: " WS-RF-BEYOND.
           DISPLAY "JOURNAL EXCEPTIONS: " WS-RF-EXCEPTIONS.
           MOVE WS-EXPECT-COUNT TO WS-RPT-COUNT.
           MOVE WS-EXPECT-HASH TO WS-RPT-HASH.
           DISPLAY "JOURNAL SAYS:  " WS-RPT-COUNT " RECORD(S), HASH "
               WS-RPT-HASH.
           MOVE WS-ACTUAL-COUNT TO WS-RPT-COUNT.
           MOVE WS-ACTUAL-HASH TO WS-RPT-HASH.
           DISPLAY "MASTER HOLDS:  " WS-RPT-COUNT " RECORD(S), HASH "
               WS-RPT-HASH.
      * Exceptions the totals still prove out need the operators' eye
      * but aren't a failed recovery; totals that don't tie are.
           IF (WS-ACTUAL-COUNT EQUAL TO WS-EXPECT-COUNT) AND
               (WS-ACTUAL-HASH EQUAL TO WS-EXPECT-HASH) THEN
               DISPLAY "ROLL-FORWARD IN BALANCE"
               IF WS-RF-EXCEPTIONS > 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "ROLL-FORWARD OUT OF BALANCE"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-RF-BEYOND > 0 THEN
               DISPLAY "THE JOURNAL STILL CARRIES THE LINES PAST THE "
                   "STOP POINT - TAKE A FRESH UNLOAD BEFORE POSTING "
                   "RESUMES"
           END-IF.

      * One journal line onto the master, and onto the totals the
      * journal says the master should end with. The journal's after
      * image is applied even when the master disagrees with what the
      * journal expected to find - the disagreement is shown as an
      * exception, and the totals prove whether it mattered.
       APPLY-JOURNAL-LINE.
           MOVE SPACES TO WS-RF-WHY.
           IF JOURNAL-ADD THEN
               ADD 1 TO WS-RF-APPLIED
               ADD 1 TO WS-EXPECT-COUNT
               MOVE JOURNAL-AFTER TO WS-HASH-IMAGE
               PERFORM RECORD-HASH
               ADD WS-IMAGE-HASH TO WS-EXPECT-HASH
               MOVE JOURNAL-AFTER TO MASTER-RECORD
               WRITE MASTER-RECORD
                   INVALID KEY
                       MOVE "ADD FOUND THE RECORD ALREADY ON MASTER"
                           TO WS-RF-WHY
               END-WRITE
               IF WS-RF-WHY NOT EQUAL TO SPACES THEN
                   READ STUDENT-MASTER
                   MOVE JOURNAL-AFTER TO MASTER-RECORD
                   REWRITE MASTER-RECORD
               END-IF
           ELSE
           IF JOURNAL-CHANGE THEN
               ADD 1 TO WS-RF-APPLIED
               MOVE JOURNAL-BEFORE TO WS-HASH-IMAGE
               PERFORM RECORD-HASH
               SUBTRACT WS-IMAGE-HASH FROM WS-EXPECT-HASH
               MOVE JOURNAL-AFTER TO WS-HASH-IMAGE
               PERFORM RECORD-HASH
               ADD WS-IMAGE-HASH TO WS-EXPECT-HASH
               MOVE JOURNAL-AFTER TO MASTER-RECORD
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE "CHANGE FOUND NO RECORD ON MASTER"
                           TO WS-RF-WHY
               END-READ
               IF WS-MASTER-STATUS EQUAL TO "00" THEN
                   IF MASTER-RECORD NOT EQUAL TO JOURNAL-BEFORE THEN
                       MOVE "RECORD DID NOT MATCH THE BEFORE IMAGE"
                           TO WS-RF-WHY
                   END-IF
                   MOVE JOURNAL-AFTER TO MASTER-RECORD
                   REWRITE MASTER-RECORD
               ELSE
                   MOVE JOURNAL-AFTER TO MASTER-RECORD
                   WRITE MASTER-RECORD
               END-IF
           ELSE
           IF JOURNAL-CLEAR THEN
               ADD 1 TO WS-RF-APPLIED
               MOVE 0 TO WS-EXPECT-COUNT, WS-EXPECT-HASH
               CLOSE STUDENT-MASTER
               OPEN OUTPUT STUDENT-MASTER
               CLOSE STUDENT-MASTER
               OPEN I-O STUDENT-MASTER
               IF WS-MASTER-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "ERROR REOPENING STUDENT MASTER - STATUS "
                       WS-MASTER-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE "NOT AN ACTION ROLL-FORWARD APPLIES" TO WS-RF-WHY
           END-IF
           END-IF
           END-IF.
           IF WS-RF-WHY NOT EQUAL TO SPACES THEN
               ADD 1 TO WS-RF-EXCEPTIONS
               DISPLAY "JOURNAL EXCEPTION - " FUNCTION TRIM(WS-RF-WHY)
                   ": " JOURNAL-PROGRAM " " JOURNAL-RUN-STAMP " "
                   JOURNAL-SEQUENCE " " JOURNAL-AFTER
           END-IF.

      * The record count and hash total of the backup named in
      * WS-BACKUP-NAME, over the records a reload would build from it
      * - a line the reload would skip isn't counted. The backup is
      * only read here; the master isn't touched.
       BACKUP-CONTROL-TOTALS.
           MOVE 0 TO WS-BACKUP-COUNT, WS-BACKUP-HASH.
           OPEN INPUT BACKUP-FILE.
           IF WS-BACKUP-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING BACKUP FILE - STATUS "
                   WS-BACKUP-STATUS
               DISPLAY "MASTER LEFT UNTOUCHED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-BACKUP-EOF.
           PERFORM UNTIL END-OF-BACKUP
               READ BACKUP-FILE INTO WS-BACKUP-REC
                   AT END SET END-OF-BACKUP TO TRUE
               END-READ
               IF (NOT END-OF-BACKUP) AND
                   (WS-BACKUP-REC NOT EQUAL TO SPACES) THEN
                   PERFORM BACKUP-CONTROL-LINE
               END-IF
           END-PERFORM.
           CLOSE BACKUP-FILE.

       BACKUP-CONTROL-LINE.
           MOVE SPACES TO WS-BK-STUDENT, WS-BK-COURSE, WS-BK-GRADE,
               WS-BK-TERM.
           UNSTRING WS-BACKUP-REC DELIMITED BY "|"
               INTO WS-BK-STUDENT, WS-BK-COURSE, WS-BK-GRADE,
               WS-BK-TERM
           END-UNSTRING.
           IF (WS-BK-STUDENT NOT EQUAL TO SPACES) AND
               (WS-BK-COURSE NOT EQUAL TO SPACES) AND
               (WS-BK-GRADE(2:4) EQUAL TO SPACES) THEN
               MOVE SPACES TO WS-BK-IMAGE
               MOVE WS-BK-STUDENT TO WS-BKI-STUDENT
               MOVE WS-BK-COURSE TO WS-BKI-COURSE
               MOVE WS-BK-GRADE(1:1) TO WS-BKI-GRADE
               MOVE WS-BK-TERM TO WS-BKI-TERM
               MOVE WS-BK-IMAGE TO WS-HASH-IMAGE
               PERFORM RECORD-HASH
               ADD 1 TO WS-BACKUP-COUNT
               ADD WS-IMAGE-HASH TO WS-BACKUP-HASH
           END-IF.

      *****************************************************************
      * VERIFY-MASTER
      * Proves the master healthy - keys strictly ascending the way
      * the index hands them back, every grade a letter the shared
      * tables score, every course id on the catalog, every term
      * blank or yyyySS with a season the shop uses and on the term
      * calendar. Every violation
      * goes on the report; any violation at all leaves a nonzero
      * return code so the schedulers see a hard failure.
      *****************************************************************
       VERIFY-MASTER.
           PERFORM CATALOG-LOAD.
           PERFORM TERM-CALENDAR-LOAD.

           OPEN OUTPUT VERIFY-REPORT.
           IF WS-VRFY-STATUS NOT EQUAL TO "00" THEN
           END-IF.

           MOVE MASTER-COURSE-ID TO CAT-IN-COURSE.
           MOVE MASTER-TERM TO WS-CAT-TERM.
           PERFORM CATALOG-CHECK.
           IF WS-CAT-KNOWN NOT EQUAL TO 'Y' THEN
               MOVE "COURSE NOT IN CATALOG" TO WS-VIOLATION-WHY
               PERFORM WRITE-VIOLATION
           ELSE
               IF WS-CAT-FOUND NOT EQUAL TO 'Y' THEN
                   MOVE "COURSE NOT IN CATALOG FOR TERM" TO
                       WS-VIOLATION-WHY
                   PERFORM WRITE-VIOLATION
               END-IF
           END-IF.

           PERFORM CHECK-TERM.
           IF WS-TERM-OK NOT EQUAL TO 'Y' THEN
               MOVE "TERM MALFORMED" TO WS-VIOLATION-WHY
               PERFORM WRITE-VIOLATION
           ELSE
               IF MASTER-TERM NOT EQUAL TO SPACES THEN
                   PERFORM TERM-CALENDAR-CHECK
                   IF WS-TERM-FOUND NOT EQUAL TO 'Y' THEN
                       MOVE "TERM NOT ON CALENDAR" TO WS-VIOLATION-WHY
                       PERFORM WRITE-VIOLATION
                   END-IF
               END-IF
           END-IF.

      * A blank grade is a course in progress; anything else has to
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
                       ADD 1 TO WS-CATALOG-COUNT
                       MOVE CAT-IN-COURSE TO
                           CAT-COURSE(WS-CATALOG-COUNT)
                       PERFORM CATALOG-VERSION-KEYS
                   END-IF
                   END-IF
               END-IF
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

      * Whether the catalog carries the course in CAT-IN-COURSE at all
      * (WS-CAT-KNOWN), and whether a version of it is in force for
      * the term in WS-CAT-TERM (WS-CAT-FOUND).
       CATALOG-CHECK.
           MOVE 'N' TO WS-CAT-FOUND, WS-CAT-KNOWN.
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
               WHEN CAT-COURSE(CATALOGIDX) EQUAL TO CAT-IN-COURSE
                   MOVE 'Y' TO WS-CAT-KNOWN
           END-SEARCH.
           IF WS-CAT-KNOWN EQUAL TO 'Y' THEN
               SET CATALOGIDX TO 1
               SEARCH CATALOG-ENTRY
                   AT END CONTINUE
                   WHEN (CAT-COURSE(CATALOGIDX) EQUAL TO CAT-IN-COURSE)
                       AND (CAT-FROM-KEY(CATALOGIDX) NOT >
                       WS-CAT-TERM-KEY)
                       AND (CAT-TO-KEY(CATALOGIDX) NOT <
                       WS-CAT-TERM-KEY)
                       MOVE 'Y' TO WS-CAT-FOUND
               END-SEARCH
           END-IF.

      *****************************************************************
      * TERM-CALENDAR-LOAD
      * Loads the academic term calendar's term codes for the verify
      * pass. A missing calendar stops the run, the same rule as the
      * catalog - a verification that can't check the terms isn't the
      * one the operators are filing.
      *****************************************************************
       TERM-CALENDAR-LOAD.
           MOVE 0 TO WS-TERM-COUNT.
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
           END-IF
           END-IF.

      * Whether the calendar carries the record's MASTER-TERM.
       TERM-CALENDAR-CHECK.
           MOVE 'N' TO WS-TERM-FOUND.
           IF WS-TERM-COUNT > 0 THEN
               SET TERMIDX TO 1
               SEARCH TERM-ENTRY
                   AT END CONTINUE
                   WHEN TC-TERM(TERMIDX) EQUAL TO MASTER-TERM
                       MOVE 'Y' TO WS-TERM-FOUND
               END-SEARCH
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
      * SET-RUN-STAMP / OPEN-MASTER-JOURNAL / WRITE-JOURNAL-ENTRY
      * The run's timestamp, YYYYMMDDHHMMSS, stamped on every journal
      * line it writes. The journal opens before the master is
      * touched - a change the journal doesn't carry is one a
      * roll-forward can't bring back, so no journal means no run.
      * EXTEND so it only ever grows until the next unload closes it
      * out; 35 just means no journal has been started yet.
      *****************************************************************
       SET-RUN-STAMP.
           ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JRNL-TIME FROM TIME.
           MOVE WS-JRNL-DATE TO WS-JRNL-STAMP(1:8).
           MOVE WS-JRNL-TIME(1:6) TO WS-JRNL-STAMP(9:6).

       OPEN-MASTER-JOURNAL.
           PERFORM SET-RUN-STAMP.
           OPEN EXTEND MASTER-JOURNAL.
           IF WS-JOURNAL-STATUS EQUAL TO "35" THEN
               OPEN OUTPUT MASTER-JOURNAL
           ELSE
               IF WS-JOURNAL-STATUS NOT EQUAL TO "00" THEN
                   DISPLAY "ERROR OPENING MASTER JOURNAL - STATUS "
                       WS-JOURNAL-STATUS
                   DISPLAY "MASTER LEFT UNTOUCHED"
                   STOP RUN
               END-IF
           END-IF.

      * One image onto the journal - WS-JRNL-ACTION says what was
      * done, WS-JRNL-BEFORE holds the record as it stood (blank for
      * an add or the clear) and MASTER-RECORD the record as it now
      * stands. A line that won't write is a change a roll-forward
      * would lose, so it is shown and counted against the run.
       WRITE-JOURNAL-ENTRY.
           ADD 1 TO WS-JRNL-SEQUENCE.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "MASTERUTIL" TO JOURNAL-PROGRAM.
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

      * The hash of the record image in WS-HASH-IMAGE - each byte's
      * collating value times its position, summed.
       RECORD-HASH.
           MOVE 0 TO WS-IMAGE-HASH.
           MOVE 1 TO WS-HASH-POS.
           PERFORM UNTIL WS-HASH-POS > 47
               COMPUTE WS-IMAGE-HASH = WS-IMAGE-HASH +
                   (FUNCTION ORD(WS-HASH-IMAGE(WS-HASH-POS:1)) *
                   WS-HASH-POS)
               ADD 1 TO WS-HASH-POS
           END-PERFORM.
