      *     registration office's demand forecast rolls up from the
      *     same prereq logic the audit uses instead of being
      *     re-derived by hand off report lines.
      *   - The catalog is effective-dated: each line may carry the
      *     first and last term a version of the course is in force,
      *     and every hours/prereq lookup takes the version in force
      *     for the record's own term - an ungraded record carries
      *     the term being registered, so next-term eligibility runs
      *     against that term's prereqs. A retaken course's earlier
      *     attempt backs out under its own term's hours, and an
      *     elective member counts the hours in force when it was
      *     completed.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. AUTOADVISOR.
       ENVIRONMENT DIVISION.
               10 cat-course         PIC X(50).
               10 cat-hours          PIC 9(1).
               10 cat-prereq         PIC X(50).
               10 cat-from-key       PIC X(5).
               10 cat-to-key         PIC X(5).
       01 ws-catalog-count           PIC 9(3) VALUE 0.
       01 ws-catlg-status            PIC X(2).
       01 ws-catlg-eof               PIC X(1) VALUE 'N'.
       01 cat-in-course              PIC X(50).
       01 cat-in-hours               PIC X(5).
       01 cat-in-prereq              PIC X(50).
       01 cat-in-from                PIC X(10).
       01 cat-in-to                  PIC X(10).
       01 ws-cat-term                PIC X(6).
       01 ws-cat-term-key            PIC X(5).

      * Sort-key work fields.
       01 ws-key-term                PIC X(6).
       01 ws-key-out                 PIC X(5).

      * Demographic-master items - whether the master opened for this
      * run, and the current student's name and program off their
           ADD 1 TO ws-dp-ix.

      * One elective member course - if the student completed it, it
      * earns its catalog hours for its category, as they stood the
      * term it was completed. ws-dp-ix is the walking member number.
       DEGREE-ELEC-MEMBER.
           MOVE 'N' TO ws-dp-found.
           MOVE 1 TO ws-dp-jx.
           END-PERFORM.
           IF ws-dp-found EQUAL TO 'Y' THEN
               MOVE elmem-course(ws-dp-ix) TO firstblock
               MOVE SPACES TO ws-cat-term
               MOVE 1 TO ws-dp-jx
               PERFORM UNTIL ws-dp-jx >= ctr1
                   IF (ws-a(ws-dp-jx) EQUAL TO firstblock) AND
                       (ws-g(ws-dp-jx) NOT EQUAL TO SPACES) THEN
                       MOVE ws-t(ws-dp-jx) TO ws-cat-term
                   END-IF
                   ADD 1 TO ws-dp-jx
               END-PERFORM
               PERFORM CATALOG-LOOKUP
               MOVE elmem-cat(ws-dp-ix) TO ws-dp-kx
               ADD secondblock TO ws-elec-earned(ws-dp-kx)
           MOVE 'N' TO ws-record-bad.
           MOVE SPACES TO ws-reject-reason.

           MOVE wsterm TO ws-cat-term.
           PERFORM CATALOG-LOOKUP.
           IF ws-catalog-found NOT EQUAL TO 'Y' THEN
               MOVE 'Y' TO ws-record-bad
               MOVE "COURSE NOT IN CATALOG FOR TERM" TO ws-reject-reason
           ELSE
           IF fourthblock EQUAL TO SPACES OR "A" OR "B" OR "C" OR "D"
               OR "F" THEN
               END-READ
               IF NOT catalog-end-of-file THEN
                   MOVE SPACES TO cat-in-course, cat-in-hours,
                       cat-in-prereq, cat-in-from, cat-in-to
                   UNSTRING wscatalogrec DELIMITED BY "|"
                       INTO cat-in-course, cat-in-hours, cat-in-prereq,
                       cat-in-from, cat-in-to
                   END-UNSTRING
                   IF (cat-in-course EQUAL TO SPACES) OR
                       (cat-in-hours(1:1) NOT NUMERIC) OR
                       (cat-in-hours(2:4) NOT EQUAL TO SPACES) OR
                       (cat-in-from(7:4) NOT EQUAL TO SPACES) OR
                       (cat-in-to(7:4) NOT EQUAL TO SPACES) THEN
                       DISPLAY "CATALOG RECORD REJECTED - MALFORMED: "
                           wscatalogrec
                       MOVE SPACES TO exception-line
                           cat-hours(ws-catalog-count)
                       MOVE cat-in-prereq TO
                           cat-prereq(ws-catalog-count)
                       PERFORM CATALOG-VERSION-KEYS
                   END-IF
                   END-IF
               END-IF
           CLOSE CATALOG-FILE.
           DISPLAY "CATALOG LOADED - " ws-catalog-count " COURSE(S)".

      * The catalog version just loaded gets its term range as sort
      * keys - a blank from term opens it at the beginning of time,
      * a blank to term leaves it in force.
       CATALOG-VERSION-KEYS.
           IF cat-in-from EQUAL TO SPACES THEN
               MOVE "00000" TO cat-from-key(ws-catalog-count)
           ELSE
               MOVE cat-in-from TO ws-key-term
               PERFORM TERM-SORT-KEY
               MOVE ws-key-out TO cat-from-key(ws-catalog-count)
           END-IF.
           IF cat-in-to EQUAL TO SPACES THEN
               MOVE "99999" TO cat-to-key(ws-catalog-count)
           ELSE
               MOVE cat-in-to TO ws-key-term
               PERFORM TERM-SORT-KEY
               MOVE ws-key-out TO cat-to-key(ws-catalog-count)
           END-IF.

      *****************************************************************
      * CATALOG-LOOKUP
      * Finds the version of the course id sitting in firstblock in
      * force for the term in ws-cat-term. On a hit the version's
      * credit hours land in secondblock and its prereq expression in
      * thirdblock for the rest of LINE_PROCESSING; a miss leaves
      * ws-catalog-found at 'N' for VALIDATE-RECORD to reject. A
      * blank term (from before terms were kept) finds only a version
      * in force from the beginning.
      *****************************************************************
       CATALOG-LOOKUP.
           MOVE 'N' TO ws-catalog-found.
           MOVE 0 TO secondblock.
           MOVE SPACES TO thirdblock.
           PERFORM CATALOG-TERM-KEY.
           SET catalogidx TO 1.
           SEARCH catalog-entry
               AT END CONTINUE
               WHEN (cat-course(catalogidx) EQUAL TO firstblock)
                   AND (cat-from-key(catalogidx) NOT > ws-cat-term-key)
                   AND (cat-to-key(catalogidx) NOT < ws-cat-term-key)
                   MOVE cat-hours(catalogidx) TO secondblock
                   MOVE cat-prereq(catalogidx) TO thirdblock
                   MOVE 'Y' TO ws-catalog-found
           END-SEARCH.

      * Sort key of the term in ws-cat-term for the version search.
       CATALOG-TERM-KEY.
           IF ws-cat-term EQUAL TO SPACES THEN
               MOVE "00000" TO ws-cat-term-key
           ELSE
               MOVE ws-cat-term TO ws-key-term
               PERFORM TERM-SORT-KEY
               MOVE ws-key-out TO ws-cat-term-key
           END-IF.

      *****************************************************************
      * LOG-EXCEPTION
      * Records a malformed INPUT-FILE line to the exception file
               MOVE "(NOT ON DEMOGRAPHIC MASTER)" TO ws-demo-name-show
           END-IF.

      *****************************************************************
      * RETAKE-HOURS-LOOKUP
      * The credit hours the earlier attempt in ws-retake-row counted
      * for - those of the catalog version in force the term it was
      * taken, which is what went into the totals then. secondblock,
      * thirdblock and ws-catalog-found still belong to the record in
      * hand, so the search is done here rather than through
      * CATALOG-LOOKUP; should the earlier term's version somehow be
      * gone, the record in hand's hours are backed out instead.
      *****************************************************************
       RETAKE-HOURS-LOOKUP.
           MOVE secondblock TO ws-retake-hours.
           MOVE ws-t(ws-retake-row) TO ws-cat-term.
           PERFORM CATALOG-TERM-KEY.
           SET catalogidx TO 1.
           SEARCH catalog-entry
               AT END CONTINUE
               WHEN (cat-course(catalogidx) EQUAL TO firstblock)
                   AND (cat-from-key(catalogidx) NOT > ws-cat-term-key)
                   AND (cat-to-key(catalogidx) NOT < ws-cat-term-key)
                   MOVE cat-hours(catalogidx) TO ws-retake-hours
           END-SEARCH.

      *****************************************************************
      * CHECK-RETAKE
      * Looks for the course id in firstblock among the course-table
      * as the attempt of record.
      *****************************************************************
       RETAKE-REPLACE.
           PERFORM RETAKE-HOURS-LOOKUP.
           SUBTRACT ws-retake-hours FROM credit.
           IF ws-g(ws-retake-row) NOT EQUAL TO SPACES THEN
               MOVE ws-g(ws-retake-row) TO ws-class-letter
               DELIMITED BY SIZE INTO audit-line
           END-STRING.
           WRITE audit-line.

      *****************************************************************
      * TERM-SORT-KEY
      * Chronological sort key for the term in ws-key-term - the year
      * followed by a season rank (SP, SU, FA, WI in calendar order),
      * an unrecognized season ranked 9, the same key TRANSCRIPT
      * sorts terms on. A blank term from before terms were kept
      * sorts ahead of every real one.
      *****************************************************************
       TERM-SORT-KEY.
           IF ws-key-term EQUAL TO SPACES THEN
               MOVE "00000" TO ws-key-out
           ELSE
               MOVE ws-key-term(1:4) TO ws-key-out(1:4)
               IF ws-key-term(5:2) EQUAL TO "SP" THEN
                   MOVE "1" TO ws-key-out(5:1)
               ELSE
               IF ws-key-term(5:2) EQUAL TO "SU" THEN
                   MOVE "2" TO ws-key-out(5:1)
               ELSE
               IF ws-key-term(5:2) EQUAL TO "FA" THEN
                   MOVE "3" TO ws-key-out(5:1)
               ELSE
               IF ws-key-term(5:2) EQUAL TO "WI" THEN
                   MOVE "4" TO ws-key-out(5:1)
               ELSE
                   MOVE "9" TO ws-key-out(5:1)
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
