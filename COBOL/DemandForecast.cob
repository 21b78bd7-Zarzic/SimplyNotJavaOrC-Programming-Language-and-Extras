      ******************************************************************
      * Modification History:
      *   - Initial version.
      *   - Only the catalog version still in force (no last term) of
      *     each course gets a demand line - a course's earlier
      *     versions don't repeat it, and a retired course tallied
      *     from the extract is flagged like any other the catalog
      *     no longer carries.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. DEMANDFCST.
       ENVIRONMENT DIVISION.
       01 CAT-IN-COURSE             PIC X(50).
       01 CAT-IN-HOURS              PIC X(5).
       01 CAT-IN-PREREQ             PIC X(50).
       01 CAT-IN-FROM               PIC X(10).
       01 CAT-IN-TO                 PIC X(10).

      * The extract line in hand.
       01 WS-ELIG-REC               PIC X(80).
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
                   IF CAT-IN-TO NOT EQUAL TO SPACES THEN
                       CONTINUE
                   ELSE
                   IF WS-DEMAND-COUNT >= 250 THEN
                       DISPLAY "CATALOG RECORD SKIPPED - DEMAND "
                           "TABLE FULL (250): " CAT-IN-COURSE
                       MOVE 'Y' TO DM-IN-CATALOG(WS-DEMAND-COUNT)
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CATALOG-FILE.
