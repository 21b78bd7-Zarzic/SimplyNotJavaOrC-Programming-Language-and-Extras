      ******************************************************************
      * Modification History:
      *   - Initial version.
      *   - Each term line shows the credit hours of the version of the
      *     catalog entry in force that term, or that no version was,
      *     so an outcome shift can be read against a catalog change.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. COURSEOUTCOME.
       ENVIRONMENT DIVISION.
       01 WSCATALOGTABLE.
           05 CATALOG-ENTRY OCCURS 200 TIMES INDEXED BY CATALOGIDX.
               10 CAT-COURSE         PIC X(50).
               10 CAT-HOURS          PIC 9(1).
               10 CAT-FROM-KEY       PIC X(5).
               10 CAT-TO-KEY         PIC X(5).
       01 WS-CATALOG-COUNT          PIC 9(3) VALUE 0.
       01 WS-CATLG-EOF              PIC X(1).
           88 CATALOG-END-OF-FILE   VALUE 'Y'.
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

      * The ten letters the report distributes over - the five point
      * letters and the five registrar grade types, in report order.
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
                       ADD 1 TO WS-CATALOG-COUNT
                       MOVE CAT-IN-COURSE TO
                           CAT-COURSE(WS-CATALOG-COUNT)
                       MOVE CAT-IN-HOURS(1:1) TO
                           CAT-HOURS(WS-CATALOG-COUNT)
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

      *****************************************************************
      * TALLY-ONE-RECORD
      * One master record into its course's (and course-term's)
                   "%" DELIMITED BY SIZE
                   INTO REPORT-LINE(70:30)
               END-STRING
               MOVE CO-COURSE(WS-CO-IX) TO CAT-IN-COURSE
               MOVE CT-TERM(WS-CT-IX) TO WS-CAT-TERM
               PERFORM CATALOG-LOOKUP
               IF WS-CAT-FOUND EQUAL TO 'Y' THEN
                   STRING "  HOURS: " DELIMITED BY SIZE
                       WS-CAT-HOURS DELIMITED BY SIZE
                       INTO REPORT-LINE(100:30)
                   END-STRING
               ELSE
                   MOVE "  NOT IN CATALOG" TO REPORT-LINE(100:16)
               END-IF
               WRITE REPORT-LINE
           END-IF.
           ADD 1 TO WS-CT-IX.
               WHEN CAT-COURSE(CATALOGIDX) EQUAL TO CAT-IN-COURSE
                   MOVE 'Y' TO WS-CAT-FOUND
           END-SEARCH.

      * Finds the version of the course in CAT-IN-COURSE in force for
      * the term in WS-CAT-TERM, leaving its credit hours in
      * WS-CAT-HOURS.
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
