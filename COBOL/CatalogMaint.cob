      ******************************************************************
      * Modification History:
      *   - Initial version.
      *   - The catalog is effective-dated. Each line carries the
      *     first and last term its version is in force (blank from
      *     = since before terms were kept, blank to = still in
      *     force), and a change starts a new version at a calendar
      *     term instead of overwriting the old one, which is closed
      *     on the term before - historical terms keep the hours and
      *     prereqs they were taken under. A retirement closes the
      *     open version rather than deleting it. A listing action
      *     writes the catalog as of a chosen term, with the versions
      *     that started or ended there marked, for the curriculum
      *     committee.
      *   - A change or retirement can't take effect in a term already
      *     locked, and a version is only corrected in place while its
      *     first term has yet to start - graded terms keep the hours
      *     they were graded under.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CATALOGMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Central course-catalog master - courseid|hours|prereqs|
      * fromterm|toterm, one line per version of a course.
           SELECT CATALOG-FILE
           ASSIGN TO "AACATLG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATCHG-STATUS.

      * Academic term calendar - term|start|end|gradedue|gradelock.
      * A new version can only take effect at a term it carries.
           SELECT TERM-CALENDAR
           ASSIGN TO "AATERMS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERMS-STATUS.

      * The catalog as of a chosen term, for the curriculum committee.
           SELECT CATALOG-LISTING
           ASSIGN TO "AACATLST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATLST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOG-FILE.
       FD CATCHG-LOG.
       01 CATCHG-LINE               PIC X(250).

       FD TERM-CALENDAR.
       01 WSTERMLINE                PIC X(80).

       FD CATALOG-LISTING.
       01 CATLST-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CATLG-STATUS           PIC X(2).
       01 WS-CATCHG-STATUS          PIC X(2).
       01 WS-TERMS-STATUS           PIC X(2).
       01 WS-CATLST-STATUS          PIC X(2).
       01 WS-TERMS-EOF              PIC X(1).
           88 TERMS-END-OF-FILE     VALUE 'Y'.

      * The catalog, loaded whole so the prereq check can see every
      * course and the rewrite can put the file back intact. Every
      * version of a course is an entry of its own, with its term
      * range kept both as entered and as sort keys.
       01 WSCATALOGTABLE.
           05 CATALOG-ENTRY OCCURS 200 TIMES INDEXED BY CATALOGIDX.
               10 CAT-COURSE         PIC X(50).
               10 CAT-HOURS          PIC 9(1).
               10 CAT-PREREQ         PIC X(50).
               10 CAT-FROM-TERM      PIC X(6).
               10 CAT-TO-TERM        PIC X(6).
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
       01 WS-TC-IX                  PIC 9(3).

      * Sort-key work fields.
       01 WS-KEY-TERM               PIC X(6).
       01 WS-KEY-OUT                PIC X(5).

      * The change being applied. WS-AT is the course's open version
      * (the one with no last term), WS-ANY-AT the last of its
      * versions in the table, WS-LAST-TO-KEY the latest term any
      * closed version of it ran through.
       01 WS-ACTION                 PIC X(1).
       01 WS-COURSE-ID              PIC X(50).
       01 WS-NEW-HOURS              PIC X(5).
       01 WS-NEW-PREREQ             PIC X(50).
       01 WS-AT                     PIC 9(3).
       01 WS-ANY-AT                 PIC 9(3).
       01 WS-INS-AT                 PIC 9(3).
       01 WS-IX                     PIC 9(3).
       01 WS-JX                     PIC 9(3).
       01 WS-LAST-TO-KEY            PIC X(5).
       01 WS-LAST-TO-TERM           PIC X(6).

      * The term the change takes effect at (or, for a retirement,
      * the last term the course is in force), and the calendar term
      * just before it - the last term of the version it replaces.
      * The effective term's start and grade-lock dates say whether
      * grades may already stand under it.
       01 WS-EFF-TERM               PIC X(10).
       01 WS-EFF-KEY                PIC X(5).
       01 WS-EFF-START              PIC X(8).
       01 WS-EFF-LOCK               PIC X(8).
       01 WS-PREV-TERM              PIC X(6).
       01 WS-PREV-KEY               PIC X(5).
       01 WS-PREV-FOUND             PIC X(1).

      * Before/after images for the change-log line - a catalog line
      * rebuilt pipe-style from the entry's fields.
       01 WS-AFTER-IMAGE            PIC X(100).
       01 WS-HOURS-SHOW             PIC 9(1).

      * Catalog-as-of listing items - the version of a course in
      * force before the one being listed, and the listing totals.
       01 WS-WAS-AT                 PIC 9(3).
       01 WS-WAS-KEY                PIC X(5).
       01 WS-IN-FORCE               PIC X(1).
       01 WS-LST-FLAG               PIC X(8).
       01 WS-LST-FROM               PIC X(6).
       01 WS-LST-TO                 PIC X(6).
       01 WS-LST-IN-FORCE           PIC 9(3) VALUE 0.
       01 WS-LST-NEW                PIC 9(3) VALUE 0.
       01 WS-LST-CHANGED            PIC 9(3) VALUE 0.
       01 WS-LST-RETIRED            PIC 9(3) VALUE 0.

      * Prereq-expression check items - the expression splits into
      * space-delimited OR groups, each group into comma-delimited
      * AND courses, the same shapes (and the same 5/3 capacities)
       PROCEDURE DIVISION.
       CATALOGMAINT-MAIN.
           PERFORM CATALOG-LOAD.
           PERFORM TERM-CALENDAR-LOAD.

           DISPLAY "ADD, CHANGE OR RETIRE A COURSE, OR LIST THE "
               "CATALOG AS OF A TERM (A/C/R/L): ".
           ACCEPT WS-ACTION.
           IF WS-ACTION EQUAL TO 'a' THEN MOVE 'A' TO WS-ACTION
           END-IF.
           END-IF.
           IF WS-ACTION EQUAL TO 'r' THEN MOVE 'R' TO WS-ACTION
           END-IF.
           IF WS-ACTION EQUAL TO 'l' THEN MOVE 'L' TO WS-ACTION
           END-IF.
           IF WS-ACTION NOT EQUAL TO 'A' AND 'C' AND 'R' AND 'L' THEN
               DISPLAY "NOT A RECOGNIZED ACTION: " WS-ACTION
               STOP RUN
           END-IF.

      * The listing changes nothing - no trail line, no rewrite.
           IF WS-ACTION EQUAL TO 'L' THEN
               PERFORM CATALOG-AS-OF-LIST
               STOP RUN
           END-IF.

           DISPLAY "ENTER COURSE ID: ".
           ACCEPT WS-COURSE-ID.
           IF WS-COURSE-ID EQUAL TO SPACES THEN
           END-IF.
           PERFORM FIND-COURSE.

           IF WS-ACTION EQUAL TO 'A' THEN
               DISPLAY "ENTER FIRST TERM THE COURSE IS IN FORCE: "
           ELSE
           IF WS-ACTION EQUAL TO 'C' THEN
               DISPLAY "ENTER FIRST TERM THE NEW VERSION IS IN FORCE: "
           ELSE
               DISPLAY "ENTER LAST TERM THE COURSE IS IN FORCE: "
           END-IF
           END-IF.
           ACCEPT WS-EFF-TERM.
           PERFORM EFFECTIVE-TERM-CHECK.

      * A change or retirement in a term whose grades are locked
      * would move the hours every grade since then was figured on.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF (WS-ACTION EQUAL TO 'C' OR 'R') AND
               (WS-EFF-LOCK NOT > WS-TODAY) THEN
               DISPLAY "TERM " FUNCTION TRIM(WS-EFF-TERM)
                   " IS LOCKED - CATALOG LEFT UNTOUCHED"
               STOP RUN
           END-IF.

           IF WS-ACTION EQUAL TO 'A' THEN
               PERFORM ADD-COURSE
           ELSE
           PERFORM CATALOG-REWRITE.

           DISPLAY "CATALOG UPDATED - " WS-CATALOG-COUNT
               " COURSE VERSION(S) ON FILE".
           STOP RUN.

      *****************************************************************
      * stops the run here rather than being dropped - a maintenance
      * rewrite that silently loses a line somebody mistyped is a
      * hand edit with extra steps; the line has to be fixed first.
      * A line from before versions were kept (no term fields) loads
      * as a version in force for every term.
      *****************************************************************
       CATALOG-LOAD.
           MOVE 0 TO WS-CATALOG-COUNT.
               END-IF
           END-PERFORM.
           CLOSE CATALOG-FILE.
           DISPLAY "CATALOG LOADED - " WS-CATALOG-COUNT
               " COURSE VERSION(S)".

       CATALOG-LOAD-LINE.
           MOVE SPACES TO CAT-IN-COURSE, CAT-IN-HOURS, CAT-IN-PREREQ,
               CAT-IN-FROM, CAT-IN-TO.
           UNSTRING WSCATALOGREC DELIMITED BY "|"
               INTO CAT-IN-COURSE, CAT-IN-HOURS, CAT-IN-PREREQ,
               CAT-IN-FROM, CAT-IN-TO
           END-UNSTRING.
           IF (CAT-IN-COURSE EQUAL TO SPACES) OR
               (CAT-IN-HOURS(1:1) NOT NUMERIC) OR
               (CAT-IN-HOURS(2:4) NOT EQUAL TO SPACES) OR
               (CAT-IN-FROM(7:4) NOT EQUAL TO SPACES) OR
               (CAT-IN-TO(7:4) NOT EQUAL TO SPACES) THEN
               DISPLAY "CATALOG LINE MALFORMED - FIX IT BEFORE "
                   "MAINTAINING THE CATALOG: " WSCATALOGREC
               STOP RUN
           MOVE CAT-IN-COURSE TO CAT-COURSE(WS-CATALOG-COUNT).
           MOVE CAT-IN-HOURS(1:1) TO CAT-HOURS(WS-CATALOG-COUNT).
           MOVE CAT-IN-PREREQ TO CAT-PREREQ(WS-CATALOG-COUNT).
           MOVE CAT-IN-FROM TO CAT-FROM-TERM(WS-CATALOG-COUNT).
           MOVE CAT-IN-TO TO CAT-TO-TERM(WS-CATALOG-COUNT).
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
           IF CAT-FROM-KEY(WS-CATALOG-COUNT) >
               CAT-TO-KEY(WS-CATALOG-COUNT) THEN
               DISPLAY "CATALOG LINE ENDS BEFORE IT STARTS - FIX IT "
                   "BEFORE MAINTAINING THE CATALOG: " WSCATALOGREC
               STOP RUN
           END-IF.
           PERFORM CATALOG-OVERLAP-CHECK.

      * Two versions of one course in force for the same term would
      * leave every lookup for that term picking whichever loaded
      * first - the line just loaded is held against each earlier
      * version of its course.
       CATALOG-OVERLAP-CHECK.
           MOVE 1 TO WS-IX.
           PERFORM UNTIL WS-IX >= WS-CATALOG-COUNT
               IF (CAT-COURSE(WS-IX) EQUAL TO
                   CAT-COURSE(WS-CATALOG-COUNT)) AND
                   (CAT-FROM-KEY(WS-IX) NOT >
                   CAT-TO-KEY(WS-CATALOG-COUNT)) AND
                   (CAT-FROM-KEY(WS-CATALOG-COUNT) NOT >
                   CAT-TO-KEY(WS-IX)) THEN
                   DISPLAY "CATALOG LINE OVERLAPS ANOTHER VERSION OF "
                       "THE COURSE - FIX IT BEFORE MAINTAINING THE "
                       "CATALOG: " WSCATALOGREC
                   STOP RUN
               END-IF
               ADD 1 TO WS-IX
           END-PERFORM.

      * Leaves the entry number of the open version of the course in
      * WS-COURSE-ID in WS-AT, or 0 when no version is still in
      * force; WS-ANY-AT is the course's last entry in the table (0
      * when the catalog has never carried it) and WS-LAST-TO-KEY the
      * latest term a closed version of it ran through.
       FIND-COURSE.
           MOVE 0 TO WS-AT, WS-ANY-AT.
           MOVE LOW-VALUES TO WS-LAST-TO-KEY.
           MOVE SPACES TO WS-LAST-TO-TERM.
           MOVE 1 TO WS-IX.
           PERFORM UNTIL WS-IX > WS-CATALOG-COUNT
               IF CAT-COURSE(WS-IX) EQUAL TO WS-COURSE-ID THEN
                   MOVE WS-IX TO WS-ANY-AT
                   IF CAT-TO-KEY(WS-IX) EQUAL TO "99999" THEN
                       MOVE WS-IX TO WS-AT
                   ELSE
                   IF CAT-TO-KEY(WS-IX) > WS-LAST-TO-KEY THEN
                       MOVE CAT-TO-KEY(WS-IX) TO WS-LAST-TO-KEY
                       MOVE CAT-TO-TERM(WS-IX) TO WS-LAST-TO-TERM
                   END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-IX
           END-PERFORM.

      * The term just entered has to be a term code the calendar
      * carries; its sort key goes to WS-EFF-KEY and its start and
      * grade-lock dates to WS-EFF-START and WS-EFF-LOCK.
       EFFECTIVE-TERM-CHECK.
           IF (WS-EFF-TERM EQUAL TO SPACES) OR
               (WS-EFF-TERM(7:4) NOT EQUAL TO SPACES) THEN
               DISPLAY "NOT A VALID TERM: " WS-EFF-TERM
               STOP RUN
           END-IF.
           MOVE WS-EFF-TERM TO WS-TERM-LOOK.
           PERFORM TERM-CALENDAR-LOOKUP.
           IF WS-TERM-FOUND NOT EQUAL TO 'Y' THEN
               DISPLAY "TERM NOT ON CALENDAR - " WS-EFF-TERM
               DISPLAY "CATALOG LEFT UNTOUCHED"
               STOP RUN
           END-IF.
           MOVE TC-START(TERMIDX) TO WS-EFF-START.
           MOVE TC-LOCK(TERMIDX) TO WS-EFF-LOCK.
           MOVE WS-EFF-TERM TO WS-KEY-TERM.
           PERFORM TERM-SORT-KEY.
           MOVE WS-KEY-OUT TO WS-EFF-KEY.

      *****************************************************************
      * ADD-COURSE
      * A new catalog entry in force from the effective term - the
      * course must not already have a version in force, the hours
      * and prereq expression are verified, and the entry goes on
      * the end of the table. A retired course can be added again
      * from a term after its last version ended; the new version
      * goes in behind the old ones. The before image records that
      * there was no course (or that it was retired).
      *****************************************************************
       ADD-COURSE.
           IF WS-AT > 0 THEN
                   FUNCTION TRIM(WS-COURSE-ID)
               STOP RUN
           END-IF.
           IF (WS-ANY-AT > 0) AND
               (WS-EFF-KEY NOT > WS-LAST-TO-KEY) THEN
               DISPLAY "AN EARLIER VERSION OF THE COURSE IS IN FORCE "
                   "THROUGH " WS-LAST-TO-TERM
               DISPLAY "CATALOG LEFT UNTOUCHED"
               STOP RUN
           END-IF.
           IF WS-CATALOG-COUNT >= 200 THEN
               DISPLAY "CATALOG TABLE FULL (200) - COURSE NOT ADDED"
               STOP RUN
           END-IF.
           PERFORM ACCEPT-HOURS-PREREQ.
           IF WS-ANY-AT > 0 THEN
               MOVE "(RETIRED)" TO WS-BEFORE-IMAGE
               COMPUTE WS-INS-AT = WS-ANY-AT + 1
           ELSE
               MOVE "(NO PRIOR ENTRY)" TO WS-BEFORE-IMAGE
               COMPUTE WS-INS-AT = WS-CATALOG-COUNT + 1
           END-IF.
           PERFORM INSERT-ENTRY.
           MOVE WS-INS-AT TO WS-AT.
           MOVE WS-COURSE-ID TO CAT-COURSE(WS-AT).
           MOVE WS-NEW-HOURS(1:1) TO CAT-HOURS(WS-AT).
           MOVE WS-NEW-PREREQ TO CAT-PREREQ(WS-AT).
           MOVE WS-EFF-TERM TO CAT-FROM-TERM(WS-AT).
           MOVE WS-EFF-KEY TO CAT-FROM-KEY(WS-AT).
           MOVE SPACES TO CAT-TO-TERM(WS-AT).
           MOVE "99999" TO CAT-TO-KEY(WS-AT).
           PERFORM BUILD-AFTER-IMAGE.

      *****************************************************************
      * CHANGE-COURSE
      * New hours and prereq expression for a course with a version
      * in force - both verified the same way an add is. The open
      * version is closed on the calendar term before the effective
      * term and the new version, in force from the effective term,
      * goes in right behind it, so every term already on record
      * keeps reading the version it was taken under. A change
      * effective the same term the open version started corrects
      * that version in place - but only while that term has yet to
      * start; once it is under way grades stand on the version, and
      * the change has to wait for a later term. The open version as
      * it stood is the before image for the trail.
      *****************************************************************
       CHANGE-COURSE.
           IF WS-AT EQUAL TO 0 THEN
               IF WS-ANY-AT > 0 THEN
                   DISPLAY "COURSE IS RETIRED - ADD IT TO PUT IT BACK "
                       "IN FORCE: " FUNCTION TRIM(WS-COURSE-ID)
               ELSE
                   DISPLAY "COURSE NOT IN CATALOG: "
                       FUNCTION TRIM(WS-COURSE-ID)
               END-IF
               STOP RUN
           END-IF.
           IF WS-EFF-KEY < CAT-FROM-KEY(WS-AT) THEN
               DISPLAY "CURRENT VERSION IS IN FORCE FROM "
                   CAT-FROM-TERM(WS-AT) " - A CHANGE CAN'T TAKE "
                   "EFFECT BEFORE IT"
               DISPLAY "CATALOG LEFT UNTOUCHED"
               STOP RUN
           END-IF.
           IF (WS-EFF-KEY EQUAL TO CAT-FROM-KEY(WS-AT)) AND
               (WS-EFF-START NOT > WS-TODAY) THEN
               DISPLAY "CURRENT VERSION IS IN FORCE FROM "
                   CAT-FROM-TERM(WS-AT) " AND THAT TERM HAS STARTED"
               DISPLAY "CHOOSE A LATER EFFECTIVE TERM FOR A NEW "
                   "VERSION - CATALOG LEFT UNTOUCHED"
               STOP RUN
           END-IF.
           PERFORM BUILD-BEFORE-IMAGE.
           IF WS-EFF-KEY EQUAL TO CAT-FROM-KEY(WS-AT) THEN
               PERFORM ACCEPT-HOURS-PREREQ
               MOVE WS-NEW-HOURS(1:1) TO CAT-HOURS(WS-AT)
               MOVE WS-NEW-PREREQ TO CAT-PREREQ(WS-AT)
           ELSE
               PERFORM PRIOR-CALENDAR-TERM
               IF (WS-PREV-FOUND NOT EQUAL TO 'Y') OR
                   (WS-PREV-KEY < CAT-FROM-KEY(WS-AT)) THEN
                   DISPLAY "NO CALENDAR TERM BETWEEN THE CURRENT "
                       "VERSION'S FIRST TERM AND " WS-EFF-TERM
                       " TO CLOSE IT ON"
                   DISPLAY "CATALOG LEFT UNTOUCHED"
                   STOP RUN
               END-IF
               IF WS-CATALOG-COUNT >= 200 THEN
                   DISPLAY "CATALOG TABLE FULL (200) - COURSE NOT "
                       "CHANGED"
                   STOP RUN
               END-IF
               PERFORM ACCEPT-HOURS-PREREQ
               MOVE WS-PREV-TERM TO CAT-TO-TERM(WS-AT)
               MOVE WS-PREV-KEY TO CAT-TO-KEY(WS-AT)
               COMPUTE WS-INS-AT = WS-AT + 1
               PERFORM INSERT-ENTRY
               MOVE WS-INS-AT TO WS-AT
               MOVE WS-COURSE-ID TO CAT-COURSE(WS-AT)
               MOVE WS-NEW-HOURS(1:1) TO CAT-HOURS(WS-AT)
               MOVE WS-NEW-PREREQ TO CAT-PREREQ(WS-AT)
               MOVE WS-EFF-TERM TO CAT-FROM-TERM(WS-AT)
               MOVE WS-EFF-KEY TO CAT-FROM-KEY(WS-AT)
               MOVE SPACES TO CAT-TO-TERM(WS-AT)
               MOVE "99999" TO CAT-TO-KEY(WS-AT)
           END-IF.
           PERFORM BUILD-AFTER-IMAGE.

      *****************************************************************
      * RETIRE-COURSE
      * Closes the open version on the last term the course is in
      * force. The entry stays on the catalog so the terms it was
      * taken in still find their hours. A course still named in the
      * prereq expression of a version in force after that term
      * can't go - that is exactly the dangling reference the prereq
      * check exists to keep out of the catalog.
      *****************************************************************
       RETIRE-COURSE.
           IF WS-AT EQUAL TO 0 THEN
                   FUNCTION TRIM(WS-COURSE-ID)
               STOP RUN
           END-IF.
           IF WS-EFF-KEY < CAT-FROM-KEY(WS-AT) THEN
               DISPLAY "CURRENT VERSION IS IN FORCE FROM "
                   CAT-FROM-TERM(WS-AT) " - IT CAN'T END BEFORE IT "
                   "STARTS"
               DISPLAY "CATALOG LEFT UNTOUCHED"
               STOP RUN
           END-IF.
           PERFORM CHECK-STILL-REFERENCED.
           PERFORM BUILD-BEFORE-IMAGE.
           MOVE WS-EFF-TERM TO CAT-TO-TERM(WS-AT).
           MOVE WS-EFF-KEY TO CAT-TO-KEY(WS-AT).
           PERFORM BUILD-AFTER-IMAGE.

      * Every other course's prereq expression still in force after
      * the retirement term is scanned for the course being retired -
      * retiring it would leave those courses unreachable in the
      * eligibility pass.
       CHECK-STILL-REFERENCED.
           MOVE 1 TO WS-IX.
           PERFORM UNTIL WS-IX > WS-CATALOG-COUNT
               IF (CAT-COURSE(WS-IX) NOT EQUAL TO WS-COURSE-ID) AND
                   (CAT-TO-KEY(WS-IX) > WS-EFF-KEY) THEN
                   MOVE CAT-PREREQ(WS-IX) TO WS-NEW-PREREQ
                   PERFORM SPLIT-PREREQ
                   MOVE 1 TO WS-PRQ-IX
               ADD 1 TO WS-IX
           END-PERFORM.

      * Opens a free entry at WS-INS-AT, moving everything from there
      * on down one place so a course's versions stay together.
       INSERT-ENTRY.
           MOVE WS-CATALOG-COUNT TO WS-IX.
           PERFORM UNTIL WS-IX < WS-INS-AT
               MOVE CATALOG-ENTRY(WS-IX) TO CATALOG-ENTRY(WS-IX + 1)
               SUBTRACT 1 FROM WS-IX
           END-PERFORM.
           ADD 1 TO WS-CATALOG-COUNT.
           MOVE SPACES TO CATALOG-ENTRY(WS-INS-AT).

      * The calendar term that comes last before the effective term,
      * in WS-PREV-TERM/WS-PREV-KEY - the term the version it
      * replaces runs through.
       PRIOR-CALENDAR-TERM.
           MOVE 'N' TO WS-PREV-FOUND.
           MOVE SPACES TO WS-PREV-TERM.
           MOVE LOW-VALUES TO WS-PREV-KEY.
           MOVE 1 TO WS-TC-IX.
           PERFORM UNTIL WS-TC-IX > WS-TERM-COUNT
               MOVE TC-TERM(WS-TC-IX) TO WS-KEY-TERM
               PERFORM TERM-SORT-KEY
               IF (WS-KEY-OUT < WS-EFF-KEY) AND
                   (WS-KEY-OUT > WS-PREV-KEY) THEN
                   MOVE 'Y' TO WS-PREV-FOUND
                   MOVE TC-TERM(WS-TC-IX) TO WS-PREV-TERM
                   MOVE WS-KEY-OUT TO WS-PREV-KEY
               END-IF
               ADD 1 TO WS-TC-IX
           END-PERFORM.

      *****************************************************************
      * ACCEPT-HOURS-PREREQ
      * Prompts for and verifies the hours field and the prereq
      * expression. The hours gate is the loaders' gate - a single
      * digit, nothing after it. Every course id in the expression
      * has to have a version in force at the effective term.
      *****************************************************************
       ACCEPT-HOURS-PREREQ.
           DISPLAY "ENTER CREDIT HOURS (SINGLE DIGIT): ".
      * VALIDATE-PREREQ
      * Splits the expression in WS-NEW-PREREQ into its OR groups and
      * AND courses and checks every course id against the catalog
      * table as of the effective term. An expression that overflows
      * the 5 OR-group / 3 AND-course shapes AUTOADVISOR parses is
      * rejected too - the eligibility pass could never evaluate it
      * whole.
      *****************************************************************
       VALIDATE-PREREQ.
           MOVE 'Y' TO WS-PRQ-OK.
           END-IF.
           ADD 1 TO WS-PRQ-IX.

      * One AND course against the catalog as of the effective term.
      * WS-PRQ-JX is the walking course number.
       VALIDATE-AND-COURSE.
           IF WS-E(WS-PRQ-JX) NOT EQUAL TO SPACES THEN
               MOVE WS-E(WS-PRQ-JX) TO WS-PRQ-LOOK
               SET CATALOGIDX TO 1
               SEARCH CATALOG-ENTRY
                   AT END CONTINUE
                   WHEN (CAT-COURSE(CATALOGIDX) EQUAL TO WS-PRQ-LOOK)
                       AND (CAT-FROM-KEY(CATALOGIDX) NOT > WS-EFF-KEY)
                       AND (CAT-TO-KEY(CATALOGIDX) NOT < WS-EFF-KEY)
                       MOVE 'Y' TO WS-PRQ-FOUND
               END-SEARCH
               IF WS-PRQ-FOUND NOT EQUAL TO 'Y' THEN
                   DISPLAY "PREREQ NAMES A COURSE NOT IN THE "
                       "CATALOG FOR " FUNCTION TRIM(WS-EFF-TERM) ": "
                       FUNCTION TRIM(WS-PRQ-LOOK)
                   MOVE 'N' TO WS-PRQ-OK
               END-IF
           END-IF.
               WS-HOURS-SHOW DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(CAT-PREREQ(WS-AT)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(CAT-FROM-TERM(WS-AT)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(CAT-TO-TERM(WS-AT)) DELIMITED BY SIZE
               INTO WS-BEFORE-IMAGE
           END-STRING.

               WS-HOURS-SHOW DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(CAT-PREREQ(WS-AT)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(CAT-FROM-TERM(WS-AT)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(CAT-TO-TERM(WS-AT)) DELIMITED BY SIZE
               INTO WS-AFTER-IMAGE
           END-STRING.

           CLOSE CATCHG-LOG.

      * The whole table goes back out as the catalog file, in the
      * order it loaded, with an added course on the end and a new
      * version behind the one it replaces.
       CATALOG-REWRITE.
           OPEN OUTPUT CATALOG-FILE.
           IF WS-CATLG-STATUS NOT EQUAL TO "00" THEN
               WS-HOURS-SHOW DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(CAT-PREREQ(WS-IX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(CAT-FROM-TERM(WS-IX)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(CAT-TO-TERM(WS-IX)) DELIMITED BY SIZE
               INTO WSCATALOGLINE
           END-STRING.
           WRITE WSCATALOGLINE.
           ADD 1 TO WS-IX.

      *****************************************************************
      * CATALOG-AS-OF-LIST
      * The catalog as it stood for one term - every version in force
      * then, with the ones that took effect that term marked NEW (the
      * course's first version) or CHANGED (with the version it
      * replaced shown under it), and then the courses whose last
      * term was the calendar term before, marked RETIRED.
      *****************************************************************
       CATALOG-AS-OF-LIST.
           DISPLAY "ENTER TERM TO LIST THE CATALOG AS OF: ".
           ACCEPT WS-EFF-TERM.
           PERFORM EFFECTIVE-TERM-CHECK.
           PERFORM PRIOR-CALENDAR-TERM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT CATALOG-LISTING.
           IF WS-CATLST-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING CATALOG LISTING - STATUS "
                   WS-CATLST-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO CATLST-LINE.
           STRING "COURSE CATALOG AS OF TERM " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EFF-TERM) DELIMITED BY SIZE
               " - RUN OF " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO CATLST-LINE
           END-STRING.
           WRITE CATLST-LINE.
           MOVE SPACES TO CATLST-LINE.
           MOVE "COURSE" TO CATLST-LINE(10:6).
           MOVE "HRS" TO CATLST-LINE(31:3).
           MOVE "IN FORCE" TO CATLST-LINE(36:8).
           MOVE "PREREQS" TO CATLST-LINE(53:7).
           WRITE CATLST-LINE.
           MOVE SPACES TO CATLST-LINE.
           WRITE CATLST-LINE.

           MOVE 1 TO WS-IX.
           PERFORM UNTIL WS-IX > WS-CATALOG-COUNT
               IF (CAT-FROM-KEY(WS-IX) NOT > WS-EFF-KEY) AND
                   (CAT-TO-KEY(WS-IX) NOT < WS-EFF-KEY) THEN
                   PERFORM LIST-IN-FORCE
               END-IF
               ADD 1 TO WS-IX
           END-PERFORM.

           IF WS-PREV-FOUND EQUAL TO 'Y' THEN
               MOVE 1 TO WS-IX
               PERFORM UNTIL WS-IX > WS-CATALOG-COUNT
                   IF CAT-TO-KEY(WS-IX) EQUAL TO WS-PREV-KEY THEN
                       PERFORM LIST-RETIRED
                   END-IF
                   ADD 1 TO WS-IX
               END-PERFORM
           END-IF.

           MOVE SPACES TO CATLST-LINE.
           WRITE CATLST-LINE.
           MOVE SPACES TO CATLST-LINE.
           STRING "IN FORCE " WS-LST-IN-FORCE
               " - NEW " WS-LST-NEW
               " - CHANGED " WS-LST-CHANGED
               " - RETIRED " WS-LST-RETIRED
               DELIMITED BY SIZE INTO CATLST-LINE
           END-STRING.
           WRITE CATLST-LINE.
           CLOSE CATALOG-LISTING.
           DISPLAY "CATALOG AS OF " FUNCTION TRIM(WS-EFF-TERM)
               " WRITTEN TO AACATLST.TXT - " WS-LST-IN-FORCE
               " IN FORCE, " WS-LST-NEW " NEW, " WS-LST-CHANGED
               " CHANGED, " WS-LST-RETIRED " RETIRED".

      * One version in force at the listing term. A version that took
      * effect that term is NEW unless an earlier version of the
      * course exists, which makes it CHANGED.
       LIST-IN-FORCE.
           ADD 1 TO WS-LST-IN-FORCE.
           MOVE SPACES TO WS-LST-FLAG.
           MOVE 0 TO WS-WAS-AT.
           IF CAT-FROM-KEY(WS-IX) EQUAL TO WS-EFF-KEY THEN
               PERFORM FIND-WAS-VERSION
               IF WS-WAS-AT > 0 THEN
                   MOVE "CHANGED" TO WS-LST-FLAG
                   ADD 1 TO WS-LST-CHANGED
               ELSE
                   MOVE "NEW" TO WS-LST-FLAG
                   ADD 1 TO WS-LST-NEW
               END-IF
           END-IF.
           MOVE WS-IX TO WS-JX.
           PERFORM WRITE-LISTING-LINE.
           IF WS-WAS-AT > 0 THEN
               MOVE "  WAS" TO WS-LST-FLAG
               MOVE WS-WAS-AT TO WS-JX
               PERFORM WRITE-LISTING-LINE
           END-IF.

      * The latest earlier version of the course at WS-IX, into
      * WS-WAS-AT (0 when there is none).
       FIND-WAS-VERSION.
           MOVE LOW-VALUES TO WS-WAS-KEY.
           MOVE 1 TO WS-JX.
           PERFORM UNTIL WS-JX > WS-CATALOG-COUNT
               IF (CAT-COURSE(WS-JX) EQUAL TO CAT-COURSE(WS-IX)) AND
                   (CAT-TO-KEY(WS-JX) < CAT-FROM-KEY(WS-IX)) AND
                   (CAT-TO-KEY(WS-JX) > WS-WAS-KEY) THEN
                   MOVE WS-JX TO WS-WAS-AT
                   MOVE CAT-TO-KEY(WS-JX) TO WS-WAS-KEY
               END-IF
               ADD 1 TO WS-JX
           END-PERFORM.

      * A version that ran through the term before the listing term -
      * RETIRED when no version of the course is in force at the
      * listing term (otherwise it was changed, and the CHANGED line
      * already shows it).
       LIST-RETIRED.
           MOVE 'N' TO WS-IN-FORCE.
           MOVE 1 TO WS-JX.
           PERFORM UNTIL WS-JX > WS-CATALOG-COUNT
               IF (CAT-COURSE(WS-JX) EQUAL TO CAT-COURSE(WS-IX)) AND
                   (CAT-FROM-KEY(WS-JX) NOT > WS-EFF-KEY) AND
                   (CAT-TO-KEY(WS-JX) NOT < WS-EFF-KEY) THEN
                   MOVE 'Y' TO WS-IN-FORCE
               END-IF
               ADD 1 TO WS-JX
           END-PERFORM.
           IF WS-IN-FORCE NOT EQUAL TO 'Y' THEN
               ADD 1 TO WS-LST-RETIRED
               MOVE "RETIRED" TO WS-LST-FLAG
               MOVE WS-IX TO WS-JX
               PERFORM WRITE-LISTING-LINE
           END-IF.

      * The version at WS-JX as a listing line under WS-LST-FLAG - a
      * blank first term shows as BEGIN, a blank last term as OPEN.
       WRITE-LISTING-LINE.
           MOVE CAT-FROM-TERM(WS-JX) TO WS-LST-FROM.
           IF WS-LST-FROM EQUAL TO SPACES THEN
               MOVE "BEGIN" TO WS-LST-FROM
           END-IF.
           MOVE CAT-TO-TERM(WS-JX) TO WS-LST-TO.
           IF WS-LST-TO EQUAL TO SPACES THEN
               MOVE "OPEN" TO WS-LST-TO
           END-IF.
           MOVE CAT-HOURS(WS-JX) TO WS-HOURS-SHOW.
           MOVE SPACES TO CATLST-LINE.
           MOVE WS-LST-FLAG TO CATLST-LINE(1:8).
           MOVE CAT-COURSE(WS-JX) TO CATLST-LINE(10:20).
           MOVE WS-HOURS-SHOW TO CATLST-LINE(32:1).
           MOVE WS-LST-FROM TO CATLST-LINE(36:6).
           MOVE "-" TO CATLST-LINE(43:1).
           MOVE WS-LST-TO TO CATLST-LINE(45:6).
           MOVE CAT-PREREQ(WS-JX) TO CATLST-LINE(53:50).
           WRITE CATLST-LINE.

      *****************************************************************
      * TERM-CALENDAR-LOAD
      * Loads the academic term calendar. A missing calendar stops
      * the run before anything is changed.
      *****************************************************************
       TERM-CALENDAR-LOAD.
           MOVE 0 TO WS-TERM-COUNT.
           OPEN INPUT TERM-CALENDAR.
           IF WS-TERMS-STATUS NOT EQUAL TO "00" THEN
               DISPLAY "ERROR OPENING TERM CALENDAR AATERMS.TXT - "
                   "STATUS " WS-TERMS-STATUS
               DISPLAY "CATALOG LEFT UNTOUCHED"
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

      * Whether the calendar carries the term in WS-TERM-LOOK.
       TERM-CALENDAR-LOOKUP.
           MOVE 'N' TO WS-TERM-FOUND.
           IF (WS-TERM-COUNT > 0) AND
               (WS-TERM-LOOK NOT EQUAL TO SPACES) THEN
               SET TERMIDX TO 1
               SEARCH TERM-ENTRY
                   AT END CONTINUE
                   WHEN TC-TERM(TERMIDX) EQUAL TO WS-TERM-LOOK
                       MOVE 'Y' TO WS-TERM-FOUND
               END-SEARCH
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
