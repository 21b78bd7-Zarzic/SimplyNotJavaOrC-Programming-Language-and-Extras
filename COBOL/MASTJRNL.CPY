      ******************************************************************
      * Student-course master journal record - one line appended to
      * AMSTJRNL.TXT for every record a program writes or rewrites on
      * ASTMAST.DAT, carrying the writing program, the run's
      * timestamp (YYYYMMDDHHMMSS), the change's sequence number in
      * that run, and the record's image before and after. An add has
      * a blank before image; a change carries both. MASTERUTIL's
      * reload, which recreates the master empty, journals that as a
      * clear ahead of the records it loads. MASTERUTIL's unload
      * closes the journal out and starts a fresh one whose first
      * line is the baseline - the backup the unload wrote, its
      * record count and its hash total - so a roll-forward can prove
      * it has been handed the right backup before it applies a
      * thing. Every writer copies this one layout so the journal
      * reads the same whoever wrote the line.
      ******************************************************************
       01 JOURNAL-RECORD.
      * The writing program's PROGRAM-ID, in full - GRADEBRIDGE is
      * the longest of them.
           05 JOURNAL-PROGRAM         PIC X(12).
           05 JOURNAL-RUN-STAMP       PIC X(14).
           05 JOURNAL-SEQUENCE        PIC 9(7).
           05 JOURNAL-ACTION          PIC X(1).
               88 JOURNAL-BASELINE    VALUE 'B'.
               88 JOURNAL-ADD         VALUE 'A'.
               88 JOURNAL-CHANGE      VALUE 'C'.
               88 JOURNAL-CLEAR       VALUE 'X'.
           05 JOURNAL-BEFORE          PIC X(47).
           05 JOURNAL-AFTER           PIC X(47).
      * On the baseline line the before image holds the backup's
      * file name and the after image its control totals.
           05 JOURNAL-BASE-TOTALS REDEFINES JOURNAL-AFTER.
               10 JOURNAL-BASE-COUNT  PIC 9(7).
               10 JOURNAL-BASE-HASH   PIC 9(15).
               10 FILLER              PIC X(25).
