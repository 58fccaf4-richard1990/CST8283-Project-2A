      * Record layout of the update journal (STUJRNL.DAT), the
      * sequential trail of every add, rewrite and delete made to
      * the three indexed master files -- STUDENT-MASTER-FILE,
      * COURSE-HISTORY-FILE and NAME-MASTER-FILE. Every program that
      * updates them appends one line per successful change, in the
      * order the changes were made, carrying the whole record as it
      * stood after the change (for a delete, the row as it stood
      * when it was removed). JRNLRCV replays the journal onto a
      * restored backup to bring the files forward to a chosen point
      * in time. The journal accumulates across runs and is only
      * ever opened in extend mode by the updating programs.
       01 JOURNAL-RECORD.
           05 JRNL-STAMP.
               10 JRNL-DATE         PIC 9(8).
               10 JRNL-TIME         PIC 9(8).
           05 JRNL-PROGRAM          PIC X(10).
           05 JRNL-FILE-CODE        PIC X(4).
               88 JRNL-FILE-MASTER         VALUE "MAST".
               88 JRNL-FILE-HISTORY        VALUE "CRSH".
               88 JRNL-FILE-NAME           VALUE "NAME".
           05 JRNL-ACTION           PIC X.
               88 JRNL-ACTION-ADD          VALUE "A".
               88 JRNL-ACTION-REWRITE      VALUE "R".
               88 JRNL-ACTION-DELETE       VALUE "D".
           05 JRNL-AFTER-IMAGE      PIC X(80).
