      * Record layout of the registrar's course catalog (CRSECAT.DAT),
      * one line per course ever offered, maintained through the
      * CATMNT screen. A course is never removed once offered: it is
      * retired, which keeps its title resolvable for the transcripts
      * of students who took it while PROJECT2A stops accepting it
      * on any term on or after CATALOG-RETIRED-DATE. Lines written
      * before the status was introduced end at the credit hours and
      * read back with a blank status, which is active.
       01 CATALOG-RECORD.
           05 CATALOG-COURSE-CODE   PIC X(7).
           05 CATALOG-COURSE-TITLE  PIC X(30).
           05 CATALOG-CREDIT-HOURS  PIC 9(1).
           05 CATALOG-STATUS        PIC X.
               88 CATALOG-COURSE-ACTIVE    VALUE " ".
               88 CATALOG-COURSE-RETIRED   VALUE "R".
           05 CATALOG-RETIRED-DATE  PIC 9(8).
