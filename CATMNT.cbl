       IDENTIFICATION DIVISION.
       PROGRAM-ID.         CATMNT.
       AUTHOR.             RICHARD BARNEY.
       DATE-WRITTEN.       OCTOBER 2026.

      * Online maintenance of the registrar's course catalog
      * (CRSECAT.DAT) for the registrar's office, replacing edits
      * made to the file in a text editor. The clerk keys their
      * initials once, then adds, changes, retires or lists catalog
      * entries until keying END. Every field is edited before it
      * is accepted: a course code of up to seven characters with
      * no embedded blanks and not already on the catalog, a title
      * that fits its thirty columns and starts in the first one,
      * and credit hours of 1 through 9. Courses are never deleted
      * -- retiring one keeps its title resolvable for the
      * transcripts of students who took it, while PROJECT2A stops
      * accepting it on any term from the retirement date on. The
      * catalog is read into storage at the start, with any line
      * that fails the same edits shown to the clerk for correction
      * and any repeated course code dropped, and is written back
      * in full when the clerk finishes. Every change, each dropped
      * duplicate included, goes to the accumulating change log
      * (CRSECATL.DAT) with the date, time, the clerk's initials and
      * the before and after images of the entry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-CATALOG-FILE
               ASSIGN TO "C:\CRSECAT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CATALOG-FILE-STATUS-WS.
           SELECT OPTIONAL CATALOG-CHANGE-LOG
               ASSIGN TO "C:\CRSECATL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * COURSE-CATALOG-FILE is read in full at the start of the
      * session and written back in full at the end of it
       FD COURSE-CATALOG-FILE.
           COPY CRSECAT.

      * CATALOG-CHANGE-LOG carries one line per catalog change: who
      * made it, when, and the entry before and after
       FD CATALOG-CHANGE-LOG.
       01 CATALOG-CHANGE-LOG-CARD   PIC X(140).

       WORKING-STORAGE SECTION.
      * Clerk's entry: the action wanted, or END to finish
       01 CATALOG-ACTION-WS         PIC X(3).
           88 CATALOG-MAINT-FINISHED    VALUE "END".
           88 ACTION-ADD                VALUE "A".
           88 ACTION-CHANGE             VALUE "C".
           88 ACTION-RETIRE             VALUE "R".
           88 ACTION-LIST               VALUE "L".

      * Initials keyed once at the start of the session and stamped
      * on every change-log line
       01 CLERK-INITIALS-WS         PIC X(3)    VALUE SPACES.

      * Fields keyed for the entry in progress, each wider than the
      * catalog column it feeds so a value that would not fit is
      * caught by the edits instead of being cut off
       01 ENTRY-CODE-WS             PIC X(10)   VALUE SPACES.
       01 ENTRY-TITLE-WS            PIC X(40)   VALUE SPACES.
       01 ENTRY-CREDIT-WS           PIC X(2)    VALUE SPACES.
       01 ENTRY-RETIRED-DATE-WS     PIC X(8)    VALUE SPACES.
       01 ENTRY-RETIRED-DATE-NUM-WS REDEFINES ENTRY-RETIRED-DATE-WS
                                    PIC 9(8).
       01 ENTRY-CONFIRM-WS          PIC X       VALUE SPACES.
           88 ENTRY-CONFIRMED           VALUE "Y".

      * The entry as it would be stored, built from what was keyed
      * (or, on a change, from the stored entry where nothing was
      * keyed) and put through 700-EDIT-CATALOG-ENTRY
       01 EDIT-ENTRY-WS.
           05 EDIT-CODE-WS         PIC X(10)   VALUE SPACES.
           05 EDIT-TITLE-WS        PIC X(40)   VALUE SPACES.
           05 EDIT-CREDIT-WS       PIC X(2)    VALUE SPACES.
           05 EDIT-CREDIT-DIGITS-WS REDEFINES EDIT-CREDIT-WS.
               10 EDIT-CREDIT-DIGIT-WS PIC 9.
               10 EDIT-CREDIT-SPILL-WS PIC X.

       01 FLAGS-AND-CONTROLS.
           05 CATALOG-FILE-STATUS-WS   PIC XX  VALUE "00".
           05 CATALOG-LOADED-SW    PIC X       VALUE "N".
               88 CATALOG-LOADED           VALUE "Y".
           05 CATALOG-CHANGED-SW   PIC X       VALUE "N".
               88 CATALOG-CHANGED          VALUE "Y".
           05 CAT-EOF-FLAG         PIC X       VALUE "N".
           05 CAT-FOUND-SW         PIC X       VALUE "N".
           05 EDIT-VALID-SW        PIC X       VALUE "Y".
               88 ENTRY-IS-VALID           VALUE "Y".
           05 EDIT-REASON-WS       PIC X(40)   VALUE SPACES.
           05 CODE-LENGTH-CTR      PIC 9(2)    VALUE ZERO.
           05 CATALOG-READ-CTR     PIC 9(3)    VALUE ZERO.
           05 CATALOG-FLAGGED-CTR  PIC 9(3)    VALUE ZERO.
           05 CATALOG-DROPPED-CTR  PIC 9(3)    VALUE ZERO.
           05 CATALOG-ADDED-CTR    PIC 9(3)    VALUE ZERO.
           05 CATALOG-CHANGED-CTR  PIC 9(3)    VALUE ZERO.
           05 CATALOG-RETIRED-CTR  PIC 9(3)    VALUE ZERO.
           05 CATALOG-WRITTEN-CTR  PIC 9(3)    VALUE ZERO.

      * In-memory copy of the whole catalog, maintained during the
      * session; the same 200-entry limit as PROJECT2A's table, so
      * nothing can be added here that PROJECT2A could not load
       01 CATALOG-TABLE.
           05 CAT-ENTRY OCCURS 200 TIMES INDEXED BY CAT-IDX.
               10 CAT-COURSE-CODE-WS    PIC X(7)  VALUE SPACES.
               10 CAT-COURSE-TITLE-WS   PIC X(30) VALUE SPACES.
               10 CAT-CREDIT-HOURS-WS   PIC 9(1)  VALUE ZERO.
               10 CAT-STATUS-WS         PIC X     VALUE SPACES.
                   88 CAT-COURSE-RETIRED       VALUE "R".
               10 CAT-RETIRED-DATE-WS   PIC 9(8)  VALUE ZERO.

       01 CATALOG-TABLE-CONTROLS.
           05 CAT-TABLE-COUNT      PIC 9(3)    VALUE ZERO.
           05 CAT-TABLE-MAX        PIC 9(3)    VALUE 200.

      * Before image of the entry being changed, kept for the log
       01 BEFORE-ENTRY-WS.
           05 BEFORE-TITLE-WS      PIC X(30)   VALUE SPACES.
           05 BEFORE-CREDIT-WS     PIC 9(1)    VALUE ZERO.
           05 BEFORE-STATUS-WS     PIC X       VALUE SPACES.
           05 BEFORE-RETIRED-DATE-WS PIC 9(8)  VALUE ZERO.

      * One change-log line per change made
       01 CHANGE-LOG-LINE-WS.
           05 CLOG-DATE-WS         PIC 9(8).
           05 FILLER               PIC X       VALUE SPACES.
           05 CLOG-TIME-WS         PIC 9(8).
           05 FILLER               PIC X(4)    VALUE " BY ".
           05 CLOG-INITIALS-WS     PIC X(3).
           05 FILLER               PIC X       VALUE SPACES.
           05 CLOG-ACTION-WS       PIC X(8).
           05 FILLER               PIC X       VALUE SPACES.
           05 CLOG-COURSE-CODE-WS  PIC X(7).
           05 FILLER               PIC X(6)    VALUE "  OLD=".
           05 CLOG-OLD-TITLE-WS    PIC X(30).
           05 FILLER               PIC X       VALUE SPACES.
           05 CLOG-OLD-CREDIT-WS   PIC X.
           05 FILLER               PIC X       VALUE SPACES.
           05 CLOG-OLD-STATUS-WS   PIC X.
           05 FILLER               PIC X       VALUE SPACES.
           05 CLOG-OLD-RETIRED-WS  PIC X(8).
           05 FILLER               PIC X(6)    VALUE "  NEW=".
           05 CLOG-NEW-TITLE-WS    PIC X(30).
           05 FILLER               PIC X       VALUE SPACES.
           05 CLOG-NEW-CREDIT-WS   PIC X.
           05 FILLER               PIC X       VALUE SPACES.
           05 CLOG-NEW-STATUS-WS   PIC X.
           05 FILLER               PIC X       VALUE SPACES.
           05 CLOG-NEW-RETIRED-WS  PIC X(8).

      * Column header shown ahead of the catalog listing
       01 CATALOG-COLUMN-HEADER.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(7)    VALUE "COURSE ".
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(30)   VALUE "TITLE".
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(7)    VALUE "CREDITS".
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(7)    VALUE "RETIRED".

      * One screen line per catalog entry, and the entry shown to
      * the clerk ahead of a confirmation
       01 CATALOG-DETAIL-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 CDTL-COURSE-CODE-WS  PIC X(7).
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 CDTL-COURSE-TITLE-WS PIC X(30).
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 CDTL-CREDIT-HOURS-WS PIC 9.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 CDTL-RETIRED-DATE-WS PIC X(8).

       01 RUN-DATE-TIME-WS.
           05 RUN-DATE-WS          PIC 9(8)    VALUE ZERO.
           05 RUN-TIME-WS          PIC 9(8)    VALUE ZERO.

       PROCEDURE DIVISION.
      * Mainline routine
       100-MAINTAIN-CATALOG.
           PERFORM 200-INIT-MAINTAIN-CATALOG.
           PERFORM 200-PROCESS-ONE-ACTION
               UNTIL CATALOG-MAINT-FINISHED.
           PERFORM 200-TERM-MAINTAIN-CATALOG.
           STOP RUN.

       200-INIT-MAINTAIN-CATALOG.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 700-ACCEPT-CLERK-INITIALS
               UNTIL CLERK-INITIALS-WS NOT = SPACES.
           OPEN EXTEND CATALOG-CHANGE-LOG.
           PERFORM 700-LOAD-COURSE-CATALOG.
           IF NOT CATALOG-LOADED
               MOVE "END" TO CATALOG-ACTION-WS
           END-IF.

      * One round trip with the clerk: take an action, carry it out,
      * and come back for the next one
       200-PROCESS-ONE-ACTION.
           DISPLAY " ".
           DISPLAY "ENTER A=ADD  C=CHANGE  R=RETIRE  L=LIST  OR END:".
           ACCEPT CATALOG-ACTION-WS.
           IF ACTION-ADD
               PERFORM 700-ADD-CATALOG-ENTRY
           END-IF.
           IF ACTION-CHANGE
               PERFORM 700-CHANGE-CATALOG-ENTRY
           END-IF.
           IF ACTION-RETIRE
               PERFORM 700-RETIRE-CATALOG-ENTRY
           END-IF.
           IF ACTION-LIST
               PERFORM 700-LIST-CATALOG
           END-IF.
           IF NOT CATALOG-MAINT-FINISHED AND NOT ACTION-ADD
                   AND NOT ACTION-CHANGE AND NOT ACTION-RETIRE
                   AND NOT ACTION-LIST
               DISPLAY "ACTION NOT RECOGNIZED: " CATALOG-ACTION-WS
           END-IF.

      * The catalog goes back to disk only when something changed,
      * and only when it was read in full -- writing back a partial
      * table would lose the courses that were never loaded
       200-TERM-MAINTAIN-CATALOG.
           IF CATALOG-LOADED AND CATALOG-CHANGED
               PERFORM 700-SAVE-COURSE-CATALOG
           END-IF.
           CLOSE CATALOG-CHANGE-LOG.
           DISPLAY "CATALOG ENTRIES READ:    " CATALOG-READ-CTR.
           DISPLAY "ENTRIES NEEDING CORRECTION: " CATALOG-FLAGGED-CTR.
           DISPLAY "DUPLICATES DROPPED:      " CATALOG-DROPPED-CTR.
           DISPLAY "ENTRIES ADDED:           " CATALOG-ADDED-CTR.
           DISPLAY "ENTRIES CHANGED:         " CATALOG-CHANGED-CTR.
           DISPLAY "ENTRIES RETIRED:         " CATALOG-RETIRED-CTR.
           DISPLAY "CATALOG ENTRIES WRITTEN: " CATALOG-WRITTEN-CTR.

       700-ACCEPT-CLERK-INITIALS.
           DISPLAY "ENTER YOUR INITIALS:".
           ACCEPT CLERK-INITIALS-WS.

      * Reads the whole catalog into CATALOG-TABLE. No catalog at all
      * is a first session and starts empty; any other open failure,
      * or a catalog too big for the table, ends the session before
      * anything can be changed
       700-LOAD-COURSE-CATALOG.
           OPEN INPUT COURSE-CATALOG-FILE.
           IF CATALOG-FILE-STATUS-WS = "35"
               DISPLAY "NO COURSE CATALOG ON FILE -- "
                   "STARTING A NEW ONE"
               MOVE "Y" TO CATALOG-LOADED-SW
           ELSE
               IF CATALOG-FILE-STATUS-WS NOT = "00"
                   DISPLAY "UNABLE TO OPEN COURSE CATALOG FILE, "
                       "STATUS: "
                       CATALOG-FILE-STATUS-WS
               ELSE
                   MOVE "Y" TO CATALOG-LOADED-SW
                   PERFORM 700-READ-CATALOG-RECORD
                   PERFORM 700-LOAD-ONE-CATALOG-ENTRY
                       UNTIL CAT-EOF-FLAG = "Y"
                   CLOSE COURSE-CATALOG-FILE
               END-IF
           END-IF.

       700-READ-CATALOG-RECORD.
           READ COURSE-CATALOG-FILE
               AT END      MOVE "Y" TO CAT-EOF-FLAG
               NOT AT END  ADD 1 TO CATALOG-READ-CTR
           END-READ.

      * A repeated course code is the one fault the clerk cannot put
      * right from the screen, since every action finds the first
      * entry; later copies are dropped and logged. Any other line
      * that fails the edits is loaded as it stands and shown, so
      * the clerk can correct it with a change
       700-LOAD-ONE-CATALOG-ENTRY.
           MOVE CATALOG-COURSE-CODE TO EDIT-CODE-WS.
           PERFORM 700-FIND-CATALOG-ENTRY.
           IF CAT-FOUND-SW = "Y"
               PERFORM 700-DROP-DUPLICATE-ENTRY
           ELSE
               IF CAT-TABLE-COUNT < CAT-TABLE-MAX
                   PERFORM 700-STORE-LOADED-ENTRY
               ELSE
                   DISPLAY "COURSE CATALOG TABLE FULL -- SESSION "
                       "ENDED, CATALOG NOT CHANGED"
                   MOVE "N" TO CATALOG-LOADED-SW
                   MOVE "Y" TO CAT-EOF-FLAG
               END-IF
           END-IF.
           IF CAT-EOF-FLAG = "N"
               PERFORM 700-READ-CATALOG-RECORD
           END-IF.

       700-STORE-LOADED-ENTRY.
           ADD 1 TO CAT-TABLE-COUNT.
           SET CAT-IDX TO CAT-TABLE-COUNT.
           MOVE CATALOG-COURSE-CODE  TO CAT-COURSE-CODE-WS (CAT-IDX).
           MOVE CATALOG-COURSE-TITLE TO CAT-COURSE-TITLE-WS (CAT-IDX).
           MOVE CATALOG-STATUS       TO CAT-STATUS-WS (CAT-IDX).
           MOVE CATALOG-COURSE-CODE  TO EDIT-CODE-WS.
           MOVE CATALOG-COURSE-TITLE TO EDIT-TITLE-WS.
           MOVE CATALOG-CREDIT-HOURS TO EDIT-CREDIT-WS.
           PERFORM 700-EDIT-CATALOG-ENTRY.
           IF EDIT-CREDIT-DIGIT-WS IS NUMERIC
               MOVE EDIT-CREDIT-DIGIT-WS TO
                   CAT-CREDIT-HOURS-WS (CAT-IDX)
           ELSE
               MOVE ZERO TO CAT-CREDIT-HOURS-WS (CAT-IDX)
           END-IF.
           IF CAT-COURSE-RETIRED (CAT-IDX)
               IF CATALOG-RETIRED-DATE IS NUMERIC
                   MOVE CATALOG-RETIRED-DATE TO
                       CAT-RETIRED-DATE-WS (CAT-IDX)
               ELSE
                   MOVE ZERO TO CAT-RETIRED-DATE-WS (CAT-IDX)
               END-IF
           ELSE
               MOVE ZERO TO CAT-RETIRED-DATE-WS (CAT-IDX)
           END-IF.
           IF ENTRY-IS-VALID
               IF CATALOG-STATUS NOT = SPACE
                       AND NOT CATALOG-COURSE-RETIRED
                   MOVE "N" TO EDIT-VALID-SW
                   MOVE "STATUS NOT BLANK OR R" TO EDIT-REASON-WS
               END-IF
           END-IF.
           IF ENTRY-IS-VALID AND CAT-COURSE-RETIRED (CAT-IDX)
               IF CAT-RETIRED-DATE-WS (CAT-IDX) = ZERO
                   MOVE "N" TO EDIT-VALID-SW
                   MOVE "RETIREMENT DATE MISSING" TO EDIT-REASON-WS
               END-IF
           END-IF.
           IF NOT ENTRY-IS-VALID
               DISPLAY "CATALOG ENTRY NEEDS CORRECTION: "
                   CATALOG-COURSE-CODE " -- " EDIT-REASON-WS
               ADD 1 TO CATALOG-FLAGGED-CTR
           END-IF.

       700-DROP-DUPLICATE-ENTRY.
           DISPLAY "DUPLICATE CATALOG ENTRY DROPPED: "
               CATALOG-COURSE-CODE.
           MOVE "DROPDUP"            TO CLOG-ACTION-WS.
           MOVE CATALOG-COURSE-CODE  TO CLOG-COURSE-CODE-WS.
           MOVE CATALOG-COURSE-TITLE TO CLOG-OLD-TITLE-WS.
           MOVE CATALOG-CREDIT-HOURS TO CLOG-OLD-CREDIT-WS.
           MOVE CATALOG-STATUS       TO CLOG-OLD-STATUS-WS.
           MOVE CATALOG-RETIRED-DATE TO CLOG-OLD-RETIRED-WS.
           MOVE SPACES TO CLOG-NEW-TITLE-WS
                          CLOG-NEW-CREDIT-WS
                          CLOG-NEW-STATUS-WS
                          CLOG-NEW-RETIRED-WS.
           PERFORM 700-WRITE-CHANGE-LOG-LINE.
           ADD 1 TO CATALOG-DROPPED-CTR.
           MOVE "Y" TO CATALOG-CHANGED-SW.

      * Looks up the course code in EDIT-CODE-WS in the table
       700-FIND-CATALOG-ENTRY.
           MOVE "N" TO CAT-FOUND-SW.
           PERFORM 700-SEARCH-CATALOG-TABLE
               VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > CAT-TABLE-COUNT
                  OR CAT-FOUND-SW = "Y".
           IF CAT-FOUND-SW = "Y"
               SET CAT-IDX DOWN BY 1
           END-IF.

       700-SEARCH-CATALOG-TABLE.
           IF CAT-COURSE-CODE-WS (CAT-IDX) = EDIT-CODE-WS
               MOVE "Y" TO CAT-FOUND-SW
           END-IF.

      * Edits applied to every entry, keyed or loaded: the code must
      * start in the first column, carry no embedded blank and fit
      * seven columns; the title must be present, start in the first
      * column and fit thirty; the credit hours must be a single
      * digit other than zero
       700-EDIT-CATALOG-ENTRY.
           MOVE "Y" TO EDIT-VALID-SW.
           MOVE SPACES TO EDIT-REASON-WS.
           MOVE ZERO TO CODE-LENGTH-CTR.
           INSPECT EDIT-CODE-WS TALLYING CODE-LENGTH-CTR
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF EDIT-CODE-WS = SPACES OR EDIT-CODE-WS (1:1) = SPACE
               MOVE "N" TO EDIT-VALID-SW
               MOVE "COURSE CODE MISSING OR NOT LEFT-ALIGNED" TO
                   EDIT-REASON-WS
           ELSE
               IF CODE-LENGTH-CTR > 7
                   MOVE "N" TO EDIT-VALID-SW
                   MOVE "COURSE CODE LONGER THAN 7" TO EDIT-REASON-WS
               ELSE
                   IF EDIT-CODE-WS (CODE-LENGTH-CTR + 1:) NOT = SPACES
                       MOVE "N" TO EDIT-VALID-SW
                       MOVE "COURSE CODE HAS AN EMBEDDED BLANK" TO
                           EDIT-REASON-WS
                   END-IF
               END-IF
           END-IF.
           IF ENTRY-IS-VALID
               IF EDIT-TITLE-WS = SPACES
                       OR EDIT-TITLE-WS (1:1) = SPACE
                   MOVE "N" TO EDIT-VALID-SW
                   MOVE "TITLE MISSING OR NOT LEFT-ALIGNED" TO
                       EDIT-REASON-WS
               ELSE
                   IF EDIT-TITLE-WS (31:10) NOT = SPACES
                       MOVE "N" TO EDIT-VALID-SW
                       MOVE "TITLE LONGER THAN 30" TO EDIT-REASON-WS
                   END-IF
               END-IF
           END-IF.
           IF ENTRY-IS-VALID
               IF EDIT-CREDIT-DIGIT-WS IS NOT NUMERIC
                       OR EDIT-CREDIT-SPILL-WS NOT = SPACE
                   MOVE "N" TO EDIT-VALID-SW
                   MOVE "CREDIT HOURS NOT A SINGLE DIGIT" TO
                       EDIT-REASON-WS
               ELSE
                   IF EDIT-CREDIT-DIGIT-WS = ZERO
                       MOVE "N" TO EDIT-VALID-SW
                       MOVE "CREDIT HOURS OF ZERO" TO EDIT-REASON-WS
                   END-IF
               END-IF
           END-IF.

      * A new course: the code must not be on the catalog already,
      * retired or not, since a retired code still resolves old
      * transcripts and cannot be given a second meaning
       700-ADD-CATALOG-ENTRY.
           IF CAT-TABLE-COUNT NOT < CAT-TABLE-MAX
               DISPLAY "COURSE CATALOG TABLE FULL -- NO ROOM TO ADD"
           ELSE
               PERFORM 700-ACCEPT-NEW-ENTRY
           END-IF.

       700-ACCEPT-NEW-ENTRY.
           DISPLAY "ENTER COURSE CODE:".
           ACCEPT ENTRY-CODE-WS.
           MOVE ENTRY-CODE-WS TO EDIT-CODE-WS.
           PERFORM 700-FIND-CATALOG-ENTRY.
           IF CAT-FOUND-SW = "Y"
               DISPLAY "COURSE ALREADY ON CATALOG: " ENTRY-CODE-WS
           ELSE
               DISPLAY "ENTER COURSE TITLE (30 CHARACTERS MAX):"
               ACCEPT ENTRY-TITLE-WS
               DISPLAY "ENTER CREDIT HOURS (1-9):"
               ACCEPT ENTRY-CREDIT-WS
               MOVE ENTRY-TITLE-WS  TO EDIT-TITLE-WS
               MOVE ENTRY-CREDIT-WS TO EDIT-CREDIT-WS
               PERFORM 700-EDIT-CATALOG-ENTRY
               IF ENTRY-IS-VALID
                   PERFORM 700-CONFIRM-NEW-ENTRY
               ELSE
                   DISPLAY "ENTRY NOT ACCEPTED -- " EDIT-REASON-WS
               END-IF
           END-IF.

       700-CONFIRM-NEW-ENTRY.
           MOVE EDIT-CODE-WS         TO CDTL-COURSE-CODE-WS.
           MOVE EDIT-TITLE-WS        TO CDTL-COURSE-TITLE-WS.
           MOVE EDIT-CREDIT-DIGIT-WS TO CDTL-CREDIT-HOURS-WS.
           MOVE SPACES               TO CDTL-RETIRED-DATE-WS.
           DISPLAY CATALOG-COLUMN-HEADER.
           DISPLAY CATALOG-DETAIL-WS.
           PERFORM 700-ACCEPT-CONFIRMATION.
           IF ENTRY-CONFIRMED
               ADD 1 TO CAT-TABLE-COUNT
               SET CAT-IDX TO CAT-TABLE-COUNT
               MOVE EDIT-CODE-WS  TO CAT-COURSE-CODE-WS (CAT-IDX)
               MOVE EDIT-TITLE-WS TO CAT-COURSE-TITLE-WS (CAT-IDX)
               MOVE EDIT-CREDIT-DIGIT-WS TO
                   CAT-CREDIT-HOURS-WS (CAT-IDX)
               MOVE SPACE TO CAT-STATUS-WS (CAT-IDX)
               MOVE ZERO  TO CAT-RETIRED-DATE-WS (CAT-IDX)
               MOVE "ADD" TO CLOG-ACTION-WS
               MOVE SPACES TO CLOG-OLD-TITLE-WS
                              CLOG-OLD-CREDIT-WS
                              CLOG-OLD-STATUS-WS
                              CLOG-OLD-RETIRED-WS
               PERFORM 700-LOG-CATALOG-CHANGE
               ADD 1 TO CATALOG-ADDED-CTR
               DISPLAY "COURSE ADDED"
           ELSE
               DISPLAY "ADD CANCELLED"
           END-IF.

      * A change to the title or the credit hours of a course on the
      * catalog; a field left blank keeps its stored value, and the
      * entry is edited as a whole afterwards. A retired course can
      * still be corrected, since its title prints on transcripts
       700-CHANGE-CATALOG-ENTRY.
           DISPLAY "ENTER COURSE CODE:".
           ACCEPT ENTRY-CODE-WS.
           MOVE ENTRY-CODE-WS TO EDIT-CODE-WS.
           PERFORM 700-FIND-CATALOG-ENTRY.
           IF CAT-FOUND-SW NOT = "Y"
               DISPLAY "COURSE NOT ON CATALOG: " ENTRY-CODE-WS
           ELSE
               PERFORM 700-SHOW-CATALOG-ENTRY
               DISPLAY "ENTER NEW TITLE (BLANK TO KEEP):"
               ACCEPT ENTRY-TITLE-WS
               DISPLAY "ENTER NEW CREDIT HOURS (BLANK TO KEEP):"
               ACCEPT ENTRY-CREDIT-WS
               PERFORM 700-BUILD-CHANGED-ENTRY
               PERFORM 700-EDIT-CATALOG-ENTRY
               IF ENTRY-IS-VALID
                   PERFORM 700-CONFIRM-CHANGED-ENTRY
               ELSE
                   DISPLAY "CHANGE NOT ACCEPTED -- " EDIT-REASON-WS
               END-IF
           END-IF.

       700-BUILD-CHANGED-ENTRY.
           IF ENTRY-TITLE-WS = SPACES
               MOVE CAT-COURSE-TITLE-WS (CAT-IDX) TO EDIT-TITLE-WS
           ELSE
               MOVE ENTRY-TITLE-WS TO EDIT-TITLE-WS
           END-IF.
           IF ENTRY-CREDIT-WS = SPACES
               MOVE CAT-CREDIT-HOURS-WS (CAT-IDX) TO
                   EDIT-CREDIT-DIGIT-WS
               MOVE SPACE TO EDIT-CREDIT-SPILL-WS
           ELSE
               MOVE ENTRY-CREDIT-WS TO EDIT-CREDIT-WS
           END-IF.

       700-CONFIRM-CHANGED-ENTRY.
           MOVE EDIT-TITLE-WS        TO CDTL-COURSE-TITLE-WS.
           MOVE EDIT-CREDIT-DIGIT-WS TO CDTL-CREDIT-HOURS-WS.
           DISPLAY "CHANGED ENTRY:".
           DISPLAY CATALOG-DETAIL-WS.
           PERFORM 700-ACCEPT-CONFIRMATION.
           IF ENTRY-CONFIRMED
               PERFORM 700-SAVE-BEFORE-ENTRY
               MOVE EDIT-TITLE-WS TO CAT-COURSE-TITLE-WS (CAT-IDX)
               MOVE EDIT-CREDIT-DIGIT-WS TO
                   CAT-CREDIT-HOURS-WS (CAT-IDX)
               MOVE "CHANGE" TO CLOG-ACTION-WS
               PERFORM 700-LOG-CATALOG-CHANGE
               ADD 1 TO CATALOG-CHANGED-CTR
               DISPLAY "COURSE CHANGED"
           ELSE
               DISPLAY "CHANGE CANCELLED"
           END-IF.

      * Retires an active course from the date keyed (today when
      * left blank); terms dated on or after it will no longer
      * accept the course
       700-RETIRE-CATALOG-ENTRY.
           DISPLAY "ENTER COURSE CODE:".
           ACCEPT ENTRY-CODE-WS.
           MOVE ENTRY-CODE-WS TO EDIT-CODE-WS.
           PERFORM 700-FIND-CATALOG-ENTRY.
           IF CAT-FOUND-SW NOT = "Y"
               DISPLAY "COURSE NOT ON CATALOG: " ENTRY-CODE-WS
           ELSE
               IF CAT-COURSE-RETIRED (CAT-IDX)
                   DISPLAY "COURSE ALREADY RETIRED: " ENTRY-CODE-WS
               ELSE
                   PERFORM 700-SHOW-CATALOG-ENTRY
                   PERFORM 700-ACCEPT-RETIREMENT-DATE
               END-IF
           END-IF.

       700-ACCEPT-RETIREMENT-DATE.
           DISPLAY "ENTER RETIREMENT DATE YYYYMMDD (BLANK FOR TODAY):".
           ACCEPT ENTRY-RETIRED-DATE-WS.
           IF ENTRY-RETIRED-DATE-WS = SPACES
               MOVE RUN-DATE-WS TO ENTRY-RETIRED-DATE-NUM-WS
           END-IF.
           IF ENTRY-RETIRED-DATE-WS IS NOT NUMERIC
               DISPLAY "RETIREMENT NOT ACCEPTED -- DATE NOT NUMERIC"
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD
                       (ENTRY-RETIRED-DATE-NUM-WS) NOT = ZERO
                   DISPLAY "RETIREMENT NOT ACCEPTED -- NOT A VALID "
                       "CALENDAR DATE"
               ELSE
                   MOVE ENTRY-RETIRED-DATE-WS TO CDTL-RETIRED-DATE-WS
                   DISPLAY "RETIRED ENTRY:"
                   DISPLAY CATALOG-DETAIL-WS
                   PERFORM 700-CONFIRM-RETIREMENT
               END-IF
           END-IF.

       700-CONFIRM-RETIREMENT.
           PERFORM 700-ACCEPT-CONFIRMATION.
           IF ENTRY-CONFIRMED
               PERFORM 700-SAVE-BEFORE-ENTRY
               MOVE "R" TO CAT-STATUS-WS (CAT-IDX)
               MOVE ENTRY-RETIRED-DATE-NUM-WS TO
                   CAT-RETIRED-DATE-WS (CAT-IDX)
               MOVE "RETIRE" TO CLOG-ACTION-WS
               PERFORM 700-LOG-CATALOG-CHANGE
               ADD 1 TO CATALOG-RETIRED-CTR
               DISPLAY "COURSE RETIRED"
           ELSE
               DISPLAY "RETIREMENT CANCELLED"
           END-IF.

       700-ACCEPT-CONFIRMATION.
           DISPLAY "CONFIRM (Y/N):".
           ACCEPT ENTRY-CONFIRM-WS.

      * Shows the stored entry the clerk is about to change
       700-SHOW-CATALOG-ENTRY.
           PERFORM 700-FILL-CATALOG-DETAIL.
           DISPLAY CATALOG-COLUMN-HEADER.
           DISPLAY CATALOG-DETAIL-WS.

       700-FILL-CATALOG-DETAIL.
           MOVE CAT-COURSE-CODE-WS (CAT-IDX)  TO CDTL-COURSE-CODE-WS.
           MOVE CAT-COURSE-TITLE-WS (CAT-IDX) TO CDTL-COURSE-TITLE-WS.
           MOVE CAT-CREDIT-HOURS-WS (CAT-IDX) TO CDTL-CREDIT-HOURS-WS.
           IF CAT-COURSE-RETIRED (CAT-IDX)
               MOVE CAT-RETIRED-DATE-WS (CAT-IDX) TO
                   CDTL-RETIRED-DATE-WS
           ELSE
               MOVE SPACES TO CDTL-RETIRED-DATE-WS
           END-IF.

       700-LIST-CATALOG.
           DISPLAY CATALOG-COLUMN-HEADER.
           PERFORM 700-LIST-ONE-CATALOG-ENTRY
               VARYING CAT-IDX FROM 1 BY 1
               UNTIL CAT-IDX > CAT-TABLE-COUNT.
           DISPLAY "ENTRIES ON CATALOG: " CAT-TABLE-COUNT.

       700-LIST-ONE-CATALOG-ENTRY.
           PERFORM 700-FILL-CATALOG-DETAIL.
           DISPLAY CATALOG-DETAIL-WS.

       700-SAVE-BEFORE-ENTRY.
           MOVE CAT-COURSE-TITLE-WS (CAT-IDX) TO BEFORE-TITLE-WS.
           MOVE CAT-CREDIT-HOURS-WS (CAT-IDX) TO BEFORE-CREDIT-WS.
           MOVE CAT-STATUS-WS (CAT-IDX)       TO BEFORE-STATUS-WS.
           MOVE CAT-RETIRED-DATE-WS (CAT-IDX) TO
               BEFORE-RETIRED-DATE-WS.
           MOVE BEFORE-TITLE-WS        TO CLOG-OLD-TITLE-WS.
           MOVE BEFORE-CREDIT-WS       TO CLOG-OLD-CREDIT-WS.
           MOVE BEFORE-STATUS-WS       TO CLOG-OLD-STATUS-WS.
           IF BEFORE-STATUS-WS = "R"
               MOVE BEFORE-RETIRED-DATE-WS TO CLOG-OLD-RETIRED-WS
           ELSE
               MOVE SPACES TO CLOG-OLD-RETIRED-WS
           END-IF.

      * Logs the table entry at CAT-IDX as the after image; the
      * caller has already set the action and the before image
       700-LOG-CATALOG-CHANGE.
           MOVE CAT-COURSE-CODE-WS (CAT-IDX)  TO CLOG-COURSE-CODE-WS.
           MOVE CAT-COURSE-TITLE-WS (CAT-IDX) TO CLOG-NEW-TITLE-WS.
           MOVE CAT-CREDIT-HOURS-WS (CAT-IDX) TO CLOG-NEW-CREDIT-WS.
           MOVE CAT-STATUS-WS (CAT-IDX)       TO CLOG-NEW-STATUS-WS.
           IF CAT-COURSE-RETIRED (CAT-IDX)
               MOVE CAT-RETIRED-DATE-WS (CAT-IDX) TO
                   CLOG-NEW-RETIRED-WS
           ELSE
               MOVE SPACES TO CLOG-NEW-RETIRED-WS
           END-IF.
           PERFORM 700-WRITE-CHANGE-LOG-LINE.
           MOVE "Y" TO CATALOG-CHANGED-SW.

       700-WRITE-CHANGE-LOG-LINE.
           ACCEPT RUN-TIME-WS FROM TIME.
           MOVE RUN-DATE-WS       TO CLOG-DATE-WS.
           MOVE RUN-TIME-WS       TO CLOG-TIME-WS.
           MOVE CLERK-INITIALS-WS TO CLOG-INITIALS-WS.
           WRITE CATALOG-CHANGE-LOG-CARD FROM CHANGE-LOG-LINE-WS.

      * Writes the maintained table back over the catalog, in the
      * order it was read with new courses at the end
       700-SAVE-COURSE-CATALOG.
           OPEN OUTPUT COURSE-CATALOG-FILE.
           IF CATALOG-FILE-STATUS-WS NOT = "00"
               DISPLAY "UNABLE TO REWRITE COURSE CATALOG, STATUS: "
                   CATALOG-FILE-STATUS-WS
                   " -- CHANGES ARE ON THE CHANGE LOG ONLY"
           ELSE
               PERFORM 700-WRITE-ONE-CATALOG-ENTRY
                   VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CAT-TABLE-COUNT
               CLOSE COURSE-CATALOG-FILE
           END-IF.

       700-WRITE-ONE-CATALOG-ENTRY.
           MOVE CAT-COURSE-CODE-WS (CAT-IDX)  TO CATALOG-COURSE-CODE.
           MOVE CAT-COURSE-TITLE-WS (CAT-IDX) TO CATALOG-COURSE-TITLE.
           MOVE CAT-CREDIT-HOURS-WS (CAT-IDX) TO CATALOG-CREDIT-HOURS.
           MOVE CAT-STATUS-WS (CAT-IDX)       TO CATALOG-STATUS.
           MOVE CAT-RETIRED-DATE-WS (CAT-IDX) TO CATALOG-RETIRED-DATE.
           WRITE CATALOG-RECORD.
           ADD 1 TO CATALOG-WRITTEN-CTR.
