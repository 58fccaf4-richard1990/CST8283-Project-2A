           SELECT SORTED-STUDENT-FILE
               ASSIGN TO "C:\STUSRTD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPEAT-REPORT
               ASSIGN TO "C:\STUREPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO "C:\STUJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS JOURNAL-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
           05 RESTART-SUSPENSE-CTR-WS   PIC 9(5).
           05 RESTART-AGED-OUT-CTR-WS   PIC 9(5).
           05 RESTART-RUN-MODE-WS       PIC X(1).
           05 RESTART-REPEAT-CTR-WS     PIC 9(5).

      * STUDENT-MASTER-FILE accumulates one record per student per
      * term, keyed by STUDENT-NUMBER and the term's run date so a
      * as data entry rather than a hard-coded copybook so it can be
      * updated without a recompile
       FD COURSE-CATALOG-FILE.
           COPY CRSECAT.

      * CONTROL-REPORT shows the batch controls carried on the
      * extract against what the run actually counted, and the
       FD SUPERVISOR-REPORT.
       01 SUPERVISOR-REPORT-CARD    PIC X(80).

      * REPEAT-REPORT lists every course a published student is
      * retaking -- a course already on the history file under
      * another term -- with the attempt that now counts, so the
      * registrar can see who is retaking what
       FD REPEAT-REPORT.
       01 REPEAT-REPORT-CARD        PIC X(80).

      * JOURNAL-FILE is the shared update journal: one line for every
      * add and rewrite this run makes to the master, course-history
      * and name files, so a restored backup can be rolled forward
       FD JOURNAL-FILE.
       01 JOURNAL-CARD              PIC X(111).

       WORKING-STORAGE SECTION.
      * Local copy of the student record
       01 STUDENT-REPORT-WS.       
           05 MASTER-FILE-STATUS-WS    PIC XX      VALUE "00".
           05 HISTORY-FILE-STATUS-WS   PIC XX      VALUE "00".
           05 NAME-FILE-STATUS-WS      PIC XX      VALUE "00".
           05 JOURNAL-FILE-STATUS-WS   PIC XX      VALUE "00".
           05 CHECKPOINT-INTERVAL      PIC 9(5)    VALUE 1.
           05 CHECKPOINT-QUOTIENT-WS   PIC 9(7)    VALUE ZERO.
           05 CHECKPOINT-REMAINDER-WS  PIC 9(5)    VALUE ZERO.
           05 CKPT-SAVED-CREDIT-FIX-CTR PIC 9(5)  VALUE ZERO.
           05 CKPT-SAVED-SUSPENSE-CTR PIC 9(5)    VALUE ZERO.
           05 CKPT-SAVED-AGED-OUT-CTR PIC 9(5)    VALUE ZERO.
           05 CKPT-SAVED-REPEAT-CTR   PIC 9(5)    VALUE ZERO.

      * Journal line built for each update to the indexed files
           COPY STUJRNL.

      * Working copy of the comma-separated line built for
      * CSV-REPORT
           05 CAT-ENTRY OCCURS 200 TIMES INDEXED BY CAT-IDX.
               10 CAT-COURSE-CODE-WS    PIC X(7)  VALUE SPACES.
               10 CAT-CREDIT-HOURS-WS   PIC 9(1)  VALUE ZERO.
               10 CAT-STATUS-WS         PIC X     VALUE SPACES.
                   88 CAT-COURSE-RETIRED       VALUE "R".
               10 CAT-RETIRED-DATE-WS   PIC 9(8)  VALUE ZERO.

       01 CATALOG-TABLE-CONTROLS.
           05 CATALOG-FILE-STATUS-WS   PIC XX      VALUE "00".
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(8)    VALUE "STANDING".

      * Every attempt on file for the student just published,
      * loaded from COURSE-HISTORY-FILE once the term's rows are
      * written, so repeats of a course across terms can be resolved:
      * the highest graded attempt counts (the later term wins a tie)
      * and every other graded attempt at the course is superseded.
      * ATT-REPEAT-WS is the flag as it stands on file and
      * ATT-NEW-REPEAT-WS the flag it should carry; only rows whose
      * flag changes are rewritten
       01 ATTEMPT-TABLE.
           05 ATT-ENTRY OCCURS 100 TIMES
                   INDEXED BY ATT-IDX ATT-CMP-IDX.
               10 ATT-COURSE-CODE-WS   PIC X(7).
               10 ATT-RUN-DATE-WS      PIC 9(8).
               10 ATT-MARK-WS          PIC X(3).
               10 ATT-MARK-NUM-WS REDEFINES ATT-MARK-WS
                                       PIC 9(3).
               10 ATT-REPEAT-WS        PIC X.
               10 ATT-NEW-REPEAT-WS    PIC X.

       01 ATTEMPT-TABLE-CONTROLS.
           05 ATT-TABLE-COUNT      PIC 9(3)    VALUE ZERO.
           05 ATT-EOF-FLAG         PIC X       VALUE "N".
           05 ATT-OTHER-CTR        PIC 9(2)    VALUE ZERO.
           05 REPEAT-CTR           PIC 9(5)    VALUE ZERO.

      * One repeat-listing line per course the student is retaking
      * this term, showing the term and mark of the attempt that now
      * counts -- NONE YET while every attempt is WD or INC
       01 REPEAT-LINE-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 RPT-STUDENT-NUMBER-WS PIC 9(9).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 RPT-LAST-NAME-WS     PIC X(20).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 RPT-COURSE-CODE-WS   PIC X(7).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 RPT-MARK-WS          PIC X(3).
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 RPT-OTHER-CTR-WS     PIC Z9.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 RPT-COUNTS-TERM-WS   PIC X(8).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 RPT-COUNTS-MARK-WS   PIC X(3).

      * Column header for the repeat listing
       01 REPEAT-COLUMN-HEADER.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(7)    VALUE "STUDENT".
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(9)    VALUE "LAST NAME".
           05 FILLER               PIC X(13)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE "COURSE".
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(4)    VALUE "MARK".
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE "OTHERS".
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(18)
               VALUE "COUNTING TERM/MARK".

      * Trailer line closing the repeat listing
       01 REPEAT-TOTAL-LINE-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(18)
               VALUE "REPEATED COURSES: ".
           05 RPTT-COUNT-WS        PIC ZZZZ9.

      * Headers to be displayed at top of output
       01 COLUMN-HEADER.
           05 FILLER               PIC X(2)    VALUE SPACES.
           PERFORM 700-WRITE-AUDIT-COUNTERS.
           PERFORM 700-WRITE-PROGRAM-SUMMARY.
           PERFORM 700-WRITE-COURSE-REPORT.
           PERFORM 700-WRITE-REPEAT-TOTAL.
           PERFORM 700-CLOSE-STUDENT-FILE.
           PERFORM 700-CLEAR-CHECKPOINT.

               OPEN EXTEND CSV-REPORT
               OPEN EXTEND STANDING-REPORT
               OPEN EXTEND SUPERVISOR-REPORT
               OPEN EXTEND REPEAT-REPORT
           ELSE
               OPEN OUTPUT STUDENT-REPORT
               OPEN OUTPUT EXCEPTION-REPORT
               OPEN OUTPUT CSV-REPORT
               OPEN OUTPUT STANDING-REPORT
               OPEN OUTPUT SUPERVISOR-REPORT
               OPEN OUTPUT REPEAT-REPORT
           END-IF.
      * The suspense file accumulates across runs -- rejects wait
      * there until the registrar corrects them -- so it always
      * opens in extend mode
           OPEN EXTEND SUSPENSE-OUT-FILE.
           PERFORM 700-OPEN-JOURNAL-FILE.
           PERFORM 700-OPEN-MASTER-FILE.
           PERFORM 700-OPEN-HISTORY-FILE.
           PERFORM 700-OPEN-NAME-MASTER-FILE.

      * The update journal accumulates across runs and every job
      * that updates the indexed files appends to it, so it always
      * opens in extend mode. Updates that went unjournaled could
      * never be recovered, so a journal that cannot be opened stops
      * the run before anything is published
       700-OPEN-JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS-WS NOT = "00"
                   AND JOURNAL-FILE-STATUS-WS NOT = "05"
               DISPLAY "UNABLE TO OPEN UPDATE JOURNAL, STATUS: "
                   JOURNAL-FILE-STATUS-WS " -- RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "PROJECT2A" TO JRNL-PROGRAM.

      * Opens the accumulating master file for update; if this is
      * the first run it will not exist yet, so create it first
       700-OPEN-MASTER-FILE.
           END-IF.

      * Opens the accumulating course-history file for update; like
      * the master, it is created here on the first run. A file on
      * hand that will not open -- one still in the layout without
      * the repeat flag, say, which CRSHCNV has not yet converted --
      * would fail every course row written, so it stops the run
      * before anything is published
       700-OPEN-HISTORY-FILE.
           OPEN I-O COURSE-HISTORY-FILE.
           IF HISTORY-FILE-STATUS-WS = "35"
               CLOSE COURSE-HISTORY-FILE
               OPEN I-O COURSE-HISTORY-FILE
           END-IF.
           IF HISTORY-FILE-STATUS-WS NOT = "00"
               DISPLAY "UNABLE TO OPEN COURSE HISTORY FILE, STATUS: "
                   HISTORY-FILE-STATUS-WS " -- RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Opens the permanent name master for update; like the master
      * and the course history, it is created here on the first run
                   CAT-COURSE-CODE-WS (CAT-TABLE-COUNT)
               MOVE CATALOG-CREDIT-HOURS TO
                   CAT-CREDIT-HOURS-WS (CAT-TABLE-COUNT)
               MOVE CATALOG-STATUS TO
                   CAT-STATUS-WS (CAT-TABLE-COUNT)
               IF CATALOG-COURSE-RETIRED
                   MOVE CATALOG-RETIRED-DATE TO
                       CAT-RETIRED-DATE-WS (CAT-TABLE-COUNT)
               ELSE
                   MOVE ZERO TO CAT-RETIRED-DATE-WS (CAT-TABLE-COUNT)
               END-IF
           ELSE
               DISPLAY "COURSE CATALOG TABLE FULL -- COURSE "
                   "NOT LOADED: " CATALOG-COURSE-CODE
               MOVE CKPT-SAVED-CREDIT-FIX-CTR TO CREDIT-FIX-CTR
               MOVE CKPT-SAVED-SUSPENSE-CTR  TO SUSPENSE-CTR
               MOVE CKPT-SAVED-AGED-OUT-CTR  TO AGED-OUT-CTR
               MOVE CKPT-SAVED-REPEAT-CTR    TO REPEAT-CTR
           END-IF.

      * A resumed run keeps the run date of the run it is resuming,
           WRITE STUDENT-REPORT-CARD FROM COLUMN-HEADER.
           WRITE STANDING-REPORT-CARD FROM RUN-DATE-HEADER.
           WRITE STANDING-REPORT-CARD FROM STANDING-COLUMN-HEADER.
           WRITE REPEAT-REPORT-CARD FROM RUN-DATE-HEADER.
           WRITE REPEAT-REPORT-CARD FROM REPEAT-COLUMN-HEADER.
           
      * The main pass reads the sequenced work copy, which carries
      * detail records only -- the release procedure left the batch
                            CKPT-SAVED-SUSPENSE-CTR
                       MOVE RESTART-AGED-OUT-CTR-WS TO
                            CKPT-SAVED-AGED-OUT-CTR
                       MOVE RESTART-REPEAT-CTR-WS   TO
                            CKPT-SAVED-REPEAT-CTR
                       MOVE RESTART-RUN-DATE-WS     TO RUN-DATE-WS
                       MOVE RESTART-PROG-COUNT-WS   TO PROG-TABLE-COUNT
                       MOVE RESTART-PROG-TABLE-WS   TO
           MOVE SUSPENSE-CTR        TO RESTART-SUSPENSE-CTR-WS.
           MOVE AGED-OUT-CTR        TO RESTART-AGED-OUT-CTR-WS.
           MOVE RUN-MODE-SW         TO RESTART-RUN-MODE-WS.
           MOVE REPEAT-CTR          TO RESTART-REPEAT-CTR-WS.
           PERFORM 700-SAVE-DUP-PUBLISHED-FLAGS.
           WRITE RESTART-RECORD.
           CLOSE RESTART-FILE.
               MOVE "CC" TO REJECT-REASON-WS
           END-IF.

       700-NOTE-REJECT-REASON-RC.
           IF REJECT-REASON-WS = SPACES
               MOVE "RC" TO REJECT-REASON-WS
           END-IF.

       700-NOTE-REJECT-REASON-PC.
           IF REJECT-REASON-WS = SPACES
               MOVE "PC" TO REJECT-REASON-WS
      * code not on the catalog rejects the record like a bad mark
      * does, while keyed credit hours that disagree with the
      * catalog are reported and corrected from the catalog so the
      * weighted average uses the official credit count. A course
      * the registrar has retired is rejected like an unknown one
      * for any term on or after its retirement date; a recycled
      * record is judged by its original term's date, so a course
      * retired after the term it was taken in still goes through
       700-CHECK-ONE-COURSE.
           MOVE "N" TO CAT-FOUND-SW.
           PERFORM 700-SEARCH-CATALOG-TABLE
                  OR CAT-FOUND-SW = "Y".
           IF CAT-FOUND-SW = "Y"
               SET CAT-IDX DOWN BY 1
               IF CAT-COURSE-RETIRED (CAT-IDX)
                       AND EFFECTIVE-TERM-DATE-WS NOT <
                           CAT-RETIRED-DATE-WS (CAT-IDX)
                   MOVE "N" TO RECORD-VALID-SW
                   PERFORM 700-NOTE-REJECT-REASON-RC
                   MOVE STUDENT-NUMBER TO EXCP-STUDENT-NUMBER-WS
                   MOVE VCHK-COURSE-WS TO EXCP-COURSE-WS
                   MOVE "COURSE RETIRED FROM CATALOG" TO
                       EXCP-REASON-WS
                   WRITE EXCEPTION-REPORT-CARD FROM
                       EXCEPTION-REPORT-WS
                   ADD 1 TO EXCEPTION-CTR
               ELSE
                   IF VCHK-CREDIT-WS NOT =
                           CAT-CREDIT-HOURS-WS (CAT-IDX)
                       MOVE STUDENT-NUMBER TO EXCP-STUDENT-NUMBER-WS
                       MOVE VCHK-COURSE-WS TO EXCP-COURSE-WS
                       MOVE "CREDIT HOURS SET FROM CATALOG" TO
                           EXCP-REASON-WS
                       WRITE EXCEPTION-REPORT-CARD FROM
                           EXCEPTION-REPORT-WS
                       ADD 1 TO CREDIT-FIX-CTR
                       MOVE CAT-CREDIT-HOURS-WS (CAT-IDX) TO
                           VCHK-CREDIT-WS
                   END-IF
               END-IF
           ELSE
               MOVE "N" TO RECORD-VALID-SW
           WRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   PERFORM 700-REWRITE-MASTER-RECORD
               NOT INVALID KEY
                   MOVE "A" TO JRNL-ACTION
                   PERFORM 700-JOURNAL-MASTER-ROW
           END-WRITE.
           PERFORM 700-WRITE-COURSE-HISTORY.
           PERFORM 700-RESOLVE-REPEATED-COURSES.
           PERFORM 700-UPDATE-NAME-MASTER.

      * Persists the student's individual course results next to the
               CRSH-COURSE-MARK.
           MOVE STUDENT-COURSE-CREDIT (COURSE-IDX) TO
               CRSH-COURSE-CREDIT.
           MOVE SPACE TO CRSH-REPEAT-SW.
           WRITE COURSE-HISTORY-RECORD
               INVALID KEY
                   REWRITE COURSE-HISTORY-RECORD
                           DISPLAY "UNABLE TO UPDATE COURSE HISTORY "
                               "ROW: " CRSH-STUDENT-NUMBER
                               " " CRSH-COURSE-CODE
                       NOT INVALID KEY
                           MOVE "R" TO JRNL-ACTION
                           PERFORM 700-JOURNAL-HISTORY-ROW
                   END-REWRITE
               NOT INVALID KEY
                   MOVE "A" TO JRNL-ACTION
                   PERFORM 700-JOURNAL-HISTORY-ROW
           END-WRITE.

      * With the term's rows on file, every attempt the student has
      * ever made is loaded and each graded attempt judged against
      * the others at the same course: a higher mark elsewhere, or
      * the same mark in a later term, supersedes it. Rows whose flag
      * changes are rewritten -- a retake that beats an old F
      * supersedes the F, and a retake that does worse is itself
      * superseded -- and this term's retakes go to the repeat
      * listing
       700-RESOLVE-REPEATED-COURSES.
           MOVE ZERO TO ATT-TABLE-COUNT.
           MOVE "N" TO ATT-EOF-FLAG.
           MOVE STUDENT-NUMBER TO CRSH-STUDENT-NUMBER.
           MOVE ZEROS          TO CRSH-RUN-DATE.
           MOVE SPACES         TO CRSH-COURSE-CODE.
           START COURSE-HISTORY-FILE
               KEY IS NOT LESS THAN CRSH-KEY
               INVALID KEY
                   MOVE "Y" TO ATT-EOF-FLAG
           END-START.
           IF HISTORY-FILE-STATUS-WS NOT = "00"
               MOVE "Y" TO ATT-EOF-FLAG
           END-IF.
           PERFORM 700-LOAD-ONE-ATTEMPT
               UNTIL ATT-EOF-FLAG = "Y".
           PERFORM 700-JUDGE-ONE-ATTEMPT
               VARYING ATT-IDX FROM 1 BY 1
               UNTIL ATT-IDX > ATT-TABLE-COUNT.
           PERFORM 700-REFLAG-ONE-ATTEMPT
               VARYING ATT-IDX FROM 1 BY 1
               UNTIL ATT-IDX > ATT-TABLE-COUNT.
           PERFORM 700-LIST-ONE-REPEAT
               VARYING ATT-IDX FROM 1 BY 1
               UNTIL ATT-IDX > ATT-TABLE-COUNT.

       700-LOAD-ONE-ATTEMPT.
           READ COURSE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ATT-EOF-FLAG
               NOT AT END
                   IF CRSH-STUDENT-NUMBER NOT = STUDENT-NUMBER
                       MOVE "Y" TO ATT-EOF-FLAG
                   ELSE
                       IF ATT-TABLE-COUNT < 100
                           ADD 1 TO ATT-TABLE-COUNT
                           MOVE CRSH-COURSE-CODE TO
                               ATT-COURSE-CODE-WS (ATT-TABLE-COUNT)
                           MOVE CRSH-RUN-DATE TO
                               ATT-RUN-DATE-WS (ATT-TABLE-COUNT)
                           MOVE CRSH-COURSE-MARK TO
                               ATT-MARK-WS (ATT-TABLE-COUNT)
                           MOVE CRSH-REPEAT-SW TO
                               ATT-REPEAT-WS (ATT-TABLE-COUNT)
                       ELSE
                           DISPLAY "ATTEMPT TABLE FULL -- REPEATS NOT "
                               "RESOLVED PAST: " CRSH-STUDENT-NUMBER
                               " " CRSH-COURSE-CODE
                       END-IF
                   END-IF
           END-READ.
           IF HISTORY-FILE-STATUS-WS NOT = "00"
                   AND HISTORY-FILE-STATUS-WS NOT = "02"
               MOVE "Y" TO ATT-EOF-FLAG
           END-IF.

       700-JUDGE-ONE-ATTEMPT.
           MOVE SPACE TO ATT-NEW-REPEAT-WS (ATT-IDX).
           IF ATT-MARK-WS (ATT-IDX) IS NUMERIC
               PERFORM 700-COMPARE-ONE-ATTEMPT
                   VARYING ATT-CMP-IDX FROM 1 BY 1
                   UNTIL ATT-CMP-IDX > ATT-TABLE-COUNT
                      OR ATT-NEW-REPEAT-WS (ATT-IDX) = "R"
           END-IF.

       700-COMPARE-ONE-ATTEMPT.
           IF ATT-COURSE-CODE-WS (ATT-CMP-IDX) =
                   ATT-COURSE-CODE-WS (ATT-IDX)
                   AND ATT-RUN-DATE-WS (ATT-CMP-IDX) NOT =
                       ATT-RUN-DATE-WS (ATT-IDX)
                   AND ATT-MARK-WS (ATT-CMP-IDX) IS NUMERIC
               IF ATT-MARK-NUM-WS (ATT-CMP-IDX) >
                       ATT-MARK-NUM-WS (ATT-IDX)
                   MOVE "R" TO ATT-NEW-REPEAT-WS (ATT-IDX)
               ELSE
                   IF ATT-MARK-NUM-WS (ATT-CMP-IDX) =
                           ATT-MARK-NUM-WS (ATT-IDX)
                           AND ATT-RUN-DATE-WS (ATT-CMP-IDX) >
                               ATT-RUN-DATE-WS (ATT-IDX)
                       MOVE "R" TO ATT-NEW-REPEAT-WS (ATT-IDX)
                   END-IF
               END-IF
           END-IF.

       700-REFLAG-ONE-ATTEMPT.
           IF ATT-NEW-REPEAT-WS (ATT-IDX) NOT = ATT-REPEAT-WS (ATT-IDX)
               MOVE STUDENT-NUMBER TO CRSH-STUDENT-NUMBER
               MOVE ATT-RUN-DATE-WS (ATT-IDX)    TO CRSH-RUN-DATE
               MOVE ATT-COURSE-CODE-WS (ATT-IDX) TO CRSH-COURSE-CODE
               READ COURSE-HISTORY-FILE
                   INVALID KEY
                       DISPLAY "UNABLE TO FLAG REPEATED COURSE ROW: "
                           CRSH-STUDENT-NUMBER " " CRSH-COURSE-CODE
                   NOT INVALID KEY
                       MOVE ATT-NEW-REPEAT-WS (ATT-IDX) TO
                           CRSH-REPEAT-SW
                       REWRITE COURSE-HISTORY-RECORD
                           INVALID KEY
                               DISPLAY "UNABLE TO FLAG REPEATED "
                                   "COURSE ROW: " CRSH-STUDENT-NUMBER
                                   " " CRSH-COURSE-CODE
                           NOT INVALID KEY
                               MOVE "R" TO JRNL-ACTION
                               PERFORM 700-JOURNAL-HISTORY-ROW
                       END-REWRITE
               END-READ
           END-IF.

      * Only this term's attempts are listed, and only those with an
      * attempt at the same course under some other term
       700-LIST-ONE-REPEAT.
           IF ATT-RUN-DATE-WS (ATT-IDX) = EFFECTIVE-TERM-DATE-WS
               MOVE ZERO TO ATT-OTHER-CTR
               MOVE "NONE YET" TO RPT-COUNTS-TERM-WS
               MOVE SPACES TO RPT-COUNTS-MARK-WS
               PERFORM 700-NOTE-OTHER-ATTEMPT
                   VARYING ATT-CMP-IDX FROM 1 BY 1
                   UNTIL ATT-CMP-IDX > ATT-TABLE-COUNT
               IF ATT-OTHER-CTR > ZERO
                   MOVE STUDENT-NUMBER    TO RPT-STUDENT-NUMBER-WS
                   MOVE STUDENT-LAST-NAME TO RPT-LAST-NAME-WS
                   MOVE ATT-COURSE-CODE-WS (ATT-IDX) TO
                       RPT-COURSE-CODE-WS
                   MOVE ATT-MARK-WS (ATT-IDX) TO RPT-MARK-WS
                   MOVE ATT-OTHER-CTR TO RPT-OTHER-CTR-WS
                   WRITE REPEAT-REPORT-CARD FROM REPEAT-LINE-WS
                   ADD 1 TO REPEAT-CTR
               END-IF
           END-IF.

       700-NOTE-OTHER-ATTEMPT.
           IF ATT-COURSE-CODE-WS (ATT-CMP-IDX) =
                   ATT-COURSE-CODE-WS (ATT-IDX)
               IF ATT-RUN-DATE-WS (ATT-CMP-IDX) NOT =
                       ATT-RUN-DATE-WS (ATT-IDX)
                   ADD 1 TO ATT-OTHER-CTR
               END-IF
               IF ATT-MARK-WS (ATT-CMP-IDX) IS NUMERIC
                       AND ATT-NEW-REPEAT-WS (ATT-CMP-IDX) = SPACE
                   MOVE ATT-RUN-DATE-WS (ATT-CMP-IDX) TO
                       RPT-COUNTS-TERM-WS
                   MOVE ATT-MARK-WS (ATT-CMP-IDX) TO
                       RPT-COUNTS-MARK-WS
               END-IF
           END-IF.

       700-WRITE-REPEAT-TOTAL.
           MOVE REPEAT-CTR TO RPTT-COUNT-WS.
           WRITE REPEAT-REPORT-CARD FROM REPEAT-TOTAL-LINE-WS.

      * Adds or refreshes the student's row on the permanent name
      * master as they come through: a first sighting records the
      * term as both enrol and last-seen date, and INVALID KEY on
           WRITE NAME-MASTER-RECORD
               INVALID KEY
                   PERFORM 700-REFRESH-NAME-MASTER-ROW
               NOT INVALID KEY
                   MOVE "A" TO JRNL-ACTION
                   PERFORM 700-JOURNAL-NAME-ROW
           END-WRITE.

      * Refreshes an existing name-master row: the name and program
                       INVALID KEY
                           DISPLAY "UNABLE TO UPDATE NAME MASTER "
                               "ROW: " STUDENT-NUMBER
                       NOT INVALID KEY
                           MOVE "R" TO JRNL-ACTION
                           PERFORM 700-JOURNAL-NAME-ROW
                   END-REWRITE
           END-READ.

               INVALID KEY
                   DISPLAY "UNABLE TO UPDATE STUDENT MASTER RECORD: "
                       MASTER-STUDENT-NUMBER
               NOT INVALID KEY
                   MOVE "R" TO JRNL-ACTION
                   PERFORM 700-JOURNAL-MASTER-ROW
           END-REWRITE.

      * One journal line per successful update to the indexed files,
      * carrying the row as it now stands; the caller sets the
      * action (A for an add, R for a rewrite) before coming here
       700-JOURNAL-MASTER-ROW.
           MOVE "MAST" TO JRNL-FILE-CODE.
           MOVE STUDENT-MASTER-RECORD TO JRNL-AFTER-IMAGE.
           PERFORM 700-WRITE-JOURNAL-RECORD.

       700-JOURNAL-HISTORY-ROW.
           MOVE "CRSH" TO JRNL-FILE-CODE.
           MOVE COURSE-HISTORY-RECORD TO JRNL-AFTER-IMAGE.
           PERFORM 700-WRITE-JOURNAL-RECORD.

       700-JOURNAL-NAME-ROW.
           MOVE "NAME" TO JRNL-FILE-CODE.
           MOVE NAME-MASTER-RECORD TO JRNL-AFTER-IMAGE.
           PERFORM 700-WRITE-JOURNAL-RECORD.

       700-WRITE-JOURNAL-RECORD.
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-TIME FROM TIME.
           WRITE JOURNAL-CARD FROM JOURNAL-RECORD.

      * Parallel to 700-WRITE-STUDENT-RECORD: writes the same
      * result fields as comma-separated values for Excel
       700-WRITE-CSV-RECORD.
                 STANDING-REPORT
                 SUSPENSE-OUT-FILE
                 SUPERVISOR-REPORT
                 REPEAT-REPORT
                 STUDENT-MASTER-FILE
                 COURSE-HISTORY-FILE
                 NAME-MASTER-FILE
                 JOURNAL-FILE.
