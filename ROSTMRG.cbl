       IDENTIFICATION DIVISION.
       PROGRAM-ID.         ROSTMRG.
       AUTHOR.             RICHARD BARNEY.
       DATE-WRITTEN.       OCTOBER 2026.

      * Builds the registrar's STUFILE.DAT extract from the grade
      * rosters the instructors submit, in place of assembling it by
      * hand. Each instructor sends one roster per course section --
      * one line per student carrying the course code, the student
      * number and the mark (or WD / INC) -- and operations append
      * each roster to STUROST.DAT as it comes in. The registration
      * list STUENRL.DAT says who is enrolled in what: one line per
      * student per course, with the student's name and program.
      * Both are sorted by student number and course and matched,
      * and every registered student gets one STUFILE.DAT record
      * with a course slot per registration, its credit taken from
      * the course catalog and its mark from the roster, between the
      * HDR batch header and the TRL count-and-hash trailer that
      * PROJECT2A checks. The completeness report (STUROSTR.DAT)
      * lists the rosters not yet received, the students enrolled
      * in a course whose roster carries no mark for them, and the
      * marks submitted for students not registered in the course,
      * along with the other lines that would send a student to
      * suspense -- among them a registration in a course the
      * catalog has retired on or before the run date, which
      * PROJECT2A no longer accepts. The extract is written either
      * way; return code 8 says it is not complete and is to be held
      * back from PROJECT2A until the rosters are followed up and
      * the run repeated.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ROSTER-FILE
               ASSIGN TO "C:\STUROST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ROSTER-FILE-STATUS-WS.
           SELECT ENROLMENT-FILE
               ASSIGN TO "C:\STUENRL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ENROLMENT-FILE-STATUS-WS.
           SELECT COURSE-CATALOG-FILE
               ASSIGN TO "C:\CRSECAT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CATALOG-FILE-STATUS-WS.
           SELECT STUDENT-FILE
               ASSIGN TO "C:\STUFILE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPLETENESS-REPORT
               ASSIGN TO "C:\STUROSTR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETER-FILE
               ASSIGN TO "C:\STUROSTP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARAMETER-FILE-STATUS-WS.
           SELECT ROSTER-SORT-FILE
               ASSIGN TO "C:\STUROST.TMP".
           SELECT ENROLMENT-SORT-FILE
               ASSIGN TO "C:\STUENRL.TMP".
           SELECT SORTED-ROSTER-FILE
               ASSIGN TO "C:\STUROSTS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTED-ENROLMENT-FILE
               ASSIGN TO "C:\STUENRLS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ROSTER-FILE is every roster received so far, one after the
      * other. The student number is as the instructor keyed it, so
      * it is carried as characters until it has been matched
       FD ROSTER-FILE.
       01 ROSTER-RECORD.
           05 ROST-COURSE-CODE      PIC X(7).
           05 ROST-STUDENT-NUMBER   PIC X(9).
           05 ROST-COURSE-MARK      PIC X(3).

      * ENROLMENT-FILE is the registrar's registration list for the
      * term, one line per course a student is registered in
       FD ENROLMENT-FILE.
       01 ENROLMENT-RECORD.
           05 ENRL-STUDENT-NUMBER   PIC 9(9).
           05 ENRL-COURSE-CODE      PIC X(7).
           05 ENRL-FIRST-NAME       PIC X(20).
           05 ENRL-LAST-NAME        PIC X(20).
           05 ENRL-PROGRAM          PIC X(3).

      * COURSE-CATALOG-FILE supplies each course's credit hours
       FD COURSE-CATALOG-FILE.
           COPY CRSECAT.

      * STUDENT-FILE is the extract PROJECT2A reads: batch header,
      * one record per student with up to seven course slots, and
      * the trailer with the detail count and STUDENT-NUMBER hash
       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           05 STUDENT-FIRST-NAME    PIC X(20).
           05 STUDENT-LAST-NAME     PIC X(20).
           05 STUDENT-NUMBER        PIC 9(9).
           05 STUDENT-PROGRAM       PIC X(3).
           05 STUDENT-COURSE-COUNT  PIC 9(1).
           05 STUDENT-COURSE-ENTRY OCCURS 7 TIMES
                   INDEXED BY COURSE-IDX.
               10 STUDENT-COURSE-CODE   PIC X(7).
               10 STUDENT-COURSE-MARK   PIC X(3).
               10 STUDENT-COURSE-CREDIT PIC 9(1).
       01 BATCH-HEADER-RECORD.
           05 BH-RECORD-TYPE        PIC X(3).
           05 BH-BATCH-NUMBER       PIC 9(6).
           05 BH-EXTRACT-DATE       PIC 9(8).
           05 FILLER                PIC X(113).
       01 BATCH-TRAILER-RECORD.
           05 BT-RECORD-TYPE        PIC X(3).
           05 BT-EXPECTED-COUNT     PIC 9(7).
           05 BT-NUMBER-HASH        PIC 9(13).
           05 FILLER                PIC X(107).

      * COMPLETENESS-REPORT is the registrar's check on the rosters
      * before the extract is released
       FD COMPLETENESS-REPORT.
       01 COMPLETENESS-REPORT-CARD  PIC X(80).

      * PARAMETER-FILE carries the batch number the extract goes out
      * under; PROJECT2A's run is reconciled against it, so there is
      * no default -- a run with no card, or a card that does not
      * edit, is stopped
       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PARM-BATCH-NUMBER     PIC X(6).

      * ROSTER-SORT-FILE and ENROLMENT-SORT-FILE put both inputs in
      * student number and course order for the match; roster lines
      * for the same student and course stay in the order received
       SD ROSTER-SORT-FILE.
       01 ROSTER-SORT-RECORD.
           05 RSRT-STUDENT-NUMBER   PIC X(9).
           05 RSRT-COURSE-CODE      PIC X(7).
           05 RSRT-COURSE-MARK      PIC X(3).

       SD ENROLMENT-SORT-FILE.
       01 ENROLMENT-SORT-RECORD.
           05 ESRT-STUDENT-NUMBER   PIC 9(9).
           05 ESRT-COURSE-CODE      PIC X(7).
           05 ESRT-FIRST-NAME       PIC X(20).
           05 ESRT-LAST-NAME        PIC X(20).
           05 ESRT-PROGRAM          PIC X(3).

       FD SORTED-ROSTER-FILE.
       01 SORTED-ROSTER-RECORD.
           05 SROS-KEY.
               10 SROS-STUDENT-NUMBER PIC X(9).
               10 SROS-COURSE-CODE  PIC X(7).
           05 SROS-COURSE-MARK      PIC X(3).
           05 SROS-COURSE-MARK-NUM
                   REDEFINES SROS-COURSE-MARK PIC 9(3).

       FD SORTED-ENROLMENT-FILE.
       01 SORTED-ENROLMENT-RECORD.
           05 SENR-KEY.
               10 SENR-STUDENT-NUMBER PIC 9(9).
               10 SENR-COURSE-CODE  PIC X(7).
           05 SENR-FIRST-NAME       PIC X(20).
           05 SENR-LAST-NAME        PIC X(20).
           05 SENR-PROGRAM          PIC X(3).

       WORKING-STORAGE SECTION.
       01 FLAGS-AND-CONTROLS.
           05 ROSTER-FILE-STATUS-WS    PIC XX  VALUE "00".
           05 ENROLMENT-FILE-STATUS-WS PIC XX  VALUE "00".
           05 CATALOG-FILE-STATUS-WS   PIC XX  VALUE "00".
           05 PARAMETER-FILE-STATUS-WS PIC XX  VALUE "00".
           05 PARM-CARD-FOUND-SW   PIC X       VALUE "N".
               88 PARM-CARD-FOUND          VALUE "Y".
           05 BATCH-NUMBER-WS      PIC 9(6)    VALUE ZERO.
           05 SORT-EOF-FLAG        PIC X       VALUE "N".
           05 CAT-EOF-FLAG         PIC X       VALUE "N".
           05 ROSTER-EOF-FLAG      PIC X       VALUE "N".
           05 ENROLMENT-EOF-FLAG   PIC X       VALUE "N".
           05 CURRENT-STUDENT-WS   PIC 9(9)    VALUE ZERO.
           05 STUDENT-OPEN-SW      PIC X       VALUE "N".
               88 STUDENT-OPEN             VALUE "Y".
           05 MARK-VALID-SW        PIC X       VALUE "N".
               88 MARK-VALID               VALUE "Y".
           05 SLOT-MARK-WS         PIC X(3)    VALUE SPACES.
           05 ROSTER-LINES-READ-CTR PIC 9(7)   VALUE ZERO.
           05 ENROLMENTS-READ-CTR  PIC 9(7)    VALUE ZERO.
           05 MARKS-MATCHED-CTR    PIC 9(7)    VALUE ZERO.
           05 DETAIL-RECORD-CTR    PIC 9(7)    VALUE ZERO.
           05 DETAIL-HASH-WS       PIC 9(13)   VALUE ZERO.
           05 ROSTER-MISSING-CTR   PIC 9(5)    VALUE ZERO.
           05 ROSTER-MISSING-SLOT-CTR PIC 9(5) VALUE ZERO.
           05 NO-MARK-CTR          PIC 9(5)    VALUE ZERO.
           05 NOT-ENROLLED-CTR     PIC 9(5)    VALUE ZERO.
           05 INVALID-MARK-CTR     PIC 9(5)    VALUE ZERO.
           05 DUPLICATE-MARK-CTR   PIC 9(5)    VALUE ZERO.
           05 NOT-ON-CATALOG-CTR   PIC 9(5)    VALUE ZERO.
           05 RETIRED-COURSE-CTR   PIC 9(5)    VALUE ZERO.
           05 OVER-SEVEN-CTR       PIC 9(5)    VALUE ZERO.
           05 EXCEPTION-CTR        PIC 9(5)    VALUE ZERO.

      * Match keys: student number then course code on each side,
      * set to HIGH-VALUES when that side runs out, and the key of
      * the roster line last used, so a second line for the same
      * student and course is caught
       01 MATCH-KEYS-WS.
           05 ENROLMENT-KEY-WS.
               10 ENROLMENT-KEY-STUDENT-WS PIC X(9).
               10 ENROLMENT-KEY-COURSE-WS  PIC X(7).
           05 ROSTER-KEY-WS.
               10 ROSTER-KEY-STUDENT-WS PIC X(9).
               10 ROSTER-KEY-COURSE-WS PIC X(7).
           05 LAST-ROSTER-KEY-WS   PIC X(16)   VALUE SPACES.

      * Every course seen this run: loaded from the catalog with its
      * credit hours, and added to when a registration or a roster
      * names a course the catalog does not carry. A retired course
      * keeps its status and retirement date from the catalog. Each
      * entry counts the students registered in it and the roster
      * lines received for it; a course with registrations and no
      * roster lines is a roster not yet received
       01 COURSE-TABLE.
           05 CRS-ENTRY OCCURS 300 TIMES INDEXED BY CRS-IDX.
               10 CRS-COURSE-CODE-WS    PIC X(7)  VALUE SPACES.
               10 CRS-CREDIT-HOURS-WS   PIC 9(1)  VALUE ZERO.
               10 CRS-ON-CATALOG-SW     PIC X     VALUE "N".
                   88 CRS-ON-CATALOG           VALUE "Y".
               10 CRS-STATUS-WS         PIC X     VALUE SPACES.
                   88 CRS-COURSE-RETIRED       VALUE "R".
               10 CRS-RETIRED-DATE-WS   PIC 9(8)  VALUE ZERO.
               10 CRS-ENROLLED-CTR      PIC 9(5)  VALUE ZERO.
               10 CRS-ROSTER-LINE-CTR   PIC 9(5)  VALUE ZERO.

       01 COURSE-TABLE-CONTROLS.
           05 CRS-TABLE-COUNT      PIC 9(3)    VALUE ZERO.
           05 CRS-TABLE-MAX        PIC 9(3)    VALUE 300.
           05 CRS-FOUND-SW         PIC X       VALUE "N".
           05 COURSE-SEARCH-WS     PIC X(7)    VALUE SPACES.

      * One report line per exception, naming the student, the
      * course and the mark on the roster line, if any
       01 EXCEPTION-LINE-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 EXCP-STUDENT-NUMBER-WS PIC X(9).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 EXCP-COURSE-CODE-WS  PIC X(7).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 EXCP-COURSE-MARK-WS  PIC X(3).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 EXCP-REASON-WS       PIC X(40).

       01 EXCEPTION-COLUMN-HEADER.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(9)    VALUE "STUDENT".
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(7)    VALUE "COURSE".
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(3)    VALUE "MRK".
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(40)   VALUE "EXCEPTION".

      * One line per roster not yet received, with the number of
      * students registered in the course
       01 MISSING-ROSTER-LINE-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 MISS-COURSE-CODE-WS  PIC X(7).
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 MISS-ENROLLED-WS     PIC ZZZZ9.
           05 FILLER               PIC X(20)
               VALUE " STUDENTS REGISTERED".

       01 SECTION-TITLE-WS         PIC X(50).

      * Trailer lines: the counts of the run and the verdict
       01 COMPLETENESS-COUNT-LINE-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 CCNT-TYPE-WS         PIC X(38).
           05 CCNT-COUNT-WS        PIC Z(12)9.
       01 COMPLETENESS-VERDICT-WS  PIC X(60).

       01 BATCH-LINE-WS.
           05 FILLER               PIC X(7)    VALUE "BATCH: ".
           05 BLIN-BATCH-NUMBER-WS PIC 9(6).

      * Run date/time stamp printed ahead of the report so a listing
      * pulled from a folder of several runs can be told apart from
      * the others
       01 RUN-DATE-HEADER.
           05 FILLER               PIC X(10)   VALUE "RUN DATE: ".
           05 RUN-DATE-DISPLAY-WS  PIC 9(8).
           05 FILLER               PIC X(9)    VALUE "  TIME: ".
           05 RUN-TIME-DISPLAY-WS  PIC 9(8).

       01 RUN-DATE-TIME-WS.
           05 RUN-DATE-WS          PIC 9(8)    VALUE ZERO.
           05 RUN-TIME-WS          PIC 9(8)    VALUE ZERO.

       PROCEDURE DIVISION.
      * Mainline routine
       100-MERGE-COURSE-ROSTERS.
           PERFORM 200-INIT-MERGE-ROSTERS.
           PERFORM 200-MATCH-ONE-KEY
               UNTIL ENROLMENT-EOF-FLAG = "Y"
                 AND ROSTER-EOF-FLAG = "Y".
           PERFORM 200-TERM-MERGE-ROSTERS.
           STOP RUN.

      * A bad card, or a registration list or catalog that cannot be
      * read, stops the run with return code 12 before any extract
      * is written. No rosters at all is not fatal: every course
      * then shows as a roster not yet received
       200-INIT-MERGE-ROSTERS.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-WS FROM TIME.
           MOVE RUN-DATE-WS TO RUN-DATE-DISPLAY-WS.
           MOVE RUN-TIME-WS TO RUN-TIME-DISPLAY-WS.
           PERFORM 700-READ-PARAMETER-CARD.
           PERFORM 700-LOAD-COURSE-CATALOG.
           SORT ENROLMENT-SORT-FILE
               ON ASCENDING KEY ESRT-STUDENT-NUMBER
               ON ASCENDING KEY ESRT-COURSE-CODE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 200-RELEASE-ENROLMENTS
               GIVING SORTED-ENROLMENT-FILE.
           SORT ROSTER-SORT-FILE
               ON ASCENDING KEY RSRT-STUDENT-NUMBER
               ON ASCENDING KEY RSRT-COURSE-CODE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 200-RELEASE-ROSTER-LINES
               GIVING SORTED-ROSTER-FILE.
           OPEN INPUT SORTED-ENROLMENT-FILE
                      SORTED-ROSTER-FILE.
           OPEN OUTPUT STUDENT-FILE.
           OPEN OUTPUT COMPLETENESS-REPORT.
           WRITE COMPLETENESS-REPORT-CARD FROM RUN-DATE-HEADER.
           MOVE BATCH-NUMBER-WS TO BLIN-BATCH-NUMBER-WS.
           WRITE COMPLETENESS-REPORT-CARD FROM BATCH-LINE-WS.
           MOVE SPACES TO COMPLETENESS-REPORT-CARD.
           WRITE COMPLETENESS-REPORT-CARD.
           MOVE "ROSTER EXCEPTIONS:" TO SECTION-TITLE-WS.
           WRITE COMPLETENESS-REPORT-CARD FROM SECTION-TITLE-WS.
           WRITE COMPLETENESS-REPORT-CARD FROM EXCEPTION-COLUMN-HEADER.
           MOVE SPACES TO BATCH-HEADER-RECORD.
           MOVE "HDR"           TO BH-RECORD-TYPE.
           MOVE BATCH-NUMBER-WS TO BH-BATCH-NUMBER.
           MOVE RUN-DATE-WS     TO BH-EXTRACT-DATE.
           WRITE BATCH-HEADER-RECORD.
           PERFORM 700-READ-SORTED-ENROLMENT.
           PERFORM 700-READ-SORTED-ROSTER.

      * Registration list: counts each course's registrations; the
      * registrar keeps it, so it must be there
       200-RELEASE-ENROLMENTS.
           OPEN INPUT ENROLMENT-FILE.
           IF ENROLMENT-FILE-STATUS-WS NOT = "00"
               DISPLAY "UNABLE TO OPEN REGISTRATION LIST, STATUS: "
                   ENROLMENT-FILE-STATUS-WS
                   " -- RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO SORT-EOF-FLAG.
           PERFORM 700-READ-ENROLMENT-RECORD.
           PERFORM 700-RELEASE-ONE-ENROLMENT
               UNTIL SORT-EOF-FLAG = "Y".
           CLOSE ENROLMENT-FILE.

      * Rosters received: counts each course's roster lines. The
      * file is optional, since until the first roster arrives
      * there is nothing to append to
       200-RELEASE-ROSTER-LINES.
           OPEN INPUT ROSTER-FILE.
           MOVE "N" TO SORT-EOF-FLAG.
           PERFORM 700-READ-ROSTER-RECORD.
           PERFORM 700-RELEASE-ONE-ROSTER-LINE
               UNTIL SORT-EOF-FLAG = "Y".
           CLOSE ROSTER-FILE.

      * Takes the lower of the two keys: a registration with no
      * roster line, a roster line with no registration, or the
      * two together. Only registrations open student records, so
      * a mark for a student not registered in the course never
      * reaches the extract
       200-MATCH-ONE-KEY.
           IF ENROLMENT-KEY-WS < ROSTER-KEY-WS
               PERFORM 700-OPEN-STUDENT-IF-NEW
               PERFORM 700-ENROLMENT-WITHOUT-MARK
               PERFORM 700-READ-SORTED-ENROLMENT
           ELSE
               IF ENROLMENT-KEY-WS > ROSTER-KEY-WS
                   PERFORM 700-MARK-WITHOUT-ENROLMENT
                   PERFORM 700-NEXT-ROSTER-LINE
               ELSE
                   PERFORM 700-OPEN-STUDENT-IF-NEW
                   PERFORM 700-ENROLMENT-WITH-MARK
                   PERFORM 700-READ-SORTED-ENROLMENT
                   PERFORM 700-NEXT-ROSTER-LINE
               END-IF
           END-IF.

       200-TERM-MERGE-ROSTERS.
           PERFORM 700-CLOSE-OUT-STUDENT.
           MOVE SPACES TO BATCH-TRAILER-RECORD.
           MOVE "TRL"             TO BT-RECORD-TYPE.
           MOVE DETAIL-RECORD-CTR TO BT-EXPECTED-COUNT.
           MOVE DETAIL-HASH-WS    TO BT-NUMBER-HASH.
           WRITE BATCH-TRAILER-RECORD.
           PERFORM 700-WRITE-MISSING-ROSTERS.
           PERFORM 700-WRITE-COMPLETENESS-TOTALS.
           DISPLAY "REGISTRATIONS READ: " ENROLMENTS-READ-CTR.
           DISPLAY "ROSTER LINES READ:  " ROSTER-LINES-READ-CTR.
           DISPLAY "STUDENTS EXTRACTED: " DETAIL-RECORD-CTR.
           DISPLAY "ROSTER EXCEPTIONS:  " EXCEPTION-CTR.
           CLOSE SORTED-ENROLMENT-FILE
                 SORTED-ROSTER-FILE
                 STUDENT-FILE
                 COMPLETENESS-REPORT.

       700-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-FILE.
           IF PARAMETER-FILE-STATUS-WS = "00"
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO PARM-CARD-FOUND-SW
               END-READ
           END-IF.
           CLOSE PARAMETER-FILE.
           IF NOT PARM-CARD-FOUND
               DISPLAY "NO PARAMETER CARD ON FILE -- RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARM-BATCH-NUMBER IS NOT NUMERIC
               DISPLAY "BATCH NUMBER NOT NUMERIC: " PARM-BATCH-NUMBER
                   " -- RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-BATCH-NUMBER TO BATCH-NUMBER-WS.

      * Loads the course catalog into COURSE-TABLE; without it no
      * course slot can be given its credit, so a missing catalog
      * stops the run
       700-LOAD-COURSE-CATALOG.
           OPEN INPUT COURSE-CATALOG-FILE.
           IF CATALOG-FILE-STATUS-WS NOT = "00"
               DISPLAY "COURSE CATALOG FILE NOT AVAILABLE, STATUS: "
                   CATALOG-FILE-STATUS-WS
                   " -- RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 700-READ-CATALOG-RECORD.
           PERFORM 700-ADD-CATALOG-ENTRY
               UNTIL CAT-EOF-FLAG = "Y".
           CLOSE COURSE-CATALOG-FILE.

       700-READ-CATALOG-RECORD.
           READ COURSE-CATALOG-FILE
               AT END      MOVE "Y" TO CAT-EOF-FLAG
               NOT AT END  CONTINUE
           END-READ.

       700-ADD-CATALOG-ENTRY.
           IF CRS-TABLE-COUNT < CRS-TABLE-MAX
               ADD 1 TO CRS-TABLE-COUNT
               MOVE CATALOG-COURSE-CODE TO
                   CRS-COURSE-CODE-WS (CRS-TABLE-COUNT)
               MOVE CATALOG-CREDIT-HOURS TO
                   CRS-CREDIT-HOURS-WS (CRS-TABLE-COUNT)
               MOVE "Y" TO CRS-ON-CATALOG-SW (CRS-TABLE-COUNT)
               MOVE CATALOG-STATUS TO CRS-STATUS-WS (CRS-TABLE-COUNT)
               IF CATALOG-COURSE-RETIRED
                   MOVE CATALOG-RETIRED-DATE TO
                       CRS-RETIRED-DATE-WS (CRS-TABLE-COUNT)
               ELSE
                   MOVE ZERO TO CRS-RETIRED-DATE-WS (CRS-TABLE-COUNT)
               END-IF
           ELSE
               DISPLAY "COURSE TABLE FULL -- COURSE "
                   "NOT LOADED: " CATALOG-COURSE-CODE
           END-IF.
           PERFORM 700-READ-CATALOG-RECORD.

      * Finds COURSE-SEARCH-WS in COURSE-TABLE, adding it if it is
      * not there; CRS-FOUND-SW comes back "N" only when the table
      * is full, and CRS-IDX is then not to be used
       700-FIND-COURSE-ENTRY.
           MOVE "N" TO CRS-FOUND-SW.
           PERFORM 700-SEARCH-COURSE-ENTRY
               VARYING CRS-IDX FROM 1 BY 1
               UNTIL CRS-IDX > CRS-TABLE-COUNT
                  OR CRS-FOUND-SW = "Y".
           IF CRS-FOUND-SW = "Y"
               SET CRS-IDX DOWN BY 1
           ELSE
               IF CRS-TABLE-COUNT < CRS-TABLE-MAX
                   ADD 1 TO CRS-TABLE-COUNT
                   SET CRS-IDX TO CRS-TABLE-COUNT
                   MOVE COURSE-SEARCH-WS TO CRS-COURSE-CODE-WS (CRS-IDX)
                   MOVE "Y" TO CRS-FOUND-SW
               ELSE
                   DISPLAY "COURSE TABLE FULL -- COURSE NOT COUNTED: "
                       COURSE-SEARCH-WS
               END-IF
           END-IF.

       700-SEARCH-COURSE-ENTRY.
           IF CRS-COURSE-CODE-WS (CRS-IDX) = COURSE-SEARCH-WS
               MOVE "Y" TO CRS-FOUND-SW
           END-IF.

       700-READ-ENROLMENT-RECORD.
           READ ENROLMENT-FILE
               AT END      MOVE "Y" TO SORT-EOF-FLAG
               NOT AT END  CONTINUE
           END-READ.

       700-RELEASE-ONE-ENROLMENT.
           ADD 1 TO ENROLMENTS-READ-CTR.
           MOVE ENRL-COURSE-CODE TO COURSE-SEARCH-WS.
           PERFORM 700-FIND-COURSE-ENTRY.
           IF CRS-FOUND-SW = "Y"
               ADD 1 TO CRS-ENROLLED-CTR (CRS-IDX)
           END-IF.
           MOVE ENROLMENT-RECORD TO ENROLMENT-SORT-RECORD.
           RELEASE ENROLMENT-SORT-RECORD.
           PERFORM 700-READ-ENROLMENT-RECORD.

       700-READ-ROSTER-RECORD.
           READ ROSTER-FILE
               AT END      MOVE "Y" TO SORT-EOF-FLAG
               NOT AT END  CONTINUE
           END-READ.

       700-RELEASE-ONE-ROSTER-LINE.
           ADD 1 TO ROSTER-LINES-READ-CTR.
           MOVE ROST-COURSE-CODE TO COURSE-SEARCH-WS.
           PERFORM 700-FIND-COURSE-ENTRY.
           IF CRS-FOUND-SW = "Y"
               ADD 1 TO CRS-ROSTER-LINE-CTR (CRS-IDX)
           END-IF.
           MOVE ROST-STUDENT-NUMBER TO RSRT-STUDENT-NUMBER.
           MOVE ROST-COURSE-CODE    TO RSRT-COURSE-CODE.
           MOVE ROST-COURSE-MARK    TO RSRT-COURSE-MARK.
           RELEASE ROSTER-SORT-RECORD.
           PERFORM 700-READ-ROSTER-RECORD.

       700-READ-SORTED-ENROLMENT.
           READ SORTED-ENROLMENT-FILE
               AT END
                   MOVE "Y" TO ENROLMENT-EOF-FLAG
                   MOVE HIGH-VALUES TO ENROLMENT-KEY-WS
               NOT AT END
                   MOVE SENR-KEY TO ENROLMENT-KEY-WS
           END-READ.

       700-READ-SORTED-ROSTER.
           READ SORTED-ROSTER-FILE
               AT END
                   MOVE "Y" TO ROSTER-EOF-FLAG
                   MOVE HIGH-VALUES TO ROSTER-KEY-WS
               NOT AT END
                   MOVE SROS-KEY TO ROSTER-KEY-WS
           END-READ.

      * Moves past the roster line just used, and past any further
      * line for the same student and course: the first line
      * received is the one that counts
       700-NEXT-ROSTER-LINE.
           MOVE ROSTER-KEY-WS TO LAST-ROSTER-KEY-WS.
           PERFORM 700-READ-SORTED-ROSTER.
           PERFORM 700-DROP-DUPLICATE-MARK
               UNTIL ROSTER-KEY-WS NOT = LAST-ROSTER-KEY-WS.

       700-DROP-DUPLICATE-MARK.
           MOVE "SECOND MARK FOR COURSE -- NOT USED"
               TO EXCP-REASON-WS.
           PERFORM 700-WRITE-ROSTER-EXCEPTION.
           ADD 1 TO DUPLICATE-MARK-CTR.
           PERFORM 700-READ-SORTED-ROSTER.

      * A new student number on the registration side closes out
      * the student in progress and opens the next one from the
      * registration's name and program
       700-OPEN-STUDENT-IF-NEW.
           IF STUDENT-OPEN
                   AND SENR-STUDENT-NUMBER = CURRENT-STUDENT-WS
               CONTINUE
           ELSE
               PERFORM 700-CLOSE-OUT-STUDENT
               MOVE SPACES TO STUDENT-RECORD
               MOVE SENR-FIRST-NAME     TO STUDENT-FIRST-NAME
               MOVE SENR-LAST-NAME      TO STUDENT-LAST-NAME
               MOVE SENR-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE SENR-PROGRAM        TO STUDENT-PROGRAM
               MOVE ZERO TO STUDENT-COURSE-COUNT
               MOVE SENR-STUDENT-NUMBER TO CURRENT-STUDENT-WS
               MOVE "Y" TO STUDENT-OPEN-SW
           END-IF.

      * Registered with nothing on the roster: the slot goes out
      * with the mark blank, which PROJECT2A would suspend. Where
      * the course's roster has not come in at all the student is
      * not listed one by one -- the course is, under the rosters
      * not yet received
       700-ENROLMENT-WITHOUT-MARK.
           MOVE SPACES TO SLOT-MARK-WS.
           PERFORM 700-ADD-COURSE-SLOT.
           MOVE SENR-COURSE-CODE TO COURSE-SEARCH-WS.
           PERFORM 700-FIND-COURSE-ENTRY.
           IF CRS-FOUND-SW = "Y"
                   AND CRS-ROSTER-LINE-CTR (CRS-IDX) = ZERO
               ADD 1 TO ROSTER-MISSING-SLOT-CTR
           ELSE
               MOVE SENR-STUDENT-NUMBER TO EXCP-STUDENT-NUMBER-WS
               MOVE SENR-COURSE-CODE    TO EXCP-COURSE-CODE-WS
               MOVE SPACES              TO EXCP-COURSE-MARK-WS
               MOVE "ENROLLED -- NO MARK SUBMITTED" TO EXCP-REASON-WS
               PERFORM 700-WRITE-EXCEPTION-LINE
               ADD 1 TO NO-MARK-CTR
           END-IF.

      * Registered and on the roster: a blank mark is still no mark,
      * and a mark that is not 000-100, WD or INC is not used
       700-ENROLMENT-WITH-MARK.
           MOVE "N" TO MARK-VALID-SW.
           IF SROS-COURSE-MARK = "WD " OR SROS-COURSE-MARK = "INC"
               MOVE "Y" TO MARK-VALID-SW
           ELSE
               IF SROS-COURSE-MARK IS NUMERIC
                   IF SROS-COURSE-MARK-NUM NOT > 100
                       MOVE "Y" TO MARK-VALID-SW
                   END-IF
               END-IF
           END-IF.
           IF MARK-VALID
               ADD 1 TO MARKS-MATCHED-CTR
               MOVE SROS-COURSE-MARK TO SLOT-MARK-WS
               PERFORM 700-ADD-COURSE-SLOT
           ELSE
               IF SROS-COURSE-MARK = SPACES
                   MOVE "ENROLLED -- NO MARK SUBMITTED"
                       TO EXCP-REASON-WS
                   ADD 1 TO NO-MARK-CTR
               ELSE
                   MOVE "MARK NOT VALID -- NOT USED" TO EXCP-REASON-WS
                   ADD 1 TO INVALID-MARK-CTR
               END-IF
               PERFORM 700-WRITE-ROSTER-EXCEPTION
               MOVE SPACES TO SLOT-MARK-WS
               PERFORM 700-ADD-COURSE-SLOT
           END-IF.

       700-MARK-WITHOUT-ENROLMENT.
           MOVE "MARK FOR STUDENT NOT REGISTERED" TO EXCP-REASON-WS.
           PERFORM 700-WRITE-ROSTER-EXCEPTION.
           ADD 1 TO NOT-ENROLLED-CTR.

      * Fills the next course slot from the registration's course,
      * the catalog's credit hours and the mark in SLOT-MARK-WS.
      * A course the catalog does not carry goes out with zero
      * credit for PROJECT2A to reject, and one the catalog retired
      * on or before the run date goes out with its credit for
      * PROJECT2A to reject as retired; both are listed. An eighth
      * registration has no slot and is left off
       700-ADD-COURSE-SLOT.
           IF STUDENT-COURSE-COUNT < 7
               ADD 1 TO STUDENT-COURSE-COUNT
               SET COURSE-IDX TO STUDENT-COURSE-COUNT
               MOVE SENR-COURSE-CODE TO
                   STUDENT-COURSE-CODE (COURSE-IDX)
               MOVE SLOT-MARK-WS TO STUDENT-COURSE-MARK (COURSE-IDX)
               MOVE ZERO TO STUDENT-COURSE-CREDIT (COURSE-IDX)
               MOVE SENR-COURSE-CODE TO COURSE-SEARCH-WS
               PERFORM 700-FIND-COURSE-ENTRY
               IF CRS-FOUND-SW = "Y"
                   IF CRS-ON-CATALOG (CRS-IDX)
                       MOVE CRS-CREDIT-HOURS-WS (CRS-IDX) TO
                           STUDENT-COURSE-CREDIT (COURSE-IDX)
                       IF CRS-COURSE-RETIRED (CRS-IDX)
                               AND CRS-RETIRED-DATE-WS (CRS-IDX)
                                   NOT > RUN-DATE-WS
                           MOVE SENR-STUDENT-NUMBER TO
                               EXCP-STUDENT-NUMBER-WS
                           MOVE SENR-COURSE-CODE TO
                               EXCP-COURSE-CODE-WS
                           MOVE SLOT-MARK-WS TO EXCP-COURSE-MARK-WS
                           MOVE "COURSE RETIRED FROM CATALOG" TO
                               EXCP-REASON-WS
                           PERFORM 700-WRITE-EXCEPTION-LINE
                           ADD 1 TO RETIRED-COURSE-CTR
                       END-IF
                   ELSE
                       MOVE SENR-STUDENT-NUMBER TO
                           EXCP-STUDENT-NUMBER-WS
                       MOVE SENR-COURSE-CODE TO EXCP-COURSE-CODE-WS
                       MOVE SLOT-MARK-WS TO EXCP-COURSE-MARK-WS
                       MOVE "COURSE NOT ON CATALOG" TO EXCP-REASON-WS
                       PERFORM 700-WRITE-EXCEPTION-LINE
                       ADD 1 TO NOT-ON-CATALOG-CTR
                   END-IF
               END-IF
           ELSE
               MOVE SENR-STUDENT-NUMBER TO EXCP-STUDENT-NUMBER-WS
               MOVE SENR-COURSE-CODE    TO EXCP-COURSE-CODE-WS
               MOVE SLOT-MARK-WS        TO EXCP-COURSE-MARK-WS
               MOVE "MORE THAN SEVEN COURSES -- LEFT OFF"
                   TO EXCP-REASON-WS
               PERFORM 700-WRITE-EXCEPTION-LINE
               ADD 1 TO OVER-SEVEN-CTR
           END-IF.

       700-CLOSE-OUT-STUDENT.
           IF NOT STUDENT-OPEN
               CONTINUE
           ELSE
               WRITE STUDENT-RECORD
               ADD 1 TO DETAIL-RECORD-CTR
               ADD CURRENT-STUDENT-WS TO DETAIL-HASH-WS
               MOVE "N" TO STUDENT-OPEN-SW
           END-IF.

      * Exception line for the roster line in hand, reason already
      * in EXCP-REASON-WS
       700-WRITE-ROSTER-EXCEPTION.
           MOVE SROS-STUDENT-NUMBER TO EXCP-STUDENT-NUMBER-WS.
           MOVE SROS-COURSE-CODE    TO EXCP-COURSE-CODE-WS.
           MOVE SROS-COURSE-MARK    TO EXCP-COURSE-MARK-WS.
           PERFORM 700-WRITE-EXCEPTION-LINE.

       700-WRITE-EXCEPTION-LINE.
           WRITE COMPLETENESS-REPORT-CARD FROM EXCEPTION-LINE-WS.
           ADD 1 TO EXCEPTION-CTR.

       700-WRITE-MISSING-ROSTERS.
           MOVE SPACES TO COMPLETENESS-REPORT-CARD.
           WRITE COMPLETENESS-REPORT-CARD.
           MOVE "ROSTERS NOT YET RECEIVED:" TO SECTION-TITLE-WS.
           WRITE COMPLETENESS-REPORT-CARD FROM SECTION-TITLE-WS.
           PERFORM 700-CHECK-ONE-ROSTER
               VARYING CRS-IDX FROM 1 BY 1
               UNTIL CRS-IDX > CRS-TABLE-COUNT.

       700-CHECK-ONE-ROSTER.
           IF CRS-ENROLLED-CTR (CRS-IDX) > ZERO
                   AND CRS-ROSTER-LINE-CTR (CRS-IDX) = ZERO
               MOVE CRS-COURSE-CODE-WS (CRS-IDX) TO MISS-COURSE-CODE-WS
               MOVE CRS-ENROLLED-CTR (CRS-IDX) TO MISS-ENROLLED-WS
               WRITE COMPLETENESS-REPORT-CARD FROM
                   MISSING-ROSTER-LINE-WS
               ADD 1 TO ROSTER-MISSING-CTR
           END-IF.

      * Counts of the run, the extract's control totals and the
      * verdict; anything listed above means the extract is held
       700-WRITE-COMPLETENESS-TOTALS.
           MOVE SPACES TO COMPLETENESS-REPORT-CARD.
           WRITE COMPLETENESS-REPORT-CARD.
           MOVE "REGISTRATIONS READ:" TO CCNT-TYPE-WS.
           MOVE ENROLMENTS-READ-CTR TO CCNT-COUNT-WS.
           WRITE COMPLETENESS-REPORT-CARD FROM
               COMPLETENESS-COUNT-LINE-WS.
           MOVE "ROSTER LINES READ:" TO CCNT-TYPE-WS.
           MOVE ROSTER-LINES-READ-CTR TO CCNT-COUNT-WS.
           WRITE COMPLETENESS-REPORT-CARD FROM
               COMPLETENESS-COUNT-LINE-WS.
           MOVE "MARKS MATCHED TO REGISTRATIONS:" TO CCNT-TYPE-WS.
           MOVE MARKS-MATCHED-CTR TO CCNT-COUNT-WS.
           WRITE COMPLETENESS-REPORT-CARD FROM
               COMPLETENESS-COUNT-LINE-WS.
           MOVE "ROSTERS NOT YET RECEIVED:" TO CCNT-TYPE-WS.
           MOVE ROSTER-MISSING-CTR TO CCNT-COUNT-WS.
           WRITE COMPLETENESS-REPORT-CARD FROM
               COMPLETENESS-COUNT-LINE-WS.
           MOVE "  REGISTRATIONS ON THOSE COURSES:" TO CCNT-TYPE-WS.
           MOVE ROSTER-MISSING-SLOT-CTR TO CCNT-COUNT-WS.
           WRITE COMPLETENESS-REPORT-CARD FROM
               COMPLETENESS-COUNT-LINE-WS.
           MOVE "ENROLLED WITH NO MARK SUBMITTED:" TO CCNT-TYPE-WS.
           MOVE NO-MARK-CTR TO CCNT-COUNT-WS.
           WRITE COMPLETENESS-REPORT-CARD FROM
               COMPLETENESS-COUNT-LINE-WS.
           MOVE "MARKS FOR STUDENTS NOT REGISTERED:" TO CCNT-TYPE-WS.
           MOVE NOT-ENROLLED-CTR TO CCNT-COUNT-WS.
           WRITE COMPLETENESS-REPORT-CARD FROM
               COMPLETENESS-COUNT-LINE-WS.
           MOVE "MARKS NOT VALID:" TO CCNT-TYPE-WS.
           MOVE INVALID-MARK-CTR TO CCNT-COUNT-WS.
           WRITE COMPLETENESS-REPORT-CARD FROM
               COMPLETENESS-COUNT-LINE-WS.
           MOVE "SECOND MARKS FOR A COURSE:" TO CCNT-TYPE-WS.
           MOVE DUPLICATE-MARK-CTR TO CCNT-COUNT-WS.
           WRITE COMPLETENESS-REPORT-CARD FROM
               COMPLETENESS-COUNT-LINE-WS.
           MOVE "COURSES NOT ON CATALOG:" TO CCNT-TYPE-WS.
           MOVE NOT-ON-CATALOG-CTR TO CCNT-COUNT-WS.
           WRITE COMPLETENESS-REPORT-CARD FROM
               COMPLETENESS-COUNT-LINE-WS.
           MOVE "REGISTRATIONS IN RETIRED COURSES:" TO CCNT-TYPE-WS.
           MOVE RETIRED-COURSE-CTR TO CCNT-COUNT-WS.
           WRITE COMPLETENESS-REPORT-CARD FROM
               COMPLETENESS-COUNT-LINE-WS.
           MOVE "REGISTRATIONS OVER SEVEN COURSES:" TO CCNT-TYPE-WS.
           MOVE OVER-SEVEN-CTR TO CCNT-COUNT-WS.
           WRITE COMPLETENESS-REPORT-CARD FROM
               COMPLETENESS-COUNT-LINE-WS.
           MOVE "TRAILER RECORD COUNT:" TO CCNT-TYPE-WS.
           MOVE DETAIL-RECORD-CTR TO CCNT-COUNT-WS.
           WRITE COMPLETENESS-REPORT-CARD FROM
               COMPLETENESS-COUNT-LINE-WS.
           MOVE "TRAILER NUMBER HASH:" TO CCNT-TYPE-WS.
           MOVE DETAIL-HASH-WS TO CCNT-COUNT-WS.
           WRITE COMPLETENESS-REPORT-CARD FROM
               COMPLETENESS-COUNT-LINE-WS.
           IF EXCEPTION-CTR = ZERO AND ROSTER-MISSING-CTR = ZERO
               MOVE "EXTRACT COMPLETE -- READY FOR RELEASE"
                   TO COMPLETENESS-VERDICT-WS
           ELSE
               MOVE "EXTRACT NOT COMPLETE -- HOLD FOR FOLLOW-UP"
                   TO COMPLETENESS-VERDICT-WS
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO COMPLETENESS-REPORT-CARD.
           WRITE COMPLETENESS-REPORT-CARD.
           WRITE COMPLETENESS-REPORT-CARD FROM COMPLETENESS-VERDICT-WS.
