       IDENTIFICATION DIVISION.
       PROGRAM-ID.         INCLAPS.
       AUTHOR.             RICHARD BARNEY.
       DATE-WRITTEN.       OCTOBER 2026.

      * Resolves the INC (incomplete) course results PROJECT2A leaves
      * on the accumulating COURSE-HISTORY-FILE. The run has three
      * parts. First, the instructors' completion marks keyed by the
      * registrar are posted by CRSH-KEY onto rows still carrying
      * INC; a transaction naming no row, a row that is not INC, or
      * a mark that is not 0-100 goes to the reject listing. Second,
      * every INC row still open is walked: one whose completion
      * deadline -- LAPSE-DAYS after its CRSH-RUN-DATE -- has passed
      * lapses to the failing LAPSE-MARK, and the rest go to the
      * outstanding-incompletes listing, sequenced by program so
      * each coordinator can chase instructors before the lapse
      * date. Third, every term touched by a posting or a lapse has
      * its MASTER-STUDENT-AVERAGE and grade recomputed from its
      * course rows under PROJECT2A's credit-weighted rules, the
      * student's standing is re-derived from that term forward the
      * way MARKCORR ripples an appeal, and the student's repeated
      * courses are re-resolved, since a resolved mark can beat or
      * lose to another attempt at the same course. The recompute
      * replaces any earlier appeal-corrected average on the same
      * term; every course row and master row changed goes to the
      * accumulating posting trail with its before and after values.
      * The lapse rules come from a parameter card when one is on
      * file. Every course row and master row rewritten also goes to
      * the update journal (STUJRNL.DAT) for JRNLRCV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COMPLETION-FILE
               ASSIGN TO "C:\STUINCC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS COMPLETION-FILE-STATUS-WS.
           SELECT STUDENT-MASTER-FILE
               ASSIGN TO "C:\STUMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MASTER-KEY
                   FILE STATUS IS MASTER-FILE-STATUS-WS.
           SELECT COURSE-HISTORY-FILE
               ASSIGN TO "C:\STUCRSH.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRSH-KEY
                   FILE STATUS IS HISTORY-FILE-STATUS-WS.
           SELECT NAME-MASTER-FILE
               ASSIGN TO "C:\STUNAME.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NMST-STUDENT-NUMBER
                   FILE STATUS IS NAME-FILE-STATUS-WS.
           SELECT OPTIONAL POSTING-TRAIL-FILE
               ASSIGN TO "C:\STUINCA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPLETION-REJECT-FILE
               ASSIGN TO "C:\STUINCJ.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTSTANDING-REPORT
               ASSIGN TO "C:\STUINCO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETER-FILE
               ASSIGN TO "C:\STUINCP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARAMETER-FILE-STATUS-WS.
           SELECT OUTSTANDING-SORT-FILE
               ASSIGN TO "C:\STUINCS.TMP".
           SELECT SORTED-OUTSTANDING-FILE
               ASSIGN TO "C:\STUINCW.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO "C:\STUJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS JOURNAL-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
      * COMPLETION-FILE is the batch of completion marks the
      * instructors sent in for outstanding INC rows, keyed by the
      * registrar by CRSH-KEY with the keying clerk's initials
       FD COMPLETION-FILE.
       01 COMPLETION-RECORD.
           05 CMPL-KEY.
               10 CMPL-STUDENT-NUMBER   PIC 9(9).
               10 CMPL-RUN-DATE         PIC 9(8).
               10 CMPL-COURSE-CODE      PIC X(7).
           05 CMPL-MARK             PIC X(3).
           05 CMPL-MARK-NUM REDEFINES CMPL-MARK
                                    PIC 9(3).
           05 CMPL-INITIALS         PIC X(3).

      * STUDENT-MASTER-FILE holds one row per student per term
       FD STUDENT-MASTER-FILE.
           COPY STUMAST.

      * COURSE-HISTORY-FILE holds one row per course taken per
      * student per term, written by PROJECT2A next to the master row
       FD COURSE-HISTORY-FILE.
           COPY STUCRSH.

      * NAME-MASTER-FILE supplies the student name printed on the
      * outstanding-incompletes listing, maintained by PROJECT2A
       FD NAME-MASTER-FILE.
           COPY STUNAME.

      * POSTING-TRAIL-FILE carries one line per course row posted or
      * lapsed and one per master row the recompute changed, with
      * the before and after values and who or what changed it
       FD POSTING-TRAIL-FILE.
       01 POSTING-TRAIL-CARD        PIC X(100).

      * JOURNAL-FILE is the shared update journal: one line for every
      * course row and master row rewritten, carrying the row as
      * rewritten
       FD JOURNAL-FILE.
       01 JOURNAL-CARD              PIC X(111).

      * COMPLETION-REJECT-FILE lists every completion mark that
      * could not be posted, with the reason
       FD COMPLETION-REJECT-FILE.
       01 COMPLETION-REJECT-CARD    PIC X(70).

      * OUTSTANDING-REPORT lists the INC rows still open after the
      * run, one section per program, each with its lapse date
       FD OUTSTANDING-REPORT.
       01 OUTSTANDING-REPORT-CARD   PIC X(80).

      * PARAMETER-FILE is how the registrar changes the lapse rules
      * without a recompile: a single card carrying the number of
      * days an INC stays open after its term's run date and the
      * failing mark it lapses to. With no card on file the
      * defaults in LAPSE-RULES stand
       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PARM-LAPSE-DAYS       PIC X(3).
           05 PARM-LAPSE-MARK       PIC X(3).

      * OUTSTANDING-SORT-FILE sequences the still-open INC rows by
      * program, then by lapse date, for the coordinators' listing
       SD OUTSTANDING-SORT-FILE.
       01 OUTSTANDING-SORT-RECORD.
           05 OSRT-PROGRAM          PIC X(3).
           05 OSRT-LAPSE-DATE       PIC 9(8).
           05 OSRT-STUDENT-NUMBER   PIC 9(9).
           05 OSRT-RUN-DATE         PIC 9(8).
           05 OSRT-COURSE-CODE      PIC X(7).
           05 OSRT-DAYS-LEFT        PIC 9(4).

      * SORTED-OUTSTANDING-FILE is the sequenced work copy the
      * listing pass actually reads
       FD SORTED-OUTSTANDING-FILE.
       01 SORTED-OUTSTANDING-RECORD.
           05 SOUT-PROGRAM          PIC X(3).
           05 SOUT-LAPSE-DATE       PIC 9(8).
           05 SOUT-STUDENT-NUMBER   PIC 9(9).
           05 SOUT-RUN-DATE         PIC 9(8).
           05 SOUT-COURSE-CODE      PIC X(7).
           05 SOUT-DAYS-LEFT        PIC 9(4).

       WORKING-STORAGE SECTION.
      * The lapse rules; the academic office owns these numbers, so
      * they sit together here where a change is one edit, and a
      * parameter card overrides them for a run
       01 LAPSE-RULES.
           05 LAPSE-DAYS           PIC 9(3)    VALUE 120.
           05 LAPSE-MARK           PIC 9(3)    VALUE ZERO.
           05 LAPSE-MARK-X REDEFINES LAPSE-MARK
                                   PIC X(3).

       01 FLAGS-AND-CONTROLS.
           05 COMPLETION-FILE-STATUS-WS PIC XX VALUE "00".
           05 MASTER-FILE-STATUS-WS    PIC XX  VALUE "00".
           05 HISTORY-FILE-STATUS-WS   PIC XX  VALUE "00".
           05 NAME-FILE-STATUS-WS      PIC XX  VALUE "00".
           05 NAME-OPEN-SW         PIC X       VALUE "N".
               88 NAME-MASTER-OPEN         VALUE "Y".
           05 PARAMETER-FILE-STATUS-WS PIC XX  VALUE "00".
           05 JOURNAL-FILE-STATUS-WS   PIC XX  VALUE "00".
           05 PARM-CARD-FOUND-SW   PIC X       VALUE "N".
               88 PARM-CARD-FOUND          VALUE "Y".
           05 CMPL-EOF-FLAG        PIC X       VALUE "N".
           05 CMPL-VALID-SW        PIC X       VALUE "Y".
               88 COMPLETION-IS-VALID      VALUE "Y".
           05 HISTORY-EOF-FLAG     PIC X       VALUE "N".
           05 OUTSTANDING-EOF-FLAG PIC X       VALUE "N".
           05 RECOMP-EOF-FLAG      PIC X       VALUE "N".
           05 TERM-ROWS-EOF-FLAG   PIC X       VALUE "N".
           05 CMPL-READ-CTR        PIC 9(5)    VALUE ZERO.
           05 CMPL-POSTED-CTR      PIC 9(5)    VALUE ZERO.
           05 CMPL-REJECTED-CTR    PIC 9(5)    VALUE ZERO.
           05 LAPSED-CTR           PIC 9(5)    VALUE ZERO.
           05 OUTSTANDING-CTR      PIC 9(5)    VALUE ZERO.
           05 TERMS-RECOMPUTED-CTR PIC 9(5)    VALUE ZERO.
           05 STANDING-CHANGED-CTR PIC 9(5)    VALUE ZERO.
           05 REPEAT-REFLAG-CTR    PIC 9(5)    VALUE ZERO.

      * Lapse-date arithmetic: the deadline is the term's run date
      * plus LAPSE-DAYS, worked in day numbers so month and year
      * ends fall where the calendar puts them
       01 LAPSE-DATE-CONTROLS.
           05 RUN-DAY-NUMBER-WS    PIC 9(7)    VALUE ZERO.
           05 LAPSE-DAY-NUMBER-WS  PIC 9(7)    VALUE ZERO.
           05 LAPSE-DATE-WS        PIC 9(8)    VALUE ZERO.
           05 DAYS-LEFT-WS         PIC 9(4)    VALUE ZERO.

      * Terms touched by a posting or a lapse, remembered until the
      * history walk is finished so the recompute's own keyed reads
      * of the course rows cannot disturb the walk's position
       01 AFFECTED-TERM-TABLE.
           05 AFF-ENTRY OCCURS 2000 TIMES INDEXED BY AFF-IDX.
               10 AFF-STUDENT-NUMBER-WS PIC 9(9) VALUE ZERO.
               10 AFF-RUN-DATE-WS       PIC 9(8) VALUE ZERO.
               10 AFF-INITIALS-WS       PIC X(3) VALUE SPACES.

       01 AFFECTED-TABLE-CONTROLS.
           05 AFF-TABLE-COUNT      PIC 9(4)    VALUE ZERO.
           05 AFF-FOUND-SW         PIC X       VALUE "N".
           05 AFF-SEARCH-NUMBER-WS PIC 9(9)    VALUE ZERO.
           05 AFF-SEARCH-DATE-WS   PIC 9(8)    VALUE ZERO.
           05 AFF-SEARCH-INITIALS-WS PIC X(3)  VALUE SPACES.

      * Work fields for recomputing one term from its course rows,
      * and for the standing ripple that follows
       01 RECOMPUTE-CONTROLS.
           05 RECOMP-STUDENT-WS    PIC 9(9)    VALUE ZERO.
           05 RECOMP-RUN-DATE-WS   PIC 9(8)    VALUE ZERO.
           05 RECOMP-INITIALS-WS   PIC X(3)    VALUE SPACES.
           05 TOTAL-WEIGHTED-MARK  PIC 9(5)    VALUE ZERO.
           05 TOTAL-CREDIT-WEIGHT  PIC 9(3)    VALUE ZERO.
           05 NEW-AVERAGE-WS       PIC 9(3)    VALUE ZERO.
           05 NEW-GRADE-WS         PIC X       VALUE SPACES.
           05 BEFORE-AVERAGE-WS    PIC 9(3)    VALUE ZERO.
           05 BEFORE-GRADE-WS      PIC X       VALUE SPACES.
           05 DERIVED-STANDING-WS  PIC X       VALUE SPACES.
           05 BEFORE-STANDING-WS   PIC X       VALUE SPACES.
           05 PRIOR-AVERAGE-WS     PIC 9(3)    VALUE ZERO.
           05 PRIOR-TERM-FOUND-SW  PIC X       VALUE "N".
               88 PRIOR-TERM-FOUND         VALUE "Y".

      * Every attempt on file for the student being recomputed, so
      * repeats can be re-resolved under PROJECT2A's rule: the
      * highest graded attempt at a course counts (the later term
      * wins a tie) and every other graded attempt is superseded
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

      * Course row's mark before a posting or a lapse replaces it
       01 BEFORE-MARK-WS           PIC X(3)    VALUE SPACES.

      * One posting-trail line per course row posted or lapsed
       01 COURSE-TRAIL-LINE-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 CTRL-STUDENT-NUMBER-WS PIC 9(9).
           05 FILLER               PIC X       VALUE SPACES.
           05 CTRL-RUN-DATE-WS     PIC 9(8).
           05 FILLER               PIC X       VALUE SPACES.
           05 CTRL-COURSE-CODE-WS  PIC X(7).
           05 FILLER               PIC X(10)   VALUE "  OLD MRK=".
           05 CTRL-OLD-MARK-WS     PIC X(3).
           05 FILLER               PIC X(10)   VALUE "  NEW MRK=".
           05 CTRL-NEW-MARK-WS     PIC X(3).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 CTRL-ACTION-WS       PIC X(6).
           05 FILLER               PIC X(4)    VALUE " BY ".
           05 CTRL-INITIALS-WS     PIC X(3).
           05 FILLER               PIC X(4)    VALUE " ON ".
           05 CTRL-APPLIED-DATE-WS PIC 9(8).
           05 FILLER               PIC X       VALUE SPACES.
           05 CTRL-APPLIED-TIME-WS PIC 9(8).

      * One posting-trail line per master row whose average or grade
      * the recompute changed
       01 TERM-TRAIL-LINE-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 TTRL-STUDENT-NUMBER-WS PIC 9(9).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 TTRL-RUN-DATE-WS     PIC 9(8).
           05 FILLER               PIC X(10)   VALUE "  OLD AVG=".
           05 TTRL-OLD-AVERAGE-WS  PIC ZZ9.
           05 FILLER               PIC X(9)    VALUE " OLD GRD=".
           05 TTRL-OLD-GRADE-WS    PIC X.
           05 FILLER               PIC X(10)   VALUE "  NEW AVG=".
           05 TTRL-NEW-AVERAGE-WS  PIC ZZ9.
           05 FILLER               PIC X(9)    VALUE " NEW GRD=".
           05 TTRL-NEW-GRADE-WS    PIC X.
           05 FILLER               PIC X(5)    VALUE "  BY ".
           05 TTRL-INITIALS-WS     PIC X(3).
           05 FILLER               PIC X(4)    VALUE " ON ".
           05 TTRL-APPLIED-DATE-WS PIC 9(8).
           05 FILLER               PIC X       VALUE SPACES.
           05 TTRL-APPLIED-TIME-WS PIC 9(8).

      * One posting-trail line per standing the ripple flipped
       01 STANDING-TRAIL-LINE-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 STRL-STUDENT-NUMBER-WS PIC 9(9).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 STRL-RUN-DATE-WS     PIC 9(8).
           05 FILLER               PIC X(10)   VALUE "  OLD STD=".
           05 STRL-OLD-STANDING-WS PIC X.
           05 FILLER               PIC X(10)   VALUE "  NEW STD=".
           05 STRL-NEW-STANDING-WS PIC X.
           05 FILLER               PIC X(5)    VALUE "  BY ".
           05 STRL-INITIALS-WS     PIC X(3).
           05 FILLER               PIC X(4)    VALUE " ON ".
           05 STRL-APPLIED-DATE-WS PIC 9(8).
           05 FILLER               PIC X       VALUE SPACES.
           05 STRL-APPLIED-TIME-WS PIC 9(8).

      * One reject-listing line per completion mark not posted
       01 COMPLETION-REJECT-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 CREJ-STUDENT-NUMBER-WS PIC 9(9).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 CREJ-RUN-DATE-WS     PIC 9(8).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 CREJ-COURSE-CODE-WS  PIC X(7).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 CREJ-MARK-WS         PIC X(3).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 CREJ-REASON-WS       PIC X(30).

      * Outstanding-listing lines: the lapse rules in force, the
      * program heading, the column header, one line per open INC,
      * the program subtotal, and the run totals
       01 LAPSE-RULES-LINE-WS.
           05 FILLER               PIC X(12)   VALUE "LAPSE DAYS: ".
           05 RULE-LAPSE-DAYS-WS   PIC ZZ9.
           05 FILLER               PIC X(14)   VALUE "  LAPSE MARK: ".
           05 RULE-LAPSE-MARK-WS   PIC ZZ9.
           05 FILLER               PIC X(7)    VALUE "  FROM ".
           05 RULE-SOURCE-WS       PIC X(14).
       01 PROGRAM-HEADING-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(9)    VALUE "PROGRAM: ".
           05 OHD-PROGRAM-WS       PIC X(3).
       01 OUTSTANDING-COLUMN-HEADER.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(7)    VALUE "STUDENT".
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(9)    VALUE "LAST NAME".
           05 FILLER               PIC X(13)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE "COURSE".
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(4)    VALUE "TERM".
           05 FILLER               PIC X(6)    VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE "LAPSES ON ".
           05 FILLER               PIC X(9)    VALUE "DAYS LEFT".
       01 OUTSTANDING-DETAIL-WS.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 OUT-STUDENT-NUMBER-WS PIC 9(9).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 OUT-LAST-NAME-WS     PIC X(20).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 OUT-COURSE-CODE-WS   PIC X(7).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 OUT-RUN-DATE-WS      PIC 9(8).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 OUT-LAPSE-DATE-WS    PIC 9(8).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 OUT-DAYS-LEFT-WS     PIC ZZZ9.
       01 PROGRAM-SUBTOTAL-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 OSUB-PROGRAM-WS      PIC X(3).
           05 FILLER               PIC X(14)   VALUE "  OUTSTANDING=".
           05 OSUB-COUNT-WS        PIC ZZZZ9.
       01 RUN-TOTAL-LINE-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 RTOT-TYPE-WS         PIC X(22).
           05 RTOT-COUNT-WS        PIC ZZZZ9.

      * Controls for the program-level control break on the listing
       01 CONTROL-BREAK-CONTROLS.
           05 CB-PROGRAM-WS        PIC X(3)    VALUE SPACES.
           05 CB-OUTSTANDING-CTR   PIC 9(5)    VALUE ZERO.
           05 CB-GROUP-OPEN-SW     PIC X       VALUE "N".
               88 CB-GROUP-OPEN            VALUE "Y".

      * Run date/time stamp printed ahead of each listing and on
      * every posting-trail line
       01 RUN-DATE-HEADER.
           05 FILLER               PIC X(10)   VALUE "RUN DATE: ".
           05 RUN-DATE-DISPLAY-WS  PIC 9(8).
           05 FILLER               PIC X(9)    VALUE "  TIME: ".
           05 RUN-TIME-DISPLAY-WS  PIC 9(8).

       01 RUN-DATE-TIME-WS.
           05 RUN-DATE-WS          PIC 9(8)    VALUE ZERO.
           05 RUN-TIME-WS          PIC 9(8)    VALUE ZERO.

      * Journal line built for each row rewritten
           COPY STUJRNL.

       PROCEDURE DIVISION.
      * Mainline routine
       100-RESOLVE-INCOMPLETES.
           PERFORM 200-INIT-RESOLVE-INCOMPLETES.
           PERFORM 200-POST-ONE-COMPLETION
               UNTIL CMPL-EOF-FLAG = "Y".
           PERFORM 200-LAPSE-AND-LIST-OUTSTANDING.
           PERFORM 200-RECOMPUTE-AFFECTED-TERMS.
           PERFORM 200-WRITE-OUTSTANDING-LISTING.
           PERFORM 200-TERM-RESOLVE-INCOMPLETES.
           STOP RUN.

       200-INIT-RESOLVE-INCOMPLETES.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-WS FROM TIME.
           MOVE RUN-DATE-WS TO RUN-DATE-DISPLAY-WS.
           MOVE RUN-TIME-WS TO RUN-TIME-DISPLAY-WS.
           PERFORM 700-READ-PARAMETER-CARD.
      * A mark resolved off the journal could not be recovered, so
      * with no journal to append to the run stops before posting
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS-WS NOT = "00"
                   AND JOURNAL-FILE-STATUS-WS NOT = "05"
               DISPLAY "UNABLE TO OPEN UPDATE JOURNAL, STATUS: "
                   JOURNAL-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "INCLAPS" TO JRNL-PROGRAM.
           OPEN I-O STUDENT-MASTER-FILE.
           IF MASTER-FILE-STATUS-WS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUDENT MASTER FILE, STATUS: "
                   MASTER-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O COURSE-HISTORY-FILE.
           IF HISTORY-FILE-STATUS-WS NOT = "00"
               DISPLAY "UNABLE TO OPEN COURSE HISTORY FILE, STATUS: "
                   HISTORY-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      * A missing name master only means the listing shows no names
      * -- it is reported and the run carries on
           OPEN INPUT NAME-MASTER-FILE.
           IF NAME-FILE-STATUS-WS = "00"
               MOVE "Y" TO NAME-OPEN-SW
           ELSE
               DISPLAY "NAME MASTER FILE NOT AVAILABLE, STATUS: "
                   NAME-FILE-STATUS-WS
                   " -- LISTING SHOWS NO NAMES"
           END-IF.
      * The posting trail is the evidence of every mark this run
      * changed, so it accumulates across runs in extend mode; the
      * reject and outstanding listings start fresh each run. No
      * completion batch on file is an ordinary lapse-only run
           OPEN EXTEND POSTING-TRAIL-FILE.
           OPEN OUTPUT COMPLETION-REJECT-FILE.
           OPEN OUTPUT OUTSTANDING-REPORT.
           WRITE COMPLETION-REJECT-CARD FROM RUN-DATE-HEADER.
           OPEN INPUT COMPLETION-FILE.
           IF COMPLETION-FILE-STATUS-WS NOT = "00"
               MOVE "Y" TO CMPL-EOF-FLAG
           ELSE
               PERFORM 700-READ-COMPLETION-RECORD
           END-IF.

      * A card that is not numeric, or a lapse mark that would pass,
      * is keyed in error; the run stops with return code 12 rather
      * than lapse a term's incompletes on a bad rule
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
           IF PARM-CARD-FOUND
               IF PARM-LAPSE-DAYS IS NOT NUMERIC
                       OR PARM-LAPSE-MARK IS NOT NUMERIC
                   DISPLAY "PARAMETER CARD LAPSE DAYS OR MARK NOT "
                       "NUMERIC -- RUN STOPPED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PARM-LAPSE-DAYS TO LAPSE-DAYS
               MOVE PARM-LAPSE-MARK TO LAPSE-MARK-X
               MOVE "PARAMETER CARD" TO RULE-SOURCE-WS
           ELSE
               MOVE "PROGRAM RULES" TO RULE-SOURCE-WS
           END-IF.
           IF LAPSE-MARK NOT < 50
               DISPLAY "LAPSE MARK " LAPSE-MARK " IS NOT A FAILING "
                   "MARK -- RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * One completion mark: validate it, then post it by CRSH-KEY
       200-POST-ONE-COMPLETION.
           PERFORM 700-VALIDATE-COMPLETION.
           IF COMPLETION-IS-VALID
               PERFORM 700-POST-COMPLETION
           END-IF.
           PERFORM 700-READ-COMPLETION-RECORD.

      * The history walk runs as the input side of the sort that
      * sequences the outstanding listing: rows past their lapse
      * date are lapsed in place as they are read, and the rows
      * still open are released to the sort
       200-LAPSE-AND-LIST-OUTSTANDING.
           SORT OUTSTANDING-SORT-FILE
               ON ASCENDING KEY OSRT-PROGRAM
               ON ASCENDING KEY OSRT-LAPSE-DATE
               ON ASCENDING KEY OSRT-STUDENT-NUMBER
               ON ASCENDING KEY OSRT-COURSE-CODE
               INPUT PROCEDURE IS 200-RELEASE-OPEN-INCOMPLETES
               GIVING SORTED-OUTSTANDING-FILE.

       200-RELEASE-OPEN-INCOMPLETES.
           MOVE "N" TO HISTORY-EOF-FLAG.
           MOVE ZEROS  TO CRSH-STUDENT-NUMBER
                          CRSH-RUN-DATE.
           MOVE SPACES TO CRSH-COURSE-CODE.
           START COURSE-HISTORY-FILE
               KEY IS NOT LESS THAN CRSH-KEY
               INVALID KEY
                   MOVE "Y" TO HISTORY-EOF-FLAG
           END-START.
           PERFORM 700-READ-HISTORY-RECORD.
           PERFORM 700-CHECK-ONE-HISTORY-ROW
               UNTIL HISTORY-EOF-FLAG = "Y".

      * Every term a posting or a lapse touched is recomputed from
      * its course rows and its standing rippled forward
       200-RECOMPUTE-AFFECTED-TERMS.
           PERFORM 700-RECOMPUTE-ONE-TERM
               VARYING AFF-IDX FROM 1 BY 1
               UNTIL AFF-IDX > AFF-TABLE-COUNT.

      * Outstanding listing: one section per program with a heading
      * and a subtotal, the lapse rules at the top and the run's
      * totals at the bottom
       200-WRITE-OUTSTANDING-LISTING.
           WRITE OUTSTANDING-REPORT-CARD FROM RUN-DATE-HEADER.
           MOVE LAPSE-DAYS TO RULE-LAPSE-DAYS-WS.
           MOVE LAPSE-MARK TO RULE-LAPSE-MARK-WS.
           WRITE OUTSTANDING-REPORT-CARD FROM LAPSE-RULES-LINE-WS.
           OPEN INPUT SORTED-OUTSTANDING-FILE.
           MOVE "N" TO OUTSTANDING-EOF-FLAG.
           PERFORM 700-READ-SORTED-OUTSTANDING.
           PERFORM 700-WRITE-ONE-OUTSTANDING-LINE
               UNTIL OUTSTANDING-EOF-FLAG = "Y".
           PERFORM 700-WRITE-PROGRAM-SUBTOTAL.
           CLOSE SORTED-OUTSTANDING-FILE.
           MOVE SPACES TO OUTSTANDING-REPORT-CARD.
           WRITE OUTSTANDING-REPORT-CARD.
           MOVE "COMPLETIONS POSTED:   " TO RTOT-TYPE-WS.
           MOVE CMPL-POSTED-CTR TO RTOT-COUNT-WS.
           WRITE OUTSTANDING-REPORT-CARD FROM RUN-TOTAL-LINE-WS.
           MOVE "COMPLETIONS REJECTED: " TO RTOT-TYPE-WS.
           MOVE CMPL-REJECTED-CTR TO RTOT-COUNT-WS.
           WRITE OUTSTANDING-REPORT-CARD FROM RUN-TOTAL-LINE-WS.
           MOVE "INCOMPLETES LAPSED:   " TO RTOT-TYPE-WS.
           MOVE LAPSED-CTR TO RTOT-COUNT-WS.
           WRITE OUTSTANDING-REPORT-CARD FROM RUN-TOTAL-LINE-WS.
           MOVE "STILL OUTSTANDING:    " TO RTOT-TYPE-WS.
           MOVE OUTSTANDING-CTR TO RTOT-COUNT-WS.
           WRITE OUTSTANDING-REPORT-CARD FROM RUN-TOTAL-LINE-WS.
           MOVE "TERMS RECOMPUTED:     " TO RTOT-TYPE-WS.
           MOVE TERMS-RECOMPUTED-CTR TO RTOT-COUNT-WS.
           WRITE OUTSTANDING-REPORT-CARD FROM RUN-TOTAL-LINE-WS.

       200-TERM-RESOLVE-INCOMPLETES.
           DISPLAY "COMPLETIONS READ:     " CMPL-READ-CTR.
           DISPLAY "COMPLETIONS POSTED:   " CMPL-POSTED-CTR.
           DISPLAY "COMPLETIONS REJECTED: " CMPL-REJECTED-CTR.
           DISPLAY "INCOMPLETES LAPSED:   " LAPSED-CTR.
           DISPLAY "STILL OUTSTANDING:    " OUTSTANDING-CTR.
           DISPLAY "TERMS RECOMPUTED:     " TERMS-RECOMPUTED-CTR.
           DISPLAY "STANDINGS RECOMPUTED: " STANDING-CHANGED-CTR.
           DISPLAY "REPEAT FLAGS CHANGED: " REPEAT-REFLAG-CTR.
           IF NAME-MASTER-OPEN
               CLOSE NAME-MASTER-FILE
           END-IF.
           CLOSE COMPLETION-FILE
                 STUDENT-MASTER-FILE
                 COURSE-HISTORY-FILE
                 POSTING-TRAIL-FILE
                 COMPLETION-REJECT-FILE
                 OUTSTANDING-REPORT
                 JOURNAL-FILE.

       700-READ-COMPLETION-RECORD.
           READ COMPLETION-FILE
               AT END
                   MOVE "Y" TO CMPL-EOF-FLAG
               NOT AT END
                   ADD 1 TO CMPL-READ-CTR
           END-READ.

      * A completion mark is a real numeric mark; the registrar's
      * codes do not resolve an incomplete
       700-VALIDATE-COMPLETION.
           MOVE "Y" TO CMPL-VALID-SW.
           IF CMPL-MARK IS NOT NUMERIC
               MOVE "COMPLETION MARK NOT NUMERIC" TO CREJ-REASON-WS
               PERFORM 700-WRITE-COMPLETION-REJECT
           ELSE
               IF CMPL-MARK-NUM > 100
                   MOVE "COMPLETION MARK OVER 100" TO CREJ-REASON-WS
                   PERFORM 700-WRITE-COMPLETION-REJECT
               END-IF
           END-IF.

      * Keyed read of the course row the mark is for; only a row
      * still carrying INC can take a completion mark -- anything
      * else means the transaction is wrong or was already posted
       700-POST-COMPLETION.
           MOVE CMPL-KEY TO CRSH-KEY.
           READ COURSE-HISTORY-FILE
               INVALID KEY
                   MOVE "NO MATCHING COURSE ROW" TO CREJ-REASON-WS
                   PERFORM 700-WRITE-COMPLETION-REJECT
               NOT INVALID KEY
                   IF CRSH-COURSE-MARK NOT = "INC"
                       MOVE "COURSE ROW NOT INCOMPLETE" TO
                           CREJ-REASON-WS
                       PERFORM 700-WRITE-COMPLETION-REJECT
                   ELSE
                       PERFORM 700-REWRITE-POSTED-ROW
                   END-IF
           END-READ.

       700-REWRITE-POSTED-ROW.
           MOVE CRSH-COURSE-MARK TO BEFORE-MARK-WS.
           MOVE CMPL-MARK        TO CRSH-COURSE-MARK.
           REWRITE COURSE-HISTORY-RECORD
               INVALID KEY
                   MOVE "COURSE ROW REWRITE FAILED" TO CREJ-REASON-WS
                   PERFORM 700-WRITE-COMPLETION-REJECT
               NOT INVALID KEY
                   PERFORM 700-JOURNAL-HISTORY-ROW
                   MOVE "POSTED"      TO CTRL-ACTION-WS
                   MOVE CMPL-INITIALS TO CTRL-INITIALS-WS
                   PERFORM 700-WRITE-COURSE-TRAIL-LINE
                   ADD 1 TO CMPL-POSTED-CTR
                   MOVE CRSH-STUDENT-NUMBER TO AFF-SEARCH-NUMBER-WS
                   MOVE CRSH-RUN-DATE       TO AFF-SEARCH-DATE-WS
                   MOVE CMPL-INITIALS       TO AFF-SEARCH-INITIALS-WS
                   PERFORM 700-NOTE-AFFECTED-TERM
           END-REWRITE.

       700-WRITE-COMPLETION-REJECT.
           MOVE "N" TO CMPL-VALID-SW.
           MOVE CMPL-STUDENT-NUMBER TO CREJ-STUDENT-NUMBER-WS.
           MOVE CMPL-RUN-DATE       TO CREJ-RUN-DATE-WS.
           MOVE CMPL-COURSE-CODE    TO CREJ-COURSE-CODE-WS.
           MOVE CMPL-MARK           TO CREJ-MARK-WS.
           WRITE COMPLETION-REJECT-CARD FROM COMPLETION-REJECT-WS.
           ADD 1 TO CMPL-REJECTED-CTR.

       700-READ-HISTORY-RECORD.
           IF HISTORY-EOF-FLAG = "Y"
               CONTINUE
           ELSE
               READ COURSE-HISTORY-FILE NEXT RECORD
                   AT END      MOVE "Y" TO HISTORY-EOF-FLAG
                   NOT AT END  CONTINUE
               END-READ
               IF HISTORY-FILE-STATUS-WS NOT = "00"
                       AND HISTORY-FILE-STATUS-WS NOT = "02"
                   MOVE "Y" TO HISTORY-EOF-FLAG
               END-IF
           END-IF.

      * Only INC rows matter here. The lapse date is the term's run
      * date plus LAPSE-DAYS; a row whose lapse date is behind the
      * run date has run out of time and lapses now, and one still
      * inside its window goes to the outstanding listing
       700-CHECK-ONE-HISTORY-ROW.
           IF CRSH-COURSE-MARK = "INC"
               PERFORM 700-SET-LAPSE-DATE
               IF RUN-DATE-WS > LAPSE-DATE-WS
                   PERFORM 700-LAPSE-ONE-ROW
               ELSE
                   PERFORM 700-RELEASE-OUTSTANDING-ROW
               END-IF
           END-IF.
           PERFORM 700-READ-HISTORY-RECORD.

       700-SET-LAPSE-DATE.
           COMPUTE LAPSE-DAY-NUMBER-WS =
               FUNCTION INTEGER-OF-DATE (CRSH-RUN-DATE) + LAPSE-DAYS.
           COMPUTE LAPSE-DATE-WS =
               FUNCTION DATE-OF-INTEGER (LAPSE-DAY-NUMBER-WS).
           COMPUTE RUN-DAY-NUMBER-WS =
               FUNCTION INTEGER-OF-DATE (RUN-DATE-WS).
           IF LAPSE-DAY-NUMBER-WS > RUN-DAY-NUMBER-WS
               SUBTRACT RUN-DAY-NUMBER-WS FROM LAPSE-DAY-NUMBER-WS
                   GIVING DAYS-LEFT-WS
           ELSE
               MOVE ZERO TO DAYS-LEFT-WS
           END-IF.

      * The row was just read by READ NEXT, so it is rewritten in
      * place; the walk carries on from the same position
       700-LAPSE-ONE-ROW.
           MOVE CRSH-COURSE-MARK TO BEFORE-MARK-WS.
           MOVE LAPSE-MARK-X     TO CRSH-COURSE-MARK.
           REWRITE COURSE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO LAPSE COURSE ROW: "
                       CRSH-STUDENT-NUMBER " " CRSH-RUN-DATE
                       " " CRSH-COURSE-CODE
               NOT INVALID KEY
                   PERFORM 700-JOURNAL-HISTORY-ROW
                   MOVE "LAPSED" TO CTRL-ACTION-WS
                   MOVE "LAP"    TO CTRL-INITIALS-WS
                   PERFORM 700-WRITE-COURSE-TRAIL-LINE
                   ADD 1 TO LAPSED-CTR
                   MOVE CRSH-STUDENT-NUMBER TO AFF-SEARCH-NUMBER-WS
                   MOVE CRSH-RUN-DATE       TO AFF-SEARCH-DATE-WS
                   MOVE "LAP"               TO AFF-SEARCH-INITIALS-WS
                   PERFORM 700-NOTE-AFFECTED-TERM
           END-REWRITE.

      * The term's program comes off its master row, so the row is
      * listed under the program the student took the course in
       700-RELEASE-OUTSTANDING-ROW.
           MOVE CRSH-STUDENT-NUMBER TO MASTER-STUDENT-NUMBER.
           MOVE CRSH-RUN-DATE       TO MASTER-RUN-DATE.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE "???" TO OSRT-PROGRAM
               NOT INVALID KEY
                   MOVE MASTER-STUDENT-PROGRAM TO OSRT-PROGRAM
           END-READ.
           MOVE LAPSE-DATE-WS       TO OSRT-LAPSE-DATE.
           MOVE CRSH-STUDENT-NUMBER TO OSRT-STUDENT-NUMBER.
           MOVE CRSH-RUN-DATE       TO OSRT-RUN-DATE.
           MOVE CRSH-COURSE-CODE    TO OSRT-COURSE-CODE.
           MOVE DAYS-LEFT-WS        TO OSRT-DAYS-LEFT.
           RELEASE OUTSTANDING-SORT-RECORD.
           ADD 1 TO OUTSTANDING-CTR.

       700-WRITE-COURSE-TRAIL-LINE.
           MOVE CRSH-STUDENT-NUMBER TO CTRL-STUDENT-NUMBER-WS.
           MOVE CRSH-RUN-DATE       TO CTRL-RUN-DATE-WS.
           MOVE CRSH-COURSE-CODE    TO CTRL-COURSE-CODE-WS.
           MOVE BEFORE-MARK-WS      TO CTRL-OLD-MARK-WS.
           MOVE CRSH-COURSE-MARK    TO CTRL-NEW-MARK-WS.
           MOVE RUN-DATE-WS         TO CTRL-APPLIED-DATE-WS.
           MOVE RUN-TIME-WS         TO CTRL-APPLIED-TIME-WS.
           WRITE POSTING-TRAIL-CARD FROM COURSE-TRAIL-LINE-WS.

      * Remembers the student and term the caller left in the
      * AFF-SEARCH fields, once per term however many of its rows
      * were posted or lapsed
       700-NOTE-AFFECTED-TERM.
           MOVE "N" TO AFF-FOUND-SW.
           PERFORM 700-SEARCH-AFFECTED-TABLE
               VARYING AFF-IDX FROM 1 BY 1
               UNTIL AFF-IDX > AFF-TABLE-COUNT
                  OR AFF-FOUND-SW = "Y".
           IF AFF-FOUND-SW = "N"
               IF AFF-TABLE-COUNT < 2000
                   ADD 1 TO AFF-TABLE-COUNT
                   MOVE AFF-SEARCH-NUMBER-WS TO
                       AFF-STUDENT-NUMBER-WS (AFF-TABLE-COUNT)
                   MOVE AFF-SEARCH-DATE-WS TO
                       AFF-RUN-DATE-WS (AFF-TABLE-COUNT)
                   MOVE AFF-SEARCH-INITIALS-WS TO
                       AFF-INITIALS-WS (AFF-TABLE-COUNT)
               ELSE
                   DISPLAY "AFFECTED TERM TABLE FULL -- TERM NOT "
                       "RECOMPUTED: " AFF-SEARCH-NUMBER-WS " "
                       AFF-SEARCH-DATE-WS
               END-IF
           END-IF.

       700-SEARCH-AFFECTED-TABLE.
           IF AFF-STUDENT-NUMBER-WS (AFF-IDX) = AFF-SEARCH-NUMBER-WS
                   AND AFF-RUN-DATE-WS (AFF-IDX) = AFF-SEARCH-DATE-WS
               MOVE "Y" TO AFF-FOUND-SW
           END-IF.

      * Recomputes one touched term under PROJECT2A's rules: marks
      * weighted by credit hours, WD and INC rows contributing
      * neither mark nor credit, the grade from the same bands
       700-RECOMPUTE-ONE-TERM.
           MOVE AFF-STUDENT-NUMBER-WS (AFF-IDX) TO RECOMP-STUDENT-WS.
           MOVE AFF-RUN-DATE-WS (AFF-IDX)       TO RECOMP-RUN-DATE-WS.
           MOVE AFF-INITIALS-WS (AFF-IDX)       TO RECOMP-INITIALS-WS.
           PERFORM 700-SUM-TERM-COURSE-ROWS.
           IF TOTAL-CREDIT-WEIGHT = ZERO
               MOVE ZERO TO NEW-AVERAGE-WS
           ELSE
               DIVIDE TOTAL-WEIGHTED-MARK BY TOTAL-CREDIT-WEIGHT
                   GIVING NEW-AVERAGE-WS ROUNDED
           END-IF.
           PERFORM 700-DETERMINE-GRADE.
           PERFORM 700-RESOLVE-REPEATED-COURSES.
           MOVE RECOMP-STUDENT-WS  TO MASTER-STUDENT-NUMBER.
           MOVE RECOMP-RUN-DATE-WS TO MASTER-RUN-DATE.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "NO MASTER ROW FOR RECOMPUTED TERM: "
                       RECOMP-STUDENT-WS " " RECOMP-RUN-DATE-WS
               NOT INVALID KEY
                   PERFORM 700-REWRITE-RECOMPUTED-ROW
           END-READ.

       700-SUM-TERM-COURSE-ROWS.
           MOVE ZERO TO TOTAL-WEIGHTED-MARK
                        TOTAL-CREDIT-WEIGHT.
           MOVE "N" TO TERM-ROWS-EOF-FLAG.
           MOVE RECOMP-STUDENT-WS  TO CRSH-STUDENT-NUMBER.
           MOVE RECOMP-RUN-DATE-WS TO CRSH-RUN-DATE.
           MOVE SPACES             TO CRSH-COURSE-CODE.
           START COURSE-HISTORY-FILE
               KEY IS NOT LESS THAN CRSH-KEY
               INVALID KEY
                   MOVE "Y" TO TERM-ROWS-EOF-FLAG
           END-START.
           IF HISTORY-FILE-STATUS-WS NOT = "00"
               MOVE "Y" TO TERM-ROWS-EOF-FLAG
           END-IF.
           PERFORM 700-ADD-ONE-TERM-COURSE-ROW
               UNTIL TERM-ROWS-EOF-FLAG = "Y".

       700-ADD-ONE-TERM-COURSE-ROW.
           READ COURSE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TERM-ROWS-EOF-FLAG
               NOT AT END
                   IF CRSH-STUDENT-NUMBER NOT = RECOMP-STUDENT-WS
                           OR CRSH-RUN-DATE NOT = RECOMP-RUN-DATE-WS
                       MOVE "Y" TO TERM-ROWS-EOF-FLAG
                   ELSE
                       IF CRSH-COURSE-MARK IS NUMERIC
                           COMPUTE TOTAL-WEIGHTED-MARK =
                               TOTAL-WEIGHTED-MARK
                               + (CRSH-COURSE-MARK-NUM
                                   * CRSH-COURSE-CREDIT)
                           ADD CRSH-COURSE-CREDIT TO
                               TOTAL-CREDIT-WEIGHT
                       END-IF
                   END-IF
           END-READ.
           IF HISTORY-FILE-STATUS-WS NOT = "00"
                   AND HISTORY-FILE-STATUS-WS NOT = "02"
               MOVE "Y" TO TERM-ROWS-EOF-FLAG
           END-IF.

       700-DETERMINE-GRADE.
           IF NEW-AVERAGE-WS >= 85
               MOVE "A" TO NEW-GRADE-WS
           ELSE
               IF NEW-AVERAGE-WS >= 75
                   MOVE "B" TO NEW-GRADE-WS
               ELSE
                   IF NEW-AVERAGE-WS >= 65
                       MOVE "C" TO NEW-GRADE-WS
                   ELSE
                       IF NEW-AVERAGE-WS >= 50
                           MOVE "D" TO NEW-GRADE-WS
                       ELSE
                           MOVE "F" TO NEW-GRADE-WS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * A term whose figures come out unchanged is left alone; one
      * that changes is rewritten, audited, and its standing rippled
       700-REWRITE-RECOMPUTED-ROW.
           IF MASTER-STUDENT-AVERAGE = NEW-AVERAGE-WS
                   AND MASTER-STUDENT-GRADE = NEW-GRADE-WS
               CONTINUE
           ELSE
               MOVE MASTER-STUDENT-AVERAGE TO BEFORE-AVERAGE-WS
               MOVE MASTER-STUDENT-GRADE   TO BEFORE-GRADE-WS
               MOVE NEW-AVERAGE-WS TO MASTER-STUDENT-AVERAGE
               MOVE NEW-GRADE-WS   TO MASTER-STUDENT-GRADE
               REWRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO REWRITE RECOMPUTED TERM: "
                           MASTER-STUDENT-NUMBER " " MASTER-RUN-DATE
                   NOT INVALID KEY
                       PERFORM 700-JOURNAL-MASTER-ROW
                       PERFORM 700-WRITE-TERM-TRAIL-LINE
                       ADD 1 TO TERMS-RECOMPUTED-CTR
                       PERFORM 700-RECOMPUTE-STANDINGS
               END-REWRITE
           END-IF.

      * Re-judges every graded attempt the student has made against
      * the others at the same course -- a resolved INC can now beat
      * an earlier failed attempt, or lose to a later pass -- and
      * rewrites the rows whose superseded flag changes
       700-RESOLVE-REPEATED-COURSES.
           MOVE ZERO TO ATT-TABLE-COUNT.
           MOVE "N" TO ATT-EOF-FLAG.
           MOVE RECOMP-STUDENT-WS TO CRSH-STUDENT-NUMBER.
           MOVE ZEROS             TO CRSH-RUN-DATE.
           MOVE SPACES            TO CRSH-COURSE-CODE.
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

       700-LOAD-ONE-ATTEMPT.
           READ COURSE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ATT-EOF-FLAG
               NOT AT END
                   IF CRSH-STUDENT-NUMBER NOT = RECOMP-STUDENT-WS
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
               MOVE RECOMP-STUDENT-WS TO CRSH-STUDENT-NUMBER
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
                               PERFORM 700-JOURNAL-HISTORY-ROW
                               ADD 1 TO REPEAT-REFLAG-CTR
                       END-REWRITE
               END-READ
           END-IF.

       700-WRITE-TERM-TRAIL-LINE.
           MOVE MASTER-STUDENT-NUMBER TO TTRL-STUDENT-NUMBER-WS.
           MOVE MASTER-RUN-DATE       TO TTRL-RUN-DATE-WS.
           MOVE BEFORE-AVERAGE-WS     TO TTRL-OLD-AVERAGE-WS.
           MOVE BEFORE-GRADE-WS       TO TTRL-OLD-GRADE-WS.
           MOVE NEW-AVERAGE-WS        TO TTRL-NEW-AVERAGE-WS.
           MOVE NEW-GRADE-WS          TO TTRL-NEW-GRADE-WS.
           MOVE RECOMP-INITIALS-WS    TO TTRL-INITIALS-WS.
           MOVE RUN-DATE-WS           TO TTRL-APPLIED-DATE-WS.
           MOVE RUN-TIME-WS           TO TTRL-APPLIED-TIME-WS.
           WRITE POSTING-TRAIL-CARD FROM TERM-TRAIL-LINE-WS.

      * The recomputed term's standing may no longer hold, and a
      * later term escalated to W because this one was failing may
      * need to step back to P. The student's rows are walked in
      * term-date order carrying the prior term's average down the
      * walk, exactly as MARKCORR does after an appeal, and every
      * row whose standing flips is rewritten and audited
       700-RECOMPUTE-STANDINGS.
           MOVE "N" TO RECOMP-EOF-FLAG.
           MOVE "N" TO PRIOR-TERM-FOUND-SW.
           MOVE ZERO TO PRIOR-AVERAGE-WS.
           MOVE RECOMP-STUDENT-WS TO MASTER-STUDENT-NUMBER.
           MOVE ZEROS TO MASTER-RUN-DATE.
           START STUDENT-MASTER-FILE
               KEY IS NOT LESS THAN MASTER-KEY
               INVALID KEY
                   MOVE "Y" TO RECOMP-EOF-FLAG
           END-START.
           IF MASTER-FILE-STATUS-WS NOT = "00"
               MOVE "Y" TO RECOMP-EOF-FLAG
           END-IF.
           PERFORM 700-RECOMPUTE-ONE-STANDING
               UNTIL RECOMP-EOF-FLAG = "Y".

       700-RECOMPUTE-ONE-STANDING.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO RECOMP-EOF-FLAG
               NOT AT END
                   IF MASTER-STUDENT-NUMBER NOT = RECOMP-STUDENT-WS
                       MOVE "Y" TO RECOMP-EOF-FLAG
                   ELSE
                       IF MASTER-RUN-DATE NOT < RECOMP-RUN-DATE-WS
                           PERFORM 700-REDERIVE-ONE-STANDING
                       END-IF
                       MOVE MASTER-STUDENT-AVERAGE TO PRIOR-AVERAGE-WS
                       MOVE "Y" TO PRIOR-TERM-FOUND-SW
                   END-IF
           END-READ.
           IF MASTER-FILE-STATUS-WS NOT = "00"
                   AND MASTER-FILE-STATUS-WS NOT = "02"
               MOVE "Y" TO RECOMP-EOF-FLAG
           END-IF.

       700-REDERIVE-ONE-STANDING.
           IF MASTER-STUDENT-AVERAGE >= 85
               MOVE "L" TO DERIVED-STANDING-WS
           ELSE
               IF MASTER-STUDENT-AVERAGE < 50
                   IF PRIOR-TERM-FOUND AND PRIOR-AVERAGE-WS < 50
                       MOVE "W" TO DERIVED-STANDING-WS
                   ELSE
                       MOVE "P" TO DERIVED-STANDING-WS
                   END-IF
               ELSE
                   MOVE "G" TO DERIVED-STANDING-WS
               END-IF
           END-IF.
           IF DERIVED-STANDING-WS NOT = MASTER-STUDENT-STANDING
               MOVE MASTER-STUDENT-STANDING TO BEFORE-STANDING-WS
               MOVE DERIVED-STANDING-WS TO MASTER-STUDENT-STANDING
               REWRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO REWRITE STANDING: "
                           MASTER-STUDENT-NUMBER " " MASTER-RUN-DATE
                   NOT INVALID KEY
                       PERFORM 700-JOURNAL-MASTER-ROW
                       PERFORM 700-WRITE-STANDING-TRAIL-LINE
                       ADD 1 TO STANDING-CHANGED-CTR
               END-REWRITE
           END-IF.

       700-WRITE-STANDING-TRAIL-LINE.
           MOVE MASTER-STUDENT-NUMBER TO STRL-STUDENT-NUMBER-WS.
           MOVE MASTER-RUN-DATE       TO STRL-RUN-DATE-WS.
           MOVE BEFORE-STANDING-WS    TO STRL-OLD-STANDING-WS.
           MOVE MASTER-STUDENT-STANDING TO STRL-NEW-STANDING-WS.
           MOVE RECOMP-INITIALS-WS    TO STRL-INITIALS-WS.
           MOVE RUN-DATE-WS           TO STRL-APPLIED-DATE-WS.
           MOVE RUN-TIME-WS           TO STRL-APPLIED-TIME-WS.
           WRITE POSTING-TRAIL-CARD FROM STANDING-TRAIL-LINE-WS.

       700-READ-SORTED-OUTSTANDING.
           READ SORTED-OUTSTANDING-FILE
               AT END      MOVE "Y" TO OUTSTANDING-EOF-FLAG
               NOT AT END  CONTINUE
           END-READ.

      * The listing is sequenced by program, so a change of program
      * closes the section in progress and opens the next one
       700-WRITE-ONE-OUTSTANDING-LINE.
           IF NOT CB-GROUP-OPEN
                   OR SOUT-PROGRAM NOT = CB-PROGRAM-WS
               PERFORM 700-START-PROGRAM-GROUP
           END-IF.
           MOVE SOUT-STUDENT-NUMBER TO OUT-STUDENT-NUMBER-WS.
           PERFORM 700-FIND-STUDENT-NAME.
           MOVE SOUT-COURSE-CODE    TO OUT-COURSE-CODE-WS.
           MOVE SOUT-RUN-DATE       TO OUT-RUN-DATE-WS.
           MOVE SOUT-LAPSE-DATE     TO OUT-LAPSE-DATE-WS.
           MOVE SOUT-DAYS-LEFT      TO OUT-DAYS-LEFT-WS.
           WRITE OUTSTANDING-REPORT-CARD FROM OUTSTANDING-DETAIL-WS.
           ADD 1 TO CB-OUTSTANDING-CTR.
           PERFORM 700-READ-SORTED-OUTSTANDING.

       700-START-PROGRAM-GROUP.
           PERFORM 700-WRITE-PROGRAM-SUBTOTAL.
           MOVE SOUT-PROGRAM TO CB-PROGRAM-WS.
           MOVE ZERO TO CB-OUTSTANDING-CTR.
           MOVE "Y" TO CB-GROUP-OPEN-SW.
           MOVE SPACES TO OUTSTANDING-REPORT-CARD.
           WRITE OUTSTANDING-REPORT-CARD.
           MOVE CB-PROGRAM-WS TO OHD-PROGRAM-WS.
           WRITE OUTSTANDING-REPORT-CARD FROM PROGRAM-HEADING-WS.
           WRITE OUTSTANDING-REPORT-CARD FROM
               OUTSTANDING-COLUMN-HEADER.

      * Closes the program section in progress with its count;
      * quietly does nothing when no section is open yet
       700-WRITE-PROGRAM-SUBTOTAL.
           IF CB-GROUP-OPEN AND CB-OUTSTANDING-CTR > ZERO
               MOVE CB-PROGRAM-WS      TO OSUB-PROGRAM-WS
               MOVE CB-OUTSTANDING-CTR TO OSUB-COUNT-WS
               WRITE OUTSTANDING-REPORT-CARD FROM PROGRAM-SUBTOTAL-WS
           END-IF.

      * Keyed read of the student's row on the permanent name
      * master; a student with no row there predates the name
      * master, so the line says so instead of printing blank
       700-FIND-STUDENT-NAME.
           IF NOT NAME-MASTER-OPEN
               MOVE SPACES TO OUT-LAST-NAME-WS
           ELSE
               MOVE SOUT-STUDENT-NUMBER TO NMST-STUDENT-NUMBER
               READ NAME-MASTER-FILE
                   INVALID KEY
                       MOVE "NOT ON NAME MASTER" TO OUT-LAST-NAME-WS
                   NOT INVALID KEY
                       MOVE NMST-LAST-NAME TO OUT-LAST-NAME-WS
               END-READ
           END-IF.

      * One journal line per row rewritten, carrying the row as it
      * now stands
       700-JOURNAL-MASTER-ROW.
           MOVE "MAST" TO JRNL-FILE-CODE.
           MOVE STUDENT-MASTER-RECORD TO JRNL-AFTER-IMAGE.
           PERFORM 700-WRITE-JOURNAL-RECORD.

       700-JOURNAL-HISTORY-ROW.
           MOVE "CRSH" TO JRNL-FILE-CODE.
           MOVE COURSE-HISTORY-RECORD TO JRNL-AFTER-IMAGE.
           PERFORM 700-WRITE-JOURNAL-RECORD.

       700-WRITE-JOURNAL-RECORD.
           MOVE "R" TO JRNL-ACTION.
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-TIME FROM TIME.
           WRITE JOURNAL-CARD FROM JOURNAL-RECORD.
