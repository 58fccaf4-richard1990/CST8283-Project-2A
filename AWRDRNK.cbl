       IDENTIFICATION DIVISION.
       PROGRAM-ID.         AWRDRNK.
       AUTHOR.             RICHARD BARNEY.
       DATE-WRITTEN.       OCTOBER 2026.

      * Spring awards ranking for the awards committee, replacing
      * the ranking worked by hand from TRNSCRPT printouts for the
      * program medals and entrance-scholarship renewals. The
      * parameter card gives the award period (first and last term
      * run dates), the minimum number of terms and of credits
      * earned a student needs, and how many places to list per
      * program. Every student on STUDENT-MASTER-FILE is read with
      * their course rows, counting only terms run on or before the
      * end of the period. The cumulative average is credit-weighted
      * over the graded attempts that still count -- a superseded
      * attempt at a repeated course is left out, as are WD and INC
      * -- and credits earned are those counting attempts passed
      * with 50 or better. A student is eligible with at least one
      * term in the award period, the minimum terms and credits, no
      * WD or INC course in the period and no probation (P) or
      * required-to-withdraw (W) standing in the period. Eligible
      * students are ranked within their program, taking the
      * programs in PROGCODE.CPY order; students on the same average
      * share a rank and are marked as tied, and a tie at the last
      * place listed brings in everyone sharing it. Names come from
      * NAME-MASTER-FILE. The ranking goes to STUAWRD.DAT and, with a
      * heading row for the committee's nomination-letter merge, to
      * STUAWRD.CSV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT AWARD-REPORT
               ASSIGN TO "C:\STUAWRD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CSV-REPORT
               ASSIGN TO "C:\STUAWRD.CSV"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETER-FILE
               ASSIGN TO "C:\STUAWRDP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARAMETER-FILE-STATUS-WS.
           SELECT SORT-FILE
               ASSIGN TO "C:\STUAWRD.TMP".
           SELECT SORTED-CANDIDATE-FILE
               ASSIGN TO "C:\STUAWRDS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-MASTER-FILE.
           COPY STUMAST.

       FD COURSE-HISTORY-FILE.
           COPY STUCRSH.

       FD NAME-MASTER-FILE.
           COPY STUNAME.

      * AWARD-REPORT is the committee's ranking, program by program
       FD AWARD-REPORT.
       01 AWARD-REPORT-CARD         PIC X(100).

      * CSV-REPORT carries the same ranked students as
      * comma-separated values, one heading row first
       FD CSV-REPORT.
       01 CSV-REPORT-CARD           PIC X(100).

      * PARAMETER-FILE carries the committee's rules for the year:
      * the award period's first and last term run dates, the
      * minimum terms and credits earned, and the places to list
      * per program. They are the committee's to set, so there are
      * no defaults -- a run with no card, or a card that does not
      * edit, is stopped
       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PARM-PERIOD-FROM-DATE PIC X(8).
           05 PARM-PERIOD-TO-DATE   PIC X(8).
           05 PARM-MIN-TERMS        PIC X(2).
           05 PARM-MIN-CREDITS      PIC X(3).
           05 PARM-PLACES           PIC X(2).

      * SORT-FILE puts the eligible students in PROGCODE.CPY program
      * order, best average first, then by name
       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-PROGRAM-POSITION PIC 9(2).
           05 SORT-AVERAGE          PIC 9(3)V99.
           05 SORT-LAST-NAME        PIC X(20).
           05 SORT-FIRST-NAME       PIC X(20).
           05 SORT-STUDENT-NUMBER   PIC 9(9).
           05 SORT-EARNED-CREDITS   PIC 9(4).
           05 SORT-TERM-COUNT       PIC 9(3).

       FD SORTED-CANDIDATE-FILE.
       01 CANDIDATE-RECORD.
           05 CAND-PROGRAM-POSITION PIC 9(2).
           05 CAND-AVERAGE          PIC 9(3)V99.
           05 CAND-LAST-NAME        PIC X(20).
           05 CAND-FIRST-NAME       PIC X(20).
           05 CAND-STUDENT-NUMBER   PIC 9(9).
           05 CAND-EARNED-CREDITS   PIC 9(4).
           05 CAND-TERM-COUNT       PIC 9(3).

       WORKING-STORAGE SECTION.
      * The run's rules, as edited off the card
       01 AWARD-RULES.
           05 PERIOD-FROM-DATE-WS  PIC 9(8)    VALUE ZERO.
           05 PERIOD-TO-DATE-WS    PIC 9(8)    VALUE ZERO.
           05 MIN-TERMS-WS         PIC 9(2)    VALUE ZERO.
           05 MIN-CREDITS-WS       PIC 9(3)    VALUE ZERO.
           05 PLACES-WS            PIC 9(2)    VALUE ZERO.

       01 FLAGS-AND-CONTROLS.
           05 MASTER-FILE-STATUS-WS    PIC XX  VALUE "00".
           05 HISTORY-FILE-STATUS-WS   PIC XX  VALUE "00".
           05 NAME-FILE-STATUS-WS      PIC XX  VALUE "00".
           05 PARAMETER-FILE-STATUS-WS PIC XX  VALUE "00".
           05 PARM-CARD-FOUND-SW   PIC X       VALUE "N".
               88 PARM-CARD-FOUND          VALUE "Y".
           05 MASTER-EOF-FLAG      PIC X       VALUE "N".
           05 HISTORY-EOF-FLAG     PIC X       VALUE "N".
           05 CANDIDATE-EOF-FLAG   PIC X       VALUE "N".
           05 CURRENT-STUDENT-WS   PIC 9(9)    VALUE ZERO.
           05 STUDENT-OPEN-SW      PIC X       VALUE "N".
               88 STUDENT-OPEN             VALUE "Y".
           05 STUDENTS-READ-CTR    PIC 9(7)    VALUE ZERO.
           05 ELIGIBLE-CTR         PIC 9(7)    VALUE ZERO.
           05 LISTED-CTR           PIC 9(7)    VALUE ZERO.
           05 NOT-IN-PERIOD-CTR    PIC 9(7)    VALUE ZERO.
           05 TOO-FEW-TERMS-CTR    PIC 9(7)    VALUE ZERO.
           05 NO-GRADED-COURSES-CTR PIC 9(7)   VALUE ZERO.
           05 TOO-FEW-CREDITS-CTR  PIC 9(7)    VALUE ZERO.
           05 WD-INC-IN-PERIOD-CTR PIC 9(7)    VALUE ZERO.
           05 STANDING-BAR-CTR     PIC 9(7)    VALUE ZERO.
           05 PROGRAM-NOT-LISTED-CTR PIC 9(7)  VALUE ZERO.
           05 NO-NAME-ROW-CTR      PIC 9(7)    VALUE ZERO.

      * Figures for the student in progress, reset at each change
      * of MASTER-STUDENT-NUMBER. The program is the one on the
      * student's latest term up to the end of the period
       01 STUDENT-ACCUMULATORS.
           05 STU-PROGRAM-WS       PIC X(3)    VALUE SPACES.
           05 STU-TERM-CTR         PIC 9(3)    VALUE ZERO.
           05 STU-PERIOD-TERM-CTR  PIC 9(3)    VALUE ZERO.
           05 STU-STANDING-BAR-SW  PIC X       VALUE "N".
               88 STU-STANDING-BARRED      VALUE "Y".
           05 STU-WD-INC-CTR       PIC 9(3)    VALUE ZERO.
           05 STU-ELIGIBLE-SW      PIC X       VALUE "N".
               88 STU-ELIGIBLE             VALUE "Y".
           05 STU-WEIGHTED-MARK-WS PIC 9(7)    VALUE ZERO.
           05 STU-GRADED-CREDITS-WS PIC 9(4)   VALUE ZERO.
           05 STU-EARNED-CREDITS-WS PIC 9(4)   VALUE ZERO.
           05 STU-AVERAGE-WS       PIC 9(3)V99 VALUE ZERO.

      * Program lookup against PROGCODE.CPY: the position found is
      * the program's place in the ranking
           COPY PROGCODE.

       01 PROGRAM-SEARCH-CONTROLS.
           05 PROG-FOUND-SW        PIC X       VALUE "N".
           05 PROG-POSITION-WS     PIC 9(2)    VALUE ZERO.
           05 NEXT-PROGRAM-POSITION-WS PIC 9(3) VALUE 1.

      * The student last read off the sorted file, held back one
      * record so a tie with the student after can still be marked
       01 HELD-CANDIDATE-WS.
           05 HELD-PRESENT-SW      PIC X       VALUE "N".
               88 HELD-PRESENT             VALUE "Y".
           05 HELD-PROGRAM-POSITION PIC 9(2)   VALUE ZERO.
           05 HELD-AVERAGE         PIC 9(3)V99 VALUE ZERO.
           05 HELD-LAST-NAME       PIC X(20)   VALUE SPACES.
           05 HELD-FIRST-NAME      PIC X(20)   VALUE SPACES.
           05 HELD-STUDENT-NUMBER  PIC 9(9)    VALUE ZERO.
           05 HELD-EARNED-CREDITS  PIC 9(4)    VALUE ZERO.
           05 HELD-TERM-COUNT      PIC 9(3)    VALUE ZERO.
           05 HELD-RANK            PIC 9(5)    VALUE ZERO.
           05 HELD-TIED-SW         PIC X       VALUE "N".
               88 HELD-TIED                VALUE "Y".

       01 RANKING-CONTROLS.
           05 PROGRAM-PLACE-CTR    PIC 9(5)    VALUE ZERO.
           05 NEW-RANK-WS          PIC 9(5)    VALUE ZERO.
           05 NEW-TIED-SW          PIC X       VALUE "N".

      * Ranking listing lines
       01 RULES-LINE-WS.
           05 FILLER               PIC X(14)   VALUE "AWARD PERIOD: ".
           05 RLIN-FROM-DATE-WS    PIC 9(8).
           05 FILLER               PIC X(4)    VALUE " TO ".
           05 RLIN-TO-DATE-WS      PIC 9(8).
           05 FILLER               PIC X(13)   VALUE "  MIN TERMS: ".
           05 RLIN-MIN-TERMS-WS    PIC Z9.
           05 FILLER               PIC X(15)   VALUE "  MIN CREDITS: ".
           05 RLIN-MIN-CREDITS-WS  PIC ZZ9.
           05 FILLER               PIC X(10)   VALUE "  PLACES: ".
           05 RLIN-PLACES-WS       PIC Z9.

       01 PROGRAM-HEADING-WS.
           05 FILLER               PIC X(9)    VALUE "PROGRAM: ".
           05 PHDG-PROGRAM-WS      PIC X(3).

       01 RANK-COLUMN-HEADER.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(4)    VALUE "RANK".
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(9)    VALUE "STUDENT".
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(21)   VALUE "LAST NAME".
           05 FILLER               PIC X(20)   VALUE "FIRST NAME".
           05 FILLER               PIC X(9)    VALUE "  CUM AVG".
           05 FILLER               PIC X(9)    VALUE "  CREDITS".
           05 FILLER               PIC X(7)    VALUE "  TERMS".

       01 RANK-LINE-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 RANK-PLACE-WS        PIC ZZZ9.
           05 FILLER               PIC X       VALUE SPACES.
           05 RANK-TIE-WS          PIC X(3).
           05 FILLER               PIC X       VALUE SPACES.
           05 RANK-STUDENT-NUMBER-WS PIC 9(9).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 RANK-LAST-NAME-WS    PIC X(20).
           05 FILLER               PIC X       VALUE SPACES.
           05 RANK-FIRST-NAME-WS   PIC X(20).
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 RANK-AVERAGE-WS      PIC ZZ9.99.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 RANK-CREDITS-WS      PIC ZZZ9.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 RANK-TERMS-WS        PIC ZZ9.

       01 NO-ELIGIBLE-LINE-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(20)
               VALUE "NO ELIGIBLE STUDENTS".

       01 AWARD-COUNT-LINE-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 ACNT-TYPE-WS         PIC X(38).
           05 ACNT-COUNT-WS        PIC Z(6)9.

      * CSV heading row and the edited fields trimmed into each row
       01 CSV-HEADING-WS.
           05 FILLER               PIC X(35)
               VALUE "PROGRAM,RANK,TIE,STUDENT,LAST NAME,".
           05 FILLER               PIC X(32)
               VALUE "FIRST NAME,AVERAGE,CREDITS,TERMS".
       01 CSV-LINE-WS              PIC X(100).
       01 CSV-EDIT-FIELDS.
           05 CSV-RANK-WS          PIC ZZZ9.
           05 CSV-AVERAGE-WS       PIC ZZ9.99.
           05 CSV-CREDITS-WS       PIC ZZZ9.
           05 CSV-TERMS-WS         PIC ZZ9.

      * Run date/time stamp printed ahead of the ranking so a
      * listing pulled from a folder of several runs can be told
      * apart from the others
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
       100-RANK-AWARD-CANDIDATES.
           PERFORM 200-INIT-RANK-CANDIDATES.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-PROGRAM-POSITION
               ON DESCENDING KEY SORT-AVERAGE
               ON ASCENDING KEY SORT-LAST-NAME
               ON ASCENDING KEY SORT-FIRST-NAME
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 200-RELEASE-ELIGIBLE-STUDENTS
               GIVING SORTED-CANDIDATE-FILE.
           OPEN INPUT SORTED-CANDIDATE-FILE.
           PERFORM 700-READ-CANDIDATE-RECORD.
           PERFORM 200-RANK-ONE-CANDIDATE
               UNTIL CANDIDATE-EOF-FLAG = "Y".
           PERFORM 200-TERM-RANK-CANDIDATES.
           STOP RUN.

      * A bad card or a master file that cannot be opened stops the
      * run with return code 12 before anything is listed
       200-INIT-RANK-CANDIDATES.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-WS FROM TIME.
           MOVE RUN-DATE-WS TO RUN-DATE-DISPLAY-WS.
           MOVE RUN-TIME-WS TO RUN-TIME-DISPLAY-WS.
           PERFORM 700-READ-PARAMETER-CARD.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF MASTER-FILE-STATUS-WS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUDENT MASTER FILE, STATUS: "
                   MASTER-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT COURSE-HISTORY-FILE.
           IF HISTORY-FILE-STATUS-WS NOT = "00"
               DISPLAY "UNABLE TO OPEN COURSE HISTORY FILE, STATUS: "
                   HISTORY-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT NAME-MASTER-FILE.
           IF NAME-FILE-STATUS-WS NOT = "00"
               DISPLAY "UNABLE TO OPEN NAME MASTER FILE, STATUS: "
                   NAME-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AWARD-REPORT.
           OPEN OUTPUT CSV-REPORT.
           WRITE AWARD-REPORT-CARD FROM RUN-DATE-HEADER.
           MOVE PERIOD-FROM-DATE-WS TO RLIN-FROM-DATE-WS.
           MOVE PERIOD-TO-DATE-WS   TO RLIN-TO-DATE-WS.
           MOVE MIN-TERMS-WS        TO RLIN-MIN-TERMS-WS.
           MOVE MIN-CREDITS-WS      TO RLIN-MIN-CREDITS-WS.
           MOVE PLACES-WS           TO RLIN-PLACES-WS.
           WRITE AWARD-REPORT-CARD FROM RULES-LINE-WS.
           WRITE CSV-REPORT-CARD FROM CSV-HEADING-WS.

      * Sort input: walks the master in key order, student by
      * student, and releases each eligible student
       200-RELEASE-ELIGIBLE-STUDENTS.
           MOVE ZEROS TO MASTER-KEY.
           START STUDENT-MASTER-FILE
               KEY IS NOT LESS THAN MASTER-KEY
               INVALID KEY
                   MOVE "Y" TO MASTER-EOF-FLAG
           END-START.
           PERFORM 700-READ-MASTER-RECORD.
           PERFORM 700-TAKE-ONE-MASTER-ROW
               UNTIL MASTER-EOF-FLAG = "Y".
           PERFORM 700-CLOSE-OUT-STUDENT.

      * Ranks the student just read against the one held back: the
      * held student is tied if the new one has the same average
      * in the same program, and is listed before the new one is
      * taken in. A new program starts again at first place
       200-RANK-ONE-CANDIDATE.
           IF HELD-PRESENT
               IF CAND-PROGRAM-POSITION = HELD-PROGRAM-POSITION
                       AND CAND-AVERAGE = HELD-AVERAGE
                   MOVE "Y" TO HELD-TIED-SW
               END-IF
               PERFORM 700-LIST-HELD-CANDIDATE
           END-IF.
           IF HELD-PRESENT
                   AND CAND-PROGRAM-POSITION = HELD-PROGRAM-POSITION
               ADD 1 TO PROGRAM-PLACE-CTR
               IF CAND-AVERAGE = HELD-AVERAGE
                   MOVE HELD-RANK TO NEW-RANK-WS
                   MOVE "Y" TO NEW-TIED-SW
               ELSE
                   MOVE PROGRAM-PLACE-CTR TO NEW-RANK-WS
                   MOVE "N" TO NEW-TIED-SW
               END-IF
           ELSE
               PERFORM 700-START-PROGRAM-LISTING
               MOVE 1 TO PROGRAM-PLACE-CTR
               MOVE 1 TO NEW-RANK-WS
               MOVE "N" TO NEW-TIED-SW
           END-IF.
           MOVE CAND-PROGRAM-POSITION TO HELD-PROGRAM-POSITION.
           MOVE CAND-AVERAGE          TO HELD-AVERAGE.
           MOVE CAND-LAST-NAME        TO HELD-LAST-NAME.
           MOVE CAND-FIRST-NAME       TO HELD-FIRST-NAME.
           MOVE CAND-STUDENT-NUMBER   TO HELD-STUDENT-NUMBER.
           MOVE CAND-EARNED-CREDITS   TO HELD-EARNED-CREDITS.
           MOVE CAND-TERM-COUNT       TO HELD-TERM-COUNT.
           MOVE NEW-RANK-WS           TO HELD-RANK.
           MOVE NEW-TIED-SW           TO HELD-TIED-SW.
           MOVE "Y" TO HELD-PRESENT-SW.
           PERFORM 700-READ-CANDIDATE-RECORD.

       200-TERM-RANK-CANDIDATES.
           IF HELD-PRESENT
               PERFORM 700-LIST-HELD-CANDIDATE
           END-IF.
           PERFORM 700-WRITE-EMPTY-PROGRAM
               UNTIL NEXT-PROGRAM-POSITION-WS >
                     VALID-PROGRAM-TABLE-SIZE.
           PERFORM 700-WRITE-AWARD-TOTALS.
           DISPLAY "STUDENTS READ:     " STUDENTS-READ-CTR.
           DISPLAY "STUDENTS ELIGIBLE: " ELIGIBLE-CTR.
           DISPLAY "STUDENTS LISTED:   " LISTED-CTR.
           CLOSE STUDENT-MASTER-FILE
                 COURSE-HISTORY-FILE
                 NAME-MASTER-FILE
                 SORTED-CANDIDATE-FILE
                 AWARD-REPORT
                 CSV-REPORT.

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
           IF PARM-PERIOD-FROM-DATE IS NOT NUMERIC
                   OR PARM-PERIOD-TO-DATE IS NOT NUMERIC
                   OR PARM-MIN-TERMS IS NOT NUMERIC
                   OR PARM-MIN-CREDITS IS NOT NUMERIC
                   OR PARM-PLACES IS NOT NUMERIC
               DISPLAY "PARAMETER CARD FIELD NOT NUMERIC -- RUN "
                   "STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-PERIOD-FROM-DATE TO PERIOD-FROM-DATE-WS.
           MOVE PARM-PERIOD-TO-DATE   TO PERIOD-TO-DATE-WS.
           MOVE PARM-MIN-TERMS        TO MIN-TERMS-WS.
           MOVE PARM-MIN-CREDITS      TO MIN-CREDITS-WS.
           MOVE PARM-PLACES           TO PLACES-WS.
           IF PERIOD-FROM-DATE-WS > PERIOD-TO-DATE-WS
                   OR PLACES-WS = ZERO
               DISPLAY "AWARD PERIOD OUT OF ORDER OR NO PLACES -- "
                   "FROM " PERIOD-FROM-DATE-WS
                   " TO " PERIOD-TO-DATE-WS
                   " PLACES " PLACES-WS
                   " -- RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       700-READ-MASTER-RECORD.
           IF MASTER-EOF-FLAG = "Y"
               CONTINUE
           ELSE
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END      MOVE "Y" TO MASTER-EOF-FLAG
                   NOT AT END  CONTINUE
               END-READ
               IF MASTER-FILE-STATUS-WS NOT = "00"
                       AND MASTER-FILE-STATUS-WS NOT = "02"
                   MOVE "Y" TO MASTER-EOF-FLAG
               END-IF
           END-IF.

      * One term row: terms after the award period are not counted
       700-TAKE-ONE-MASTER-ROW.
           IF MASTER-STUDENT-NUMBER NOT = CURRENT-STUDENT-WS
               PERFORM 700-CLOSE-OUT-STUDENT
               PERFORM 700-START-STUDENT
           END-IF.
           IF MASTER-RUN-DATE NOT > PERIOD-TO-DATE-WS
               ADD 1 TO STU-TERM-CTR
               MOVE MASTER-STUDENT-PROGRAM TO STU-PROGRAM-WS
               IF MASTER-RUN-DATE NOT < PERIOD-FROM-DATE-WS
                   ADD 1 TO STU-PERIOD-TERM-CTR
                   IF MASTER-STUDENT-STANDING = "P"
                           OR MASTER-STUDENT-STANDING = "W"
                       MOVE "Y" TO STU-STANDING-BAR-SW
                   END-IF
               END-IF
           END-IF.
           PERFORM 700-READ-MASTER-RECORD.

       700-START-STUDENT.
           MOVE MASTER-STUDENT-NUMBER TO CURRENT-STUDENT-WS.
           MOVE SPACES TO STU-PROGRAM-WS.
           MOVE ZERO TO STU-TERM-CTR
                        STU-PERIOD-TERM-CTR
                        STU-WD-INC-CTR
                        STU-WEIGHTED-MARK-WS
                        STU-GRADED-CREDITS-WS
                        STU-EARNED-CREDITS-WS
                        STU-AVERAGE-WS.
           MOVE "N" TO STU-STANDING-BAR-SW.
           MOVE "Y" TO STUDENT-OPEN-SW.
           ADD 1 TO STUDENTS-READ-CTR.

      * Totals the student's course rows, judges eligibility on the
      * first rule failed, and releases an eligible student to the
      * sort under the program's position in PROGCODE.CPY
       700-CLOSE-OUT-STUDENT.
           IF NOT STUDENT-OPEN
               CONTINUE
           ELSE
               MOVE "N" TO STUDENT-OPEN-SW
               PERFORM 700-SUM-STUDENT-COURSE-ROWS
               MOVE "Y" TO STU-ELIGIBLE-SW
               IF STU-PERIOD-TERM-CTR = ZERO
                   ADD 1 TO NOT-IN-PERIOD-CTR
                   MOVE "N" TO STU-ELIGIBLE-SW
               END-IF
               IF STU-ELIGIBLE AND STU-TERM-CTR < MIN-TERMS-WS
                   ADD 1 TO TOO-FEW-TERMS-CTR
                   MOVE "N" TO STU-ELIGIBLE-SW
               END-IF
               IF STU-ELIGIBLE AND STU-GRADED-CREDITS-WS = ZERO
                   ADD 1 TO NO-GRADED-COURSES-CTR
                   MOVE "N" TO STU-ELIGIBLE-SW
               END-IF
               IF STU-ELIGIBLE
                       AND STU-EARNED-CREDITS-WS < MIN-CREDITS-WS
                   ADD 1 TO TOO-FEW-CREDITS-CTR
                   MOVE "N" TO STU-ELIGIBLE-SW
               END-IF
               IF STU-ELIGIBLE AND STU-WD-INC-CTR > ZERO
                   ADD 1 TO WD-INC-IN-PERIOD-CTR
                   MOVE "N" TO STU-ELIGIBLE-SW
               END-IF
               IF STU-ELIGIBLE AND STU-STANDING-BARRED
                   ADD 1 TO STANDING-BAR-CTR
                   MOVE "N" TO STU-ELIGIBLE-SW
               END-IF
               IF STU-ELIGIBLE
                   PERFORM 700-RELEASE-ELIGIBLE-STUDENT
               END-IF
           END-IF.

      * Keyed START at the front of the student's range on the
      * course history, then every row up to the end of the period
       700-SUM-STUDENT-COURSE-ROWS.
           MOVE "N" TO HISTORY-EOF-FLAG.
           MOVE CURRENT-STUDENT-WS TO CRSH-STUDENT-NUMBER.
           MOVE ZEROS              TO CRSH-RUN-DATE.
           MOVE SPACES             TO CRSH-COURSE-CODE.
           START COURSE-HISTORY-FILE
               KEY IS NOT LESS THAN CRSH-KEY
               INVALID KEY
                   MOVE "Y" TO HISTORY-EOF-FLAG
           END-START.
           IF HISTORY-FILE-STATUS-WS NOT = "00"
               MOVE "Y" TO HISTORY-EOF-FLAG
           END-IF.
           PERFORM 700-SUM-ONE-COURSE-ROW
               UNTIL HISTORY-EOF-FLAG = "Y".

      * WD and INC in the period bar the student; the average and
      * the credits earned are over the graded attempts that still
      * count, whenever they were taken
       700-SUM-ONE-COURSE-ROW.
           READ COURSE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO HISTORY-EOF-FLAG
               NOT AT END
                   IF CRSH-STUDENT-NUMBER NOT = CURRENT-STUDENT-WS
                       MOVE "Y" TO HISTORY-EOF-FLAG
                   END-IF
           END-READ.
           IF HISTORY-EOF-FLAG = "Y"
                   OR CRSH-RUN-DATE > PERIOD-TO-DATE-WS
               CONTINUE
           ELSE
               IF CRSH-COURSE-MARK = "WD " OR CRSH-COURSE-MARK = "INC"
                   IF CRSH-RUN-DATE NOT < PERIOD-FROM-DATE-WS
                       ADD 1 TO STU-WD-INC-CTR
                   END-IF
               ELSE
                   IF CRSH-COURSE-MARK IS NUMERIC
                           AND CRSH-ATTEMPT-COUNTS
                       COMPUTE STU-WEIGHTED-MARK-WS =
                           STU-WEIGHTED-MARK-WS
                           + (CRSH-COURSE-MARK-NUM * CRSH-COURSE-CREDIT)
                       ADD CRSH-COURSE-CREDIT TO STU-GRADED-CREDITS-WS
                       IF CRSH-COURSE-MARK-NUM NOT < 50
                           ADD CRSH-COURSE-CREDIT TO
                               STU-EARNED-CREDITS-WS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * A program not on the reference table has no place in the
      * ranking; the student is counted but not listed
       700-RELEASE-ELIGIBLE-STUDENT.
           ADD 1 TO ELIGIBLE-CTR.
           MOVE "N" TO PROG-FOUND-SW.
           PERFORM 700-SEARCH-PROGRAM-CODE
               VARYING VPROG-IDX FROM 1 BY 1
               UNTIL VPROG-IDX > VALID-PROGRAM-TABLE-SIZE
                  OR PROG-FOUND-SW = "Y".
           IF PROG-FOUND-SW NOT = "Y"
               ADD 1 TO PROGRAM-NOT-LISTED-CTR
               DISPLAY "PROGRAM NOT ON REFERENCE TABLE: "
                   STU-PROGRAM-WS " STUDENT: " CURRENT-STUDENT-WS
           ELSE
               SET VPROG-IDX DOWN BY 1
               SET PROG-POSITION-WS TO VPROG-IDX
               MOVE PROG-POSITION-WS  TO SORT-PROGRAM-POSITION
               DIVIDE STU-WEIGHTED-MARK-WS BY STU-GRADED-CREDITS-WS
                   GIVING STU-AVERAGE-WS ROUNDED
               MOVE STU-AVERAGE-WS    TO SORT-AVERAGE
               MOVE CURRENT-STUDENT-WS TO SORT-STUDENT-NUMBER
               MOVE STU-EARNED-CREDITS-WS TO SORT-EARNED-CREDITS
               MOVE STU-TERM-CTR      TO SORT-TERM-COUNT
               MOVE CURRENT-STUDENT-WS TO NMST-STUDENT-NUMBER
               READ NAME-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO SORT-LAST-NAME
                                      SORT-FIRST-NAME
                       ADD 1 TO NO-NAME-ROW-CTR
                       DISPLAY "NO NAME ROW FOR STUDENT: "
                           CURRENT-STUDENT-WS
                   NOT INVALID KEY
                       MOVE NMST-LAST-NAME  TO SORT-LAST-NAME
                       MOVE NMST-FIRST-NAME TO SORT-FIRST-NAME
               END-READ
               RELEASE SORT-RECORD
           END-IF.

       700-SEARCH-PROGRAM-CODE.
           IF VALID-PROGRAM-CODE (VPROG-IDX) = STU-PROGRAM-WS
               MOVE "Y" TO PROG-FOUND-SW
           END-IF.

       700-READ-CANDIDATE-RECORD.
           READ SORTED-CANDIDATE-FILE
               AT END      MOVE "Y" TO CANDIDATE-EOF-FLAG
               NOT AT END  CONTINUE
           END-READ.

      * Programs ahead of the new one with nobody eligible are
      * listed as such, so every program on the reference table
      * appears in order
       700-START-PROGRAM-LISTING.
           PERFORM 700-WRITE-EMPTY-PROGRAM
               UNTIL NEXT-PROGRAM-POSITION-WS NOT <
                     CAND-PROGRAM-POSITION.
           PERFORM 700-WRITE-PROGRAM-HEADING.
           WRITE AWARD-REPORT-CARD FROM RANK-COLUMN-HEADER.
           ADD 1 TO NEXT-PROGRAM-POSITION-WS.

       700-WRITE-EMPTY-PROGRAM.
           PERFORM 700-WRITE-PROGRAM-HEADING.
           WRITE AWARD-REPORT-CARD FROM NO-ELIGIBLE-LINE-WS.
           ADD 1 TO NEXT-PROGRAM-POSITION-WS.

       700-WRITE-PROGRAM-HEADING.
           SET VPROG-IDX TO NEXT-PROGRAM-POSITION-WS.
           MOVE VALID-PROGRAM-CODE (VPROG-IDX) TO PHDG-PROGRAM-WS.
           MOVE SPACES TO AWARD-REPORT-CARD.
           WRITE AWARD-REPORT-CARD.
           WRITE AWARD-REPORT-CARD FROM PROGRAM-HEADING-WS.

      * Lists the held student if their rank is within the places
      * asked for, so everyone tied at the last place is listed
       700-LIST-HELD-CANDIDATE.
           IF HELD-RANK NOT > PLACES-WS
               MOVE HELD-RANK TO RANK-PLACE-WS
               IF HELD-TIED
                   MOVE "TIE" TO RANK-TIE-WS
               ELSE
                   MOVE SPACES TO RANK-TIE-WS
               END-IF
               MOVE HELD-STUDENT-NUMBER TO RANK-STUDENT-NUMBER-WS
               MOVE HELD-LAST-NAME      TO RANK-LAST-NAME-WS
               MOVE HELD-FIRST-NAME     TO RANK-FIRST-NAME-WS
               MOVE HELD-AVERAGE        TO RANK-AVERAGE-WS
               MOVE HELD-EARNED-CREDITS TO RANK-CREDITS-WS
               MOVE HELD-TERM-COUNT     TO RANK-TERMS-WS
               WRITE AWARD-REPORT-CARD FROM RANK-LINE-WS
               PERFORM 700-WRITE-CSV-RECORD
               ADD 1 TO LISTED-CTR
           END-IF.

      * Parallel to the ranking line: the same fields as
      * comma-separated values for the nomination-letter merge
       700-WRITE-CSV-RECORD.
           SET VPROG-IDX TO HELD-PROGRAM-POSITION.
           MOVE HELD-RANK           TO CSV-RANK-WS.
           MOVE HELD-AVERAGE        TO CSV-AVERAGE-WS.
           MOVE HELD-EARNED-CREDITS TO CSV-CREDITS-WS.
           MOVE HELD-TERM-COUNT     TO CSV-TERMS-WS.
           INITIALIZE CSV-LINE-WS.
           STRING
               VALID-PROGRAM-CODE (VPROG-IDX)    DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               FUNCTION TRIM(CSV-RANK-WS)         DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               RANK-TIE-WS                        DELIMITED BY SPACE
               ","                                DELIMITED BY SIZE
               HELD-STUDENT-NUMBER                DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               FUNCTION TRIM(HELD-LAST-NAME)      DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               FUNCTION TRIM(HELD-FIRST-NAME)     DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               FUNCTION TRIM(CSV-AVERAGE-WS)      DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               FUNCTION TRIM(CSV-CREDITS-WS)      DELIMITED BY SIZE
               ","                                DELIMITED BY SIZE
               FUNCTION TRIM(CSV-TERMS-WS)        DELIMITED BY SIZE
               INTO CSV-LINE-WS.
           WRITE CSV-REPORT-CARD FROM CSV-LINE-WS.

       700-WRITE-AWARD-TOTALS.
           MOVE SPACES TO AWARD-REPORT-CARD.
           WRITE AWARD-REPORT-CARD.
           MOVE "STUDENTS READ:" TO ACNT-TYPE-WS.
           MOVE STUDENTS-READ-CTR TO ACNT-COUNT-WS.
           WRITE AWARD-REPORT-CARD FROM AWARD-COUNT-LINE-WS.
           MOVE "NOT ELIGIBLE -- NO TERM IN PERIOD:" TO ACNT-TYPE-WS.
           MOVE NOT-IN-PERIOD-CTR TO ACNT-COUNT-WS.
           WRITE AWARD-REPORT-CARD FROM AWARD-COUNT-LINE-WS.
           MOVE "NOT ELIGIBLE -- TOO FEW TERMS:" TO ACNT-TYPE-WS.
           MOVE TOO-FEW-TERMS-CTR TO ACNT-COUNT-WS.
           WRITE AWARD-REPORT-CARD FROM AWARD-COUNT-LINE-WS.
           MOVE "NOT ELIGIBLE -- NO GRADED COURSES:" TO ACNT-TYPE-WS.
           MOVE NO-GRADED-COURSES-CTR TO ACNT-COUNT-WS.
           WRITE AWARD-REPORT-CARD FROM AWARD-COUNT-LINE-WS.
           MOVE "NOT ELIGIBLE -- TOO FEW CREDITS:" TO ACNT-TYPE-WS.
           MOVE TOO-FEW-CREDITS-CTR TO ACNT-COUNT-WS.
           WRITE AWARD-REPORT-CARD FROM AWARD-COUNT-LINE-WS.
           MOVE "NOT ELIGIBLE -- WD OR INC IN PERIOD:" TO ACNT-TYPE-WS.
           MOVE WD-INC-IN-PERIOD-CTR TO ACNT-COUNT-WS.
           WRITE AWARD-REPORT-CARD FROM AWARD-COUNT-LINE-WS.
           MOVE "NOT ELIGIBLE -- P OR W STANDING:" TO ACNT-TYPE-WS.
           MOVE STANDING-BAR-CTR TO ACNT-COUNT-WS.
           WRITE AWARD-REPORT-CARD FROM AWARD-COUNT-LINE-WS.
           MOVE "ELIGIBLE:" TO ACNT-TYPE-WS.
           MOVE ELIGIBLE-CTR TO ACNT-COUNT-WS.
           WRITE AWARD-REPORT-CARD FROM AWARD-COUNT-LINE-WS.
           MOVE "  PROGRAM NOT ON REFERENCE TABLE:" TO ACNT-TYPE-WS.
           MOVE PROGRAM-NOT-LISTED-CTR TO ACNT-COUNT-WS.
           WRITE AWARD-REPORT-CARD FROM AWARD-COUNT-LINE-WS.
           MOVE "  NO NAME ROW:" TO ACNT-TYPE-WS.
           MOVE NO-NAME-ROW-CTR TO ACNT-COUNT-WS.
           WRITE AWARD-REPORT-CARD FROM AWARD-COUNT-LINE-WS.
           MOVE "LISTED:" TO ACNT-TYPE-WS.
           MOVE LISTED-CTR TO ACNT-COUNT-WS.
           WRITE AWARD-REPORT-CARD FROM AWARD-COUNT-LINE-WS.
