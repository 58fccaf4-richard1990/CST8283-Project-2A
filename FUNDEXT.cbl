       IDENTIFICATION DIVISION.
       PROGRAM-ID.         FUNDEXT.
       AUTHOR.             RICHARD BARNEY.
       DATE-WRITTEN.       OCTOBER 2026.

      * Term-end enrolment-status extract for the student funding
      * office, replacing the full-time/part-time status keyed by
      * hand from STURPT.DAT printouts. The parameter card names the
      * term (its run date on COURSE-HISTORY-FILE), the funding
      * office's full-time and part-time credit-load thresholds and
      * the batch number of the transfer. Every course row on the
      * term is read, and each student's rows are totalled: attempted
      * credits over every course the student registered in, earned
      * credits over the courses passed with a mark of 50 or better
      * (WD, INC and failed courses earn nothing), and the credit
      * load -- attempted credits less the courses withdrawn from --
      * judged against the thresholds for a full-time, part-time or
      * withdrawn status. Earned credits are those of the term as
      * graded; a pass later superseded by a better attempt at the
      * same course still earned its credit in this term. Names and
      * program come from NAME-MASTER-FILE. One fixed-format record
      * per student goes to STUFUND.DAT between a batch header and a
      * count-and-hash trailer laid out in STUFUND.CPY, and a summary
      * of students by program and status goes to the sign-off
      * listing, using the program codes in PROGCODE.CPY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT FUNDING-EXTRACT-FILE
               ASSIGN TO "C:\STUFUND.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-REPORT
               ASSIGN TO "C:\STUFUNDS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETER-FILE
               ASSIGN TO "C:\STUFUNDP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARAMETER-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
      * COURSE-HISTORY-FILE holds one row per course taken per
      * student per term, written by PROJECT2A next to the master row
       FD COURSE-HISTORY-FILE.
           COPY STUCRSH.

      * NAME-MASTER-FILE supplies the name and program sent with
      * each student's record
       FD NAME-MASTER-FILE.
           COPY STUNAME.

      * FUNDING-EXTRACT-FILE is the transfer file for the funding
      * office: header, one detail record per student, trailer
       FD FUNDING-EXTRACT-FILE.
           COPY STUFUND.

      * SUMMARY-REPORT carries the run's parameters, the counts of
      * students by program and status, and the transfer's control
      * totals for sign-off
       FD SUMMARY-REPORT.
       01 SUMMARY-REPORT-CARD       PIC X(80).

      * PARAMETER-FILE carries the term and the funding office's
      * rules: the term's run date, the full-time and part-time
      * credit-load thresholds and the transfer batch number. The
      * thresholds are the funding office's to set, so there are no
      * defaults -- a run with no card, or a card that does not
      * edit, is stopped
       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PARM-TERM-DATE        PIC X(8).
           05 PARM-FULL-TIME-CREDITS PIC X(2).
           05 PARM-PART-TIME-CREDITS PIC X(2).
           05 PARM-BATCH-NUMBER     PIC X(6).

       WORKING-STORAGE SECTION.
      * The run's parameters, as edited off the card
       01 EXTRACT-RULES.
           05 TERM-DATE-WS         PIC 9(8)    VALUE ZERO.
           05 FULL-TIME-CREDITS-WS PIC 9(2)    VALUE ZERO.
           05 PART-TIME-CREDITS-WS PIC 9(2)    VALUE ZERO.
           05 BATCH-NUMBER-WS      PIC 9(6)    VALUE ZERO.

       01 FLAGS-AND-CONTROLS.
           05 HISTORY-FILE-STATUS-WS   PIC XX  VALUE "00".
           05 NAME-FILE-STATUS-WS      PIC XX  VALUE "00".
           05 PARAMETER-FILE-STATUS-WS PIC XX  VALUE "00".
           05 PARM-CARD-FOUND-SW   PIC X       VALUE "N".
               88 PARM-CARD-FOUND          VALUE "Y".
           05 HISTORY-EOF-FLAG     PIC X       VALUE "N".
           05 CURRENT-STUDENT-WS   PIC 9(9)    VALUE ZERO.
           05 STUDENT-OPEN-SW      PIC X       VALUE "N".
               88 STUDENT-OPEN             VALUE "Y".
           05 COURSE-ROWS-READ-CTR PIC 9(7)    VALUE ZERO.
           05 TERM-ROWS-CTR        PIC 9(7)    VALUE ZERO.
           05 DETAIL-RECORD-CTR    PIC 9(7)    VALUE ZERO.
           05 DETAIL-HASH-WS       PIC 9(13)   VALUE ZERO.
           05 NO-NAME-ROW-CTR      PIC 9(5)    VALUE ZERO.

      * Accumulators for the student in progress, reset at each
      * control break on CRSH-STUDENT-NUMBER
       01 STUDENT-ACCUMULATORS.
           05 STU-ATTEMPTED-CREDITS-WS PIC 9(3) VALUE ZERO.
           05 STU-WITHDRAWN-CREDITS-WS PIC 9(3) VALUE ZERO.
           05 STU-EARNED-CREDITS-WS PIC 9(3)   VALUE ZERO.
           05 STU-LOAD-CREDITS-WS  PIC 9(3)    VALUE ZERO.

      * Students by program and status, one slot per reference entry
      * in PROGCODE.CPY plus a catch-all for codes not on it
           COPY PROGCODE.

       01 PROGRAM-TALLY-TABLE.
           05 TALLY-ENTRY OCCURS 10 TIMES INDEXED BY TALLY-IDX.
               10 TALLY-FULL-TIME-CTR  PIC 9(5) VALUE ZERO.
               10 TALLY-PART-TIME-CTR  PIC 9(5) VALUE ZERO.
               10 TALLY-WITHDRAWN-CTR  PIC 9(5) VALUE ZERO.
       01 TALLY-OTHER-COUNTS.
           05 OTHER-FULL-TIME-CTR  PIC 9(5)    VALUE ZERO.
           05 OTHER-PART-TIME-CTR  PIC 9(5)    VALUE ZERO.
           05 OTHER-WITHDRAWN-CTR  PIC 9(5)    VALUE ZERO.
       01 TALLY-TOTAL-COUNTS.
           05 TOTAL-FULL-TIME-CTR  PIC 9(5)    VALUE ZERO.
           05 TOTAL-PART-TIME-CTR  PIC 9(5)    VALUE ZERO.
           05 TOTAL-WITHDRAWN-CTR  PIC 9(5)    VALUE ZERO.
       01 TALLY-FOUND-SW           PIC X       VALUE "N".
       01 TALLY-PROGRAM-SEARCH-WS  PIC X(3)    VALUE SPACES.

      * Summary listing lines
       01 PARAMETER-LINE-WS.
           05 FILLER               PIC X(6)    VALUE "TERM: ".
           05 PLIN-TERM-DATE-WS    PIC 9(8).
           05 FILLER               PIC X(13)   VALUE "  FULL-TIME: ".
           05 PLIN-FULL-TIME-WS    PIC Z9.
           05 FILLER               PIC X(13)   VALUE "  PART-TIME: ".
           05 PLIN-PART-TIME-WS    PIC Z9.
           05 FILLER               PIC X(9)    VALUE "  BATCH: ".
           05 PLIN-BATCH-NUMBER-WS PIC 9(6).

       01 SUMMARY-HEADING-WS.
           05 FILLER               PIC X(9)    VALUE "PROGRAM".
           05 FILLER               PIC X(11)   VALUE "  FULL-TIME".
           05 FILLER               PIC X(11)   VALUE "  PART-TIME".
           05 FILLER               PIC X(11)   VALUE "  WITHDRAWN".
           05 FILLER               PIC X(9)    VALUE "    TOTAL".

       01 SUMMARY-LINE-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 SLIN-PROGRAM-WS      PIC X(5).
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 SLIN-FULL-TIME-WS    PIC ZZZZ9.
           05 FILLER               PIC X(6)    VALUE SPACES.
           05 SLIN-PART-TIME-WS    PIC ZZZZ9.
           05 FILLER               PIC X(6)    VALUE SPACES.
           05 SLIN-WITHDRAWN-WS    PIC ZZZZ9.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 SLIN-TOTAL-WS        PIC Z(5)9.
       01 SUMMARY-ROW-TOTAL-WS     PIC 9(6)    VALUE ZERO.

       01 CONTROL-LINE-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 CLIN-TYPE-WS         PIC X(30).
           05 CLIN-COUNT-WS        PIC Z(12)9.

       01 SIGN-OFF-LINE-WS.
           05 FILLER               PIC X(40)
               VALUE "CHECKED BY: ____________________________".
           05 FILLER               PIC X(24)
               VALUE "  DATE: ________________".

      * Run date/time stamp printed ahead of the summary so a
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
       100-EXTRACT-ENROLMENT-STATUS.
           PERFORM 200-INIT-EXTRACT-STATUS.
           PERFORM 200-EXTRACT-ONE-ROW
               UNTIL HISTORY-EOF-FLAG = "Y".
           PERFORM 200-TERM-EXTRACT-STATUS.
           STOP RUN.

      * The extract goes to another office and must be complete, so
      * a bad card or a file that cannot be opened stops the run
      * with return code 12 before the header is written
       200-INIT-EXTRACT-STATUS.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-WS FROM TIME.
           MOVE RUN-DATE-WS TO RUN-DATE-DISPLAY-WS.
           MOVE RUN-TIME-WS TO RUN-TIME-DISPLAY-WS.
           PERFORM 700-READ-PARAMETER-CARD.
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
           OPEN OUTPUT FUNDING-EXTRACT-FILE.
           OPEN OUTPUT SUMMARY-REPORT.
           WRITE SUMMARY-REPORT-CARD FROM RUN-DATE-HEADER.
           MOVE TERM-DATE-WS         TO PLIN-TERM-DATE-WS.
           MOVE FULL-TIME-CREDITS-WS TO PLIN-FULL-TIME-WS.
           MOVE PART-TIME-CREDITS-WS TO PLIN-PART-TIME-WS.
           MOVE BATCH-NUMBER-WS      TO PLIN-BATCH-NUMBER-WS.
           WRITE SUMMARY-REPORT-CARD FROM PARAMETER-LINE-WS.
           MOVE SPACES TO FUNDING-HEADER-RECORD.
           MOVE "HDR"           TO FH-RECORD-TYPE.
           MOVE BATCH-NUMBER-WS TO FH-BATCH-NUMBER.
           MOVE RUN-DATE-WS     TO FH-EXTRACT-DATE.
           MOVE TERM-DATE-WS    TO FH-TERM-DATE.
           WRITE FUNDING-HEADER-RECORD.
           MOVE LOW-VALUES TO CRSH-KEY.
           START COURSE-HISTORY-FILE
               KEY IS NOT LESS THAN CRSH-KEY
               INVALID KEY
                   MOVE "Y" TO HISTORY-EOF-FLAG
           END-START.
           PERFORM 700-READ-HISTORY-RECORD.

      * Walks the course history in key order, keeping only the
      * term's rows; a change of student number closes out the
      * student in progress and opens the next one
       200-EXTRACT-ONE-ROW.
           ADD 1 TO COURSE-ROWS-READ-CTR.
           IF CRSH-RUN-DATE = TERM-DATE-WS
               ADD 1 TO TERM-ROWS-CTR
               IF CRSH-STUDENT-NUMBER NOT = CURRENT-STUDENT-WS
                   PERFORM 700-CLOSE-OUT-STUDENT
                   PERFORM 700-START-STUDENT
               END-IF
               PERFORM 700-ACCUMULATE-ONE-COURSE
           END-IF.
           PERFORM 700-READ-HISTORY-RECORD.

       200-TERM-EXTRACT-STATUS.
           PERFORM 700-CLOSE-OUT-STUDENT.
           MOVE SPACES TO FUNDING-TRAILER-RECORD.
           MOVE "TRL"             TO FT-RECORD-TYPE.
           MOVE DETAIL-RECORD-CTR TO FT-RECORD-COUNT.
           MOVE DETAIL-HASH-WS    TO FT-NUMBER-HASH.
           WRITE FUNDING-TRAILER-RECORD.
           PERFORM 700-WRITE-STATUS-SUMMARY.
           IF DETAIL-RECORD-CTR = ZERO
               DISPLAY "NO COURSE ROWS ON FILE FOR TERM "
                   TERM-DATE-WS " -- EMPTY EXTRACT WRITTEN"
           END-IF.
           DISPLAY "COURSE ROWS READ:  " COURSE-ROWS-READ-CTR.
           DISPLAY "STUDENTS EXTRACTED: " DETAIL-RECORD-CTR.
           DISPLAY "NO NAME ROW:       " NO-NAME-ROW-CTR.
           CLOSE COURSE-HISTORY-FILE
                 NAME-MASTER-FILE
                 FUNDING-EXTRACT-FILE
                 SUMMARY-REPORT.

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
           IF PARM-TERM-DATE IS NOT NUMERIC
                   OR PARM-FULL-TIME-CREDITS IS NOT NUMERIC
                   OR PARM-PART-TIME-CREDITS IS NOT NUMERIC
                   OR PARM-BATCH-NUMBER IS NOT NUMERIC
               DISPLAY "PARAMETER CARD FIELD NOT NUMERIC -- RUN "
                   "STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-TERM-DATE         TO TERM-DATE-WS.
           MOVE PARM-FULL-TIME-CREDITS TO FULL-TIME-CREDITS-WS.
           MOVE PARM-PART-TIME-CREDITS TO PART-TIME-CREDITS-WS.
           MOVE PARM-BATCH-NUMBER      TO BATCH-NUMBER-WS.
           IF PART-TIME-CREDITS-WS = ZERO
                   OR FULL-TIME-CREDITS-WS NOT > PART-TIME-CREDITS-WS
               DISPLAY "CREDIT-LOAD THRESHOLDS OUT OF ORDER -- "
                   "FULL-TIME " FULL-TIME-CREDITS-WS
                   " PART-TIME " PART-TIME-CREDITS-WS
                   " -- RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

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

       700-START-STUDENT.
           MOVE CRSH-STUDENT-NUMBER TO CURRENT-STUDENT-WS.
           MOVE ZERO TO STU-ATTEMPTED-CREDITS-WS
                        STU-WITHDRAWN-CREDITS-WS
                        STU-EARNED-CREDITS-WS.
           MOVE "Y" TO STUDENT-OPEN-SW.

      * Every course registered in is attempted; a withdrawal comes
      * off the load; only a numeric mark of 50 or better earns
       700-ACCUMULATE-ONE-COURSE.
           ADD CRSH-COURSE-CREDIT TO STU-ATTEMPTED-CREDITS-WS.
           IF CRSH-COURSE-MARK = "WD "
               ADD CRSH-COURSE-CREDIT TO STU-WITHDRAWN-CREDITS-WS
           ELSE
               IF CRSH-COURSE-MARK IS NUMERIC
                   IF CRSH-COURSE-MARK-NUM NOT < 50
                       ADD CRSH-COURSE-CREDIT TO
                           STU-EARNED-CREDITS-WS
                   END-IF
               END-IF
           END-IF.

      * Writes the closed-out student's record and counts it into
      * the trailer totals and the program/status summary. A
      * student with no name row still goes to the funding office,
      * with the name blank and the program "???" for follow-up
       700-CLOSE-OUT-STUDENT.
           IF NOT STUDENT-OPEN
               CONTINUE
           ELSE
               MOVE SPACES TO FUNDING-DETAIL-RECORD
               MOVE CURRENT-STUDENT-WS TO FUND-STUDENT-NUMBER
               MOVE CURRENT-STUDENT-WS TO NMST-STUDENT-NUMBER
               READ NAME-MASTER-FILE
                   INVALID KEY
                       MOVE "???" TO FUND-PROGRAM
                       ADD 1 TO NO-NAME-ROW-CTR
                       DISPLAY "NO NAME ROW FOR STUDENT: "
                           CURRENT-STUDENT-WS
                   NOT INVALID KEY
                       MOVE NMST-LAST-NAME  TO FUND-LAST-NAME
                       MOVE NMST-FIRST-NAME TO FUND-FIRST-NAME
                       MOVE NMST-PROGRAM    TO FUND-PROGRAM
               END-READ
               MOVE TERM-DATE-WS TO FUND-TERM-DATE
               MOVE STU-ATTEMPTED-CREDITS-WS TO FUND-ATTEMPTED-CREDITS
               MOVE STU-EARNED-CREDITS-WS    TO FUND-EARNED-CREDITS
               SUBTRACT STU-WITHDRAWN-CREDITS-WS
                   FROM STU-ATTEMPTED-CREDITS-WS
                   GIVING STU-LOAD-CREDITS-WS
               IF STU-LOAD-CREDITS-WS NOT < FULL-TIME-CREDITS-WS
                   MOVE "F" TO FUND-ENROL-STATUS
               ELSE
                   IF STU-LOAD-CREDITS-WS NOT < PART-TIME-CREDITS-WS
                       MOVE "P" TO FUND-ENROL-STATUS
                   ELSE
                       MOVE "W" TO FUND-ENROL-STATUS
                   END-IF
               END-IF
               WRITE FUNDING-DETAIL-RECORD
               ADD 1 TO DETAIL-RECORD-CTR
               ADD CURRENT-STUDENT-WS TO DETAIL-HASH-WS
               PERFORM 700-TALLY-STUDENT-STATUS
               MOVE "N" TO STUDENT-OPEN-SW
           END-IF.

       700-TALLY-STUDENT-STATUS.
           MOVE FUND-PROGRAM TO TALLY-PROGRAM-SEARCH-WS.
           MOVE "N" TO TALLY-FOUND-SW.
           PERFORM 700-SEARCH-TALLY-PROGRAM
               VARYING TALLY-IDX FROM 1 BY 1
               UNTIL TALLY-IDX > VALID-PROGRAM-TABLE-SIZE
                  OR TALLY-FOUND-SW = "Y".
           IF TALLY-FOUND-SW = "Y"
               SET TALLY-IDX DOWN BY 1
               IF FUND-FULL-TIME
                   ADD 1 TO TALLY-FULL-TIME-CTR (TALLY-IDX)
               END-IF
               IF FUND-PART-TIME
                   ADD 1 TO TALLY-PART-TIME-CTR (TALLY-IDX)
               END-IF
               IF FUND-WITHDRAWN
                   ADD 1 TO TALLY-WITHDRAWN-CTR (TALLY-IDX)
               END-IF
           ELSE
               IF FUND-FULL-TIME
                   ADD 1 TO OTHER-FULL-TIME-CTR
               END-IF
               IF FUND-PART-TIME
                   ADD 1 TO OTHER-PART-TIME-CTR
               END-IF
               IF FUND-WITHDRAWN
                   ADD 1 TO OTHER-WITHDRAWN-CTR
               END-IF
           END-IF.
           IF FUND-FULL-TIME
               ADD 1 TO TOTAL-FULL-TIME-CTR
           END-IF.
           IF FUND-PART-TIME
               ADD 1 TO TOTAL-PART-TIME-CTR
           END-IF.
           IF FUND-WITHDRAWN
               ADD 1 TO TOTAL-WITHDRAWN-CTR
           END-IF.

       700-SEARCH-TALLY-PROGRAM.
           SET VPROG-IDX TO TALLY-IDX.
           IF VALID-PROGRAM-CODE (VPROG-IDX) = TALLY-PROGRAM-SEARCH-WS
               MOVE "Y" TO TALLY-FOUND-SW
           END-IF.

      * Programs with no students on the term are left off; any
      * student whose program is not on the reference table lands
      * on the catch-all line, so the programs add to the total
      * line and the total line agrees with the trailer count
       700-WRITE-STATUS-SUMMARY.
           MOVE SPACES TO SUMMARY-REPORT-CARD.
           WRITE SUMMARY-REPORT-CARD.
           WRITE SUMMARY-REPORT-CARD FROM SUMMARY-HEADING-WS.
           PERFORM 700-WRITE-ONE-SUMMARY-LINE
               VARYING TALLY-IDX FROM 1 BY 1
               UNTIL TALLY-IDX > VALID-PROGRAM-TABLE-SIZE.
           ADD OTHER-FULL-TIME-CTR OTHER-PART-TIME-CTR
               OTHER-WITHDRAWN-CTR GIVING SUMMARY-ROW-TOTAL-WS.
           IF SUMMARY-ROW-TOTAL-WS > ZERO
               MOVE "???" TO SLIN-PROGRAM-WS
               MOVE OTHER-FULL-TIME-CTR TO SLIN-FULL-TIME-WS
               MOVE OTHER-PART-TIME-CTR TO SLIN-PART-TIME-WS
               MOVE OTHER-WITHDRAWN-CTR TO SLIN-WITHDRAWN-WS
               MOVE SUMMARY-ROW-TOTAL-WS TO SLIN-TOTAL-WS
               WRITE SUMMARY-REPORT-CARD FROM SUMMARY-LINE-WS
           END-IF.
           ADD TOTAL-FULL-TIME-CTR TOTAL-PART-TIME-CTR
               TOTAL-WITHDRAWN-CTR GIVING SUMMARY-ROW-TOTAL-WS.
           MOVE "TOTAL" TO SLIN-PROGRAM-WS.
           MOVE TOTAL-FULL-TIME-CTR TO SLIN-FULL-TIME-WS.
           MOVE TOTAL-PART-TIME-CTR TO SLIN-PART-TIME-WS.
           MOVE TOTAL-WITHDRAWN-CTR TO SLIN-WITHDRAWN-WS.
           MOVE SUMMARY-ROW-TOTAL-WS TO SLIN-TOTAL-WS.
           WRITE SUMMARY-REPORT-CARD FROM SUMMARY-LINE-WS.
           MOVE SPACES TO SUMMARY-REPORT-CARD.
           WRITE SUMMARY-REPORT-CARD.
           MOVE "COURSE ROWS ON TERM:" TO CLIN-TYPE-WS.
           MOVE TERM-ROWS-CTR TO CLIN-COUNT-WS.
           WRITE SUMMARY-REPORT-CARD FROM CONTROL-LINE-WS.
           MOVE "TRAILER RECORD COUNT:" TO CLIN-TYPE-WS.
           MOVE DETAIL-RECORD-CTR TO CLIN-COUNT-WS.
           WRITE SUMMARY-REPORT-CARD FROM CONTROL-LINE-WS.
           MOVE "TRAILER NUMBER HASH:" TO CLIN-TYPE-WS.
           MOVE DETAIL-HASH-WS TO CLIN-COUNT-WS.
           WRITE SUMMARY-REPORT-CARD FROM CONTROL-LINE-WS.
           MOVE "STUDENTS WITH NO NAME ROW:" TO CLIN-TYPE-WS.
           MOVE NO-NAME-ROW-CTR TO CLIN-COUNT-WS.
           WRITE SUMMARY-REPORT-CARD FROM CONTROL-LINE-WS.
           MOVE SPACES TO SUMMARY-REPORT-CARD.
           WRITE SUMMARY-REPORT-CARD.
           WRITE SUMMARY-REPORT-CARD FROM SIGN-OFF-LINE-WS.

       700-WRITE-ONE-SUMMARY-LINE.
           ADD TALLY-FULL-TIME-CTR (TALLY-IDX)
               TALLY-PART-TIME-CTR (TALLY-IDX)
               TALLY-WITHDRAWN-CTR (TALLY-IDX)
               GIVING SUMMARY-ROW-TOTAL-WS.
           IF SUMMARY-ROW-TOTAL-WS > ZERO
               SET VPROG-IDX TO TALLY-IDX
               MOVE VALID-PROGRAM-CODE (VPROG-IDX) TO SLIN-PROGRAM-WS
               MOVE TALLY-FULL-TIME-CTR (TALLY-IDX) TO
                   SLIN-FULL-TIME-WS
               MOVE TALLY-PART-TIME-CTR (TALLY-IDX) TO
                   SLIN-PART-TIME-WS
               MOVE TALLY-WITHDRAWN-CTR (TALLY-IDX) TO
                   SLIN-WITHDRAWN-WS
               MOVE SUMMARY-ROW-TOTAL-WS TO SLIN-TOTAL-WS
               WRITE SUMMARY-REPORT-CARD FROM SUMMARY-LINE-WS
           END-IF.
