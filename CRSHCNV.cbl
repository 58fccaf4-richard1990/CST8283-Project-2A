       IDENTIFICATION DIVISION.
       PROGRAM-ID.         CRSHCNV.
       AUTHOR.             RICHARD BARNEY.
       DATE-WRITTEN.       OCTOBER 2026.

      * One-time conversion of the COURSE-HISTORY-FILE (STUCRSH.DAT)
      * to the record layout that carries CRSH-REPEAT-SW, the byte
      * that marks an attempt superseded by a better attempt at the
      * same course in another term (see STUCRSH.CPY). The row grows
      * from 28 to 29 bytes, so the file on hand cannot be opened by
      * any program built on the new layout until it is converted.
      * Operations renames the file on hand to STUCRSHO.DAT and runs
      * this job, which reads it in key order and writes every row
      * to a new STUCRSH.DAT. Each student's rows are gathered as
      * they come off the old file and judged the way PROJECT2A's
      * 700-RESOLVE-REPEATED-COURSES judges them as each term is
      * published -- the highest graded attempt at a course counts,
      * the later term winning a tie, and every other graded attempt
      * is superseded; WD and INC attempts are never flagged -- so
      * repeats already on file are flagged for every student, not
      * only for those who come through PROJECT2A again. The job
      * will not run while a STUCRSH.DAT is still on hand, so a
      * converted file that later runs have added to is never
      * written over. The control listing balances old rows read
      * against new rows written and counts the attempts flagged;
      * a row that could not be read or written fails the run with
      * return code 12, and the old file is then renamed back. A
      * student with more attempts on file than the table holds is
      * listed and the run ends with return code 8: the student's
      * rows are all converted, but those past the table are left
      * counting until PROJECT2A next publishes the student. The
      * conversion is not journaled, so a fresh backup of the new
      * STUCRSH.DAT must be taken before the next update run, to
      * serve JRNLRCV as the starting point of any later recovery.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE
               ASSIGN TO "C:\STUCRSHO.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OLDH-KEY
                   FILE STATUS IS OLD-FILE-STATUS-WS.
           SELECT COURSE-HISTORY-FILE
               ASSIGN TO "C:\STUCRSH.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRSH-KEY
                   FILE STATUS IS HISTORY-FILE-STATUS-WS.
           SELECT CONVERSION-LISTING
               ASSIGN TO "C:\STUCRSHC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * OLD-HISTORY-FILE is the course-history file as it stood
      * before the repeat flag was added: the same key, mark and
      * credit, without the flag byte
       FD OLD-HISTORY-FILE.
       01 OLD-HISTORY-RECORD.
           05 OLDH-KEY.
               10 OLDH-STUDENT-NUMBER   PIC 9(9).
               10 OLDH-RUN-DATE         PIC 9(8).
               10 OLDH-COURSE-CODE      PIC X(7).
           05 OLDH-COURSE-MARK          PIC X(3).
           05 OLDH-COURSE-CREDIT        PIC 9(1).

      * COURSE-HISTORY-FILE is the converted file in the current
      * layout
       FD COURSE-HISTORY-FILE.
           COPY STUCRSH.

      * CONVERSION-LISTING lists the rows and students needing
      * attention and balances the conversion
       FD CONVERSION-LISTING.
       01 CONVERSION-LISTING-CARD   PIC X(80).

       WORKING-STORAGE SECTION.
       01 FLAGS-AND-CONTROLS.
           05 OLD-FILE-STATUS-WS       PIC XX  VALUE "00".
           05 HISTORY-FILE-STATUS-WS   PIC XX  VALUE "00".
           05 OLD-EOF-FLAG         PIC X       VALUE "N".
           05 CURRENT-STUDENT-WS   PIC 9(9)    VALUE ZERO.
           05 EXCEPTION-LINE-CTR   PIC 9(5)    VALUE ZERO.
           05 OLD-ROWS-READ-CTR    PIC 9(7)    VALUE ZERO.
           05 ROWS-WRITTEN-CTR     PIC 9(7)    VALUE ZERO.
           05 ROWS-NOT-WRITTEN-CTR PIC 9(7)    VALUE ZERO.
           05 READ-FAILED-CTR      PIC 9(7)    VALUE ZERO.
           05 STUDENTS-CTR         PIC 9(7)    VALUE ZERO.
           05 SUPERSEDED-CTR       PIC 9(7)    VALUE ZERO.
           05 UNRESOLVED-CTR       PIC 9(7)    VALUE ZERO.

      * Every attempt on file for the student being converted,
      * judged exactly as PROJECT2A judges them once a term is
      * published: the highest graded attempt counts (the later
      * term wins a tie) and every other graded attempt at the
      * course is superseded. ATT-NEW-REPEAT-WS is the flag the row
      * is written with
       01 ATTEMPT-TABLE.
           05 ATT-ENTRY OCCURS 100 TIMES
                   INDEXED BY ATT-IDX ATT-CMP-IDX.
               10 ATT-COURSE-CODE-WS   PIC X(7).
               10 ATT-RUN-DATE-WS      PIC 9(8).
               10 ATT-MARK-WS          PIC X(3).
               10 ATT-MARK-NUM-WS REDEFINES ATT-MARK-WS
                                       PIC 9(3).
               10 ATT-CREDIT-WS        PIC 9(1).
               10 ATT-NEW-REPEAT-WS    PIC X.

       01 ATTEMPT-TABLE-CONTROLS.
           05 ATT-TABLE-COUNT      PIC 9(3)    VALUE ZERO.
           05 ATT-TABLE-FULL-SW    PIC X       VALUE "N".
               88 ATT-TABLE-OVERFLOWED     VALUE "Y".

      * One exception line per row that could not be converted, or
      * student whose repeats could not all be resolved
       01 EXCEPTION-HEADING-WS     PIC X(60)   VALUE
           "CONVERSION EXCEPTIONS".
       01 EXCEPTION-LINE-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 EXCP-STUDENT-NUMBER-WS PIC 9(9).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 EXCP-RUN-DATE-WS     PIC 9(8).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 EXCP-COURSE-CODE-WS  PIC X(7).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 EXCP-REASON-WS       PIC X(40).
       01 NO-EXCEPTION-LINE-WS     PIC X(60)   VALUE
           "  NONE".

      * Balancing totals closing the listing
       01 TOTAL-LINE-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 TOTL-LABEL-WS        PIC X(32).
           05 TOTL-COUNT-WS        PIC ZZZZZZ9.

      * Verdict lines closing the listing, so operations can see at
      * a glance whether the new file may be released
       01 VERDICT-FAILED-WS.
           05 FILLER               PIC X(40)
               VALUE "CONVERSION FAILED -- RENAME STUCRSHO.DAT".
           05 FILLER               PIC X(40)
               VALUE " BACK TO STUCRSH.DAT".
       01 VERDICT-COMPLETE-WS.
           05 FILLER               PIC X(40)
               VALUE "CONVERSION COMPLETE -- BACK UP STUCRSH.D".
           05 FILLER               PIC X(40)
               VALUE "AT BEFORE THE NEXT UPDATE RUN".

      * Run date/time stamp on the listing so a listing pulled from
      * a folder of several runs can be told apart
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
       100-CONVERT-COURSE-HISTORY.
           PERFORM 200-INIT-CONVERT.
           PERFORM 200-CONVERT-ONE-ROW
               UNTIL OLD-EOF-FLAG = "Y".
           PERFORM 200-TERM-CONVERT.
           STOP RUN.

      * The old file must be on hand under its new name, and no
      * STUCRSH.DAT may be -- it would be either the file not yet
      * renamed or one already converted and since updated, and
      * neither may be written over -- so either stops the run with
      * return code 12 before anything is written
       200-INIT-CONVERT.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-WS FROM TIME.
           MOVE RUN-DATE-WS TO RUN-DATE-DISPLAY-WS.
           MOVE RUN-TIME-WS TO RUN-TIME-DISPLAY-WS.
           OPEN INPUT OLD-HISTORY-FILE.
           IF OLD-FILE-STATUS-WS NOT = "00"
               DISPLAY "UNABLE TO OPEN OLD COURSE HISTORY FILE "
                   "STUCRSHO.DAT, STATUS: " OLD-FILE-STATUS-WS
                   " -- RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT COURSE-HISTORY-FILE.
           IF HISTORY-FILE-STATUS-WS NOT = "35"
               DISPLAY "COURSE HISTORY FILE STUCRSH.DAT STILL ON "
                   "HAND, STATUS: " HISTORY-FILE-STATUS-WS
                   " -- RUN STOPPED"
               IF HISTORY-FILE-STATUS-WS = "00"
                   CLOSE COURSE-HISTORY-FILE
               END-IF
               CLOSE OLD-HISTORY-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT COURSE-HISTORY-FILE.
           IF HISTORY-FILE-STATUS-WS NOT = "00"
               DISPLAY "UNABLE TO CREATE COURSE HISTORY FILE, "
                   "STATUS: " HISTORY-FILE-STATUS-WS
                   " -- RUN STOPPED"
               CLOSE OLD-HISTORY-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CONVERSION-LISTING.
           WRITE CONVERSION-LISTING-CARD FROM RUN-DATE-HEADER.
           MOVE SPACES TO CONVERSION-LISTING-CARD.
           WRITE CONVERSION-LISTING-CARD.
           WRITE CONVERSION-LISTING-CARD FROM EXCEPTION-HEADING-WS.
           PERFORM 700-READ-OLD-HISTORY-ROW.
           IF OLD-EOF-FLAG = "N"
               MOVE OLDH-STUDENT-NUMBER TO CURRENT-STUDENT-WS
           END-IF.

      * The old file comes off in key order, so a student's rows
      * arrive together; a change of student number converts the
      * rows gathered for the one before
       200-CONVERT-ONE-ROW.
           IF OLDH-STUDENT-NUMBER NOT = CURRENT-STUDENT-WS
               PERFORM 700-CONVERT-ONE-STUDENT
               MOVE OLDH-STUDENT-NUMBER TO CURRENT-STUDENT-WS
           END-IF.
           PERFORM 700-GATHER-OLD-ROW.
           PERFORM 700-READ-OLD-HISTORY-ROW.

      * Every row read must be written; the run is failed if any
      * was not, so the new file is not released to the schedule
       200-TERM-CONVERT.
           IF ATT-TABLE-COUNT > ZERO
               PERFORM 700-CONVERT-ONE-STUDENT
           END-IF.
           IF EXCEPTION-LINE-CTR = ZERO
               WRITE CONVERSION-LISTING-CARD FROM NO-EXCEPTION-LINE-WS
           END-IF.
           MOVE SPACES TO CONVERSION-LISTING-CARD.
           WRITE CONVERSION-LISTING-CARD.
           MOVE "OLD ROWS READ:" TO TOTL-LABEL-WS.
           MOVE OLD-ROWS-READ-CTR TO TOTL-COUNT-WS.
           WRITE CONVERSION-LISTING-CARD FROM TOTAL-LINE-WS.
           MOVE "NEW ROWS WRITTEN:" TO TOTL-LABEL-WS.
           MOVE ROWS-WRITTEN-CTR TO TOTL-COUNT-WS.
           WRITE CONVERSION-LISTING-CARD FROM TOTAL-LINE-WS.
           MOVE "ROWS NOT WRITTEN:" TO TOTL-LABEL-WS.
           MOVE ROWS-NOT-WRITTEN-CTR TO TOTL-COUNT-WS.
           WRITE CONVERSION-LISTING-CARD FROM TOTAL-LINE-WS.
           MOVE "OLD FILE READ FAILURES:" TO TOTL-LABEL-WS.
           MOVE READ-FAILED-CTR TO TOTL-COUNT-WS.
           WRITE CONVERSION-LISTING-CARD FROM TOTAL-LINE-WS.
           MOVE "STUDENTS CONVERTED:" TO TOTL-LABEL-WS.
           MOVE STUDENTS-CTR TO TOTL-COUNT-WS.
           WRITE CONVERSION-LISTING-CARD FROM TOTAL-LINE-WS.
           MOVE "ATTEMPTS FLAGGED SUPERSEDED:" TO TOTL-LABEL-WS.
           MOVE SUPERSEDED-CTR TO TOTL-COUNT-WS.
           WRITE CONVERSION-LISTING-CARD FROM TOTAL-LINE-WS.
           MOVE "STUDENTS NOT FULLY RESOLVED:" TO TOTL-LABEL-WS.
           MOVE UNRESOLVED-CTR TO TOTL-COUNT-WS.
           WRITE CONVERSION-LISTING-CARD FROM TOTAL-LINE-WS.
           MOVE SPACES TO CONVERSION-LISTING-CARD.
           WRITE CONVERSION-LISTING-CARD.
           DISPLAY "OLD ROWS READ:    " OLD-ROWS-READ-CTR.
           DISPLAY "NEW ROWS WRITTEN: " ROWS-WRITTEN-CTR.
           DISPLAY "ATTEMPTS FLAGGED: " SUPERSEDED-CTR.
           IF ROWS-NOT-WRITTEN-CTR > ZERO OR READ-FAILED-CTR > ZERO
               WRITE CONVERSION-LISTING-CARD FROM VERDICT-FAILED-WS
               DISPLAY VERDICT-FAILED-WS
               MOVE 12 TO RETURN-CODE
           ELSE
               WRITE CONVERSION-LISTING-CARD FROM VERDICT-COMPLETE-WS
               DISPLAY VERDICT-COMPLETE-WS
               IF UNRESOLVED-CTR > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE OLD-HISTORY-FILE
                 COURSE-HISTORY-FILE
                 CONVERSION-LISTING.

      * A read that fails part way cannot be trusted to have
      * delivered the rest of the file, so reading stops there and
      * the failure is counted against the run
       700-READ-OLD-HISTORY-ROW.
           READ OLD-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO OLD-EOF-FLAG
               NOT AT END
                   ADD 1 TO OLD-ROWS-READ-CTR
           END-READ.
           IF OLD-FILE-STATUS-WS NOT = "00"
                   AND OLD-FILE-STATUS-WS NOT = "02"
                   AND OLD-FILE-STATUS-WS NOT = "10"
               DISPLAY "UNABLE TO READ OLD COURSE HISTORY FILE, "
                   "STATUS: " OLD-FILE-STATUS-WS
               ADD 1 TO READ-FAILED-CTR
               MOVE "Y" TO OLD-EOF-FLAG
           END-IF.

      * Adds the row just read to the student's attempts. A row
      * past the end of the table is written at once, left counting,
      * and the student listed as not fully resolved, the way
      * PROJECT2A leaves such a student's later rows unresolved
       700-GATHER-OLD-ROW.
           IF ATT-TABLE-COUNT < 100
               ADD 1 TO ATT-TABLE-COUNT
               MOVE OLDH-COURSE-CODE TO
                   ATT-COURSE-CODE-WS (ATT-TABLE-COUNT)
               MOVE OLDH-RUN-DATE TO ATT-RUN-DATE-WS (ATT-TABLE-COUNT)
               MOVE OLDH-COURSE-MARK TO ATT-MARK-WS (ATT-TABLE-COUNT)
               MOVE OLDH-COURSE-CREDIT TO
                   ATT-CREDIT-WS (ATT-TABLE-COUNT)
           ELSE
               IF NOT ATT-TABLE-OVERFLOWED
                   MOVE "Y" TO ATT-TABLE-FULL-SW
                   ADD 1 TO UNRESOLVED-CTR
                   MOVE OLDH-RUN-DATE    TO EXCP-RUN-DATE-WS
                   MOVE OLDH-COURSE-CODE TO EXCP-COURSE-CODE-WS
                   MOVE "ATTEMPT TABLE FULL -- REPEATS NOT RESOLVED"
                       TO EXCP-REASON-WS
                   PERFORM 700-WRITE-EXCEPTION-LINE
               END-IF
               MOVE OLDH-STUDENT-NUMBER TO CRSH-STUDENT-NUMBER
               MOVE OLDH-RUN-DATE       TO CRSH-RUN-DATE
               MOVE OLDH-COURSE-CODE    TO CRSH-COURSE-CODE
               MOVE OLDH-COURSE-MARK    TO CRSH-COURSE-MARK
               MOVE OLDH-COURSE-CREDIT  TO CRSH-COURSE-CREDIT
               MOVE SPACE               TO CRSH-REPEAT-SW
               PERFORM 700-WRITE-NEW-HISTORY-ROW
           END-IF.

      * Judges every attempt gathered for the student, writes them
      * all with the flag each should carry, and clears the table
      * for the next student
       700-CONVERT-ONE-STUDENT.
           ADD 1 TO STUDENTS-CTR.
           PERFORM 700-JUDGE-ONE-ATTEMPT
               VARYING ATT-IDX FROM 1 BY 1
               UNTIL ATT-IDX > ATT-TABLE-COUNT.
           PERFORM 700-WRITE-ONE-ATTEMPT
               VARYING ATT-IDX FROM 1 BY 1
               UNTIL ATT-IDX > ATT-TABLE-COUNT.
           MOVE ZERO TO ATT-TABLE-COUNT.
           MOVE "N" TO ATT-TABLE-FULL-SW.

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

       700-WRITE-ONE-ATTEMPT.
           MOVE CURRENT-STUDENT-WS TO CRSH-STUDENT-NUMBER.
           MOVE ATT-RUN-DATE-WS (ATT-IDX)    TO CRSH-RUN-DATE.
           MOVE ATT-COURSE-CODE-WS (ATT-IDX) TO CRSH-COURSE-CODE.
           MOVE ATT-MARK-WS (ATT-IDX)        TO CRSH-COURSE-MARK.
           MOVE ATT-CREDIT-WS (ATT-IDX)      TO CRSH-COURSE-CREDIT.
           MOVE ATT-NEW-REPEAT-WS (ATT-IDX)  TO CRSH-REPEAT-SW.
           PERFORM 700-WRITE-NEW-HISTORY-ROW.

       700-WRITE-NEW-HISTORY-ROW.
           WRITE COURSE-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO ROWS-NOT-WRITTEN-CTR
                   MOVE CRSH-RUN-DATE    TO EXCP-RUN-DATE-WS
                   MOVE CRSH-COURSE-CODE TO EXCP-COURSE-CODE-WS
                   MOVE "ROW NOT WRITTEN TO NEW FILE" TO
                       EXCP-REASON-WS
                   PERFORM 700-WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   ADD 1 TO ROWS-WRITTEN-CTR
                   IF CRSH-ATTEMPT-SUPERSEDED
                       ADD 1 TO SUPERSEDED-CTR
                   END-IF
           END-WRITE.

       700-WRITE-EXCEPTION-LINE.
           MOVE CURRENT-STUDENT-WS TO EXCP-STUDENT-NUMBER-WS.
           WRITE CONVERSION-LISTING-CARD FROM EXCEPTION-LINE-WS.
           ADD 1 TO EXCEPTION-LINE-CTR.
