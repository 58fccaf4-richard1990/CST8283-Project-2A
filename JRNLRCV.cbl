       IDENTIFICATION DIVISION.
       PROGRAM-ID.         JRNLRCV.
       AUTHOR.             RICHARD BARNEY.
       DATE-WRITTEN.       OCTOBER 2026.

      * Forward recovery of the three indexed master files --
      * STUDENT-MASTER-FILE, COURSE-HISTORY-FILE and NAME-MASTER-FILE
      * -- from the update journal (STUJRNL.DAT) that PROJECT2A,
      * MARKCORR, MSTARCH and INCLAPS append to. Operations restores
      * the last backup of the damaged files in place and runs this
      * job: every journal line stamped at or after the time the
      * backup was taken and at or before the chosen recovery point
      * is replayed onto the files in journal order. Each line
      * carries the whole row as it stood after the change, so an
      * add or rewrite puts that image on file and a delete removes
      * the row. Where the restored file does not agree with what
      * the journal expects -- an add whose row is already there, a
      * rewrite whose row is not, a delete of a row already gone --
      * the line is still applied to leave the row as the journal
      * says, and the adjustment is listed. Lines stamped before the
      * backup are already on it and lines after the recovery point
      * are left unreplayed; both are counted. The window comes from
      * a parameter card when one is on file, otherwise from the
      * console. The listing balances journal lines read against
      * lines skipped and replayed, by file and by action, and the
      * run fails (return code 12) if any line in the window could
      * not be replayed. After a recovery to a point short of the
      * end of the journal, the journal should be set aside and
      * started afresh so that the later lines are never replayed
      * onto the recovered files by a future recovery.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
               ASSIGN TO "C:\STUJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS JOURNAL-FILE-STATUS-WS.
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
           SELECT RECOVERY-LISTING
               ASSIGN TO "C:\STUJRCVL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETER-FILE
               ASSIGN TO "C:\STUJRCVP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARAMETER-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
      * JOURNAL-FILE is the accumulating update journal, read from
      * the top in the order the changes were made
       FD JOURNAL-FILE.
           COPY STUJRNL.

      * STUDENT-MASTER-FILE holds one row per student per term
       FD STUDENT-MASTER-FILE.
           COPY STUMAST.

      * COURSE-HISTORY-FILE holds one row per course per student per
      * term
       FD COURSE-HISTORY-FILE.
           COPY STUCRSH.

      * NAME-MASTER-FILE holds one name row per student ever
      * published
       FD NAME-MASTER-FILE.
           COPY STUNAME.

      * RECOVERY-LISTING carries the recovery window, one line per
      * replay exception, and the balancing trailer
       FD RECOVERY-LISTING.
       01 RECOVERY-LISTING-CARD     PIC X(100).

      * PARAMETER-FILE is how operations runs the recovery without a
      * console prompt: a single card carrying the date and time the
      * backup was taken and the date and time to recover to, each
      * as YYYYMMDDHHMMSSHH. A blank FROM replays the whole journal;
      * a blank TO recovers to the end of it
       FD PARAMETER-FILE.
       01 PARAMETER-RECORD.
           05 PARM-FROM-STAMP       PIC X(16).
           05 PARM-TO-STAMP         PIC X(16).

       WORKING-STORAGE SECTION.
      * The recovery window: journal lines stamped from FROM to TO
      * inclusive are replayed
       01 RECOVERY-WINDOW-WS.
           05 FROM-STAMP-WS        PIC X(16)   VALUE SPACES.
           05 FROM-STAMP-NUM-WS REDEFINES FROM-STAMP-WS
                                   PIC 9(16).
           05 TO-STAMP-WS          PIC X(16)   VALUE SPACES.
           05 TO-STAMP-NUM-WS REDEFINES TO-STAMP-WS
                                   PIC 9(16).

       01 FLAGS-AND-CONTROLS.
           05 JOURNAL-FILE-STATUS-WS   PIC XX  VALUE "00".
           05 MASTER-FILE-STATUS-WS    PIC XX  VALUE "00".
           05 HISTORY-FILE-STATUS-WS   PIC XX  VALUE "00".
           05 NAME-FILE-STATUS-WS      PIC XX  VALUE "00".
           05 PARAMETER-FILE-STATUS-WS PIC XX  VALUE "00".
           05 PARM-CARD-FOUND-SW   PIC X       VALUE "N".
               88 PARM-CARD-FOUND          VALUE "Y".
           05 WINDOW-SOURCE-WS     PIC X(14)   VALUE SPACES.
           05 JOURNAL-EOF-FLAG     PIC X       VALUE "N".
           05 REPLAY-OK-SW         PIC X       VALUE "N".
               88 REPLAY-SUCCEEDED         VALUE "Y".
           05 JOURNAL-READ-CTR     PIC 9(7)    VALUE ZERO.
           05 BEFORE-BACKUP-CTR    PIC 9(7)    VALUE ZERO.
           05 AFTER-POINT-CTR      PIC 9(7)    VALUE ZERO.
           05 IN-WINDOW-CTR        PIC 9(7)    VALUE ZERO.
           05 REPLAYED-CTR         PIC 9(7)    VALUE ZERO.
           05 FAILED-CTR           PIC 9(7)    VALUE ZERO.
           05 UNRECOGNISED-CTR     PIC 9(7)    VALUE ZERO.
           05 ADJUSTED-CTR         PIC 9(7)    VALUE ZERO.
           05 EXCEPTION-LINE-CTR   PIC 9(7)    VALUE ZERO.
           05 BALANCE-TOTAL-WS     PIC 9(7)    VALUE ZERO.

      * Journal lines in the window, by file and by action, against
      * the lines replayed and failed for each file
       01 JOURNAL-BALANCE-TABLE.
           05 BAL-ENTRY OCCURS 3 TIMES INDEXED BY BAL-IDX.
               10 BAL-FILE-NAME-WS  PIC X(8)   VALUE SPACES.
               10 BAL-JOURNAL-CTR   PIC 9(7)   VALUE ZERO.
               10 BAL-ADD-CTR       PIC 9(7)   VALUE ZERO.
               10 BAL-REWRITE-CTR   PIC 9(7)   VALUE ZERO.
               10 BAL-DELETE-CTR    PIC 9(7)   VALUE ZERO.
               10 BAL-REPLAYED-CTR  PIC 9(7)   VALUE ZERO.
               10 BAL-FAILED-CTR    PIC 9(7)   VALUE ZERO.

      * One listing line per journal line that could not be replayed
      * as journaled, or could not be replayed at all
       01 EXCEPTION-LINE-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 JEXC-DATE-WS         PIC 9(8).
           05 FILLER               PIC X       VALUE SPACES.
           05 JEXC-TIME-WS         PIC 9(8).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 JEXC-PROGRAM-WS      PIC X(10).
           05 FILLER               PIC X       VALUE SPACES.
           05 JEXC-FILE-CODE-WS    PIC X(4).
           05 FILLER               PIC X       VALUE SPACES.
           05 JEXC-ACTION-WS       PIC X.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 JEXC-KEY-WS          PIC X(24).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 JEXC-REASON-WS       PIC X(30).

       01 EXCEPTION-HEADING-WS.
           05 FILLER               PIC X(30)
                                   VALUE "REPLAY EXCEPTIONS:".
       01 NO-EXCEPTION-LINE-WS.
           05 FILLER               PIC X(30)   VALUE "  NONE".

       01 WINDOW-LINE-WS.
           05 FILLER               PIC X(16)
                                   VALUE "RECOVERY FROM:  ".
           05 WIN-FROM-STAMP-WS    PIC X(16).
           05 FILLER               PIC X(6)    VALUE "  TO: ".
           05 WIN-TO-STAMP-WS      PIC X(16).
           05 FILLER               PIC X(7)    VALUE "  FROM ".
           05 WIN-SOURCE-WS        PIC X(14).

      * Balancing trailer: one line per file, then the totals
       01 BALANCE-HEADING-WS.
           05 FILLER               PIC X(10)   VALUE "FILE".
           05 FILLER               PIC X(9)    VALUE "  JOURNAL".
           05 FILLER               PIC X(9)    VALUE "     ADDS".
           05 FILLER               PIC X(9)    VALUE " REWRITES".
           05 FILLER               PIC X(9)    VALUE "  DELETES".
           05 FILLER               PIC X(9)    VALUE " REPLAYED".
           05 FILLER               PIC X(9)    VALUE "   FAILED".
       01 BALANCE-LINE-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 BLIN-FILE-NAME-WS    PIC X(8).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 BLIN-JOURNAL-WS      PIC Z(6)9.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 BLIN-ADD-WS          PIC Z(6)9.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 BLIN-REWRITE-WS      PIC Z(6)9.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 BLIN-DELETE-WS       PIC Z(6)9.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 BLIN-REPLAYED-WS     PIC Z(6)9.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 BLIN-FAILED-WS       PIC Z(6)9.
       01 TOTAL-LINE-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 TLIN-TYPE-WS         PIC X(38).
           05 TLIN-COUNT-WS        PIC Z(6)9.
       01 RECOVERY-VERDICT-WS      PIC X(50).

      * Run date/time stamp printed ahead of the listing
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
       100-RECOVER-MASTER-FILES.
           PERFORM 200-INIT-RECOVER.
           PERFORM 200-REPLAY-ONE-JOURNAL-LINE
               UNTIL JOURNAL-EOF-FLAG = "Y".
           PERFORM 200-TERM-RECOVER.
           STOP RUN.

      * A bad window, a missing journal or a file that cannot be
      * opened stops the run with return code 12 before anything is
      * replayed. A file missing altogether is created empty, since
      * a backup taken before the file's first run restores nothing
       200-INIT-RECOVER.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-WS FROM TIME.
           MOVE RUN-DATE-WS TO RUN-DATE-DISPLAY-WS.
           MOVE RUN-TIME-WS TO RUN-TIME-DISPLAY-WS.
           PERFORM 700-READ-PARAMETER-CARD.
           IF FROM-STAMP-WS = SPACES
               MOVE ZEROS TO FROM-STAMP-WS
           END-IF.
           IF TO-STAMP-WS = SPACES
               MOVE ALL "9" TO TO-STAMP-WS
           END-IF.
           IF FROM-STAMP-WS IS NOT NUMERIC
                   OR TO-STAMP-WS IS NOT NUMERIC
               DISPLAY "RECOVERY WINDOW NOT NUMERIC -- RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FROM-STAMP-NUM-WS > TO-STAMP-NUM-WS
               DISPLAY "RECOVERY POINT IS BEFORE THE BACKUP -- RUN "
                   "STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS-WS NOT = "00"
               DISPLAY "UNABLE TO OPEN UPDATE JOURNAL, STATUS: "
                   JOURNAL-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O STUDENT-MASTER-FILE.
           IF MASTER-FILE-STATUS-WS = "35"
               DISPLAY "STUDENT MASTER FILE NOT ON FILE -- CREATED"
               OPEN OUTPUT STUDENT-MASTER-FILE
               CLOSE STUDENT-MASTER-FILE
               OPEN I-O STUDENT-MASTER-FILE
           END-IF.
           IF MASTER-FILE-STATUS-WS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUDENT MASTER FILE, STATUS: "
                   MASTER-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O COURSE-HISTORY-FILE.
           IF HISTORY-FILE-STATUS-WS = "35"
               DISPLAY "COURSE HISTORY FILE NOT ON FILE -- CREATED"
               OPEN OUTPUT COURSE-HISTORY-FILE
               CLOSE COURSE-HISTORY-FILE
               OPEN I-O COURSE-HISTORY-FILE
           END-IF.
           IF HISTORY-FILE-STATUS-WS NOT = "00"
               DISPLAY "UNABLE TO OPEN COURSE HISTORY FILE, STATUS: "
                   HISTORY-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O NAME-MASTER-FILE.
           IF NAME-FILE-STATUS-WS = "35"
               DISPLAY "NAME MASTER FILE NOT ON FILE -- CREATED"
               OPEN OUTPUT NAME-MASTER-FILE
               CLOSE NAME-MASTER-FILE
               OPEN I-O NAME-MASTER-FILE
           END-IF.
           IF NAME-FILE-STATUS-WS NOT = "00"
               DISPLAY "UNABLE TO OPEN NAME MASTER FILE, STATUS: "
                   NAME-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "STUMAST" TO BAL-FILE-NAME-WS (1).
           MOVE "STUCRSH" TO BAL-FILE-NAME-WS (2).
           MOVE "STUNAME" TO BAL-FILE-NAME-WS (3).
           OPEN OUTPUT RECOVERY-LISTING.
           WRITE RECOVERY-LISTING-CARD FROM RUN-DATE-HEADER.
           MOVE FROM-STAMP-WS    TO WIN-FROM-STAMP-WS.
           MOVE TO-STAMP-WS      TO WIN-TO-STAMP-WS.
           MOVE WINDOW-SOURCE-WS TO WIN-SOURCE-WS.
           WRITE RECOVERY-LISTING-CARD FROM WINDOW-LINE-WS.
           MOVE SPACES TO RECOVERY-LISTING-CARD.
           WRITE RECOVERY-LISTING-CARD.
           WRITE RECOVERY-LISTING-CARD FROM EXCEPTION-HEADING-WS.
           PERFORM 700-READ-JOURNAL-RECORD.

      * One journal line: counted, then either passed over (before
      * the backup or after the recovery point) or replayed
       200-REPLAY-ONE-JOURNAL-LINE.
           ADD 1 TO JOURNAL-READ-CTR.
           IF JRNL-STAMP < FROM-STAMP-WS
               ADD 1 TO BEFORE-BACKUP-CTR
           ELSE
               IF JRNL-STAMP > TO-STAMP-WS
                   ADD 1 TO AFTER-POINT-CTR
               ELSE
                   ADD 1 TO IN-WINDOW-CTR
                   PERFORM 700-REPLAY-JOURNAL-LINE
               END-IF
           END-IF.
           PERFORM 700-READ-JOURNAL-RECORD.

      * Every line read must land in exactly one of the before,
      * after, replayed, failed or unrecognised counts; the run is
      * failed if any line in the window was not replayed, so the
      * recovered files are not released to the overnight schedule
       200-TERM-RECOVER.
           IF EXCEPTION-LINE-CTR = ZERO
               WRITE RECOVERY-LISTING-CARD FROM NO-EXCEPTION-LINE-WS
           END-IF.
           MOVE SPACES TO RECOVERY-LISTING-CARD.
           WRITE RECOVERY-LISTING-CARD.
           WRITE RECOVERY-LISTING-CARD FROM BALANCE-HEADING-WS.
           PERFORM 700-WRITE-BALANCE-LINE
               VARYING BAL-IDX FROM 1 BY 1
               UNTIL BAL-IDX > 3.
           MOVE SPACES TO RECOVERY-LISTING-CARD.
           WRITE RECOVERY-LISTING-CARD.
           MOVE "JOURNAL LINES READ:" TO TLIN-TYPE-WS.
           MOVE JOURNAL-READ-CTR TO TLIN-COUNT-WS.
           WRITE RECOVERY-LISTING-CARD FROM TOTAL-LINE-WS.
           MOVE "BEFORE BACKUP - ALREADY ON FILE:" TO TLIN-TYPE-WS.
           MOVE BEFORE-BACKUP-CTR TO TLIN-COUNT-WS.
           WRITE RECOVERY-LISTING-CARD FROM TOTAL-LINE-WS.
           MOVE "AFTER RECOVERY POINT - NOT REPLAYED:" TO
               TLIN-TYPE-WS.
           MOVE AFTER-POINT-CTR TO TLIN-COUNT-WS.
           WRITE RECOVERY-LISTING-CARD FROM TOTAL-LINE-WS.
           MOVE "IN RECOVERY WINDOW:" TO TLIN-TYPE-WS.
           MOVE IN-WINDOW-CTR TO TLIN-COUNT-WS.
           WRITE RECOVERY-LISTING-CARD FROM TOTAL-LINE-WS.
           MOVE "REPLAYED:" TO TLIN-TYPE-WS.
           MOVE REPLAYED-CTR TO TLIN-COUNT-WS.
           WRITE RECOVERY-LISTING-CARD FROM TOTAL-LINE-WS.
           MOVE "  OF WHICH ADJUSTED TO THE FILE:" TO TLIN-TYPE-WS.
           MOVE ADJUSTED-CTR TO TLIN-COUNT-WS.
           WRITE RECOVERY-LISTING-CARD FROM TOTAL-LINE-WS.
           MOVE "FAILED:" TO TLIN-TYPE-WS.
           MOVE FAILED-CTR TO TLIN-COUNT-WS.
           WRITE RECOVERY-LISTING-CARD FROM TOTAL-LINE-WS.
           MOVE "UNRECOGNISED JOURNAL LINES:" TO TLIN-TYPE-WS.
           MOVE UNRECOGNISED-CTR TO TLIN-COUNT-WS.
           WRITE RECOVERY-LISTING-CARD FROM TOTAL-LINE-WS.
           ADD BEFORE-BACKUP-CTR AFTER-POINT-CTR REPLAYED-CTR
               GIVING BALANCE-TOTAL-WS.
           IF BALANCE-TOTAL-WS = JOURNAL-READ-CTR
               MOVE "RECOVERY BALANCED -- ALL LINES ACCOUNTED FOR" TO
                   RECOVERY-VERDICT-WS
           ELSE
               MOVE "OUT OF BALANCE -- RECOVERY INCOMPLETE" TO
                   RECOVERY-VERDICT-WS
               DISPLAY "RECOVERY OUT OF BALANCE -- SEE RECOVERY "
                   "LISTING"
               MOVE 12 TO RETURN-CODE
           END-IF.
           WRITE RECOVERY-LISTING-CARD FROM RECOVERY-VERDICT-WS.
           DISPLAY "JOURNAL LINES READ: " JOURNAL-READ-CTR.
           DISPLAY "LINES REPLAYED:     " REPLAYED-CTR.
           DISPLAY "LINES NOT REPLAYED: " FAILED-CTR.
           CLOSE JOURNAL-FILE
                 STUDENT-MASTER-FILE
                 COURSE-HISTORY-FILE
                 NAME-MASTER-FILE
                 RECOVERY-LISTING.

      * Operations drops a parameter card in STUJRCVP.DAT for an
      * unattended recovery; with no card on file the operator is
      * prompted at the console, as MSTARCH prompts for its cutoff
       700-READ-PARAMETER-CARD.
           OPEN INPUT PARAMETER-FILE.
           IF PARAMETER-FILE-STATUS-WS = "00"
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO PARM-CARD-FOUND-SW
                       MOVE PARM-FROM-STAMP TO FROM-STAMP-WS
                       MOVE PARM-TO-STAMP   TO TO-STAMP-WS
               END-READ
           END-IF.
           CLOSE PARAMETER-FILE.
           IF PARM-CARD-FOUND
               MOVE "PARAMETER CARD" TO WINDOW-SOURCE-WS
           ELSE
               MOVE "CONSOLE" TO WINDOW-SOURCE-WS
               DISPLAY "ENTER DATE AND TIME THE BACKUP WAS TAKEN "
                   "(YYYYMMDDHHMMSSHH), BLANK FOR WHOLE JOURNAL:"
               ACCEPT FROM-STAMP-WS
               DISPLAY "ENTER DATE AND TIME TO RECOVER TO "
                   "(YYYYMMDDHHMMSSHH), BLANK FOR END OF JOURNAL:"
               ACCEPT TO-STAMP-WS
           END-IF.

       700-READ-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END      MOVE "Y" TO JOURNAL-EOF-FLAG
               NOT AT END  CONTINUE
           END-READ.

      * A line naming no known file or action cannot be replayed and
      * is listed; otherwise it is counted against its file and
      * action and applied
       700-REPLAY-JOURNAL-LINE.
           MOVE "N" TO REPLAY-OK-SW.
           IF JRNL-FILE-MASTER
               SET BAL-IDX TO 1
           ELSE
               IF JRNL-FILE-HISTORY
                   SET BAL-IDX TO 2
               ELSE
                   IF JRNL-FILE-NAME
                       SET BAL-IDX TO 3
                   ELSE
                       MOVE "UNRECOGNISED FILE CODE" TO JEXC-REASON-WS
                       PERFORM 700-WRITE-EXCEPTION-LINE
                       ADD 1 TO UNRECOGNISED-CTR
                   END-IF
               END-IF
           END-IF.
           IF JRNL-FILE-MASTER OR JRNL-FILE-HISTORY OR JRNL-FILE-NAME
               IF JRNL-ACTION-ADD OR JRNL-ACTION-REWRITE
                       OR JRNL-ACTION-DELETE
                   PERFORM 700-APPLY-JOURNAL-LINE
               ELSE
                   MOVE "UNRECOGNISED ACTION" TO JEXC-REASON-WS
                   PERFORM 700-WRITE-EXCEPTION-LINE
                   ADD 1 TO UNRECOGNISED-CTR
               END-IF
           END-IF.

       700-APPLY-JOURNAL-LINE.
           ADD 1 TO BAL-JOURNAL-CTR (BAL-IDX).
           IF JRNL-ACTION-ADD
               ADD 1 TO BAL-ADD-CTR (BAL-IDX)
           END-IF.
           IF JRNL-ACTION-REWRITE
               ADD 1 TO BAL-REWRITE-CTR (BAL-IDX)
           END-IF.
           IF JRNL-ACTION-DELETE
               ADD 1 TO BAL-DELETE-CTR (BAL-IDX)
           END-IF.
           IF JRNL-FILE-MASTER
               PERFORM 700-REPLAY-MASTER-ROW
           END-IF.
           IF JRNL-FILE-HISTORY
               PERFORM 700-REPLAY-HISTORY-ROW
           END-IF.
           IF JRNL-FILE-NAME
               PERFORM 700-REPLAY-NAME-ROW
           END-IF.
           IF REPLAY-SUCCEEDED
               ADD 1 TO REPLAYED-CTR
               ADD 1 TO BAL-REPLAYED-CTR (BAL-IDX)
           ELSE
               ADD 1 TO FAILED-CTR
               ADD 1 TO BAL-FAILED-CTR (BAL-IDX)
           END-IF.

      * An add whose row is already on file is rewritten and a
      * rewrite whose row is missing is added, either way leaving
      * the journal's image on file; a delete whose row is already
      * gone leaves the file as the journal says. Each is listed as
      * an adjustment so the restore can be questioned
       700-REPLAY-MASTER-ROW.
           MOVE JRNL-AFTER-IMAGE TO STUDENT-MASTER-RECORD.
           IF JRNL-ACTION-DELETE
               DELETE STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE "DELETE - ROW ALREADY GONE" TO
                           JEXC-REASON-WS
                       PERFORM 700-NOTE-ADJUSTMENT
                   NOT INVALID KEY
                       MOVE "Y" TO REPLAY-OK-SW
               END-DELETE
           END-IF.
           IF JRNL-ACTION-ADD
               WRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       REWRITE STUDENT-MASTER-RECORD
                           INVALID KEY
                               MOVE "ADD FAILED" TO JEXC-REASON-WS
                               PERFORM 700-WRITE-EXCEPTION-LINE
                           NOT INVALID KEY
                               MOVE "ADD - ROW ON FILE, REWRITTEN" TO
                                   JEXC-REASON-WS
                               PERFORM 700-NOTE-ADJUSTMENT
                       END-REWRITE
                   NOT INVALID KEY
                       MOVE "Y" TO REPLAY-OK-SW
               END-WRITE
           END-IF.
           IF JRNL-ACTION-REWRITE
               REWRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       WRITE STUDENT-MASTER-RECORD
                           INVALID KEY
                               MOVE "REWRITE FAILED" TO JEXC-REASON-WS
                               PERFORM 700-WRITE-EXCEPTION-LINE
                           NOT INVALID KEY
                               MOVE "REWRITE - ROW MISSING, ADDED" TO
                                   JEXC-REASON-WS
                               PERFORM 700-NOTE-ADJUSTMENT
                       END-WRITE
                   NOT INVALID KEY
                       MOVE "Y" TO REPLAY-OK-SW
               END-REWRITE
           END-IF.

       700-REPLAY-HISTORY-ROW.
           MOVE JRNL-AFTER-IMAGE TO COURSE-HISTORY-RECORD.
           IF JRNL-ACTION-DELETE
               DELETE COURSE-HISTORY-FILE
                   INVALID KEY
                       MOVE "DELETE - ROW ALREADY GONE" TO
                           JEXC-REASON-WS
                       PERFORM 700-NOTE-ADJUSTMENT
                   NOT INVALID KEY
                       MOVE "Y" TO REPLAY-OK-SW
               END-DELETE
           END-IF.
           IF JRNL-ACTION-ADD
               WRITE COURSE-HISTORY-RECORD
                   INVALID KEY
                       REWRITE COURSE-HISTORY-RECORD
                           INVALID KEY
                               MOVE "ADD FAILED" TO JEXC-REASON-WS
                               PERFORM 700-WRITE-EXCEPTION-LINE
                           NOT INVALID KEY
                               MOVE "ADD - ROW ON FILE, REWRITTEN" TO
                                   JEXC-REASON-WS
                               PERFORM 700-NOTE-ADJUSTMENT
                       END-REWRITE
                   NOT INVALID KEY
                       MOVE "Y" TO REPLAY-OK-SW
               END-WRITE
           END-IF.
           IF JRNL-ACTION-REWRITE
               REWRITE COURSE-HISTORY-RECORD
                   INVALID KEY
                       WRITE COURSE-HISTORY-RECORD
                           INVALID KEY
                               MOVE "REWRITE FAILED" TO JEXC-REASON-WS
                               PERFORM 700-WRITE-EXCEPTION-LINE
                           NOT INVALID KEY
                               MOVE "REWRITE - ROW MISSING, ADDED" TO
                                   JEXC-REASON-WS
                               PERFORM 700-NOTE-ADJUSTMENT
                       END-WRITE
                   NOT INVALID KEY
                       MOVE "Y" TO REPLAY-OK-SW
               END-REWRITE
           END-IF.

       700-REPLAY-NAME-ROW.
           MOVE JRNL-AFTER-IMAGE TO NAME-MASTER-RECORD.
           IF JRNL-ACTION-DELETE
               DELETE NAME-MASTER-FILE
                   INVALID KEY
                       MOVE "DELETE - ROW ALREADY GONE" TO
                           JEXC-REASON-WS
                       PERFORM 700-NOTE-ADJUSTMENT
                   NOT INVALID KEY
                       MOVE "Y" TO REPLAY-OK-SW
               END-DELETE
           END-IF.
           IF JRNL-ACTION-ADD
               WRITE NAME-MASTER-RECORD
                   INVALID KEY
                       REWRITE NAME-MASTER-RECORD
                           INVALID KEY
                               MOVE "ADD FAILED" TO JEXC-REASON-WS
                               PERFORM 700-WRITE-EXCEPTION-LINE
                           NOT INVALID KEY
                               MOVE "ADD - ROW ON FILE, REWRITTEN" TO
                                   JEXC-REASON-WS
                               PERFORM 700-NOTE-ADJUSTMENT
                       END-REWRITE
                   NOT INVALID KEY
                       MOVE "Y" TO REPLAY-OK-SW
               END-WRITE
           END-IF.
           IF JRNL-ACTION-REWRITE
               REWRITE NAME-MASTER-RECORD
                   INVALID KEY
                       WRITE NAME-MASTER-RECORD
                           INVALID KEY
                               MOVE "REWRITE FAILED" TO JEXC-REASON-WS
                               PERFORM 700-WRITE-EXCEPTION-LINE
                           NOT INVALID KEY
                               MOVE "REWRITE - ROW MISSING, ADDED" TO
                                   JEXC-REASON-WS
                               PERFORM 700-NOTE-ADJUSTMENT
                       END-WRITE
                   NOT INVALID KEY
                       MOVE "Y" TO REPLAY-OK-SW
               END-REWRITE
           END-IF.

      * An adjusted line still leaves the row as the journal says,
      * so it counts as replayed
       700-NOTE-ADJUSTMENT.
           PERFORM 700-WRITE-EXCEPTION-LINE.
           ADD 1 TO ADJUSTED-CTR.
           MOVE "Y" TO REPLAY-OK-SW.

       700-WRITE-EXCEPTION-LINE.
           MOVE JRNL-DATE       TO JEXC-DATE-WS.
           MOVE JRNL-TIME       TO JEXC-TIME-WS.
           MOVE JRNL-PROGRAM    TO JEXC-PROGRAM-WS.
           MOVE JRNL-FILE-CODE  TO JEXC-FILE-CODE-WS.
           MOVE JRNL-ACTION     TO JEXC-ACTION-WS.
           MOVE JRNL-AFTER-IMAGE TO JEXC-KEY-WS.
           WRITE RECOVERY-LISTING-CARD FROM EXCEPTION-LINE-WS.
           ADD 1 TO EXCEPTION-LINE-CTR.

       700-WRITE-BALANCE-LINE.
           MOVE BAL-FILE-NAME-WS (BAL-IDX) TO BLIN-FILE-NAME-WS.
           MOVE BAL-JOURNAL-CTR (BAL-IDX)  TO BLIN-JOURNAL-WS.
           MOVE BAL-ADD-CTR (BAL-IDX)      TO BLIN-ADD-WS.
           MOVE BAL-REWRITE-CTR (BAL-IDX)  TO BLIN-REWRITE-WS.
           MOVE BAL-DELETE-CTR (BAL-IDX)   TO BLIN-DELETE-WS.
           MOVE BAL-REPLAYED-CTR (BAL-IDX) TO BLIN-REPLAYED-WS.
           MOVE BAL-FAILED-CTR (BAL-IDX)   TO BLIN-FAILED-WS.
           WRITE RECOVERY-LISTING-CARD FROM BALANCE-LINE-WS.
