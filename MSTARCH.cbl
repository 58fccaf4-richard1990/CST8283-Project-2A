      * storage and is deleted from the indexed file. The
      * reconciliation report proves the split: retained plus
      * archived must equal the rows on file before the run, and
      * the run fails (return code 12) if they do not. Every delete
      * is also written to the update journal (STUJRNL.DAT) so that
      * JRNLRCV replays the purge onto a restored backup.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "C:\STUARCHP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARAMETER-FILE-STATUS-WS.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO "C:\STUJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS JOURNAL-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       01 PARAMETER-RECORD.
           05 PARM-CUTOFF-DATE      PIC X(8).

      * JOURNAL-FILE is the shared update journal: one line for every
      * master row purged, carrying the row as it stood
       FD JOURNAL-FILE.
       01 JOURNAL-CARD              PIC X(111).

       WORKING-STORAGE SECTION.
      * Operator's cutoff: rows dated before this move offline
       01 CUTOFF-DATE-WS            PIC X(8).
       01 FLAGS-AND-CONTROLS.
           05 MASTER-FILE-STATUS-WS    PIC XX  VALUE "00".
           05 PARAMETER-FILE-STATUS-WS PIC XX  VALUE "00".
           05 JOURNAL-FILE-STATUS-WS   PIC XX  VALUE "00".
           05 PARM-CARD-FOUND-SW   PIC X       VALUE "N".
               88 PARM-CARD-FOUND          VALUE "Y".
           05 CUTOFF-SOURCE-WS     PIC X(14)   VALUE SPACES.
           05 RCON-RETAINED-WS     PIC 9(7).
       01 RECONCILE-VERDICT-WS     PIC X(40).

      * Journal line built for each master row purged
           COPY STUJRNL.

       PROCEDURE DIVISION.
      * Mainline routine
       100-ARCHIVE-MASTER-FILE.
      * abend or an out-of-balance finish must not wipe the rows
      * the failed run already moved offline
           OPEN EXTEND ARCHIVE-FILE.
      * A purge left off the journal could not be replayed after a
      * restore, so with no journal to append to nothing is purged
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS-WS NOT = "00"
                   AND JOURNAL-FILE-STATUS-WS NOT = "05"
               DISPLAY "UNABLE TO OPEN UPDATE JOURNAL, STATUS: "
                   JOURNAL-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "MSTARCH" TO JRNL-PROGRAM.
           OPEN OUTPUT RECONCILE-REPORT.
           MOVE ZEROS TO MASTER-KEY.
           START STUDENT-MASTER-FILE
           PERFORM 700-WRITE-RECONCILE-REPORT.
           CLOSE STUDENT-MASTER-FILE
                 ARCHIVE-FILE
                 RECONCILE-REPORT
                 JOURNAL-FILE.

      * Operations drops a parameter card in STUARCHP.DAT when the
      * purge is scheduled unattended; with no card on file the

       700-ARCHIVE-AND-DELETE-ROW.
           MOVE STUDENT-MASTER-RECORD TO ARCHIVE-RECORD.
           MOVE STUDENT-MASTER-RECORD TO JRNL-AFTER-IMAGE.
           WRITE ARCHIVE-RECORD.
           DELETE STUDENT-MASTER-FILE
               INVALID KEY
      * must fail rather than paper over a row left behind
           IF MASTER-FILE-STATUS-WS = "00"
               ADD 1 TO ARCHIVED-CTR
               PERFORM 700-JOURNAL-DELETED-ROW
           END-IF.

      * One journal line per master row purged, carrying the row as
      * it stood when it was deleted (saved ahead of the DELETE)
       700-JOURNAL-DELETED-ROW.
           MOVE "MAST" TO JRNL-FILE-CODE.
           MOVE "D"    TO JRNL-ACTION.
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-TIME FROM TIME.
           WRITE JOURNAL-CARD FROM JOURNAL-RECORD.

      * Retained plus archived must equal the rows counted before
      * the purge; anything else means a row went missing or was
      * double-handled, and the run is failed so the operator does
