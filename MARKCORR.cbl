      * through the later terms on file, since a lifted average can
      * clear a probation or step a later required-to-withdraw back
      * down; every standing flip goes to the same audit trail.
      * Every rewrite of a master row is also written to the update
      * journal (STUJRNL.DAT) so JRNLRCV can roll a restored backup
      * forward through the corrections.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CORRECTION-REJECT-FILE
               ASSIGN TO "C:\STUCREJ.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO "C:\STUJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS JOURNAL-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD CORRECTION-REJECT-FILE.
       01 CORRECTION-REJECT-CARD    PIC X(70).

      * JOURNAL-FILE is the shared update journal: one line for every
      * master row rewritten, carrying the row as rewritten
       FD JOURNAL-FILE.
       01 JOURNAL-CARD              PIC X(111).

       WORKING-STORAGE SECTION.
       01 FLAGS-AND-CONTROLS.
           05 CORRECTION-FILE-STATUS-WS PIC XX  VALUE "00".
           05 MASTER-FILE-STATUS-WS    PIC XX   VALUE "00".
           05 JOURNAL-FILE-STATUS-WS   PIC XX   VALUE "00".
           05 CORR-EOF-FLAG        PIC X       VALUE "N".
           05 CORR-VALID-SW        PIC X       VALUE "Y".
               88 CORRECTION-IS-VALID      VALUE "Y".
           05 RUN-DATE-WS          PIC 9(8)    VALUE ZERO.
           05 RUN-TIME-WS          PIC 9(8)    VALUE ZERO.

      * Journal line built for each master row rewritten
           COPY STUJRNL.

       PROCEDURE DIVISION.
      * Mainline routine
       100-APPLY-CORRECTIONS.
      * per-run work listing and starts fresh each time
           OPEN EXTEND AUDIT-TRAIL-FILE.
           OPEN OUTPUT CORRECTION-REJECT-FILE.
      * A correction left off the journal could not be recovered,
      * so with no journal to append to nothing is applied
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS-WS NOT = "00"
                   AND JOURNAL-FILE-STATUS-WS NOT = "05"
               DISPLAY "UNABLE TO OPEN UPDATE JOURNAL, STATUS: "
                   JOURNAL-FILE-STATUS-WS
               MOVE "Y" TO CORR-EOF-FLAG
           END-IF.
           MOVE "MARKCORR" TO JRNL-PROGRAM.
           IF CORR-EOF-FLAG = "N"
               PERFORM 700-READ-CORRECTION-RECORD
           END-IF.
           CLOSE CORRECTION-FILE
                 STUDENT-MASTER-FILE
                 AUDIT-TRAIL-FILE
                 CORRECTION-REJECT-FILE
                 JOURNAL-FILE.

       700-READ-CORRECTION-RECORD.
           READ CORRECTION-FILE
                   MOVE "MASTER REWRITE FAILED" TO CREJ-REASON-WS
                   PERFORM 700-WRITE-CORRECTION-REJECT
               NOT INVALID KEY
                   PERFORM 700-JOURNAL-MASTER-ROW
                   PERFORM 700-WRITE-AUDIT-LINE
                   ADD 1 TO CORR-APPLIED-CTR
                   PERFORM 700-RECOMPUTE-STANDINGS
                       DISPLAY "UNABLE TO REWRITE STANDING: "
                           MASTER-STUDENT-NUMBER " " MASTER-RUN-DATE
                   NOT INVALID KEY
                       PERFORM 700-JOURNAL-MASTER-ROW
                       PERFORM 700-WRITE-STANDING-AUDIT-LINE
                       ADD 1 TO STANDING-CHANGED-CTR
               END-REWRITE
           MOVE CORR-INITIALS       TO CREJ-INITIALS-WS.
           WRITE CORRECTION-REJECT-CARD FROM CORRECTION-REJECT-WS.
           ADD 1 TO CORR-REJECTED-CTR.

      * One journal line per master row rewritten, carrying the row
      * as it now stands
       700-JOURNAL-MASTER-ROW.
           MOVE "MAST" TO JRNL-FILE-CODE.
           MOVE "R"    TO JRNL-ACTION.
           MOVE STUDENT-MASTER-RECORD TO JRNL-AFTER-IMAGE.
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT JRNL-TIME FROM TIME.
           WRITE JOURNAL-CARD FROM JOURNAL-RECORD.
