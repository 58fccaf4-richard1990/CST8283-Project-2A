      * student's name is read from the permanent name master and
      * shown on the header so the clerk can confirm the right
      * number was keyed. This replaces scanning STURPT.DAT
      * printouts between batch runs. Every hold still active on the
      * hold master HOLDMNT maintains is shown under the name, with
      * the office that placed it, the date placed and the reason,
      * so the clerk can tell the student why a transcript or letter
      * is being held and which office to see.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NMST-STUDENT-NUMBER
                   FILE STATUS IS NAME-FILE-STATUS-WS.
           SELECT HOLD-MASTER-FILE
               ASSIGN TO "C:\STUHOLD.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HOLD-KEY
                   FILE STATUS IS HOLD-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD NAME-MASTER-FILE.
           COPY STUNAME.

      * HOLD-MASTER-FILE supplies the holds shown under the name on
      * the inquiry header, maintained by HOLDMNT
       FD HOLD-MASTER-FILE.
           COPY STUHOLD.

       WORKING-STORAGE SECTION.
      * Clerk's entry: a 9-digit student number, or END to finish
       01 INQUIRY-REQUEST-WS        PIC X(9).
           05 NAME-FILE-STATUS-WS      PIC XX  VALUE "00".
           05 NAME-OPEN-SW         PIC X       VALUE "N".
               88 NAME-MASTER-OPEN         VALUE "Y".
           05 HOLD-FILE-STATUS-WS      PIC XX  VALUE "00".
           05 HOLD-OPEN-SW         PIC X       VALUE "N".
               88 HOLD-MASTER-OPEN         VALUE "Y".
           05 HOLD-EOF-FLAG        PIC X       VALUE "N".
           05 INQUIRY-EOF-FLAG     PIC X       VALUE "N".
           05 INQUIRY-ROW-CTR      PIC 9(3)    VALUE ZERO.

           05 FILLER               PIC X(2)    VALUE SPACES.
           05 INQH-STUDENT-NAME-WS PIC X(42).

      * One header line per active hold, under the name
       01 INQUIRY-HOLD-LINE-WS.
           05 FILLER               PIC X(8)    VALUE "  HOLD: ".
           05 INQH-HOLD-TYPE-WS    PIC X(3).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 INQH-PLACING-OFFICE-WS PIC X(20).
           05 FILLER               PIC X(9)    VALUE "  PLACED ".
           05 INQH-DATE-PLACED-WS  PIC 9(8).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 INQH-REASON-WS       PIC X(30).

      * Column header shown ahead of the term rows for one student
       01 INQUIRY-COLUMN-HEADER.
           05 FILLER               PIC X(2)    VALUE SPACES.
                   NAME-FILE-STATUS-WS
                   " -- INQUIRIES SHOW NO NAME"
           END-IF.
      * Likewise a missing hold master only means inquiries show no
      * holds -- it does not exist until HOLDMNT places the first one
           OPEN INPUT HOLD-MASTER-FILE.
           IF HOLD-FILE-STATUS-WS = "00"
               MOVE "Y" TO HOLD-OPEN-SW
           ELSE
               DISPLAY "HOLD MASTER FILE NOT AVAILABLE, STATUS: "
                   HOLD-FILE-STATUS-WS
                   " -- INQUIRIES SHOW NO HOLDS"
           END-IF.

      * One round trip with the clerk: take a student number, list
      * that student's term rows, and come back for the next one
           IF NAME-MASTER-OPEN
               CLOSE NAME-MASTER-FILE
           END-IF.
           IF HOLD-MASTER-OPEN
               CLOSE HOLD-MASTER-FILE
           END-IF.

      * Keyed START at the front of the student's MASTER-KEY range,
      * then READ NEXT until the student number changes
               END-READ
           END-IF.
           DISPLAY INQUIRY-NAME-HEADER.
           PERFORM 700-DISPLAY-ACTIVE-HOLDS.

      * Keyed START at the front of the student's range on the hold
      * master, then READ NEXT until the student number changes,
      * showing each hold not yet released; released holds stay on
      * file as history but are no longer the student's concern
       700-DISPLAY-ACTIVE-HOLDS.
           IF HOLD-MASTER-OPEN
               MOVE "N" TO HOLD-EOF-FLAG
               MOVE INQUIRY-REQUEST-NUM-WS TO HOLD-STUDENT-NUMBER
               MOVE SPACES                 TO HOLD-TYPE
               START HOLD-MASTER-FILE
                   KEY IS NOT LESS THAN HOLD-KEY
                   INVALID KEY
                       MOVE "Y" TO HOLD-EOF-FLAG
               END-START
               IF HOLD-FILE-STATUS-WS NOT = "00"
                   MOVE "Y" TO HOLD-EOF-FLAG
               END-IF
               PERFORM 700-DISPLAY-ONE-HOLD
                   UNTIL HOLD-EOF-FLAG = "Y"
           END-IF.

       700-DISPLAY-ONE-HOLD.
           READ HOLD-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO HOLD-EOF-FLAG
               NOT AT END
                   IF HOLD-STUDENT-NUMBER NOT = INQUIRY-REQUEST-NUM-WS
                       MOVE "Y" TO HOLD-EOF-FLAG
                   ELSE
                       IF HOLD-IS-ACTIVE
                           MOVE HOLD-TYPE TO INQH-HOLD-TYPE-WS
                           MOVE HOLD-PLACING-OFFICE TO
                               INQH-PLACING-OFFICE-WS
                           MOVE HOLD-DATE-PLACED TO
                               INQH-DATE-PLACED-WS
                           MOVE HOLD-REASON TO INQH-REASON-WS
                           DISPLAY INQUIRY-HOLD-LINE-WS
                       END-IF
                   END-IF
           END-READ.
           IF HOLD-FILE-STATUS-WS NOT = "00"
                   AND HOLD-FILE-STATUS-WS NOT = "02"
               MOVE "Y" TO HOLD-EOF-FLAG
           END-IF.

       700-DISPLAY-ONE-TERM-ROW.
           READ STUDENT-MASTER-FILE NEXT RECORD
