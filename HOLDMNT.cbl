       IDENTIFICATION DIVISION.
       PROGRAM-ID.         HOLDMNT.
       AUTHOR.             RICHARD BARNEY.
       DATE-WRITTEN.       OCTOBER 2026.

      * Maintains the permanent HOLD-MASTER-FILE (STUHOLD.DAT) from a
      * batch of place, release, change and delete transactions
      * keyed on behalf of the offices that hold students -- student
      * accounts for an unpaid fee balance, the dean of students for
      * an open disciplinary case, and so on (see STUHOLD.CPY). A
      * place must name a student on the name master and a hold
      * type the student does not already have active; a hold that
      * was released is re-placed on its existing row. A release
      * must name an active hold and may not be dated before the
      * hold was placed. A change corrects the placing office, the
      * reason or the date placed of a hold already on file, and a
      * delete removes a hold keyed in error outright. The effective
      * date keyed on a place or release defaults to the run date
      * and may be back-dated but never forward-dated. Each applied
      * transaction goes to the accumulating audit listing as a
      * heading line naming the student, the hold type, the action
      * and who keyed it, followed by one line per field it changed
      * showing the old and the new value; transactions that fail
      * an edit are rejected to their own listing with the reason
      * and leave the master untouched. TRNSCRPT, STNDLTR and STUINQ
      * read the file to act on the holds that are active.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-TRANSACTION-FILE
               ASSIGN TO "C:\STUHOLDT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TRANSACTION-FILE-STATUS-WS.
           SELECT HOLD-MASTER-FILE
               ASSIGN TO "C:\STUHOLD.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HOLD-KEY
                   FILE STATUS IS HOLD-FILE-STATUS-WS.
           SELECT NAME-MASTER-FILE
               ASSIGN TO "C:\STUNAME.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NMST-STUDENT-NUMBER
                   FILE STATUS IS NAME-FILE-STATUS-WS.
           SELECT OPTIONAL HOLD-AUDIT-FILE
               ASSIGN TO "C:\STUHOLDA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-REJECT-FILE
               ASSIGN TO "C:\STUHOLDJ.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * HOLD-TRANSACTION-FILE is the batch of hold changes: P to
      * place, R to release, C to change, D to delete. A release or
      * delete needs only the action, the student number, the hold
      * type and the initials, plus the release date when it is not
      * the run date
       FD HOLD-TRANSACTION-FILE.
       01 HOLD-TRANSACTION-RECORD.
           05 HTRN-ACTION           PIC X.
               88 HTRN-PLACE               VALUE "P".
               88 HTRN-RELEASE             VALUE "R".
               88 HTRN-CHANGE              VALUE "C".
               88 HTRN-DELETE              VALUE "D".
           05 HTRN-STUDENT-NUMBER   PIC 9(9).
           05 HTRN-HOLD-TYPE        PIC X(3).
           05 HTRN-PLACING-OFFICE   PIC X(20).
           05 HTRN-EFFECTIVE-DATE   PIC X(8).
           05 HTRN-EFFECTIVE-DATE-NUM REDEFINES HTRN-EFFECTIVE-DATE
                                    PIC 9(8).
           05 HTRN-REASON           PIC X(30).
           05 HTRN-INITIALS         PIC X(3).

      * HOLD-MASTER-FILE holds one row per student per hold type
       FD HOLD-MASTER-FILE.
           COPY STUHOLD.

      * NAME-MASTER-FILE confirms that a student being held is one
      * the college has actually published
       FD NAME-MASTER-FILE.
           COPY STUNAME.

      * HOLD-AUDIT-FILE carries a heading line per applied
      * transaction and a line per field it changed
       FD HOLD-AUDIT-FILE.
       01 HOLD-AUDIT-CARD           PIC X(110).

      * HOLD-REJECT-FILE lists every transaction that could not be
      * applied, with the reason
       FD HOLD-REJECT-FILE.
       01 HOLD-REJECT-CARD          PIC X(70).

       WORKING-STORAGE SECTION.
       01 FLAGS-AND-CONTROLS.
           05 TRANSACTION-FILE-STATUS-WS PIC XX VALUE "00".
           05 HOLD-FILE-STATUS-WS      PIC XX   VALUE "00".
           05 NAME-FILE-STATUS-WS      PIC XX   VALUE "00".
           05 HTRN-EOF-FLAG        PIC X       VALUE "N".
           05 HTRN-VALID-SW        PIC X       VALUE "Y".
               88 TRANSACTION-IS-VALID     VALUE "Y".
           05 HOLD-FOUND-SW        PIC X       VALUE "N".
               88 HOLD-ON-FILE             VALUE "Y".
           05 HTRN-READ-CTR        PIC 9(5)    VALUE ZERO.
           05 HOLDS-PLACED-CTR     PIC 9(5)    VALUE ZERO.
           05 HOLDS-RELEASED-CTR   PIC 9(5)    VALUE ZERO.
           05 HOLDS-CHANGED-CTR    PIC 9(5)    VALUE ZERO.
           05 HOLDS-DELETED-CTR    PIC 9(5)    VALUE ZERO.
           05 HTRN-REJECTED-CTR    PIC 9(5)    VALUE ZERO.

      * Date the transaction takes effect: the date keyed, or the
      * run date when the field is left blank
       01 EFFECTIVE-DATE-WS        PIC 9(8)    VALUE ZERO.

      * Before and after images of the hold fields, compared field
      * by field so the audit listing shows only what the
      * transaction actually changed; a new hold has a blank before
      * image and a delete a blank after image. The release date is
      * carried blank while the hold is active
       01 BEFORE-HOLD-WS.
           05 BHLD-PLACING-OFFICE  PIC X(20)   VALUE SPACES.
           05 BHLD-DATE-PLACED     PIC X(8)    VALUE SPACES.
           05 BHLD-DATE-RELEASED   PIC X(8)    VALUE SPACES.
           05 BHLD-REASON          PIC X(30)   VALUE SPACES.
       01 AFTER-HOLD-WS.
           05 AHLD-PLACING-OFFICE  PIC X(20)   VALUE SPACES.
           05 AHLD-DATE-PLACED     PIC X(8)    VALUE SPACES.
           05 AHLD-DATE-RELEASED   PIC X(8)    VALUE SPACES.
           05 AHLD-REASON          PIC X(30)   VALUE SPACES.

      * One audit heading line per applied transaction
       01 AUDIT-HEADING-LINE-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 AHDG-STUDENT-NUMBER-WS PIC 9(9).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 AHDG-HOLD-TYPE-WS    PIC X(3).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 AHDG-ACTION-WS       PIC X(8).
           05 FILLER               PIC X(4)    VALUE " BY ".
           05 AHDG-INITIALS-WS     PIC X(3).
           05 FILLER               PIC X(4)    VALUE " ON ".
           05 AHDG-APPLIED-DATE-WS PIC 9(8).
           05 FILLER               PIC X       VALUE SPACES.
           05 AHDG-APPLIED-TIME-WS PIC 9(8).

      * One audit line per field changed, under its heading line
       01 AUDIT-FIELD-LINE-WS.
           05 FILLER               PIC X(6)    VALUE SPACES.
           05 AFLD-LABEL-WS        PIC X(12).
           05 FILLER               PIC X(5)    VALUE " OLD=".
           05 AFLD-OLD-VALUE-WS    PIC X(30).
           05 FILLER               PIC X(5)    VALUE " NEW=".
           05 AFLD-NEW-VALUE-WS    PIC X(30).

      * One reject-listing line per transaction that was not applied
       01 HOLD-REJECT-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 HREJ-STUDENT-NUMBER-WS PIC X(9).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 HREJ-HOLD-TYPE-WS    PIC X(3).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 HREJ-ACTION-WS       PIC X.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 HREJ-INITIALS-WS     PIC X(3).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 HREJ-REASON-WS       PIC X(40).

      * Run date/time stamped on every audit heading and on the hold
      * rows themselves
       01 RUN-DATE-TIME-WS.
           05 RUN-DATE-WS          PIC 9(8)    VALUE ZERO.
           05 RUN-TIME-WS          PIC 9(8)    VALUE ZERO.

       PROCEDURE DIVISION.
      * Mainline routine
       100-MAINTAIN-HOLDS.
           PERFORM 200-INIT-MAINTAIN-HOLDS.
           PERFORM 200-APPLY-ONE-TRANSACTION
               UNTIL HTRN-EOF-FLAG = "Y".
           PERFORM 200-TERM-MAINTAIN-HOLDS.
           STOP RUN.

       200-INIT-MAINTAIN-HOLDS.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-WS FROM TIME.
           OPEN INPUT HOLD-TRANSACTION-FILE.
           IF TRANSACTION-FILE-STATUS-WS NOT = "00"
               DISPLAY "UNABLE TO OPEN HOLD TRANSACTION FILE, "
                   "STATUS: " TRANSACTION-FILE-STATUS-WS
               MOVE "Y" TO HTRN-EOF-FLAG
           END-IF.
           PERFORM 700-OPEN-HOLD-MASTER-FILE.
           IF HOLD-FILE-STATUS-WS NOT = "00"
               DISPLAY "UNABLE TO OPEN HOLD MASTER FILE, STATUS: "
                   HOLD-FILE-STATUS-WS
               MOVE "Y" TO HTRN-EOF-FLAG
           END-IF.
           OPEN INPUT NAME-MASTER-FILE.
           IF NAME-FILE-STATUS-WS NOT = "00"
               DISPLAY "UNABLE TO OPEN NAME MASTER FILE, STATUS: "
                   NAME-FILE-STATUS-WS
               MOVE "Y" TO HTRN-EOF-FLAG
           END-IF.
      * The audit listing is the record of who placed or lifted a
      * hold and when, so it accumulates across runs in extend mode;
      * the reject listing is a per-run work listing and starts
      * fresh
           OPEN EXTEND HOLD-AUDIT-FILE.
           OPEN OUTPUT HOLD-REJECT-FILE.
           IF HTRN-EOF-FLAG = "N"
               PERFORM 700-READ-HOLD-TRANSACTION
           END-IF.

       200-APPLY-ONE-TRANSACTION.
           PERFORM 700-VALIDATE-TRANSACTION.
           IF TRANSACTION-IS-VALID AND HTRN-PLACE
               PERFORM 700-PLACE-HOLD
           END-IF.
           IF TRANSACTION-IS-VALID AND HTRN-RELEASE
               PERFORM 700-RELEASE-HOLD
           END-IF.
           IF TRANSACTION-IS-VALID AND HTRN-CHANGE
               PERFORM 700-CHANGE-HOLD
           END-IF.
           IF TRANSACTION-IS-VALID AND HTRN-DELETE
               PERFORM 700-DELETE-HOLD
           END-IF.
           PERFORM 700-READ-HOLD-TRANSACTION.

       200-TERM-MAINTAIN-HOLDS.
           DISPLAY "TRANSACTIONS READ:     " HTRN-READ-CTR.
           DISPLAY "HOLDS PLACED:          " HOLDS-PLACED-CTR.
           DISPLAY "HOLDS RELEASED:        " HOLDS-RELEASED-CTR.
           DISPLAY "HOLDS CHANGED:         " HOLDS-CHANGED-CTR.
           DISPLAY "HOLDS DELETED:         " HOLDS-DELETED-CTR.
           DISPLAY "TRANSACTIONS REJECTED: " HTRN-REJECTED-CTR.
           CLOSE HOLD-TRANSACTION-FILE
                 HOLD-MASTER-FILE
                 NAME-MASTER-FILE
                 HOLD-AUDIT-FILE
                 HOLD-REJECT-FILE.

      * Opens the hold master for update; on the first run it will
      * not exist yet, so create it first
       700-OPEN-HOLD-MASTER-FILE.
           OPEN I-O HOLD-MASTER-FILE.
           IF HOLD-FILE-STATUS-WS = "35"
               OPEN OUTPUT HOLD-MASTER-FILE
               CLOSE HOLD-MASTER-FILE
               OPEN I-O HOLD-MASTER-FILE
           END-IF.

       700-READ-HOLD-TRANSACTION.
           READ HOLD-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO HTRN-EOF-FLAG
               NOT AT END
                   ADD 1 TO HTRN-READ-CTR
           END-READ.

      * Edits that need nothing but the transaction itself: a known
      * action, a student number that is a number, a hold type the
      * offices have agreed on, initials so every applied change can
      * be traced to whoever keyed it, and an effective date that is
      * a date no later than today
       700-VALIDATE-TRANSACTION.
           MOVE "Y" TO HTRN-VALID-SW.
           IF NOT HTRN-PLACE AND NOT HTRN-RELEASE
                   AND NOT HTRN-CHANGE AND NOT HTRN-DELETE
               MOVE "ACTION NOT P-R-C-D" TO HREJ-REASON-WS
               PERFORM 700-WRITE-HOLD-REJECT
           END-IF.
           IF TRANSACTION-IS-VALID
               IF HTRN-STUDENT-NUMBER IS NOT NUMERIC
                   MOVE "STUDENT NUMBER NOT NUMERIC" TO HREJ-REASON-WS
                   PERFORM 700-WRITE-HOLD-REJECT
               END-IF
           END-IF.
           IF TRANSACTION-IS-VALID
               MOVE HTRN-HOLD-TYPE TO HOLD-TYPE
               IF NOT HOLD-TYPE-IS-VALID
                   MOVE "HOLD TYPE NOT FEE-DIS-LIB-ADM" TO
                       HREJ-REASON-WS
                   PERFORM 700-WRITE-HOLD-REJECT
               END-IF
           END-IF.
           IF TRANSACTION-IS-VALID
               IF HTRN-INITIALS = SPACES
                   MOVE "AUTHORIZING INITIALS MISSING" TO
                       HREJ-REASON-WS
                   PERFORM 700-WRITE-HOLD-REJECT
               END-IF
           END-IF.
           IF TRANSACTION-IS-VALID
               PERFORM 700-EDIT-EFFECTIVE-DATE
           END-IF.

      * A blank date takes effect on the run date. A keyed date may
      * be back-dated to when the office actually acted, but a hold
      * cannot be placed or lifted ahead of time
       700-EDIT-EFFECTIVE-DATE.
           IF HTRN-EFFECTIVE-DATE = SPACES
               MOVE RUN-DATE-WS TO EFFECTIVE-DATE-WS
           ELSE
               IF HTRN-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT NUMERIC" TO HREJ-REASON-WS
                   PERFORM 700-WRITE-HOLD-REJECT
               ELSE
                   IF HTRN-EFFECTIVE-DATE-NUM > RUN-DATE-WS
                       MOVE "EFFECTIVE DATE AFTER RUN DATE" TO
                           HREJ-REASON-WS
                       PERFORM 700-WRITE-HOLD-REJECT
                   ELSE
                       MOVE HTRN-EFFECTIVE-DATE-NUM TO
                           EFFECTIVE-DATE-WS
                   END-IF
               END-IF
           END-IF.

      * Keyed read of the transaction's hold; HOLD-ON-FILE tells the
      * caller whether the row was there
       700-READ-HOLD-RECORD.
           MOVE "N" TO HOLD-FOUND-SW.
           MOVE HTRN-STUDENT-NUMBER TO HOLD-STUDENT-NUMBER.
           MOVE HTRN-HOLD-TYPE      TO HOLD-TYPE.
           READ HOLD-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO HOLD-FOUND-SW
           END-READ.

      * A place must be for a student the college has published and
      * names the office holding the student. A hold of that type
      * still active is rejected -- the office already has what it
      * asked for -- while one released earlier is re-placed on its
      * own row with the new date placed and the release cleared
       700-PLACE-HOLD.
           MOVE HTRN-STUDENT-NUMBER TO NMST-STUDENT-NUMBER.
           READ NAME-MASTER-FILE
               INVALID KEY
                   MOVE "STUDENT NOT ON NAME MASTER" TO HREJ-REASON-WS
                   PERFORM 700-WRITE-HOLD-REJECT
           END-READ.
           IF TRANSACTION-IS-VALID
               IF HTRN-PLACING-OFFICE = SPACES
                   MOVE "PLACING OFFICE MISSING" TO HREJ-REASON-WS
                   PERFORM 700-WRITE-HOLD-REJECT
               END-IF
           END-IF.
           IF TRANSACTION-IS-VALID
               PERFORM 700-READ-HOLD-RECORD
               IF HOLD-ON-FILE AND HOLD-IS-ACTIVE
                   MOVE "HOLD OF THIS TYPE ALREADY ACTIVE" TO
                       HREJ-REASON-WS
                   PERFORM 700-WRITE-HOLD-REJECT
               END-IF
           END-IF.
           IF TRANSACTION-IS-VALID
               IF HOLD-ON-FILE
                   PERFORM 700-SAVE-BEFORE-IMAGE
               ELSE
                   MOVE SPACES TO BEFORE-HOLD-WS
                   MOVE SPACES TO HOLD-MASTER-RECORD
                   MOVE HTRN-STUDENT-NUMBER TO HOLD-STUDENT-NUMBER
                   MOVE HTRN-HOLD-TYPE      TO HOLD-TYPE
               END-IF
               MOVE HTRN-PLACING-OFFICE TO HOLD-PLACING-OFFICE
               MOVE EFFECTIVE-DATE-WS   TO HOLD-DATE-PLACED
               MOVE ZERO                TO HOLD-DATE-RELEASED
               MOVE HTRN-REASON         TO HOLD-REASON
               MOVE RUN-DATE-WS         TO HOLD-LAST-CHANGED-DATE
               MOVE HTRN-INITIALS       TO HOLD-LAST-CHANGED-BY
               IF HOLD-ON-FILE
                   PERFORM 700-REWRITE-PLACED-HOLD
               ELSE
                   PERFORM 700-WRITE-PLACED-HOLD
               END-IF
           END-IF.

       700-WRITE-PLACED-HOLD.
           WRITE HOLD-MASTER-RECORD
               INVALID KEY
                   MOVE "HOLD WRITE FAILED" TO HREJ-REASON-WS
                   PERFORM 700-WRITE-HOLD-REJECT
               NOT INVALID KEY
                   MOVE "PLACE" TO AHDG-ACTION-WS
                   PERFORM 700-SAVE-AFTER-IMAGE
                   PERFORM 700-WRITE-HOLD-AUDIT
                   ADD 1 TO HOLDS-PLACED-CTR
           END-WRITE.

       700-REWRITE-PLACED-HOLD.
           REWRITE HOLD-MASTER-RECORD
               INVALID KEY
                   MOVE "HOLD REWRITE FAILED" TO HREJ-REASON-WS
                   PERFORM 700-WRITE-HOLD-REJECT
               NOT INVALID KEY
                   MOVE "RE-PLACE" TO AHDG-ACTION-WS
                   PERFORM 700-SAVE-AFTER-IMAGE
                   PERFORM 700-WRITE-HOLD-AUDIT
                   ADD 1 TO HOLDS-PLACED-CTR
           END-REWRITE.

      * A release lifts an active hold as of the effective date,
      * which cannot fall before the hold was placed; the row stays
      * on file as the record that the hold existed
       700-RELEASE-HOLD.
           PERFORM 700-READ-HOLD-RECORD.
           IF NOT HOLD-ON-FILE
               MOVE "NO HOLD ON FILE TO RELEASE" TO HREJ-REASON-WS
               PERFORM 700-WRITE-HOLD-REJECT
           END-IF.
           IF TRANSACTION-IS-VALID
               IF NOT HOLD-IS-ACTIVE
                   MOVE "HOLD ALREADY RELEASED" TO HREJ-REASON-WS
                   PERFORM 700-WRITE-HOLD-REJECT
               END-IF
           END-IF.
           IF TRANSACTION-IS-VALID
               IF EFFECTIVE-DATE-WS < HOLD-DATE-PLACED
                   MOVE "RELEASE DATE BEFORE DATE PLACED" TO
                       HREJ-REASON-WS
                   PERFORM 700-WRITE-HOLD-REJECT
               END-IF
           END-IF.
           IF TRANSACTION-IS-VALID
               PERFORM 700-SAVE-BEFORE-IMAGE
               MOVE EFFECTIVE-DATE-WS TO HOLD-DATE-RELEASED
               MOVE RUN-DATE-WS       TO HOLD-LAST-CHANGED-DATE
               MOVE HTRN-INITIALS     TO HOLD-LAST-CHANGED-BY
               REWRITE HOLD-MASTER-RECORD
                   INVALID KEY
                       MOVE "HOLD REWRITE FAILED" TO HREJ-REASON-WS
                       PERFORM 700-WRITE-HOLD-REJECT
                   NOT INVALID KEY
                       MOVE "RELEASE" TO AHDG-ACTION-WS
                       PERFORM 700-SAVE-AFTER-IMAGE
                       PERFORM 700-WRITE-HOLD-AUDIT
                       ADD 1 TO HOLDS-RELEASED-CTR
               END-REWRITE
           END-IF.

      * A change corrects a hold already on file: only the fields
      * keyed replace the stored ones, an asterisk in the first
      * column clears the reason, and a keyed date corrects the
      * date placed -- which still cannot fall after a release
       700-CHANGE-HOLD.
           PERFORM 700-READ-HOLD-RECORD.
           IF NOT HOLD-ON-FILE
               MOVE "NO HOLD ON FILE TO CHANGE" TO HREJ-REASON-WS
               PERFORM 700-WRITE-HOLD-REJECT
           END-IF.
           IF TRANSACTION-IS-VALID
               PERFORM 700-SAVE-BEFORE-IMAGE
               IF HTRN-PLACING-OFFICE NOT = SPACES
                   MOVE HTRN-PLACING-OFFICE TO HOLD-PLACING-OFFICE
               END-IF
               IF HTRN-REASON NOT = SPACES
                   MOVE HTRN-REASON TO HOLD-REASON
                   IF HTRN-REASON(1:1) = "*"
                       MOVE SPACES TO HOLD-REASON
                   END-IF
               END-IF
               IF HTRN-EFFECTIVE-DATE NOT = SPACES
                   MOVE EFFECTIVE-DATE-WS TO HOLD-DATE-PLACED
               END-IF
               IF NOT HOLD-IS-ACTIVE
                       AND HOLD-DATE-PLACED > HOLD-DATE-RELEASED
                   MOVE "DATE PLACED AFTER RELEASE DATE" TO
                       HREJ-REASON-WS
                   PERFORM 700-WRITE-HOLD-REJECT
               END-IF
           END-IF.
           IF TRANSACTION-IS-VALID
               MOVE RUN-DATE-WS   TO HOLD-LAST-CHANGED-DATE
               MOVE HTRN-INITIALS TO HOLD-LAST-CHANGED-BY
               REWRITE HOLD-MASTER-RECORD
                   INVALID KEY
                       MOVE "HOLD REWRITE FAILED" TO HREJ-REASON-WS
                       PERFORM 700-WRITE-HOLD-REJECT
                   NOT INVALID KEY
                       MOVE "CHANGE" TO AHDG-ACTION-WS
                       PERFORM 700-SAVE-AFTER-IMAGE
                       PERFORM 700-WRITE-HOLD-AUDIT
                       ADD 1 TO HOLDS-CHANGED-CTR
               END-REWRITE
           END-IF.

      * A delete is for a hold keyed against the wrong student or
      * type; a hold that has simply been satisfied is released
      * instead, so the record of it survives
       700-DELETE-HOLD.
           PERFORM 700-READ-HOLD-RECORD.
           IF NOT HOLD-ON-FILE
               MOVE "NO HOLD ON FILE TO DELETE" TO HREJ-REASON-WS
               PERFORM 700-WRITE-HOLD-REJECT
           END-IF.
           IF TRANSACTION-IS-VALID
               PERFORM 700-SAVE-BEFORE-IMAGE
               DELETE HOLD-MASTER-FILE
                   INVALID KEY
                       MOVE "HOLD DELETE FAILED" TO HREJ-REASON-WS
                       PERFORM 700-WRITE-HOLD-REJECT
                   NOT INVALID KEY
                       MOVE "DELETE" TO AHDG-ACTION-WS
                       MOVE SPACES TO AFTER-HOLD-WS
                       PERFORM 700-WRITE-HOLD-AUDIT
                       ADD 1 TO HOLDS-DELETED-CTR
               END-DELETE
           END-IF.

       700-SAVE-BEFORE-IMAGE.
           MOVE HOLD-PLACING-OFFICE TO BHLD-PLACING-OFFICE.
           MOVE HOLD-DATE-PLACED    TO BHLD-DATE-PLACED.
           IF HOLD-IS-ACTIVE
               MOVE SPACES TO BHLD-DATE-RELEASED
           ELSE
               MOVE HOLD-DATE-RELEASED TO BHLD-DATE-RELEASED
           END-IF.
           MOVE HOLD-REASON         TO BHLD-REASON.

       700-SAVE-AFTER-IMAGE.
           MOVE HOLD-PLACING-OFFICE TO AHLD-PLACING-OFFICE.
           MOVE HOLD-DATE-PLACED    TO AHLD-DATE-PLACED.
           IF HOLD-IS-ACTIVE
               MOVE SPACES TO AHLD-DATE-RELEASED
           ELSE
               MOVE HOLD-DATE-RELEASED TO AHLD-DATE-RELEASED
           END-IF.
           MOVE HOLD-REASON         TO AHLD-REASON.

      * Heading line for the transaction, then a line for each field
      * whose before and after values differ
       700-WRITE-HOLD-AUDIT.
           MOVE HTRN-STUDENT-NUMBER TO AHDG-STUDENT-NUMBER-WS.
           MOVE HTRN-HOLD-TYPE      TO AHDG-HOLD-TYPE-WS.
           MOVE HTRN-INITIALS       TO AHDG-INITIALS-WS.
           MOVE RUN-DATE-WS         TO AHDG-APPLIED-DATE-WS.
           MOVE RUN-TIME-WS         TO AHDG-APPLIED-TIME-WS.
           WRITE HOLD-AUDIT-CARD FROM AUDIT-HEADING-LINE-WS.
           MOVE "OFFICE"       TO AFLD-LABEL-WS.
           MOVE BHLD-PLACING-OFFICE TO AFLD-OLD-VALUE-WS.
           MOVE AHLD-PLACING-OFFICE TO AFLD-NEW-VALUE-WS.
           PERFORM 700-WRITE-FIELD-AUDIT-LINE.
           MOVE "DATE PLACED"  TO AFLD-LABEL-WS.
           MOVE BHLD-DATE-PLACED TO AFLD-OLD-VALUE-WS.
           MOVE AHLD-DATE-PLACED TO AFLD-NEW-VALUE-WS.
           PERFORM 700-WRITE-FIELD-AUDIT-LINE.
           MOVE "RELEASED"     TO AFLD-LABEL-WS.
           MOVE BHLD-DATE-RELEASED TO AFLD-OLD-VALUE-WS.
           MOVE AHLD-DATE-RELEASED TO AFLD-NEW-VALUE-WS.
           PERFORM 700-WRITE-FIELD-AUDIT-LINE.
           MOVE "REASON"       TO AFLD-LABEL-WS.
           MOVE BHLD-REASON    TO AFLD-OLD-VALUE-WS.
           MOVE AHLD-REASON    TO AFLD-NEW-VALUE-WS.
           PERFORM 700-WRITE-FIELD-AUDIT-LINE.

       700-WRITE-FIELD-AUDIT-LINE.
           IF AFLD-OLD-VALUE-WS NOT = AFLD-NEW-VALUE-WS
               WRITE HOLD-AUDIT-CARD FROM AUDIT-FIELD-LINE-WS
           END-IF.

       700-WRITE-HOLD-REJECT.
           MOVE "N" TO HTRN-VALID-SW.
           MOVE HTRN-STUDENT-NUMBER TO HREJ-STUDENT-NUMBER-WS.
           MOVE HTRN-HOLD-TYPE      TO HREJ-HOLD-TYPE-WS.
           MOVE HTRN-ACTION         TO HREJ-ACTION-WS.
           MOVE HTRN-INITIALS       TO HREJ-INITIALS-WS.
           WRITE HOLD-REJECT-CARD FROM HOLD-REJECT-WS.
           ADD 1 TO HTRN-REJECTED-CTR.
