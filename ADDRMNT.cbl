       IDENTIFICATION DIVISION.
       PROGRAM-ID.         ADDRMNT.
       AUTHOR.             RICHARD BARNEY.
       DATE-WRITTEN.       OCTOBER 2026.

      * Maintains the permanent ADDRESS-MASTER-FILE (STUADDR.DAT) from
      * a batch of add, change and delete transactions keyed by the
      * registrar's office, since the registrar's extract carries no
      * address for PROJECT2A to publish. An add must name a student
      * already on the name master and not yet on the address
      * master; a change or delete must name one already there. On a
      * change only the fields keyed replace the stored ones, and an
      * asterisk in the first column of a field clears it. Every
      * resulting address is edited before it is written: a first
      * address line and a city are required, and a Canadian address
      * (country left blank) must carry a valid province code and a
      * postal code in A9A 9A9 form. Each applied transaction goes
      * to the accumulating audit listing as a heading line naming
      * the student, the action and who keyed it, followed by one
      * line per field it changed showing the old and the new value;
      * transactions that fail an edit are rejected to their own
      * listing with the reason and leave the master untouched.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDRESS-TRANSACTION-FILE
               ASSIGN TO "C:\STUADDRT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TRANSACTION-FILE-STATUS-WS.
           SELECT ADDRESS-MASTER-FILE
               ASSIGN TO "C:\STUADDR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ADDR-STUDENT-NUMBER
                   FILE STATUS IS ADDRESS-FILE-STATUS-WS.
           SELECT NAME-MASTER-FILE
               ASSIGN TO "C:\STUNAME.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NMST-STUDENT-NUMBER
                   FILE STATUS IS NAME-FILE-STATUS-WS.
           SELECT OPTIONAL ADDRESS-AUDIT-FILE
               ASSIGN TO "C:\STUADDRA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADDRESS-REJECT-FILE
               ASSIGN TO "C:\STUADDRJ.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ADDRESS-TRANSACTION-FILE is the batch of address changes
      * keyed by the registrar's office: A to add, C to change, D to
      * delete. A delete needs only the action, the student number
      * and the initials
       FD ADDRESS-TRANSACTION-FILE.
       01 ADDRESS-TRANSACTION-RECORD.
           05 ATRN-ACTION           PIC X.
               88 ATRN-ADD                 VALUE "A".
               88 ATRN-CHANGE              VALUE "C".
               88 ATRN-DELETE              VALUE "D".
           05 ATRN-STUDENT-NUMBER   PIC 9(9).
           05 ATRN-LINE-1           PIC X(30).
           05 ATRN-LINE-2           PIC X(30).
           05 ATRN-CITY             PIC X(20).
           05 ATRN-PROVINCE         PIC X(2).
           05 ATRN-POSTAL-CODE      PIC X(7).
           05 ATRN-COUNTRY          PIC X(20).
           05 ATRN-PHONE            PIC X(14).
           05 ATRN-EMAIL            PIC X(40).
           05 ATRN-INITIALS         PIC X(3).

      * ADDRESS-MASTER-FILE holds one mailing address per student
       FD ADDRESS-MASTER-FILE.
           COPY STUADDR.

      * NAME-MASTER-FILE confirms that a student being added is one
      * the college has actually published
       FD NAME-MASTER-FILE.
           COPY STUNAME.

      * ADDRESS-AUDIT-FILE carries a heading line per applied
      * transaction and a line per field it changed
       FD ADDRESS-AUDIT-FILE.
       01 ADDRESS-AUDIT-CARD        PIC X(110).

      * ADDRESS-REJECT-FILE lists every transaction that could not be
      * applied, with the reason
       FD ADDRESS-REJECT-FILE.
       01 ADDRESS-REJECT-CARD       PIC X(70).

       WORKING-STORAGE SECTION.
       01 FLAGS-AND-CONTROLS.
           05 TRANSACTION-FILE-STATUS-WS PIC XX VALUE "00".
           05 ADDRESS-FILE-STATUS-WS   PIC XX   VALUE "00".
           05 NAME-FILE-STATUS-WS      PIC XX   VALUE "00".
           05 ATRN-EOF-FLAG        PIC X       VALUE "N".
           05 ATRN-VALID-SW        PIC X       VALUE "Y".
               88 TRANSACTION-IS-VALID     VALUE "Y".
           05 ATRN-READ-CTR        PIC 9(5)    VALUE ZERO.
           05 ADDRESS-ADDED-CTR    PIC 9(5)    VALUE ZERO.
           05 ADDRESS-CHANGED-CTR  PIC 9(5)    VALUE ZERO.
           05 ADDRESS-DELETED-CTR  PIC 9(5)    VALUE ZERO.
           05 ATRN-REJECTED-CTR    PIC 9(5)    VALUE ZERO.
           05 EMAIL-AT-SIGN-CTR    PIC 9(2)    VALUE ZERO.

      * Working copies of the province and postal code under edit:
      * the province against the thirteen Canada Post codes, and the
      * postal code character by character against A9A 9A9
       01 ADDRESS-EDIT-CONTROLS.
           05 EDIT-PROVINCE-WS     PIC XX      VALUE SPACES.
               88 CANADIAN-PROVINCE        VALUE "AB" "BC" "MB" "NB"
                                                 "NL" "NS" "NT" "NU"
                                                 "ON" "PE" "QC" "SK"
                                                 "YT".
           05 EDIT-POSTAL-CODE-WS  PIC X(7)    VALUE SPACES.
           05 EDIT-POSTAL-PARTS-WS REDEFINES EDIT-POSTAL-CODE-WS.
               10 EDIT-POSTAL-CHAR-1   PIC X.
               10 EDIT-POSTAL-DIGIT-2  PIC X.
               10 EDIT-POSTAL-CHAR-3   PIC X.
               10 EDIT-POSTAL-SPACE-4  PIC X.
               10 EDIT-POSTAL-DIGIT-5  PIC X.
               10 EDIT-POSTAL-CHAR-6   PIC X.
               10 EDIT-POSTAL-DIGIT-7  PIC X.
           05 POSTAL-CODE-SW       PIC X       VALUE "Y".
               88 POSTAL-CODE-IS-VALID     VALUE "Y".

      * Before and after images of the address fields, compared
      * field by field so the audit listing shows only what the
      * transaction actually changed; an add has a blank before
      * image and a delete a blank after image
       01 BEFORE-ADDRESS-WS.
           05 BADR-LINE-1          PIC X(30)   VALUE SPACES.
           05 BADR-LINE-2          PIC X(30)   VALUE SPACES.
           05 BADR-CITY            PIC X(20)   VALUE SPACES.
           05 BADR-PROVINCE        PIC X(2)    VALUE SPACES.
           05 BADR-POSTAL-CODE     PIC X(7)    VALUE SPACES.
           05 BADR-COUNTRY         PIC X(20)   VALUE SPACES.
           05 BADR-PHONE           PIC X(14)   VALUE SPACES.
           05 BADR-EMAIL           PIC X(40)   VALUE SPACES.
       01 AFTER-ADDRESS-WS.
           05 AADR-LINE-1          PIC X(30)   VALUE SPACES.
           05 AADR-LINE-2          PIC X(30)   VALUE SPACES.
           05 AADR-CITY            PIC X(20)   VALUE SPACES.
           05 AADR-PROVINCE        PIC X(2)    VALUE SPACES.
           05 AADR-POSTAL-CODE     PIC X(7)    VALUE SPACES.
           05 AADR-COUNTRY         PIC X(20)   VALUE SPACES.
           05 AADR-PHONE           PIC X(14)   VALUE SPACES.
           05 AADR-EMAIL           PIC X(40)   VALUE SPACES.

      * One audit heading line per applied transaction
       01 AUDIT-HEADING-LINE-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 AHDG-STUDENT-NUMBER-WS PIC 9(9).
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
           05 AFLD-OLD-VALUE-WS    PIC X(40).
           05 FILLER               PIC X(5)    VALUE " NEW=".
           05 AFLD-NEW-VALUE-WS    PIC X(40).

      * One reject-listing line per transaction that was not applied
       01 ADDRESS-REJECT-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 AREJ-STUDENT-NUMBER-WS PIC X(9).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 AREJ-ACTION-WS       PIC X.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 AREJ-INITIALS-WS     PIC X(3).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 AREJ-REASON-WS       PIC X(40).

      * Run date/time stamped on every audit heading and on the
      * address rows themselves
       01 RUN-DATE-TIME-WS.
           05 RUN-DATE-WS          PIC 9(8)    VALUE ZERO.
           05 RUN-TIME-WS          PIC 9(8)    VALUE ZERO.

       PROCEDURE DIVISION.
      * Mainline routine
       100-MAINTAIN-ADDRESSES.
           PERFORM 200-INIT-MAINTAIN-ADDRESSES.
           PERFORM 200-APPLY-ONE-TRANSACTION
               UNTIL ATRN-EOF-FLAG = "Y".
           PERFORM 200-TERM-MAINTAIN-ADDRESSES.
           STOP RUN.

       200-INIT-MAINTAIN-ADDRESSES.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-WS FROM TIME.
           OPEN INPUT ADDRESS-TRANSACTION-FILE.
           IF TRANSACTION-FILE-STATUS-WS NOT = "00"
               DISPLAY "UNABLE TO OPEN ADDRESS TRANSACTION FILE, "
                   "STATUS: " TRANSACTION-FILE-STATUS-WS
               MOVE "Y" TO ATRN-EOF-FLAG
           END-IF.
           PERFORM 700-OPEN-ADDRESS-MASTER-FILE.
           IF ADDRESS-FILE-STATUS-WS NOT = "00"
               DISPLAY "UNABLE TO OPEN ADDRESS MASTER FILE, STATUS: "
                   ADDRESS-FILE-STATUS-WS
               MOVE "Y" TO ATRN-EOF-FLAG
           END-IF.
           OPEN INPUT NAME-MASTER-FILE.
           IF NAME-FILE-STATUS-WS NOT = "00"
               DISPLAY "UNABLE TO OPEN NAME MASTER FILE, STATUS: "
                   NAME-FILE-STATUS-WS
               MOVE "Y" TO ATRN-EOF-FLAG
           END-IF.
      * The audit listing is the record of who changed an address
      * and when, so it accumulates across runs in extend mode; the
      * reject listing is a per-run work listing and starts fresh
           OPEN EXTEND ADDRESS-AUDIT-FILE.
           OPEN OUTPUT ADDRESS-REJECT-FILE.
           IF ATRN-EOF-FLAG = "N"
               PERFORM 700-READ-ADDRESS-TRANSACTION
           END-IF.

       200-APPLY-ONE-TRANSACTION.
           PERFORM 700-VALIDATE-TRANSACTION.
           IF TRANSACTION-IS-VALID AND ATRN-ADD
               PERFORM 700-ADD-ADDRESS
           END-IF.
           IF TRANSACTION-IS-VALID AND ATRN-CHANGE
               PERFORM 700-CHANGE-ADDRESS
           END-IF.
           IF TRANSACTION-IS-VALID AND ATRN-DELETE
               PERFORM 700-DELETE-ADDRESS
           END-IF.
           PERFORM 700-READ-ADDRESS-TRANSACTION.

       200-TERM-MAINTAIN-ADDRESSES.
           DISPLAY "TRANSACTIONS READ:     " ATRN-READ-CTR.
           DISPLAY "ADDRESSES ADDED:       " ADDRESS-ADDED-CTR.
           DISPLAY "ADDRESSES CHANGED:     " ADDRESS-CHANGED-CTR.
           DISPLAY "ADDRESSES DELETED:     " ADDRESS-DELETED-CTR.
           DISPLAY "TRANSACTIONS REJECTED: " ATRN-REJECTED-CTR.
           CLOSE ADDRESS-TRANSACTION-FILE
                 ADDRESS-MASTER-FILE
                 NAME-MASTER-FILE
                 ADDRESS-AUDIT-FILE
                 ADDRESS-REJECT-FILE.

      * Opens the address master for update; on the first run it
      * will not exist yet, so create it first
       700-OPEN-ADDRESS-MASTER-FILE.
           OPEN I-O ADDRESS-MASTER-FILE.
           IF ADDRESS-FILE-STATUS-WS = "35"
               OPEN OUTPUT ADDRESS-MASTER-FILE
               CLOSE ADDRESS-MASTER-FILE
               OPEN I-O ADDRESS-MASTER-FILE
           END-IF.

       700-READ-ADDRESS-TRANSACTION.
           READ ADDRESS-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO ATRN-EOF-FLAG
               NOT AT END
                   ADD 1 TO ATRN-READ-CTR
           END-READ.

      * Edits that need nothing but the transaction itself: a known
      * action, a student number that is a number, and initials, so
      * every applied change can be traced to whoever keyed it
       700-VALIDATE-TRANSACTION.
           MOVE "Y" TO ATRN-VALID-SW.
           IF NOT ATRN-ADD AND NOT ATRN-CHANGE AND NOT ATRN-DELETE
               MOVE "ACTION NOT A-C-D" TO AREJ-REASON-WS
               PERFORM 700-WRITE-ADDRESS-REJECT
           END-IF.
           IF TRANSACTION-IS-VALID
               IF ATRN-STUDENT-NUMBER IS NOT NUMERIC
                   MOVE "STUDENT NUMBER NOT NUMERIC" TO AREJ-REASON-WS
                   PERFORM 700-WRITE-ADDRESS-REJECT
               END-IF
           END-IF.
           IF TRANSACTION-IS-VALID
               IF ATRN-INITIALS = SPACES
                   MOVE "AUTHORIZING INITIALS MISSING" TO
                       AREJ-REASON-WS
                   PERFORM 700-WRITE-ADDRESS-REJECT
               END-IF
           END-IF.

      * An add must be for a student the college has published and
      * must not already have an address; a student who has one is
      * changed, not added again
       700-ADD-ADDRESS.
           MOVE ATRN-STUDENT-NUMBER TO NMST-STUDENT-NUMBER.
           READ NAME-MASTER-FILE
               INVALID KEY
                   MOVE "STUDENT NOT ON NAME MASTER" TO AREJ-REASON-WS
                   PERFORM 700-WRITE-ADDRESS-REJECT
           END-READ.
           IF TRANSACTION-IS-VALID
               MOVE ATRN-STUDENT-NUMBER TO ADDR-STUDENT-NUMBER
               READ ADDRESS-MASTER-FILE
                   NOT INVALID KEY
                       MOVE "ADDRESS ALREADY ON FILE" TO AREJ-REASON-WS
                       PERFORM 700-WRITE-ADDRESS-REJECT
               END-READ
           END-IF.
           IF TRANSACTION-IS-VALID
               MOVE SPACES TO BEFORE-ADDRESS-WS
               MOVE SPACES TO ADDRESS-MASTER-RECORD
               MOVE ATRN-STUDENT-NUMBER TO ADDR-STUDENT-NUMBER
               PERFORM 700-APPLY-TRANSACTION-FIELDS
               PERFORM 700-EDIT-ADDRESS
           END-IF.
           IF TRANSACTION-IS-VALID
               MOVE RUN-DATE-WS   TO ADDR-LAST-CHANGED-DATE
               MOVE ATRN-INITIALS TO ADDR-LAST-CHANGED-BY
               WRITE ADDRESS-MASTER-RECORD
                   INVALID KEY
                       MOVE "ADDRESS WRITE FAILED" TO AREJ-REASON-WS
                       PERFORM 700-WRITE-ADDRESS-REJECT
                   NOT INVALID KEY
                       MOVE "ADD" TO AHDG-ACTION-WS
                       PERFORM 700-SAVE-AFTER-IMAGE
                       PERFORM 700-WRITE-ADDRESS-AUDIT
                       ADD 1 TO ADDRESS-ADDED-CTR
               END-WRITE
           END-IF.

      * A change overlays the keyed fields on the stored address and
      * re-edits the result as a whole, since a change of country or
      * province can make the fields left alone invalid
       700-CHANGE-ADDRESS.
           MOVE ATRN-STUDENT-NUMBER TO ADDR-STUDENT-NUMBER.
           READ ADDRESS-MASTER-FILE
               INVALID KEY
                   MOVE "NO ADDRESS ON FILE TO CHANGE" TO
                       AREJ-REASON-WS
                   PERFORM 700-WRITE-ADDRESS-REJECT
           END-READ.
           IF TRANSACTION-IS-VALID
               PERFORM 700-SAVE-BEFORE-IMAGE
               PERFORM 700-APPLY-TRANSACTION-FIELDS
               PERFORM 700-EDIT-ADDRESS
           END-IF.
           IF TRANSACTION-IS-VALID
               MOVE RUN-DATE-WS   TO ADDR-LAST-CHANGED-DATE
               MOVE ATRN-INITIALS TO ADDR-LAST-CHANGED-BY
               REWRITE ADDRESS-MASTER-RECORD
                   INVALID KEY
                       MOVE "ADDRESS REWRITE FAILED" TO AREJ-REASON-WS
                       PERFORM 700-WRITE-ADDRESS-REJECT
                   NOT INVALID KEY
                       MOVE "CHANGE" TO AHDG-ACTION-WS
                       PERFORM 700-SAVE-AFTER-IMAGE
                       PERFORM 700-WRITE-ADDRESS-AUDIT
                       ADD 1 TO ADDRESS-CHANGED-CTR
               END-REWRITE
           END-IF.

       700-DELETE-ADDRESS.
           MOVE ATRN-STUDENT-NUMBER TO ADDR-STUDENT-NUMBER.
           READ ADDRESS-MASTER-FILE
               INVALID KEY
                   MOVE "NO ADDRESS ON FILE TO DELETE" TO
                       AREJ-REASON-WS
                   PERFORM 700-WRITE-ADDRESS-REJECT
           END-READ.
           IF TRANSACTION-IS-VALID
               PERFORM 700-SAVE-BEFORE-IMAGE
               DELETE ADDRESS-MASTER-FILE
                   INVALID KEY
                       MOVE "ADDRESS DELETE FAILED" TO AREJ-REASON-WS
                       PERFORM 700-WRITE-ADDRESS-REJECT
                   NOT INVALID KEY
                       MOVE "DELETE" TO AHDG-ACTION-WS
                       MOVE SPACES TO AFTER-ADDRESS-WS
                       PERFORM 700-WRITE-ADDRESS-AUDIT
                       ADD 1 TO ADDRESS-DELETED-CTR
               END-DELETE
           END-IF.

      * Only the fields keyed on the transaction replace the stored
      * ones -- a blank field leaves the stored value alone -- and an
      * asterisk in the first column clears the field outright
       700-APPLY-TRANSACTION-FIELDS.
           IF ATRN-LINE-1 NOT = SPACES
               MOVE ATRN-LINE-1 TO ADDR-LINE-1
               IF ATRN-LINE-1(1:1) = "*"
                   MOVE SPACES TO ADDR-LINE-1
               END-IF
           END-IF.
           IF ATRN-LINE-2 NOT = SPACES
               MOVE ATRN-LINE-2 TO ADDR-LINE-2
               IF ATRN-LINE-2(1:1) = "*"
                   MOVE SPACES TO ADDR-LINE-2
               END-IF
           END-IF.
           IF ATRN-CITY NOT = SPACES
               MOVE ATRN-CITY TO ADDR-CITY
               IF ATRN-CITY(1:1) = "*"
                   MOVE SPACES TO ADDR-CITY
               END-IF
           END-IF.
           IF ATRN-PROVINCE NOT = SPACES
               MOVE ATRN-PROVINCE TO ADDR-PROVINCE
               IF ATRN-PROVINCE(1:1) = "*"
                   MOVE SPACES TO ADDR-PROVINCE
               END-IF
           END-IF.
           IF ATRN-POSTAL-CODE NOT = SPACES
               MOVE ATRN-POSTAL-CODE TO ADDR-POSTAL-CODE
               IF ATRN-POSTAL-CODE(1:1) = "*"
                   MOVE SPACES TO ADDR-POSTAL-CODE
               END-IF
           END-IF.
           IF ATRN-COUNTRY NOT = SPACES
               MOVE ATRN-COUNTRY TO ADDR-COUNTRY
               IF ATRN-COUNTRY(1:1) = "*"
                   MOVE SPACES TO ADDR-COUNTRY
               END-IF
           END-IF.
           IF ATRN-PHONE NOT = SPACES
               MOVE ATRN-PHONE TO ADDR-PHONE
               IF ATRN-PHONE(1:1) = "*"
                   MOVE SPACES TO ADDR-PHONE
               END-IF
           END-IF.
           IF ATRN-EMAIL NOT = SPACES
               MOVE ATRN-EMAIL TO ADDR-EMAIL
               IF ATRN-EMAIL(1:1) = "*"
                   MOVE SPACES TO ADDR-EMAIL
               END-IF
           END-IF.

      * Edits the address as it would be stored. A letter cannot go
      * out without a street line and a city; a Canadian address
      * (no country) must also carry a real province code and a
      * postal code Canada Post will accept, while a foreign address
      * is taken as keyed. An e-mail address, when given, must carry
      * exactly one at-sign
       700-EDIT-ADDRESS.
           IF ADDR-LINE-1 = SPACES
               MOVE "ADDRESS LINE 1 MISSING" TO AREJ-REASON-WS
               PERFORM 700-WRITE-ADDRESS-REJECT
           END-IF.
           IF TRANSACTION-IS-VALID
               IF ADDR-CITY = SPACES
                   MOVE "CITY MISSING" TO AREJ-REASON-WS
                   PERFORM 700-WRITE-ADDRESS-REJECT
               END-IF
           END-IF.
           IF TRANSACTION-IS-VALID AND ADDR-COUNTRY = SPACES
               MOVE ADDR-PROVINCE TO EDIT-PROVINCE-WS
               IF NOT CANADIAN-PROVINCE
                   MOVE "PROVINCE CODE NOT VALID" TO AREJ-REASON-WS
                   PERFORM 700-WRITE-ADDRESS-REJECT
               END-IF
           END-IF.
           IF TRANSACTION-IS-VALID AND ADDR-COUNTRY = SPACES
               PERFORM 700-EDIT-POSTAL-CODE
               IF NOT POSTAL-CODE-IS-VALID
                   MOVE "POSTAL CODE NOT IN A9A 9A9 FORM" TO
                       AREJ-REASON-WS
                   PERFORM 700-WRITE-ADDRESS-REJECT
               END-IF
           END-IF.
           IF TRANSACTION-IS-VALID AND ADDR-EMAIL NOT = SPACES
               MOVE ZERO TO EMAIL-AT-SIGN-CTR
               INSPECT ADDR-EMAIL TALLYING EMAIL-AT-SIGN-CTR
                   FOR ALL "@"
               IF EMAIL-AT-SIGN-CTR NOT = 1
                   MOVE "E-MAIL ADDRESS NOT VALID" TO AREJ-REASON-WS
                   PERFORM 700-WRITE-ADDRESS-REJECT
               END-IF
           END-IF.

       700-EDIT-POSTAL-CODE.
           MOVE ADDR-POSTAL-CODE TO EDIT-POSTAL-CODE-WS.
           MOVE "Y" TO POSTAL-CODE-SW.
           IF EDIT-POSTAL-CHAR-1 IS NOT ALPHABETIC-UPPER
                   OR EDIT-POSTAL-CHAR-1 = SPACE
                   OR EDIT-POSTAL-CHAR-3 IS NOT ALPHABETIC-UPPER
                   OR EDIT-POSTAL-CHAR-3 = SPACE
                   OR EDIT-POSTAL-CHAR-6 IS NOT ALPHABETIC-UPPER
                   OR EDIT-POSTAL-CHAR-6 = SPACE
               MOVE "N" TO POSTAL-CODE-SW
           END-IF.
           IF EDIT-POSTAL-DIGIT-2 IS NOT NUMERIC
                   OR EDIT-POSTAL-DIGIT-5 IS NOT NUMERIC
                   OR EDIT-POSTAL-DIGIT-7 IS NOT NUMERIC
                   OR EDIT-POSTAL-SPACE-4 NOT = SPACE
               MOVE "N" TO POSTAL-CODE-SW
           END-IF.

       700-SAVE-BEFORE-IMAGE.
           MOVE ADDR-LINE-1      TO BADR-LINE-1.
           MOVE ADDR-LINE-2      TO BADR-LINE-2.
           MOVE ADDR-CITY        TO BADR-CITY.
           MOVE ADDR-PROVINCE    TO BADR-PROVINCE.
           MOVE ADDR-POSTAL-CODE TO BADR-POSTAL-CODE.
           MOVE ADDR-COUNTRY     TO BADR-COUNTRY.
           MOVE ADDR-PHONE       TO BADR-PHONE.
           MOVE ADDR-EMAIL       TO BADR-EMAIL.

       700-SAVE-AFTER-IMAGE.
           MOVE ADDR-LINE-1      TO AADR-LINE-1.
           MOVE ADDR-LINE-2      TO AADR-LINE-2.
           MOVE ADDR-CITY        TO AADR-CITY.
           MOVE ADDR-PROVINCE    TO AADR-PROVINCE.
           MOVE ADDR-POSTAL-CODE TO AADR-POSTAL-CODE.
           MOVE ADDR-COUNTRY     TO AADR-COUNTRY.
           MOVE ADDR-PHONE       TO AADR-PHONE.
           MOVE ADDR-EMAIL       TO AADR-EMAIL.

      * Heading line for the transaction, then a line for each field
      * whose before and after values differ
       700-WRITE-ADDRESS-AUDIT.
           MOVE ATRN-STUDENT-NUMBER TO AHDG-STUDENT-NUMBER-WS.
           MOVE ATRN-INITIALS       TO AHDG-INITIALS-WS.
           MOVE RUN-DATE-WS         TO AHDG-APPLIED-DATE-WS.
           MOVE RUN-TIME-WS         TO AHDG-APPLIED-TIME-WS.
           WRITE ADDRESS-AUDIT-CARD FROM AUDIT-HEADING-LINE-WS.
           MOVE "LINE 1"       TO AFLD-LABEL-WS.
           MOVE BADR-LINE-1    TO AFLD-OLD-VALUE-WS.
           MOVE AADR-LINE-1    TO AFLD-NEW-VALUE-WS.
           PERFORM 700-WRITE-FIELD-AUDIT-LINE.
           MOVE "LINE 2"       TO AFLD-LABEL-WS.
           MOVE BADR-LINE-2    TO AFLD-OLD-VALUE-WS.
           MOVE AADR-LINE-2    TO AFLD-NEW-VALUE-WS.
           PERFORM 700-WRITE-FIELD-AUDIT-LINE.
           MOVE "CITY"         TO AFLD-LABEL-WS.
           MOVE BADR-CITY      TO AFLD-OLD-VALUE-WS.
           MOVE AADR-CITY      TO AFLD-NEW-VALUE-WS.
           PERFORM 700-WRITE-FIELD-AUDIT-LINE.
           MOVE "PROVINCE"     TO AFLD-LABEL-WS.
           MOVE BADR-PROVINCE  TO AFLD-OLD-VALUE-WS.
           MOVE AADR-PROVINCE  TO AFLD-NEW-VALUE-WS.
           PERFORM 700-WRITE-FIELD-AUDIT-LINE.
           MOVE "POSTAL CODE"  TO AFLD-LABEL-WS.
           MOVE BADR-POSTAL-CODE TO AFLD-OLD-VALUE-WS.
           MOVE AADR-POSTAL-CODE TO AFLD-NEW-VALUE-WS.
           PERFORM 700-WRITE-FIELD-AUDIT-LINE.
           MOVE "COUNTRY"      TO AFLD-LABEL-WS.
           MOVE BADR-COUNTRY   TO AFLD-OLD-VALUE-WS.
           MOVE AADR-COUNTRY   TO AFLD-NEW-VALUE-WS.
           PERFORM 700-WRITE-FIELD-AUDIT-LINE.
           MOVE "PHONE"        TO AFLD-LABEL-WS.
           MOVE BADR-PHONE     TO AFLD-OLD-VALUE-WS.
           MOVE AADR-PHONE     TO AFLD-NEW-VALUE-WS.
           PERFORM 700-WRITE-FIELD-AUDIT-LINE.
           MOVE "E-MAIL"       TO AFLD-LABEL-WS.
           MOVE BADR-EMAIL     TO AFLD-OLD-VALUE-WS.
           MOVE AADR-EMAIL     TO AFLD-NEW-VALUE-WS.
           PERFORM 700-WRITE-FIELD-AUDIT-LINE.

       700-WRITE-FIELD-AUDIT-LINE.
           IF AFLD-OLD-VALUE-WS NOT = AFLD-NEW-VALUE-WS
               WRITE ADDRESS-AUDIT-CARD FROM AUDIT-FIELD-LINE-WS
           END-IF.

       700-WRITE-ADDRESS-REJECT.
           MOVE "N" TO ATRN-VALID-SW.
           MOVE ATRN-STUDENT-NUMBER TO AREJ-STUDENT-NUMBER-WS.
           MOVE ATRN-ACTION         TO AREJ-ACTION-WS.
           MOVE ATRN-INITIALS       TO AREJ-INITIALS-WS.
           WRITE ADDRESS-REJECT-CARD FROM ADDRESS-REJECT-WS.
           ADD 1 TO ATRN-REJECTED-CTR.
