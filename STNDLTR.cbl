      * listing counts letters produced by type so the academic
      * office can balance the mailing against the standings
      * report. Good-standing students get no letter, exactly as
      * they get no standings line. Each letter is addressed with
      * the full mailing block from the address master maintained
      * by ADDRMNT; a student with no address on file, or one
      * without a street line and city, gets no letter -- it could
      * not be delivered -- and is listed instead in an exception
      * section of the control listing so the registrar's office
      * can obtain the address and rerun the term. A student under
      * an active disciplinary hold on the hold master HOLDMNT
      * maintains gets no letter either while the case is open; the
      * student is listed in the same exception section with the
      * hold as the reason and counted apart from the letters held
      * for want of an address, so the dean of students' office can
      * release the letter once the case is closed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NMST-STUDENT-NUMBER
                   FILE STATUS IS NAME-FILE-STATUS-WS.
           SELECT ADDRESS-MASTER-FILE
               ASSIGN TO "C:\STUADDR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ADDR-STUDENT-NUMBER
                   FILE STATUS IS ADDRESS-FILE-STATUS-WS.
           SELECT HOLD-MASTER-FILE
               ASSIGN TO "C:\STUHOLD.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HOLD-KEY
                   FILE STATUS IS HOLD-FILE-STATUS-WS.
           SELECT LETTER-FILE
               ASSIGN TO "C:\STULTRS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       FD NAME-MASTER-FILE.
           COPY STUNAME.

      * ADDRESS-MASTER-FILE supplies the mailing block printed under
      * the name, maintained by ADDRMNT
       FD ADDRESS-MASTER-FILE.
           COPY STUADDR.

      * HOLD-MASTER-FILE tells which students are under an open
      * disciplinary case, maintained by HOLDMNT
       FD HOLD-MASTER-FILE.
           COPY STUHOLD.

      * LETTER-FILE carries the print-ready letters, one page per
      * student, each page opened on a new sheet
       FD LETTER-FILE.
       01 LETTER-LINE               PIC X(70).

      * CONTROL-LISTING counts the letters produced by type for
      * balancing against the standings report, and lists the
      * students held back for want of a mailing address or under a
      * disciplinary hold
       FD CONTROL-LISTING.
       01 CONTROL-LISTING-CARD      PIC X(80).

      * PARAMETER-FILE is how operations schedules an unattended
      * run: a single card carrying the term run date, the way
           05 NAME-FILE-STATUS-WS      PIC XX  VALUE "00".
           05 NAME-OPEN-SW         PIC X       VALUE "N".
               88 NAME-MASTER-OPEN         VALUE "Y".
           05 ADDRESS-FILE-STATUS-WS   PIC XX  VALUE "00".
           05 ADDRESS-OPEN-SW      PIC X       VALUE "N".
               88 ADDRESS-MASTER-OPEN      VALUE "Y".
           05 ADDRESS-FOUND-SW     PIC X       VALUE "N".
               88 MAILING-ADDRESS-FOUND    VALUE "Y".
           05 HOLD-FILE-STATUS-WS  PIC XX      VALUE "00".
           05 HOLD-OPEN-SW         PIC X       VALUE "N".
               88 HOLD-MASTER-OPEN         VALUE "Y".
           05 DISCIPLINARY-HOLD-SW PIC X       VALUE "N".
               88 UNDER-DISCIPLINARY-HOLD  VALUE "Y".
           05 EXCEPTION-HEADING-SW PIC X       VALUE "N".
               88 EXCEPTION-HEADING-WRITTEN VALUE "Y".
           05 PARAMETER-FILE-STATUS-WS PIC XX  VALUE "00".
           05 PARM-CARD-FOUND-SW   PIC X       VALUE "N".
               88 PARM-CARD-FOUND          VALUE "Y".
           05 PROBATION-LETTER-CTR PIC 9(5)    VALUE ZERO.
           05 WITHDRAW-LETTER-CTR  PIC 9(5)    VALUE ZERO.
           05 TOTAL-LETTER-CTR     PIC 9(5)    VALUE ZERO.
           05 NO-ADDRESS-HELD-CTR  PIC 9(5)    VALUE ZERO.
           05 DISCIPLINARY-HELD-CTR PIC 9(5)   VALUE ZERO.

      * Addressee block built for the letter in progress
       01 LETTER-NAME-WS           PIC X(42)   VALUE SPACES.
           05 LTR-STUDENT-NAME-WS  PIC X(42).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 LTR-STUDENT-NUMBER-WS PIC 9(9).
      * Mailing-block lines under the addressee, indented to sit
      * beneath the name
       01 LETTER-MAILING-LINE-WS.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 LTR-MAILING-TEXT-WS  PIC X(60).
       01 LETTER-RE-LINE-WS.
           05 FILLER               PIC X(31)
               VALUE "RE: ACADEMIC STANDING FOR TERM ".
           05 CTRL-TYPE-WS         PIC X(22).
           05 CTRL-COUNT-WS        PIC ZZZZ9.

      * Exception section: one line per student whose letter was
      * held back because there is no usable address to mail it to,
      * or because the student is under a disciplinary hold
       01 EXCEPTION-HEADING-WS     PIC X(60)   VALUE
           "LETTERS HELD BACK -- NO LETTER PRODUCED".
       01 EXCEPTION-LINE-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 EXCP-STUDENT-NUMBER-WS PIC 9(9).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 EXCP-STANDING-WS     PIC X.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 EXCP-STUDENT-NAME-WS PIC X(42).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 EXCP-REASON-WS       PIC X(18).

      * Run date/time stamp on the control listing so a listing
      * pulled from a folder of several runs can be told apart
       01 RUN-DATE-HEADER.
                   NAME-FILE-STATUS-WS
                   " -- LETTERS ADDRESS STUDENT NUMBER ONLY"
           END-IF.
      * Without the address master no letter can be mailed, so the
      * run carries on and every student due a letter is listed in
      * the exception section rather than lettered
           OPEN INPUT ADDRESS-MASTER-FILE.
           IF ADDRESS-FILE-STATUS-WS = "00"
               MOVE "Y" TO ADDRESS-OPEN-SW
           ELSE
               DISPLAY "ADDRESS MASTER FILE NOT AVAILABLE, STATUS: "
                   ADDRESS-FILE-STATUS-WS
                   " -- ALL LETTERS HELD"
           END-IF.
      * A hold master that does not exist yet only means HOLDMNT has
      * never placed a hold, so the run carries on; one that exists
      * but will not open cannot be checked, and a letter must not
      * go out to a student whose case is still open, so the run
      * stops with return code 12
           OPEN INPUT HOLD-MASTER-FILE.
           IF HOLD-FILE-STATUS-WS = "00"
               MOVE "Y" TO HOLD-OPEN-SW
           ELSE
               IF HOLD-FILE-STATUS-WS = "35"
                   DISPLAY "HOLD MASTER FILE NOT ON HAND -- NO "
                       "HOLDS HAVE BEEN PLACED"
               ELSE
                   DISPLAY "UNABLE TO OPEN HOLD MASTER FILE, STATUS: "
                       HOLD-FILE-STATUS-WS " -- RUN STOPPED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT CONTROL-LISTING.
      * The heading and term line go out first so the exception
      * section can follow them as held students turn up
           WRITE CONTROL-LISTING-CARD FROM RUN-DATE-HEADER.
           MOVE TERM-REQUEST-NUM-WS TO CTRL-TERM-DATE-WS.
           MOVE TERM-SOURCE-WS      TO CTRL-SOURCE-WS.
           WRITE CONTROL-LISTING-CARD FROM CONTROL-TERM-LINE-WS.
           MOVE ZEROS TO MASTER-KEY.
           START STUDENT-MASTER-FILE
               KEY IS NOT LESS THAN MASTER-KEY
      * One master row: a row for the requested term whose standing
      * is L, P or W gets its letter; every other row is passed
      * over, including good standing, which gets no letter just as
      * it gets no standings line. A student due a letter who is
      * under a disciplinary hold, or who has no usable mailing
      * address, is listed as an exception instead
       200-LETTER-ONE-ROW.
           ADD 1 TO ROWS-READ-CTR.
           IF MASTER-RUN-DATE = TERM-REQUEST-NUM-WS
                   AND (MASTER-STUDENT-STANDING = "L"
                       OR MASTER-STUDENT-STANDING = "P"
                       OR MASTER-STUDENT-STANDING = "W")
               PERFORM 700-FIND-STUDENT-NAME
               PERFORM 700-CHECK-DISCIPLINARY-HOLD
               IF UNDER-DISCIPLINARY-HOLD
                   PERFORM 700-WRITE-HOLD-EXCEPTION
               ELSE
                   PERFORM 700-FIND-MAILING-ADDRESS
                   IF MAILING-ADDRESS-FOUND
                       PERFORM 700-WRITE-ONE-LETTER
                   ELSE
                       PERFORM 700-WRITE-ADDRESS-EXCEPTION
                   END-IF
               END-IF
           END-IF.
           PERFORM 700-READ-MASTER-RECORD.

           IF NAME-MASTER-OPEN
               CLOSE NAME-MASTER-FILE
           END-IF.
           IF ADDRESS-MASTER-OPEN
               CLOSE ADDRESS-MASTER-FILE
           END-IF.
           IF HOLD-MASTER-OPEN
               CLOSE HOLD-MASTER-FILE
           END-IF.
           CLOSE STUDENT-MASTER-FILE
                 LETTER-FILE
                 CONTROL-LISTING.
               END-IF
           END-IF.

      * One print-ready page: heading, addressee and mailing block,
      * the body matched to the standing code, the term average,
      * and the closing.
      * The first letter opens on the first sheet; each one after
      * advances to a new page so no two students share a sheet
       700-WRITE-ONE-LETTER.
           MOVE RUN-DATE-WS           TO LTR-RUN-DATE-WS.
           MOVE LETTER-NAME-WS        TO LTR-STUDENT-NAME-WS.
           MOVE MASTER-STUDENT-NUMBER TO LTR-STUDENT-NUMBER-WS.
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE LETTER-LINE FROM LETTER-ADDRESS-LINE-WS.
           PERFORM 700-WRITE-MAILING-BLOCK.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE FROM LETTER-RE-LINE-WS.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
               END-READ
           END-IF.

      * Street line, optional second line, city with province and
      * postal code, and the country for a foreign address; the
      * blank second line and country are left out rather than
      * printed as empty lines
       700-WRITE-MAILING-BLOCK.
           MOVE ADDR-LINE-1 TO LTR-MAILING-TEXT-WS.
           WRITE LETTER-LINE FROM LETTER-MAILING-LINE-WS.
           IF ADDR-LINE-2 NOT = SPACES
               MOVE ADDR-LINE-2 TO LTR-MAILING-TEXT-WS
               WRITE LETTER-LINE FROM LETTER-MAILING-LINE-WS
           END-IF.
           MOVE SPACES TO LTR-MAILING-TEXT-WS.
           STRING
               FUNCTION TRIM(ADDR-CITY)        DELIMITED BY SIZE
               " "                             DELIMITED BY SIZE
               ADDR-PROVINCE                   DELIMITED BY SIZE
               "  "                            DELIMITED BY SIZE
               ADDR-POSTAL-CODE                DELIMITED BY SIZE
               INTO LTR-MAILING-TEXT-WS.
           WRITE LETTER-LINE FROM LETTER-MAILING-LINE-WS.
           IF ADDR-COUNTRY NOT = SPACES
               MOVE ADDR-COUNTRY TO LTR-MAILING-TEXT-WS
               WRITE LETTER-LINE FROM LETTER-MAILING-LINE-WS
           END-IF.

      * Keyed read of the student's mailing address. ADDRMNT will
      * not store an address without a street line and a city, but
      * the check is repeated here so nothing undeliverable is
      * printed whatever route a row took onto the file
       700-FIND-MAILING-ADDRESS.
           MOVE "N" TO ADDRESS-FOUND-SW.
           MOVE "NO ADDRESS ON FILE" TO EXCP-REASON-WS.
           IF ADDRESS-MASTER-OPEN
               MOVE MASTER-STUDENT-NUMBER TO ADDR-STUDENT-NUMBER
               READ ADDRESS-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ADDR-LINE-1 = SPACES OR ADDR-CITY = SPACES
                           MOVE "ADDRESS INCOMPLETE" TO EXCP-REASON-WS
                       ELSE
                           MOVE "Y" TO ADDRESS-FOUND-SW
                       END-IF
               END-READ
           END-IF.

      * Keyed read of the student's disciplinary hold; a hold row
      * that has been released no longer stops the letter
       700-CHECK-DISCIPLINARY-HOLD.
           MOVE "N" TO DISCIPLINARY-HOLD-SW.
           IF HOLD-MASTER-OPEN
               MOVE MASTER-STUDENT-NUMBER TO HOLD-STUDENT-NUMBER
               MOVE "DIS"                 TO HOLD-TYPE
               READ HOLD-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HOLD-IS-ACTIVE
                           MOVE "Y" TO DISCIPLINARY-HOLD-SW
                       END-IF
               END-READ
           END-IF.

      * The exception section heading is written ahead of the first
      * held student only, so a run with nothing held back carries
      * no empty section
       700-WRITE-EXCEPTION-LINE.
           IF NOT EXCEPTION-HEADING-WRITTEN
               MOVE SPACES TO CONTROL-LISTING-CARD
               WRITE CONTROL-LISTING-CARD
               WRITE CONTROL-LISTING-CARD FROM EXCEPTION-HEADING-WS
               MOVE "Y" TO EXCEPTION-HEADING-SW
           END-IF.
           MOVE MASTER-STUDENT-NUMBER   TO EXCP-STUDENT-NUMBER-WS.
           MOVE MASTER-STUDENT-STANDING TO EXCP-STANDING-WS.
           MOVE LETTER-NAME-WS          TO EXCP-STUDENT-NAME-WS.
           WRITE CONTROL-LISTING-CARD FROM EXCEPTION-LINE-WS.

       700-WRITE-ADDRESS-EXCEPTION.
           PERFORM 700-WRITE-EXCEPTION-LINE.
           ADD 1 TO NO-ADDRESS-HELD-CTR.

       700-WRITE-HOLD-EXCEPTION.
           MOVE "DISCIPLINARY HOLD" TO EXCP-REASON-WS.
           PERFORM 700-WRITE-EXCEPTION-LINE.
           ADD 1 TO DISCIPLINARY-HELD-CTR.

      * Control listing counts: one per letter type, the total, the
      * letters held for want of an address, and those held under a
      * disciplinary hold -- the academic office balances these
      * against the standings report before the mailing goes out
       700-WRITE-CONTROL-LISTING.
           IF EXCEPTION-HEADING-WRITTEN
               MOVE SPACES TO CONTROL-LISTING-CARD
               WRITE CONTROL-LISTING-CARD
           END-IF.
           MOVE "DEAN'S LIST LETTERS:  " TO CTRL-TYPE-WS.
           MOVE DEANS-LETTER-CTR TO CTRL-COUNT-WS.
           WRITE CONTROL-LISTING-CARD FROM CONTROL-COUNT-LINE-WS.
           MOVE "TOTAL LETTERS:        " TO CTRL-TYPE-WS.
           MOVE TOTAL-LETTER-CTR TO CTRL-COUNT-WS.
           WRITE CONTROL-LISTING-CARD FROM CONTROL-COUNT-LINE-WS.
           MOVE "NO ADDRESS - HELD:    " TO CTRL-TYPE-WS.
           MOVE NO-ADDRESS-HELD-CTR TO CTRL-COUNT-WS.
           WRITE CONTROL-LISTING-CARD FROM CONTROL-COUNT-LINE-WS.
           MOVE "DISCIPLINARY - HELD:  " TO CTRL-TYPE-WS.
           MOVE DISCIPLINARY-HELD-CTR TO CTRL-COUNT-WS.
           WRITE CONTROL-LISTING-CARD FROM CONTROL-COUNT-LINE-WS.
           DISPLAY "LETTERS PRODUCED: " TOTAL-LETTER-CTR.
           DISPLAY "LETTERS HELD - NO ADDRESS: " NO-ADDRESS-HELD-CTR.
           DISPLAY "LETTERS HELD - DISCIPLINARY: "
               DISCIPLINARY-HELD-CTR.
