      * come from the registrar's catalog; student names are read by
      * key from the permanent name master PROJECT2A maintains, so
      * former students print with their names too.
      * A course attempt that a better attempt in another term has
      * superseded still prints, marked REPEATED, but it is left out
      * of the cumulative average: a term holding superseded
      * attempts counts at the average of its remaining graded
      * courses, and a term left with none drops out of the mean.
      * An official run also folds in the terms MSTARCH has purged to
      * the archive file, merged with the live rows in term-date
      * order under one heading, and stamps the output OFFICIAL with
      * a statement of completeness -- a former student whose rows
      * have all moved offline still gets a full transcript.
      * An official run also refuses to print for a student with any
      * hold still active on the hold master HOLDMNT maintains: the
      * student's terms are passed over and the student is listed
      * instead on the withheld report with each active hold, the
      * office that placed it and the date placed, so the
      * registrar's office can tell the student whom to see. A plain
      * run is for internal use and prints regardless of holds.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TRANSCRIPT-REPORT
               ASSIGN TO "C:\STUTRAN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-MASTER-FILE
               ASSIGN TO "C:\STUHOLD.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HOLD-KEY
                   FILE STATUS IS HOLD-FILE-STATUS-WS.
           SELECT WITHHELD-REPORT
               ASSIGN TO "C:\STUTRNW.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETER-FILE
               ASSIGN TO "C:\STUTRANP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
      * COURSE-CATALOG-FILE supplies the official course titles
      * printed on the transcript's course lines
       FD COURSE-CATALOG-FILE.
           COPY CRSECAT.

      * ARCHIVE-FILE holds the master rows MSTARCH has purged, in
      * the master's own record layout (see STUMAST.CPY); only an
       FD TRANSCRIPT-REPORT.
       01 TRANSCRIPT-REPORT-LINE    PIC X(70).

      * HOLD-MASTER-FILE holds one row per student per hold type,
      * maintained by HOLDMNT; only an official run reads it
       FD HOLD-MASTER-FILE.
           COPY STUHOLD.

      * WITHHELD-REPORT lists the students an official run would not
      * print a transcript for, with the holds that stopped it
       FD WITHHELD-REPORT.
       01 WITHHELD-REPORT-LINE      PIC X(80).

      * PARAMETER-FILE is how operations schedules an unattended
      * run: a single card carrying the request (a student number
      * or ALL) and the official-mode answer, the way PROJECT2A
           05 TERM-CTR             PIC 9(3)    VALUE ZERO.
           05 TERM-AVG-TOTAL-WS    PIC 9(7)    VALUE ZERO.
           05 TRANSCRIPT-CTR       PIC 9(5)    VALUE ZERO.
           05 HOLD-FILE-STATUS-WS  PIC XX      VALUE "00".
           05 HOLD-OPEN-SW         PIC X       VALUE "N".
               88 HOLD-MASTER-OPEN         VALUE "Y".
           05 HOLD-EOF-FLAG        PIC X       VALUE "N".
           05 STUDENT-WITHHELD-SW  PIC X       VALUE "N".
               88 STUDENT-IS-WITHHELD      VALUE "Y".
           05 WITHHELD-CTR         PIC 9(5)    VALUE ZERO.

      * Per-term figures gathered from the course lines, so a term
      * holding superseded attempts can be counted in the cumulative
      * average on the attempts that still count
       01 COUNTING-ATTEMPT-CONTROLS.
           05 TERM-SUPERSEDED-SW   PIC X       VALUE "N".
               88 TERM-HAS-SUPERSEDED      VALUE "Y".
           05 COUNT-WEIGHTED-MARK  PIC 9(5)    VALUE ZERO.
           05 COUNT-CREDIT-WEIGHT  PIC 9(3)    VALUE ZERO.
           05 COUNT-TERM-AVERAGE-WS PIC 9(3)   VALUE ZERO.
           05 REPEAT-EXCLUDED-CTR  PIC 9(3)    VALUE ZERO.

      * Transcript heading for one student
       01 TRANSCRIPT-HEADER-WS.
           05 TRAN-COURSE-MARK-WS  PIC X(3).
           05 FILLER               PIC X(5)    VALUE "  CR=".
           05 TRAN-COURSE-CREDIT-WS PIC 9(1).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 TRAN-REPEAT-WS       PIC X(8).

      * Edited view of a numeric course mark on its way to the
      * mark column, which also has to carry the WD and INC codes
               VALUE "CUMULATIVE AVERAGE: ".
           05 TRAN-CUM-AVERAGE-WS  PIC ZZ9.

      * Note under the cumulative average when superseded attempts
      * were left out of it
       01 REPEAT-NOTE-WS.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(30)
               VALUE "REPEATED ATTEMPTS EXCLUDED:  ".
           05 RNOTE-COUNT-WS       PIC ZZ9.

      * Printed when the requested student has no master rows at all
       01 NO-ROWS-MESSAGE-WS.
           05 FILLER               PIC X(29)
               VALUE "NO MASTER ROWS FOR STUDENT:  ".
           05 NOROW-STUDENT-NUMBER-WS PIC 9(9).

      * Printed in place of the transcript when the requested
      * student is withheld, so the run does not read as empty
       01 WITHHELD-MESSAGE-WS.
           05 FILLER               PIC X(29)
               VALUE "TRANSCRIPT WITHHELD FOR:     ".
           05 WMSG-STUDENT-NUMBER-WS PIC 9(9).
           05 FILLER               PIC X(26)
               VALUE "  -- SEE WITHHELD REPORT".

      * Withheld report: a heading, then for each withheld student a
      * line with the name and one line per active hold under it,
      * and the count of students withheld at the end
       01 WITHHELD-HEADING-WS      PIC X(60)   VALUE
           "TRANSCRIPTS WITHHELD -- ACTIVE HOLDS ON FILE".
       01 WITHHELD-STUDENT-WS.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 WHLD-STUDENT-NUMBER-WS PIC 9(9).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 WHLD-STUDENT-NAME-WS PIC X(42).
       01 WITHHELD-HOLD-WS.
           05 FILLER               PIC X(6)    VALUE SPACES.
           05 WHLD-HOLD-TYPE-WS    PIC X(3).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 WHLD-PLACING-OFFICE-WS PIC X(20).
           05 FILLER               PIC X(9)    VALUE "  PLACED ".
           05 WHLD-DATE-PLACED-WS  PIC 9(8).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 WHLD-REASON-WS       PIC X(30).
       01 WITHHELD-TOTAL-WS.
           05 FILLER               PIC X(19)
               VALUE "STUDENTS WITHHELD: ".
           05 WHLD-TOTAL-WS        PIC ZZZZ9.

      * Run date/time stamp printed ahead of the first transcript so
      * a STUTRAN.DAT pulled from a folder of several runs can be
      * told apart from the others
           PERFORM 200-READ-RUN-REQUEST.
           PERFORM 700-OPEN-TRANSCRIPT-FILES.
           PERFORM 700-GET-RUN-DATE-TIME.
           PERFORM 700-OPEN-HOLD-FILES.
           WRITE TRANSCRIPT-REPORT-LINE FROM RUN-DATE-HEADER.
           MOVE TRANSCRIPT-REQUEST-WS TO REQH-REQUEST-WS.
           MOVE OFFICIAL-REQUEST-WS   TO REQH-OFFICIAL-WS.
           END-IF.

      * Walks the master in key order; a change of student number
      * closes out the transcript in progress and opens the next one,
      * unless the new student is withheld, whose terms are then
      * read past without printing
       200-BUILD-ONE-TRANSCRIPT.
           IF NOT REQUEST-ALL-STUDENTS
                   AND MASTER-STUDENT-NUMBER NOT =
           ELSE
               IF MASTER-STUDENT-NUMBER NOT = CURRENT-STUDENT-WS
                   PERFORM 700-FINISH-TRANSCRIPT
                   PERFORM 700-CHECK-STUDENT-HOLDS
                   IF NOT STUDENT-IS-WITHHELD
                       PERFORM 700-START-TRANSCRIPT
                   END-IF
               END-IF
               IF NOT STUDENT-IS-WITHHELD
                   PERFORM 700-WRITE-TERM-LINE
               END-IF
               PERFORM 700-READ-MERGED-RECORD
           END-IF.

           PERFORM 700-FINISH-TRANSCRIPT.
           IF TRANSCRIPT-CTR = ZERO
               AND NOT REQUEST-ALL-STUDENTS
               IF WITHHELD-CTR > ZERO
                   MOVE TRANSCRIPT-REQUEST-NUM-WS TO
                       WMSG-STUDENT-NUMBER-WS
                   WRITE TRANSCRIPT-REPORT-LINE FROM
                       WITHHELD-MESSAGE-WS
               ELSE
                   MOVE TRANSCRIPT-REQUEST-NUM-WS TO
                       NOROW-STUDENT-NUMBER-WS
                   WRITE TRANSCRIPT-REPORT-LINE FROM
                       NO-ROWS-MESSAGE-WS
               END-IF
           END-IF.
           IF OFFICIAL-MODE
               MOVE SPACES TO WITHHELD-REPORT-LINE
               WRITE WITHHELD-REPORT-LINE
               MOVE WITHHELD-CTR TO WHLD-TOTAL-WS
               WRITE WITHHELD-REPORT-LINE FROM WITHHELD-TOTAL-WS
               DISPLAY "TRANSCRIPTS WITHHELD: " WITHHELD-CTR
               CLOSE WITHHELD-REPORT
           END-IF.
           IF HOLD-MASTER-OPEN
               CLOSE HOLD-MASTER-FILE
           END-IF.
           IF HISTORY-IS-OPEN
               CLOSE COURSE-HISTORY-FILE
           MOVE RUN-DATE-WS TO RUN-DATE-DISPLAY-WS.
           MOVE RUN-TIME-WS TO RUN-TIME-DISPLAY-WS.

      * An official run checks every student against the hold
      * master and always produces a withheld report, empty or not,
      * so the registrar's office can see the check was made. A hold
      * master that does not exist yet only means HOLDMNT has never
      * placed a hold, so the run carries on; one that exists but
      * will not open cannot be checked, and official transcripts
      * are not released unchecked, so the run stops with return
      * code 12
       700-OPEN-HOLD-FILES.
           IF OFFICIAL-MODE
               OPEN INPUT HOLD-MASTER-FILE
               IF HOLD-FILE-STATUS-WS = "00"
                   MOVE "Y" TO HOLD-OPEN-SW
               ELSE
                   IF HOLD-FILE-STATUS-WS = "35"
                       DISPLAY "HOLD MASTER FILE NOT ON HAND -- NO "
                           "HOLDS HAVE BEEN PLACED"
                   ELSE
                       DISPLAY "UNABLE TO OPEN HOLD MASTER FILE, "
                           "STATUS: " HOLD-FILE-STATUS-WS
                           " -- RUN STOPPED"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               OPEN OUTPUT WITHHELD-REPORT
               WRITE WITHHELD-REPORT-LINE FROM RUN-DATE-HEADER
               WRITE WITHHELD-REPORT-LINE FROM WITHHELD-HEADING-WS
               MOVE SPACES TO WITHHELD-REPORT-LINE
               WRITE WITHHELD-REPORT-LINE
           END-IF.

      * A missing name master only means transcripts print without
      * names -- the file does not exist until the first PROJECT2A
      * run after it was introduced -- so it is reported and the
           END-IF.
           MOVE PRESENT-ROW-WS TO STUDENT-MASTER-RECORD.

      * On an official run, keyed START at the front of the new
      * student's range on the hold master, then READ NEXT until the
      * student number changes; every hold still active is listed on
      * the withheld report, and any one of them withholds the
      * transcript. A plain run never withholds
       700-CHECK-STUDENT-HOLDS.
           MOVE "N" TO STUDENT-WITHHELD-SW.
           MOVE MASTER-STUDENT-NUMBER TO CURRENT-STUDENT-WS.
           IF OFFICIAL-MODE AND HOLD-MASTER-OPEN
               MOVE "N" TO HOLD-EOF-FLAG
               MOVE MASTER-STUDENT-NUMBER TO HOLD-STUDENT-NUMBER
               MOVE SPACES                TO HOLD-TYPE
               START HOLD-MASTER-FILE
                   KEY IS NOT LESS THAN HOLD-KEY
                   INVALID KEY
                       MOVE "Y" TO HOLD-EOF-FLAG
               END-START
               IF HOLD-FILE-STATUS-WS NOT = "00"
                   MOVE "Y" TO HOLD-EOF-FLAG
               END-IF
               PERFORM 700-CHECK-ONE-HOLD
                   UNTIL HOLD-EOF-FLAG = "Y"
           END-IF.

       700-CHECK-ONE-HOLD.
           READ HOLD-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO HOLD-EOF-FLAG
               NOT AT END
                   IF HOLD-STUDENT-NUMBER NOT = MASTER-STUDENT-NUMBER
                       MOVE "Y" TO HOLD-EOF-FLAG
                   ELSE
                       IF HOLD-IS-ACTIVE
                           PERFORM 700-WRITE-WITHHELD-HOLD
                       END-IF
                   END-IF
           END-READ.
           IF HOLD-FILE-STATUS-WS NOT = "00"
                   AND HOLD-FILE-STATUS-WS NOT = "02"
               MOVE "Y" TO HOLD-EOF-FLAG
           END-IF.

      * The student line goes out ahead of the student's first
      * active hold only, with the name from the name master
       700-WRITE-WITHHELD-HOLD.
           IF NOT STUDENT-IS-WITHHELD
               MOVE "Y" TO STUDENT-WITHHELD-SW
               ADD 1 TO WITHHELD-CTR
               PERFORM 700-FIND-STUDENT-NAME
               MOVE CURRENT-STUDENT-WS   TO WHLD-STUDENT-NUMBER-WS
               MOVE TRAN-STUDENT-NAME-WS TO WHLD-STUDENT-NAME-WS
               WRITE WITHHELD-REPORT-LINE FROM WITHHELD-STUDENT-WS
           END-IF.
           MOVE HOLD-TYPE           TO WHLD-HOLD-TYPE-WS.
           MOVE HOLD-PLACING-OFFICE TO WHLD-PLACING-OFFICE-WS.
           MOVE HOLD-DATE-PLACED    TO WHLD-DATE-PLACED-WS.
           MOVE HOLD-REASON         TO WHLD-REASON-WS.
           WRITE WITHHELD-REPORT-LINE FROM WITHHELD-HOLD-WS.

      * Opens a new transcript: blank separator, student heading
      * with the name looked up from the current student file, and
      * the term column header
       700-START-TRANSCRIPT.
           MOVE MASTER-STUDENT-NUMBER TO CURRENT-STUDENT-WS.
           MOVE ZERO TO TERM-CTR
                        TERM-AVG-TOTAL-WS
                        REPEAT-EXCLUDED-CTR.
           MOVE CURRENT-STUDENT-WS TO TRAN-STUDENT-NUMBER-WS.
           PERFORM 700-FIND-STUDENT-NAME.
           MOVE SPACES TO TRANSCRIPT-REPORT-LINE.
           MOVE MASTER-STUDENT-AVERAGE TO TRAN-AVERAGE-WS.
           MOVE MASTER-STUDENT-GRADE   TO TRAN-GRADE-WS.
           WRITE TRANSCRIPT-REPORT-LINE FROM TRANSCRIPT-DETAIL-WS.
           MOVE "N" TO TERM-SUPERSEDED-SW.
           MOVE ZERO TO COUNT-WEIGHTED-MARK
                        COUNT-CREDIT-WEIGHT.
           PERFORM 700-WRITE-COURSE-LINES.
           PERFORM 700-ADD-TERM-TO-CUMULATIVE.

      * A term with no superseded attempts counts at its average as
      * published; one holding superseded attempts counts at the
      * credit-weighted average of its remaining graded courses, and
      * drops out of the mean altogether when none remain
       700-ADD-TERM-TO-CUMULATIVE.
           IF NOT TERM-HAS-SUPERSEDED
               ADD MASTER-STUDENT-AVERAGE TO TERM-AVG-TOTAL-WS
               ADD 1 TO TERM-CTR
           ELSE
               IF COUNT-CREDIT-WEIGHT > ZERO
                   DIVIDE COUNT-WEIGHTED-MARK BY COUNT-CREDIT-WEIGHT
                       GIVING COUNT-TERM-AVERAGE-WS ROUNDED
                   ADD COUNT-TERM-AVERAGE-WS TO TERM-AVG-TOTAL-WS
                   ADD 1 TO TERM-CTR
               END-IF
           END-IF.

      * Keyed START at the front of this student and term's range on
      * the course-history file, then one course line per row until
                       END-IF
                       MOVE CRSH-COURSE-CREDIT TO
                           TRAN-COURSE-CREDIT-WS
                       PERFORM 700-NOTE-COUNTING-ATTEMPT
                       WRITE TRANSCRIPT-REPORT-LINE FROM
                           TRANSCRIPT-COURSE-WS
                   END-IF
               MOVE "Y" TO HISTORY-EOF-FLAG
           END-IF.

      * Marks a superseded attempt REPEATED on its line and keeps it
      * out of the term's counting figures; a graded attempt that
      * still counts is folded into them
       700-NOTE-COUNTING-ATTEMPT.
           IF CRSH-ATTEMPT-SUPERSEDED
               MOVE "REPEATED" TO TRAN-REPEAT-WS
               MOVE "Y" TO TERM-SUPERSEDED-SW
               ADD 1 TO REPEAT-EXCLUDED-CTR
           ELSE
               MOVE SPACES TO TRAN-REPEAT-WS
               IF CRSH-COURSE-MARK IS NUMERIC
                   COMPUTE COUNT-WEIGHTED-MARK = COUNT-WEIGHTED-MARK
                       + (CRSH-COURSE-MARK-NUM * CRSH-COURSE-CREDIT)
                   ADD CRSH-COURSE-CREDIT TO COUNT-CREDIT-WEIGHT
               END-IF
           END-IF.

       700-FIND-COURSE-TITLE.
           MOVE "N" TO CAT-FOUND-SW.
           PERFORM 700-SEARCH-CATALOG-TABLE
           END-IF.

      * Closes out the transcript in progress with its cumulative
      * average, the simple mean of the term averages on file as
      * counted by 700-ADD-TERM-TO-CUMULATIVE
       700-FINISH-TRANSCRIPT.
           IF TERM-CTR > ZERO
               DIVIDE TERM-AVG-TOTAL-WS BY TERM-CTR
                   GIVING TRAN-CUM-AVERAGE-WS ROUNDED
               WRITE TRANSCRIPT-REPORT-LINE FROM TRANSCRIPT-TOTAL-WS
               IF REPEAT-EXCLUDED-CTR > ZERO
                   MOVE REPEAT-EXCLUDED-CTR TO RNOTE-COUNT-WS
                   WRITE TRANSCRIPT-REPORT-LINE FROM REPEAT-NOTE-WS
               END-IF
               ADD 1 TO TRANSCRIPT-CTR
               MOVE ZERO TO TERM-CTR
                            TERM-AVG-TOTAL-WS
                            REPEAT-EXCLUDED-CTR
           END-IF.
