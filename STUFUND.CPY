      * Record layouts of the enrolment-status extract (STUFUND.DAT)
      * sent to the student funding office each term by FUNDEXT. The
      * file is framed the way the registrar's STUFILE.DAT extract is:
      * a batch header record first ("HDR" plus the batch number, the
      * date the extract was cut and the term it covers), one detail
      * record per student enrolled in the term, and a trailer record
      * last ("TRL" plus the count of detail records and a hash total
      * of their STUDENT-NUMBER values), so the receiving office can
      * prove the transfer complete before keying from it.
      * Enrolment status is judged on the credit load the student
      * carried -- attempted credits less withdrawn courses -- against
      * the funding office's thresholds:
      *   F = FULL-TIME  (LOAD AT OR ABOVE THE FULL-TIME THRESHOLD)
      *   P = PART-TIME  (LOAD AT OR ABOVE THE PART-TIME THRESHOLD)
      *   W = WITHDRAWN  (LOAD BELOW THE PART-TIME THRESHOLD)
       01 FUNDING-DETAIL-RECORD.
           05 FUND-STUDENT-NUMBER   PIC 9(9).
           05 FUND-LAST-NAME        PIC X(20).
           05 FUND-FIRST-NAME       PIC X(20).
           05 FUND-PROGRAM          PIC X(3).
           05 FUND-TERM-DATE        PIC 9(8).
           05 FUND-ATTEMPTED-CREDITS PIC 9(3).
           05 FUND-EARNED-CREDITS   PIC 9(3).
           05 FUND-ENROL-STATUS     PIC X.
               88 FUND-FULL-TIME           VALUE "F".
               88 FUND-PART-TIME           VALUE "P".
               88 FUND-WITHDRAWN           VALUE "W".
           05 FILLER                PIC X(13).
       01 FUNDING-HEADER-RECORD.
           05 FH-RECORD-TYPE        PIC X(3).
           05 FH-BATCH-NUMBER       PIC 9(6).
           05 FH-EXTRACT-DATE       PIC 9(8).
           05 FH-TERM-DATE          PIC 9(8).
           05 FILLER                PIC X(55).
       01 FUNDING-TRAILER-RECORD.
           05 FT-RECORD-TYPE        PIC X(3).
           05 FT-RECORD-COUNT       PIC 9(7).
           05 FT-NUMBER-HASH        PIC 9(13).
           05 FILLER                PIC X(57).
