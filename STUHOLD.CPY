      * Record layout of the permanent HOLD-MASTER-FILE (STUHOLD.DAT),
      * keyed by STUDENT-NUMBER and hold type -- one row per kind of
      * hold an office has ever placed on a student. Rows are placed,
      * released, changed and deleted only by the HOLDMNT transaction
      * batch, which stamps each row with the date and initials of
      * its last change. A hold is active from the date placed until
      * a release date is entered; a released row stays on file as
      * the record of the hold and is re-placed, not added again,
      * when the same office holds the student a second time.
      *   FEE = UNPAID FEE BALANCE        (STUDENT ACCOUNTS)
      *   DIS = OPEN DISCIPLINARY CASE    (DEAN OF STUDENTS)
      *   LIB = LIBRARY MATERIAL OR FINES (LIBRARY)
      *   ADM = ADMISSION DOCUMENTS OWED  (ADMISSIONS)
      * Any active hold withholds an official transcript; a DIS hold
      * also holds back the student's standing letter.
       01 HOLD-MASTER-RECORD.
           05 HOLD-KEY.
               10 HOLD-STUDENT-NUMBER PIC 9(9).
               10 HOLD-TYPE          PIC X(3).
                   88 HOLD-TYPE-IS-VALID   VALUE "FEE" "DIS" "LIB"
                                                 "ADM".
                   88 DISCIPLINARY-HOLD    VALUE "DIS".
           05 HOLD-PLACING-OFFICE   PIC X(20).
           05 HOLD-DATE-PLACED      PIC 9(8).
           05 HOLD-DATE-RELEASED    PIC 9(8).
               88 HOLD-IS-ACTIVE           VALUE ZERO.
           05 HOLD-REASON           PIC X(30).
           05 HOLD-LAST-CHANGED-DATE PIC 9(8).
           05 HOLD-LAST-CHANGED-BY  PIC X(3).
