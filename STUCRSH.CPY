           05 CRSH-COURSE-MARK-NUM REDEFINES CRSH-COURSE-MARK
                                        PIC 9(3).
           05 CRSH-COURSE-CREDIT        PIC 9(1).
      * Set on an attempt that a better attempt at the same course in
      * another term has superseded: only the highest mark counts
      * toward cumulative results (the later term wins a tie), so a
      * superseded attempt stays on file for the transcript but is
      * left out of cumulative figures. WD and INC attempts are never
      * graded, so they are never flagged. Maintained by PROJECT2A as
      * each term is published and by INCLAPS as marks are resolved.
      * A file written before the flag was added is converted once by
      * CRSHCNV, which flags the repeats already on file.
           05 CRSH-REPEAT-SW            PIC X.
               88 CRSH-ATTEMPT-SUPERSEDED   VALUE "R".
               88 CRSH-ATTEMPT-COUNTS       VALUE " ".
