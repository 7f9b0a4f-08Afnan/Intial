      ******************************************************************
      * Copybook: BMICTLAU
      * Purpose: One audit record per change to the run control file
      * - who made it, when, which action (C=Change, R=Roll the
      * business date forward), and the whole control record before
      * and after - so "who moved the business date" or "who switched
      * the batch to resubmit" is answered from the trail the same
      * way BMIMAUD.LOG answers for the member master. Sequential
      * append file, same note as BMIAUDIT (see BmiBatch.cbl on ISAM
      * support).
      ******************************************************************
           05 CC-USER-ID               PIC X(8).
           05 CC-TIMESTAMP             PIC X(14).
           05 CC-ACTION                PIC X.
      *Before and after images of the control record, field for
      *field in BMICTL order*
           05 CC-OLD-CONTROL.
              10 CC-OLD-BUSINESS-DATE  PIC X(8).
              10 CC-OLD-RUN-MODE       PIC X(8).
              10 CC-OLD-WT-PCT         PIC 9(3).
              10 CC-OLD-CKPT-INTERVAL  PIC 9(3).
              10 CC-OLD-TREND-SCOPE    PIC X(8).
              10 CC-OLD-ARCH-CUTOFF    PIC X(8).
              10 CC-OLD-POP-DATE-FROM  PIC X(8).
              10 CC-OLD-POP-DATE-TO    PIC X(8).
           05 CC-NEW-CONTROL.
              10 CC-NEW-BUSINESS-DATE  PIC X(8).
              10 CC-NEW-RUN-MODE       PIC X(8).
              10 CC-NEW-WT-PCT         PIC 9(3).
              10 CC-NEW-CKPT-INTERVAL  PIC 9(3).
              10 CC-NEW-TREND-SCOPE    PIC X(8).
              10 CC-NEW-ARCH-CUTOFF    PIC X(8).
              10 CC-NEW-POP-DATE-FROM  PIC X(8).
              10 CC-NEW-POP-DATE-TO    PIC X(8).
