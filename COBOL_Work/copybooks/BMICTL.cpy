      ******************************************************************
      * Copybook: BMICTL
      * Purpose: The single run control record BMICTLMT maintains in
      * BMICTL.DAT - the business processing date every batch and
      * report program dates its output with, and the run parameters
      * that used to be keyed into environment variables or prompts
      * at run time. The business date is the night being worked,
      * not the system clock, so a run that starts after midnight
      * still posts to the right day. Every change to this record is
      * logged to BMICTLAU.LOG.
      ******************************************************************
      *Business processing date - YYYYMMDD*
           05 CT-BUSINESS-DATE         PIC X(8).
      *BMIBATCH run mode - NORMAL for the full roster, RESUBMIT for
      *the corrected recycle file*
           05 CT-RUN-MODE              PIC X(8).
      *Weight-change percentage BMIBATCH tolerates before a reading
      *is held as suspect, and the records between checkpoints*
           05 CT-WT-PCT                PIC 9(3).
           05 CT-CKPT-INTERVAL         PIC 9(3).
      *BMITREND history scope - ACTIVE for BMIHIST.DAT alone, FULL to
      *read the yearly archives ahead of it*
           05 CT-TREND-SCOPE           PIC X(8).
      *BMIHARCH archives history dated before this YYYYMMDD date*
           05 CT-ARCH-CUTOFF           PIC X(8).
      *BMIPOPRP reporting period, YYYYMMDD through YYYYMMDD*
           05 CT-POP-DATE-FROM         PIC X(8).
           05 CT-POP-DATE-TO           PIC X(8).
