      ******************************************************************
      * Copybook: BMIMXREF
      * Purpose: One patient ID merge cross-reference record per merge
      * run by BMIMERGE - the retired (duplicate) ID, the surviving ID
      * it was folded into, who ran the merge and when, and how many
      * records moved - so an audit inquiry keyed on a retired ID can
      * still be traced to the survivor and back. BMIAUDIT.LOG itself
      * is never rekeyed; BMIAUDIN reads this file to select both IDs.
      * Sequential append file, same note as BMIAUDIT (see BmiBatch.cbl
      * on ISAM support).
      ******************************************************************
           05 MX-RETIRED-ID            PIC X(6).
           05 MX-SURVIVOR-ID           PIC X(6).
           05 MX-USER-ID               PIC X(8).
           05 MX-TIMESTAMP             PIC X(14).
      *History records rekeyed in the active file and in the yearly
      *BMIHyyyy.ARC archives*
           05 MX-HIST-MOVED            PIC 9(7).
           05 MX-ARCH-MOVED            PIC 9(7).
      *What happened to the retired ID's worklist case - F=folded into
      *the survivor's case, R=rekeyed to the survivor, N=no case*
           05 MX-CASE-ACTION           PIC X.
      *Clinical exclusion periods moved from the retired ID to the
      *survivor on BMIEXCL.DAT*
           05 MX-EXCL-MOVED            PIC 9(5).
