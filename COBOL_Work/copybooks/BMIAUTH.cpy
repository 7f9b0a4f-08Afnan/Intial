      ******************************************************************
      * Copybook: BMIAUTH
      * Purpose: One user authorization record per user ID in
      * BMIAUTH.DAT - which functions that user may perform. Each
      * guarded program looks up the USER value at startup and
      * refuses to run for a user who is not on file, has been
      * revoked, or does not hold the program's function, writing
      * the refusal to the security violation log BMISECVL.LOG.
      * Maintained by BMIAUTMT, every change logged to BMIAUTAU.LOG.
      * Sequential (see BmiBatch.cbl note on ISAM support).
      ******************************************************************
           05 UA-USER-ID               PIC X(8).
           05 UA-USER-NAME             PIC X(20).
      *Authorization status - A=Active, I=Revoked. BMIAUTMT revokes a
      *user by flipping this to I instead of deleting the record, so
      *the change trail still names who the ID belonged to*
           05 UA-STATUS                PIC X.
      *Function grants - Y=may perform, anything else=may not*
           05 UA-FUNCTIONS.
      *Member add/change/deactivate - BMIMAINT*
              10 UA-FN-MEMBER          PIC X.
      *Care-management disposition entry - BMICMMNT*
              10 UA-FN-DISPOSITION     PIC X.
      *Audit log inquiry - BMIAUDIN*
              10 UA-FN-AUDIT-INQ       PIC X.
      *History archive - BMIHARCH*
              10 UA-FN-HIST-ARCH       PIC X.
      *Interactive BMI entry - the BMI program*
              10 UA-FN-BMI-ENTRY       PIC X.
      *Security administration - maintaining this file in BMIAUTMT*
              10 UA-FN-SECURITY        PIC X.
      *Clinical exclusion registry maintenance - BMIEXMNT*
              10 UA-FN-EXCLUSION       PIC X.
