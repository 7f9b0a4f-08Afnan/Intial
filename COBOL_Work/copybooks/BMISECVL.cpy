      ******************************************************************
      * Copybook: BMISECVL
      * Purpose: One security violation record per refused attempt to
      * run a guarded program - who tried, when, which program and
      * function, and the refusal reason code (Z1=User not on the
      * authorization file, Z2=User revoked, Z3=Function not
      * granted, Z4=Authorization file unavailable). Written by every
      * program that checks BMIAUTH.DAT, so compliance reviews one
      * log for every refusal. Sequential append file, same note as
      * BMIAUDIT (see BmiBatch.cbl on ISAM support).
      ******************************************************************
           05 SV-USER-ID               PIC X(8).
           05 SV-TIMESTAMP             PIC X(14).
           05 SV-PROGRAM-ID            PIC X(8).
      *Function code checked - MEMBER, DISPOSN, AUDITINQ, HISTARCH,
      *BMIENTRY, SECURITY or EXCLUSN*
           05 SV-FUNCTION              PIC X(8).
           05 SV-REASON-CODE           PIC X(2).
