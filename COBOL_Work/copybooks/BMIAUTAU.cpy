      ******************************************************************
      * Copybook: BMIAUTAU
      * Purpose: One audit record per change to the user authorization
      * file - who made it, when, which action (A=Add, C=Change,
      * D=Revoke), and the whole authorization record before and
      * after - so "who gave this user audit inquiry" is answered
      * from the trail the same way BMIMAUD.LOG answers for the
      * member master. Sequential append file, same note as BMIAUDIT
      * (see BmiBatch.cbl on ISAM support).
      ******************************************************************
           05 AA-USER-ID               PIC X(8).
           05 AA-TIMESTAMP             PIC X(14).
           05 AA-ACTION                PIC X.
      *Before and after images of the authorization record, field
      *for field in BMIAUTH order - the before image is spaces on an
      *add*
           05 AA-OLD-AUTH.
              10 AA-OLD-USER-ID        PIC X(8).
              10 AA-OLD-USER-NAME      PIC X(20).
              10 AA-OLD-STATUS         PIC X.
              10 AA-OLD-FUNCTIONS      PIC X(7).
           05 AA-NEW-AUTH.
              10 AA-NEW-USER-ID        PIC X(8).
              10 AA-NEW-USER-NAME      PIC X(20).
              10 AA-NEW-STATUS         PIC X.
              10 AA-NEW-FUNCTIONS      PIC X(7).
