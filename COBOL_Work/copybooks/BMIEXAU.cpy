      ******************************************************************
      * Copybook: BMIEXAU
      * Purpose: One audit record per change to the clinical exclusion
      * registry - who made it, when, which action (A=Add, C=Change,
      * E=End, D=Delete entered in error), and the whole exclusion
      * record before and after, so a patient who stopped getting
      * letters can be traced to the exclusion and the person who
      * keyed it. Sequential append file, same note as BMIAUDIT (see
      * BmiBatch.cbl on ISAM support).
      ******************************************************************
           05 XA-USER-ID               PIC X(8).
           05 XA-TIMESTAMP             PIC X(14).
           05 XA-ACTION                PIC X.
      *Before and after images of the exclusion record, field for
      *field in BMIEXCL order - the before image is spaces on an add
      *and the after image is spaces on a delete*
           05 XA-OLD-EXCL.
              10 XA-OLD-PATIENT-ID     PIC X(6).
              10 XA-OLD-REASON-CODE    PIC X(2).
              10 XA-OLD-EFFECTIVE-DATE PIC X(8).
              10 XA-OLD-END-DATE       PIC X(8).
              10 XA-OLD-CLINICIAN      PIC X(20).
           05 XA-NEW-EXCL.
              10 XA-NEW-PATIENT-ID     PIC X(6).
              10 XA-NEW-REASON-CODE    PIC X(2).
              10 XA-NEW-EFFECTIVE-DATE PIC X(8).
              10 XA-NEW-END-DATE       PIC X(8).
              10 XA-NEW-CLINICIAN      PIC X(20).
