      ******************************************************************
      * Copybook: BMIEXCL
      * Purpose: One clinical exclusion record per exclusion period in
      * BMIEXCL.DAT - the patient, why a raw BMI is clinically
      * misleading for them (reason codes in BMIEXRSN), the dates the
      * exclusion runs, and the clinician responsible for it. While
      * an exclusion is in effect BMIBATCH still calculates, records
      * history and audits the reading, but keeps the patient off
      * the obese and underweight extracts (and so off the letters
      * and the care-management worklist) and out of the statistics,
      * and BMIPOPRP leaves readings taken under one out of the
      * population figures. A patient may have several periods on
      * file; BMIEXMNT keeps them from overlapping. Maintained by
      * BMIEXMNT, every change logged to BMIEXAU.LOG. Sequential (see
      * BmiBatch.cbl note on ISAM support).
      ******************************************************************
           05 EX-PATIENT-ID            PIC X(6).
           05 EX-REASON-CODE           PIC X(2).
      *First and last day the exclusion applies - YYYYMMDD, both
      *days included. A blank end date means until further notice*
           05 EX-EFFECTIVE-DATE        PIC X(8).
           05 EX-END-DATE              PIC X(8).
      *Clinician who entered the exclusion and answers for it*
           05 EX-CLINICIAN             PIC X(20).
