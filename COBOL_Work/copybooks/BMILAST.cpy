      ******************************************************************
      * Copybook: BMILAST
      * Purpose: One latest-reading summary record per patient in
      * BMILAST.DAT - the date, height, weight, BMI and category of
      * the most recent reading on history. BMIBATCH and the
      * interactive BMI program keep it current as they write
      * history, and BMILSTRB rebuilds it from the active history
      * plus every yearly archive. Kept in patient-ID order so the
      * batch can walk it side by side with the sorted roster instead
      * of loading the whole history into a table. Sequential (see
      * BmiBatch.cbl note on ISAM support).
      ******************************************************************
           05 LR-PATIENT-ID            PIC X(6).
      *Date of the latest reading - YYYYMMDD*
           05 LR-LAST-DATE             PIC X(8).
           05 LR-HEIGHT                PIC 999V9.
           05 LR-WEIGHT                PIC 999V9.
           05 LR-BMI                   PIC 999V99.
      *Weight-status category printed for that reading - the adult
      *category or the pediatric percentile band*
           05 LR-CATEGORY              PIC X(11).
