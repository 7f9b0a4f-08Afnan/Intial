      ******************************************************************
      * Copybook: BMIDSCLG
      * Purpose: One record per right-of-access disclosure produced by
      * BMIDSCLS - who ran it, when, for which patient, who asked for
      * it, and the document it produced - so every release of a
      * patient's record can be accounted for afterward. Sequential
      * append file, same note as BMIAUDIT (see BmiBatch.cbl on ISAM
      * support).
      ******************************************************************
           05 DL-USER-ID               PIC X(8).
           05 DL-TIMESTAMP             PIC X(14).
           05 DL-PATIENT-ID            PIC X(6).
      *Requester as keyed by the operator - the patient, or the
      *attorney or representative acting for them*
           05 DL-REQUESTER             PIC X(30).
      *Disclosure document file name - BMIDxxxxxx-yyyymmddhhmmss.TXT
      *- and its size, so the copy that went out can be matched to
      *this record*
           05 DL-DOCUMENT              PIC X(30).
           05 DL-PAGE-COUNT            PIC 9(5).
           05 DL-RECORD-COUNT          PIC 9(7).
      *Patient IDs disclosed under this request - the keyed ID plus
      *any duplicate IDs merged with it by BMIMERGE*
           05 DL-LINKED-COUNT          PIC 99.
