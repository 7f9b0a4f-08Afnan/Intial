      ******************************************************************
      * Copybook: BMIRECAL
      * Purpose: One overdue-screening recall record per active member
      * BMIRECAL finds with no BMI reading ever, or none since the
      * operator's recall cutoff - fixed-width so the front desks can
      * load BMIRECAL.DAT straight into the scheduling system. The
      * field positions are the contract with that loader; add new
      * fields at the end only.
      ******************************************************************
           05 RX-SITE-CODE             PIC X(3).
           05 RX-PATIENT-ID            PIC X(6).
           05 RX-PATIENT-NAME          PIC X(20).
           05 RX-AGE                   PIC 99.
           05 RX-SEX                   PIC X.
           05 RX-ADDR-STREET           PIC X(30).
           05 RX-ADDR-CITY             PIC X(18).
           05 RX-ADDR-STATE            PIC XX.
           05 RX-ADDR-ZIP              PIC X(10).
      *Date of the member's most recent reading, active or archived
      *history - spaces when the member has never been weighed*
           05 RX-LAST-DATE             PIC X(8).
      *Recall reason - N=never weighed, L=last reading before cutoff*
           05 RX-REASON                PIC X.
      *The cutoff the member was measured against and the run date,
      *so a loaded recall can be traced back to the run that made it*
           05 RX-CUTOFF-DATE           PIC X(8).
           05 RX-RUN-DATE              PIC X(8).
