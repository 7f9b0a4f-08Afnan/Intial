      ******************************************************************
      * Copybook: BMIEXRSN
      * Purpose: Shared clinical exclusion reason codes and their
      * printable descriptions, so the registry maintenance program
      * accepts exactly the codes BMIBATCH can print on the report.
      ******************************************************************
           05 WS-EXR-VALUES.
              10 FILLER PIC X(22) VALUE "PGPREGNANCY".
              10 FILLER PIC X(22) VALUE "AMLIMB AMPUTATION".
              10 FILLER PIC X(22) VALUE "EDEDEMA".
              10 FILLER PIC X(22) VALUE "CJCLINICIAN JUDGMENT".
           05 WS-EXR-TABLE REDEFINES WS-EXR-VALUES.
              10 WS-EXR-ENTRY OCCURS 4 TIMES INDEXED BY WS-EXR-IDX.
                 15 WS-EXR-CODE        PIC X(2).
                 15 WS-EXR-DESC        PIC X(20).
