      * detail record (with its own trailer) so those results go out
      * again with the next night's extract instead of quietly never
      * reaching the chart. A run whose counts do not tie ends with a
      * nonzero return code. BMINIGHT runs it at the head of the next
      * night's stream, once the vendor has answered and before
      * BMIBATCH recreates BMIEHR.TXT, and logs a nonzero finish as
      * an exception rather than holding the night.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
