      * moved more than 2.0 points between consecutive visits in
      * either direction - so a clinician can read a trend instead of
      * grepping the raw history file and eyeballing raw dates.
      * A FULL trend scope on the run control file makes the
      * run read the dated yearly archive files BMIHARCH writes
      * (BMIHyyyy.ARC) ahead of the active file, so a patient's full
      * multi-year trend survives archiving of the active history.
           SELECT BMI-SORTED-HIST ASSIGN TO "BMIHISTS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIST-STATUS.
      *Run control file maintained by BMICTLMT - the trend scope*
           SELECT BMI-CONTROL-FILE ASSIGN TO "BMICTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BMI-HISTORY-FILE.
              05 FILLER PIC X(13).
       FD BMI-SORTED-HIST.
           01 BMI-SORTED-HIST-RECORD PIC X(27).
       FD BMI-CONTROL-FILE.
           01 BMI-CONTROL-RECORD.
       COPY BMICTL.
       WORKING-STORAGE SECTION.
      *End-of-history switch*
           01 WS-EOF-SW PIC X VALUE 'N'.
           01 WS-HIST-STATUS PIC XX.
           01 WS-TREND-STATUS PIC XX.
           01 WS-SHIST-STATUS PIC XX.
      *Archive scope - FULL on the run control file pulls the
      *yearly archives in ahead of the active file*
           01 WS-ARCH-STATUS PIC XX.
           01 WS-ARCHIVE-NAME PIC X(12).
           01 WS-SCOPE PIC X(8) VALUE SPACES.
           01 WS-CONTROL-STATUS PIC XX.
      *Business date off the run control file, echoed on the report*
           01 WS-BUSINESS-DATE.
              05 WS-BUS-YYYY PIC X(4).
              05 WS-BUS-MM   PIC XX.
              05 WS-BUS-DD   PIC XX.
           01 WS-FULL-SW PIC X VALUE 'N'.
              88 WS-FULL-SCOPE VALUE 'Y'.
      *Years probed for archive files - BMIHARCH names them by the
              05 WS-VISIT-DD   PIC XX.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM READ-RUN-CONTROL.
      *Accept the lower-case spelling the same way BMIBATCH accepts
      *a lower-case run mode - a mis-cased scope must not silently
      *fall back to an active-file-only trend*
            PERFORM CLOSE-FILES.
            STOP RUN.

       READ-RUN-CONTROL.
      *The trend scope comes from the run control file BMICTLMT
      *maintains - no control file fails the run, the same as the
      *batch, rather than quietly reporting a narrower trend*
            OPEN INPUT BMI-CONTROL-FILE.
            IF WS-CONTROL-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO OPEN RUN CONTROL FILE"
                    " BMICTL.DAT - STATUS " WS-CONTROL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            READ BMI-CONTROL-FILE
                AT END
                    MOVE SPACES TO BMI-CONTROL-RECORD
            END-READ.
            CLOSE BMI-CONTROL-FILE.
            MOVE CT-TREND-SCOPE TO WS-SCOPE.
            MOVE CT-BUSINESS-DATE TO WS-BUSINESS-DATE.

       SORT-HISTORY-TO-WORK.
      *Sort the history to patient-ID + run-date order for the
      *report walk. The input procedure releases the archives first
            MOVE SPACES TO BMI-TREND-LINE.
            MOVE "BMI TREND REPORT BY PATIENT" TO BMI-TREND-LINE.
            WRITE BMI-TREND-LINE.
      *Echo the run control values this report used*
            MOVE SPACES TO BMI-TREND-LINE.
            IF WS-FULL-SCOPE
                STRING "BUSINESS DATE: " DELIMITED BY SIZE
                    WS-BUS-MM "/" WS-BUS-DD "/" WS-BUS-YYYY
                    DELIMITED BY SIZE
                    "   SCOPE: FULL - ARCHIVES AND ACTIVE HISTORY"
                    DELIMITED BY SIZE
                    INTO BMI-TREND-LINE
            ELSE
                STRING "BUSINESS DATE: " DELIMITED BY SIZE
                    WS-BUS-MM "/" WS-BUS-DD "/" WS-BUS-YYYY
                    DELIMITED BY SIZE
                    "   SCOPE: ACTIVE HISTORY ONLY" DELIMITED BY SIZE
                    INTO BMI-TREND-LINE
            END-IF.
            WRITE BMI-TREND-LINE.
            PERFORM UNTIL WS-EOF
                READ BMI-SORTED-HIST INTO BMI-HISTORY-RECORD
                    AT END
