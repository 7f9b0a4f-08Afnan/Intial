      * Date: 2026-09-01
      * Purpose: Population health statistics report - joins the BMI
      * history records to the member master demographics and reports,
      * for the run control file's date range, the count and
      * percentage of patients in each weight-status category broken
      * out by site, by sex, and by age band (patients under 20
      * report in the CDC percentile bands, same as the nightly run),
      * plus a category-migration table showing how many patients
      * moved between categories from their first visit in the period
      * to their last
      * - the Normal-to-Overweight movement the quality committee
      * asks for every quarter, answered from the files instead of a
      * spreadsheet export and a guess. A reading taken while the
      * patient was under a clinical exclusion (BMIEXCL.DAT) is left
      * out of every figure, since a raw BMI is misleading for them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BMI-POP-FILE ASSIGN TO "BMIPOPRP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POP-STATUS.
      *Run control file maintained by BMICTLMT - the report period*
           SELECT BMI-CONTROL-FILE ASSIGN TO "BMICTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
      *Clinical exclusion registry maintained by BMIEXMNT*
           SELECT BMI-EXCL-FILE ASSIGN TO "BMIEXCL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BMI-HISTORY-FILE.
       COPY BMIPEDS.
       FD BMI-POP-FILE.
           01 BMI-POP-LINE PIC X(100).
       FD BMI-CONTROL-FILE.
           01 BMI-CONTROL-RECORD.
       COPY BMICTL.
       FD BMI-EXCL-FILE.
           01 BMI-EXCL-RECORD.
       COPY BMIEXCL.
       WORKING-STORAGE SECTION.
      *End-of-file switch, reused across the passes*
           01 WS-EOF-SW PIC X VALUE 'N'.
           01 WS-MASTER-STATUS PIC XX.
           01 WS-PEDS-STATUS PIC XX.
           01 WS-POP-STATUS PIC XX.
           01 WS-CONTROL-STATUS PIC XX.
           01 WS-EXCL-STATUS PIC XX.
      *Reporting period from the run control file*
           01 WS-SEL-DATE-FROM PIC X(8).
           01 WS-SEL-DATE-TO PIC X(8).
      *Shared CDC weight-status thresholds*
           01 WS-DENOM PIC 9(7).
           01 WS-PCT PIC 999V9.
           01 WS-PCT-EDIT PIC ZZ9.9.
      *Clinical exclusion periods loaded once - a history reading
      *dated inside one of its patient's periods is left out of the
      *statistics. A blank end date runs until further notice*
           01 WS-EXCL-TABLE.
              05 WS-EXC-ENTRY OCCURS 2000 TIMES
                    INDEXED BY WS-EXC-IDX.
                 10 WS-EXC-PATIENT-ID PIC X(6).
                 10 WS-EXC-EFF-DATE PIC X(8).
                 10 WS-EXC-END-DATE PIC X(8).
           01 WS-EXCL-COUNT PIC 9(5) VALUE 0.
           01 WS-EXCLUDED-SW PIC X VALUE 'N'.
              88 WS-READING-EXCLUDED VALUE 'Y'.
           01 WS-EXCL-READINGS PIC 9(7) VALUE 0.
      *Control totals*
           01 WS-HIST-READ PIC 9(7) VALUE 0.
           01 WS-IN-RANGE PIC 9(7) VALUE 0.
            PERFORM GET-DATE-RANGE.
            PERFORM OPEN-FILES.
            PERFORM LOAD-PEDS-TABLE.
            PERFORM LOAD-EXCLUSIONS.
            PERFORM SCAN-HISTORY.
            PERFORM STAMP-DEMOGRAPHICS.
            PERFORM CLASSIFY-PATIENTS.
            STOP RUN.

       GET-DATE-RANGE.
      *The period is set ahead of the run with BMICTLMT - the same
      *quarter can be rerun without rekeying, and who set it is on
      *the control audit trail*
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
            MOVE CT-POP-DATE-FROM TO WS-SEL-DATE-FROM.
            MOVE CT-POP-DATE-TO TO WS-SEL-DATE-TO.
      *An unset range would silently report an empty population -
      *refuse it loudly, same as the date edits in BMIAUDIN*
            IF WS-SEL-DATE-FROM NOT NUMERIC
                DISPLAY "REJECTED - REASON CODE: D1 - FROM DATE MUST"
            CLOSE BMI-PEDS-FILE.
            MOVE 'N' TO WS-EOF-SW.

       LOAD-EXCLUSIONS.
      *No registry means no exclusions. One that is there but cannot
      *be read stops the report rather than counting readings the
      *clinicians have said are misleading*
            OPEN INPUT BMI-EXCL-FILE.
            IF WS-EXCL-STATUS = "35"
                DISPLAY "NOTE: NO CLINICAL EXCLUSION REGISTRY"
                    " BMIEXCL.DAT - NO READINGS EXCLUDED"
            ELSE
                IF WS-EXCL-STATUS NOT = "00"
                    DISPLAY "FATAL: UNABLE TO OPEN EXCLUSION REGISTRY"
                        " BMIEXCL.DAT - STATUS " WS-EXCL-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM UNTIL WS-EOF
                    READ BMI-EXCL-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
      *WS-EXCL-TABLE is only OCCURS 2000 TIMES - an exclusion left
      *off the table would put that patient's readings back in the
      *population figures, so a registry past the ceiling is fatal
      *rather than a report that silently counts them*
                            IF WS-EXCL-COUNT >= 2000
                                DISPLAY "FATAL: EXCLUSION REGISTRY"
                                    " EXCEEDS 2000 ENTRIES - REPORT"
                                    " NOT PRODUCED"
                                CLOSE BMI-EXCL-FILE
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            ELSE
                                ADD 1 TO WS-EXCL-COUNT
                                MOVE EX-PATIENT-ID
                                    TO WS-EXC-PATIENT-ID(WS-EXCL-COUNT)
                                MOVE EX-EFFECTIVE-DATE
                                    TO WS-EXC-EFF-DATE(WS-EXCL-COUNT)
                                MOVE EX-END-DATE
                                    TO WS-EXC-END-DATE(WS-EXCL-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BMI-EXCL-FILE
                MOVE 'N' TO WS-EOF-SW
            END-IF.

       CHECK-READING-EXCLUDED.
            MOVE 'N' TO WS-EXCLUDED-SW.
            IF WS-EXCL-COUNT > 0
                SET WS-EXC-IDX TO 1
                SEARCH WS-EXC-ENTRY
                    VARYING WS-EXC-IDX
                    AT END
                        CONTINUE
                    WHEN WS-EXC-IDX > WS-EXCL-COUNT
                        CONTINUE
                    WHEN WS-EXC-PATIENT-ID(WS-EXC-IDX) = BH-PATIENT-ID
                            AND WS-EXC-EFF-DATE(WS-EXC-IDX)
                                NOT > BH-RUN-DATE
                            AND (WS-EXC-END-DATE(WS-EXC-IDX) = SPACES
                            OR WS-EXC-END-DATE(WS-EXC-IDX)
                                NOT < BH-RUN-DATE)
                        SET WS-READING-EXCLUDED TO TRUE
                END-SEARCH
            END-IF.

       SCAN-HISTORY.
      *One pass over the history keeping, per patient, the first and
      *last BMI inside the period - the file is appended in run
                        IF BH-RUN-DATE >= WS-SEL-DATE-FROM
                                AND BH-RUN-DATE <= WS-SEL-DATE-TO
                            ADD 1 TO WS-IN-RANGE
                            PERFORM CHECK-READING-EXCLUDED
                            IF WS-READING-EXCLUDED
                                ADD 1 TO WS-EXCL-READINGS
                            ELSE
                                PERFORM TRACK-PATIENT-VISIT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
                WS-SEL-DATE-TO DELIMITED BY SIZE
                INTO BMI-POP-LINE.
            WRITE BMI-POP-LINE.
      *Echo the run control values this report used*
            MOVE SPACES TO BMI-POP-LINE.
            STRING "RUN PARAMETERS - BUSINESS DATE " DELIMITED BY SIZE
                CT-BUSINESS-DATE DELIMITED BY SIZE
                "   PERIOD FROM RUN CONTROL FILE BMICTL.DAT"
                DELIMITED BY SIZE
                INTO BMI-POP-LINE.
            WRITE BMI-POP-LINE.
            MOVE SPACES TO BMI-POP-LINE.
            STRING "PATIENTS IN PERIOD: " DELIMITED BY SIZE
                WS-PATIENT-COUNT DELIMITED BY SIZE
                " READ" DELIMITED BY SIZE
                INTO BMI-POP-LINE.
            WRITE BMI-POP-LINE.
            MOVE SPACES TO BMI-POP-LINE.
            STRING "READINGS IN RANGE LEFT OUT UNDER A CLINICAL"
                DELIMITED BY SIZE
                " EXCLUSION: " DELIMITED BY SIZE
                WS-EXCL-READINGS DELIMITED BY SIZE
                INTO BMI-POP-LINE.
            WRITE BMI-POP-LINE.
            MOVE 'S' TO WS-TAL-TYPE.
            PERFORM WRITE-ONE-BREAKOUT.
            MOVE 'X' TO WS-TAL-TYPE.
