           SELECT BMI-EHR-FILE ASSIGN TO "BMIEHR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EHR-STATUS.
      *Cumulative EHR send log - every DTL record that went out, in
      *the interface layout, appended run after run. BMIEHR.TXT is
      *recreated each night, so this is the only place that still
      *shows which nights a patient's results reached the EHR*
           SELECT BMI-EHRLOG-FILE ASSIGN TO "BMIEHRLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EHRLOG-STATUS.
      *Cumulative run log - one dated run-control record per run, so
      *the balancing evidence for every run is on file instead of
      *scrolling past on a console nobody watches at 2 AM*
           SELECT BMI-RUNLOG-FILE ASSIGN TO "BMIRUNLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
      *Run control file maintained by BMICTLMT - the business date
      *this run posts to and the run parameters, read once at start*
           SELECT BMI-CONTROL-FILE ASSIGN TO "BMICTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
      *Latest-reading summary - one record per patient, the yardstick
      *the plausibility edit holds tonight's roster against. It is
      *sorted to a work file at the start so the run walks it side
      *by side with the sorted roster, and tonight's readings are
      *collected in an update work file (flushed and checkpointed
      *with the other append files) that is merged back into it
      *when the run finishes*
           SELECT BMI-LAST-FILE ASSIGN TO "BMILAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAST-STATUS.
           SELECT BMI-LAST-SORT ASSIGN TO "BMISRTL.TMP".
           SELECT BMI-SORTED-LAST ASSIGN TO "BMILASTS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLAST-STATUS.
           SELECT BMI-LAST-UPDATE-FILE ASSIGN TO "BMILASTU.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LASTU-STATUS.
      *Clinical exclusion registry maintained by BMIEXMNT - the
      *periods in effect on the business date are sorted to a work
      *file at the start and walked forward beside the sorted roster,
      *so an excluded patient's reading is calculated and recorded
      *but kept off the extracts and out of the statistics*
           SELECT BMI-EXCL-FILE ASSIGN TO "BMIEXCL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCL-STATUS.
           SELECT BMI-EXCL-SORT ASSIGN TO "BMISRTX.TMP".
           SELECT BMI-SORTED-EXCL ASSIGN TO "BMIEXCLS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEXCL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BMI-ROSTER-FILE.
      *for field - they are restored only when they hold digits*
              05 CKPT-SUSP-COUNT PIC 9(7).
              05 CKPT-LENERR-COUNT PIC 9(7).
      *Clinical exclusion counts, restored the same way*
              05 CKPT-EXCL-COUNT PIC 9(7).
              05 CKPT-SITE-EXCL-TABLE.
                 10 CKPT-SITE-EXCLUDED OCCURS 10 TIMES PIC 9(7).
       FD BMI-MASTER-FILE.
           01 BMI-MASTER-RECORD.
       COPY BMIMSTR.
       COPY BMIPEDS.
       FD BMI-EHR-FILE.
           01 BMI-EHR-LINE PIC X(100).
       FD BMI-EHRLOG-FILE.
           01 BMI-EHRLOG-LINE PIC X(100).
       FD BMI-RUNLOG-FILE.
           01 BMI-RUNLOG-RECORD.
       COPY BMIRUNLG.
       FD BMI-CONTROL-FILE.
           01 BMI-CONTROL-RECORD.
       COPY BMICTL.
       FD BMI-LAST-FILE.
           01 BMI-LAST-RECORD PIC X(38).
      *The sort key leads the BMILAST layout with the reading date
      *behind it, so the merge brings each patient's readings
      *together oldest first*
       SD BMI-LAST-SORT.
           01 SRT-LAST-RECORD.
              05 SRT-LAST-KEY PIC X(6).
              05 SRT-LAST-DATE PIC X(8).
              05 FILLER PIC X(24).
      *Field-for-field the BMILAST layout - the update file below
      *copies the same field names, so this one carries its own*
       FD BMI-SORTED-LAST.
           01 BMI-SORTED-LAST-RECORD.
              05 SL-PATIENT-ID PIC X(6).
              05 SL-LAST-DATE PIC X(8).
              05 SL-HEIGHT PIC 999V9.
              05 SL-WEIGHT PIC 999V9.
              05 SL-BMI PIC 999V99.
              05 SL-CATEGORY PIC X(11).
       FD BMI-LAST-UPDATE-FILE.
           01 BMI-LAST-UPDATE-RECORD.
       COPY BMILAST.
       FD BMI-EXCL-FILE.
           01 BMI-EXCL-RECORD.
       COPY BMIEXCL.
      *The sort key leads the BMIEXCL layout with the effective date
      *behind it*
       SD BMI-EXCL-SORT.
           01 SRT-EXCL-RECORD.
              05 SRT-EXCL-KEY PIC X(6).
              05 FILLER PIC X(2).
              05 SRT-EXCL-EFF-DATE PIC X(8).
              05 FILLER PIC X(28).
      *Field-for-field the BMIEXCL layout - the registry FD above
      *copies the same field names, so this one carries its own*
       FD BMI-SORTED-EXCL.
           01 BMI-SORTED-EXCL-RECORD.
              05 SX-PATIENT-ID PIC X(6).
              05 SX-REASON-CODE PIC X(2).
              05 SX-EFFECTIVE-DATE PIC X(8).
              05 SX-END-DATE PIC X(8).
              05 SX-CLINICIAN PIC X(20).
       WORKING-STORAGE SECTION.
      *Numeric attributes for calculation - same names as BmiCalculator.
      *Height and weight carry the tenths digit the clinic scales
           01 WS-SUSPECT-SW PIC X VALUE 'N'.
              88 WS-READING-SUSPECT VALUE 'Y'.
           01 WS-SUSPECT-COUNT PIC 9(7) VALUE 0.
      *Weight-change tolerance in percent - taken from the run
      *control file, 20 when not set or not numeric*
           01 WS-WT-PCT PIC 9(3) VALUE 20.
      *Height-change tolerance in inches for adults - children grow*
           01 WS-HT-TOLERANCE PIC 9V9 VALUE 2.0.
      *Most recent prior reading for the current patient, taken from
      *the latest-reading summary as the match walks past it*
           01 WS-PRIOR-SW PIC X VALUE 'N'.
              88 WS-PRIOR-FOUND VALUE 'Y'.
           01 WS-PRI-RUN-DATE PIC X(8).
           01 WS-PRI-HEIGHT PIC 999V9.
           01 WS-PRI-WEIGHT PIC 999V9.
      *Difference work fields and edited copies for the listing*
           01 WS-HT-DIFF PIC S999V9.
           01 WS-WT-DIFF PIC S999V9.
      *sees a fixed nnn.nn picture*
           01 WS-EHR-STATUS PIC XX.
           01 WS-EHR-COUNT PIC 9(7) VALUE 0.
           01 WS-EHRLOG-STATUS PIC XX.
      *Status code for the run control file*
           01 WS-CONTROL-STATUS PIC XX.
      *Latest-reading summary - status codes for the summary, its
      *sorted work copy and tonight's update file, the end switch for
      *the forward match, and the record held back during the merge
      *until the next key proves it is the patient's latest*
           01 WS-LAST-STATUS PIC XX.
           01 WS-SLAST-STATUS PIC XX.
           01 WS-LASTU-STATUS PIC XX.
           01 WS-SLAST-EOF-SW PIC X VALUE 'N'.
              88 WS-SLAST-EOF VALUE 'Y'.
           01 WS-LAST-HOLD PIC X(38).
           01 WS-LAST-HOLD-SW PIC X VALUE 'N'.
              88 WS-LAST-HELD VALUE 'Y'.
           01 WS-SORT-EOF-SW PIC X VALUE 'N'.
              88 WS-SORT-EOF VALUE 'Y'.
      *Clinical exclusion registry - status codes for the registry
      *and its sorted work copy, the end switches for the sort input
      *and the forward match, and the patient's exclusion when one
      *is in effect on the business date. An excluded reading still
      *counts as processed, so the run balances, but is left out of
      *the average BMI - the excluded count is what the footer takes
      *back out*
           01 WS-EXCL-STATUS PIC XX.
           01 WS-SEXCL-STATUS PIC XX.
           01 WS-EXCL-EOF-SW PIC X VALUE 'N'.
              88 WS-EXCL-EOF VALUE 'Y'.
           01 WS-SEXCL-EOF-SW PIC X VALUE 'N'.
              88 WS-SEXCL-EOF VALUE 'Y'.
           01 WS-EXCLUDED-SW PIC X VALUE 'N'.
              88 WS-PATIENT-EXCLUDED VALUE 'Y'.
           01 WS-EXCL-REASON PIC X(2).
           01 WS-EXCL-DESC PIC X(20).
           01 WS-EXCLUDED-COUNT PIC 9(7) VALUE 0.
           01 WS-STAT-COUNT PIC 9(7) VALUE 0.
           01 WS-EXCL-REASONS.
       COPY BMIEXRSN.
           01 WS-EHR-BMI PIC 999.99.
      *Zero-padded edited height/weight so the loader always sees a
      *fixed nnn.n picture with the tenths digit*
                 10 WS-SITE-COUNT PIC 9(7).
                 10 WS-SITE-BMI-TOTAL PIC 9(7)V99.
                 10 WS-SITE-REJECTS PIC 9(7).
      *Excluded readings per site, kept beside the subtotal table
      *rather than in it so the checkpointed site table keeps its
      *layout*
           01 WS-SITE-EXCL-TABLE.
              05 WS-SITE-EXCLUDED OCCURS 10 TIMES PIC 9(7).
           01 WS-SITE-USED PIC 9(2) VALUE 0.
           01 WS-SITE-SUB PIC 9(2) VALUE 0.
           01 WS-SITE-I PIC 9(2) VALUE 0.
           01 WS-CUR-SITE PIC X(3).
      *Run mode - RESUBMIT on the run control file makes this run
      *read the corrected recycle file
      *instead of the full roster and append its results to the same
      *day's report, history, obese extract and audit trail*
           01 WS-RUN-MODE PIC X(8) VALUE SPACES.
       MAIN-PROCEDURE.
            ACCEPT WS-TIME-NOW FROM TIME.
            MOVE WS-TIME-HHMMSS TO WS-START-TIME.
            PERFORM READ-RUN-CONTROL.
            MOVE CT-RUN-MODE TO WS-RUN-MODE.
      *Accept the lower-case spelling the same way the units flags
      *accept lower-case e/m - a mis-cased mode must not silently
      *fall through to a full-roster run*
            PERFORM WRITE-EHR-TRAILER.
            PERFORM CLEAR-CHECKPOINT.
            PERFORM CLOSE-FILES.
            PERFORM UPDATE-LATEST-READINGS.
            PERFORM BALANCE-RUN.
            STOP RUN.

       READ-RUN-CONTROL.
      *The business date and run parameters come from the run control
      *file, read once before anything else - a run that starts after
      *midnight still posts its history, EHR and run-log records to
      *the night it is working. No control file, or no business date
      *on it, fails the run rather than falling back to the system
      *clock and dating a whole night's work wrong*
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
            IF CT-BUSINESS-DATE NOT NUMERIC
                DISPLAY "FATAL: NO BUSINESS DATE ON RUN CONTROL FILE"
                    " BMICTL.DAT - SET IT WITH BMICTLMT"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE CT-BUSINESS-DATE TO WS-RUN-DATE.
      *A zero interval would never checkpoint and a non-numeric one
      *cannot be divided by - either keeps the standing 25*
            IF CT-CKPT-INTERVAL NUMERIC AND CT-CKPT-INTERVAL > 0
                MOVE CT-CKPT-INTERVAL TO WS-CKPT-INTERVAL
            ELSE
                DISPLAY "WARNING: CONTROL FILE CHECKPOINT INTERVAL NOT"
                    " VALID - USING 25"
            END-IF.

       OPEN-FILES.
            MOVE ZEROS TO WS-SITE-EXCL-TABLE.
      *A checkpoint left behind by a prior abend means restart from
      *where that run left off instead of reprocessing the roster*
            OPEN INPUT BMI-CHECKPOINT-FILE.
                                MOVE CKPT-LENERR-COUNT
                                    TO WS-LENERR-COUNT
                            END-IF
                            IF CKPT-EXCL-COUNT NUMERIC
                                MOVE CKPT-EXCL-COUNT
                                    TO WS-EXCLUDED-COUNT
                            END-IF
                            IF CKPT-SITE-EXCL-TABLE NUMERIC
                                MOVE CKPT-SITE-EXCL-TABLE
                                    TO WS-SITE-EXCL-TABLE
                            END-IF
                        END-IF
                END-READ
                CLOSE BMI-CHECKPOINT-FILE
            END-IF.
            PERFORM LOAD-PEDS-TABLE.
            PERFORM OPEN-LATEST-READINGS.
            PERFORM OPEN-EXCLUSIONS.
            IF NOT WS-RESTARTING
                PERFORM CLEAR-LATEST-UPDATES
            END-IF.
            PERFORM GET-WEIGHT-TOLERANCE.
            PERFORM OPEN-APPEND-LOGS.
            IF WS-RESTARTING
                    CONTINUE
            END-READ.

       OPEN-LATEST-READINGS.
      *Sort the latest-reading summary to a work file and prime the
      *first record for the plausibility match. The summary is kept
      *in patient-ID order already, but working from a sorted copy
      *means a desk reading rewriting BMILAST.DAT mid-run cannot
      *pull the file out from under the match. No summary yet means
      *no yardstick and no checks - it is created empty so the merge
      *at the end of the run has something to merge into*
            OPEN INPUT BMI-LAST-FILE.
            IF WS-LAST-STATUS NOT = "00"
                DISPLAY "NOTE: NO LATEST-READING FILE BMILAST.DAT -"
                    " PRIOR-READING CHECK SKIPPED"
                DISPLAY "NOTE: RUN BMILSTRB FIRST IF HISTORY IS ALREADY"
                    " ON FILE"
                OPEN OUTPUT BMI-LAST-FILE
            END-IF.
            CLOSE BMI-LAST-FILE.
            SORT BMI-LAST-SORT
                ON ASCENDING KEY SRT-LAST-KEY
                USING BMI-LAST-FILE
                GIVING BMI-SORTED-LAST.
            OPEN INPUT BMI-SORTED-LAST.
            IF WS-SLAST-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO OPEN SORTED LATEST-READING"
                    " WORK FILE - STATUS " WS-SLAST-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 'N' TO WS-SLAST-EOF-SW.
            PERFORM READ-SORTED-LAST.

       READ-SORTED-LAST.
            READ BMI-SORTED-LAST
                AT END
                    SET WS-SLAST-EOF TO TRUE
                NOT AT END
                    CONTINUE
            END-READ.

       MATCH-PRIOR-READING.
      *Same forward-only walk as the member master match - the
      *roster is in patient-ID order, so the summary only ever
      *advances, and a second roster record for the same patient
      *holds on the same summary record. The summary is not touched
      *until the run finishes, so both are held against the reading
      *on file before tonight*
            MOVE 'N' TO WS-PRIOR-SW.
            PERFORM UNTIL WS-SLAST-EOF
                    OR SL-PATIENT-ID >= BR-PATIENT-ID
                PERFORM READ-SORTED-LAST
            END-PERFORM.
            IF NOT WS-SLAST-EOF
                    AND SL-PATIENT-ID = BR-PATIENT-ID
                SET WS-PRIOR-FOUND TO TRUE
                MOVE SL-LAST-DATE TO WS-PRI-RUN-DATE
                MOVE SL-HEIGHT TO WS-PRI-HEIGHT
                MOVE SL-WEIGHT TO WS-PRI-WEIGHT
            END-IF.

       OPEN-EXCLUSIONS.
      *Sort the exclusions in effect on the business date to a work
      *file in patient-ID order and prime the first record for the
      *match - a period that has not started or has already ended
      *never reaches the work file*
            SORT BMI-EXCL-SORT
                ON ASCENDING KEY SRT-EXCL-KEY SRT-EXCL-EFF-DATE
                INPUT PROCEDURE IS EXCL-SORT-INPUT
                GIVING BMI-SORTED-EXCL.
            OPEN INPUT BMI-SORTED-EXCL.
            IF WS-SEXCL-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO OPEN SORTED EXCLUSION WORK"
                    " FILE - STATUS " WS-SEXCL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 'N' TO WS-SEXCL-EOF-SW.
            PERFORM READ-SORTED-EXCL.

       EXCL-SORT-INPUT.
      *No registry yet means no patient is excluded. A registry that
      *is there but cannot be read fails the run - carrying on would
      *mail letters to the very patients it lists*
            OPEN INPUT BMI-EXCL-FILE.
            IF WS-EXCL-STATUS = "35"
                DISPLAY "NOTE: NO CLINICAL EXCLUSION REGISTRY"
                    " BMIEXCL.DAT - NO PATIENTS EXCLUDED"
            ELSE
                IF WS-EXCL-STATUS NOT = "00"
                    DISPLAY "FATAL: UNABLE TO OPEN EXCLUSION REGISTRY"
                        " BMIEXCL.DAT - STATUS " WS-EXCL-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE 'N' TO WS-EXCL-EOF-SW
                PERFORM UNTIL WS-EXCL-EOF
                    READ BMI-EXCL-FILE
                        AT END
                            SET WS-EXCL-EOF TO TRUE
                        NOT AT END
                            IF EX-EFFECTIVE-DATE NOT > WS-RUN-DATE
                                    AND (EX-END-DATE = SPACES
                                    OR EX-END-DATE NOT < WS-RUN-DATE)
                                RELEASE SRT-EXCL-RECORD
                                    FROM BMI-EXCL-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BMI-EXCL-FILE
            END-IF.

       READ-SORTED-EXCL.
            READ BMI-SORTED-EXCL
                AT END
                    SET WS-SEXCL-EOF TO TRUE
                NOT AT END
                    CONTINUE
            END-READ.

       MATCH-EXCLUSION.
      *Same forward-only walk as the member master match - a second
      *roster record for the same patient holds on the same
      *exclusion and is excluded too. A reason code the description
      *table does not know prints as the code alone*
            MOVE 'N' TO WS-EXCLUDED-SW.
            PERFORM UNTIL WS-SEXCL-EOF
                    OR SX-PATIENT-ID >= BR-PATIENT-ID
                PERFORM READ-SORTED-EXCL
            END-PERFORM.
            IF NOT WS-SEXCL-EOF
                    AND SX-PATIENT-ID = BR-PATIENT-ID
                SET WS-PATIENT-EXCLUDED TO TRUE
                MOVE SX-REASON-CODE TO WS-EXCL-REASON
                MOVE SPACES TO WS-EXCL-DESC
                SET WS-EXR-IDX TO 1
                SEARCH WS-EXR-ENTRY
                    AT END
                        CONTINUE
                    WHEN WS-EXR-CODE(WS-EXR-IDX) = WS-EXCL-REASON
                        MOVE WS-EXR-DESC(WS-EXR-IDX) TO WS-EXCL-DESC
                END-SEARCH
            END-IF.

       CLEAR-LATEST-UPDATES.
      *A fresh run starts with an empty update file - only a restart
      *keeps the readings the interrupted run had already collected*
            OPEN OUTPUT BMI-LAST-UPDATE-FILE.
            CLOSE BMI-LAST-UPDATE-FILE.

       UPDATE-LATEST-READINGS.
      *Merge tonight's readings into the latest-reading summary. The
      *summary and the update file are sorted together by patient
      *and reading date, with tonight's records behind the summary's
      *on a tie, so the last record of each patient is the latest
      *reading and is the only one written back. Both files are
      *closed by the time this runs*
            MOVE 'N' TO WS-LAST-HOLD-SW.
            MOVE 'N' TO WS-SORT-EOF-SW.
            SORT BMI-LAST-SORT
                ON ASCENDING KEY SRT-LAST-KEY SRT-LAST-DATE
                WITH DUPLICATES IN ORDER
                USING BMI-LAST-FILE BMI-LAST-UPDATE-FILE
                OUTPUT PROCEDURE IS LATEST-MERGE-OUTPUT.

       LATEST-MERGE-OUTPUT.
      *A summary that cannot be rewritten leaves tomorrow's
      *plausibility check against stale readings - the run is held
      *like an out-of-balance run so the operator rebuilds it*
            OPEN OUTPUT BMI-LAST-FILE.
            IF WS-LAST-STATUS NOT = "00"
                DISPLAY "WARNING: UNABLE TO REWRITE LATEST-READING"
                    " FILE BMILAST.DAT - STATUS " WS-LAST-STATUS
                DISPLAY "WARNING: RUN BMILSTRB BEFORE THE NEXT RUN"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM UNTIL WS-SORT-EOF
                    RETURN BMI-LAST-SORT
                        AT END
                            SET WS-SORT-EOF TO TRUE
                        NOT AT END
                            IF WS-LAST-HELD
                                    AND SRT-LAST-KEY
                                        NOT = WS-LAST-HOLD(1:6)
                                PERFORM WRITE-LATEST-HELD
                            END-IF
                            MOVE SRT-LAST-RECORD TO WS-LAST-HOLD
                            SET WS-LAST-HELD TO TRUE
                    END-RETURN
                END-PERFORM
                IF WS-LAST-HELD
                    PERFORM WRITE-LATEST-HELD
                END-IF
                CLOSE BMI-LAST-FILE
            END-IF.

       WRITE-LATEST-HELD.
            MOVE WS-LAST-HOLD TO BMI-LAST-RECORD.
            WRITE BMI-LAST-RECORD.
            IF WS-LAST-STATUS NOT = "00"
                DISPLAY "WARNING: LATEST-READING WRITE FAILED - STATUS "
                    WS-LAST-STATUS " FOR PATIENT " WS-LAST-HOLD(1:6)
                DISPLAY "WARNING: RUN BMILSTRB BEFORE THE NEXT RUN"
                MOVE 8 TO RETURN-CODE
            END-IF.

       GET-WEIGHT-TOLERANCE.
      *The weight-change percentage intake will tolerate before a
      *reading is held for confirmation - set on the run control
      *file, 20 when not set. A zero would hold every returning
      *patient, so it is refused the same as a non-numeric value*
            IF CT-WT-PCT NOT NUMERIC
                DISPLAY "WARNING: CONTROL FILE WEIGHT TOLERANCE NOT"
                    " NUMERIC - USING 20"
            ELSE
                IF CT-WT-PCT = 0
                    DISPLAY "WARNING: CONTROL FILE WEIGHT TOLERANCE"
                        " ZERO IGNORED - USING 20"
                ELSE
                    MOVE CT-WT-PCT TO WS-WT-PCT
                END-IF
            END-IF.

                CLOSE BMI-AUDIT-FILE
                OPEN EXTEND BMI-AUDIT-FILE
            END-IF.
      *Same create-then-append for the cumulative EHR send log*
            OPEN EXTEND BMI-EHRLOG-FILE.
            IF WS-EHRLOG-STATUS NOT = "00"
                OPEN OUTPUT BMI-EHRLOG-FILE
                CLOSE BMI-EHRLOG-FILE
                OPEN EXTEND BMI-EHRLOG-FILE
            END-IF.
            OPEN EXTEND BMI-LAST-UPDATE-FILE.
            IF WS-LASTU-STATUS NOT = "00"
                OPEN OUTPUT BMI-LAST-UPDATE-FILE
                CLOSE BMI-LAST-UPDATE-FILE
                OPEN EXTEND BMI-LAST-UPDATE-FILE
            END-IF.

       OPEN-APPEND-LISTINGS.
      *Open the report, reject and obese-extract files for append,
            PERFORM WRITE-REPORT-FOOTER.
            PERFORM WRITE-EHR-TRAILER.
            PERFORM CLOSE-RESUBMIT-FILES.
            PERFORM UPDATE-LATEST-READINGS.
            PERFORM BALANCE-RUN.

       OPEN-RESUBMIT-FILES.
            END-PERFORM.
            CLOSE BMI-RECYCLE-FILE.
            MOVE 'N' TO WS-EOF-SW.
      *The corrected records are sorted to patient-ID order in
      *place, so the same forward-only sorted-master match the main
      *run uses serves the resubmit pass too*
            PERFORM SORT-MASTER-TO-WORK.
            PERFORM OPEN-SORTED-MASTER.
            PERFORM LOAD-PEDS-TABLE.
            MOVE ZEROS TO WS-SITE-EXCL-TABLE.
            PERFORM OPEN-EXCLUSIONS.
            PERFORM CLEAR-LATEST-UPDATES.
            PERFORM OPEN-APPEND-LOGS.
            PERFORM OPEN-APPEND-LISTINGS.

            CLOSE BMI-UNDERWEIGHT-FILE.
            CLOSE BMI-RECYCLE-FILE.
            CLOSE BMI-EHR-FILE.
            CLOSE BMI-EHRLOG-FILE.
            CLOSE BMI-HISTORY-FILE.
            CLOSE BMI-AUDIT-FILE.
            CLOSE BMI-LAST-UPDATE-FILE.
            CLOSE BMI-SORTED-MASTER.
            CLOSE BMI-SORTED-EXCL.

       CHECKPOINT-IF-DUE.
            IF FUNCTION MOD(WS-RECORDS-READ, WS-CKPT-INTERVAL) = 0
            OPEN EXTEND BMI-RECYCLE-FILE.
            CLOSE BMI-EHR-FILE.
            OPEN EXTEND BMI-EHR-FILE.
            CLOSE BMI-EHRLOG-FILE.
            OPEN EXTEND BMI-EHRLOG-FILE.
            CLOSE BMI-HISTORY-FILE.
            OPEN EXTEND BMI-HISTORY-FILE.
            CLOSE BMI-AUDIT-FILE.
            OPEN EXTEND BMI-AUDIT-FILE.
            CLOSE BMI-LAST-UPDATE-FILE.
            OPEN EXTEND BMI-LAST-UPDATE-FILE.

       WRITE-CHECKPOINT.
            OPEN OUTPUT BMI-CHECKPOINT-FILE.
            MOVE WS-SITE-TABLE TO CKPT-SITE-TABLE.
            MOVE WS-SUSPECT-COUNT TO CKPT-SUSP-COUNT.
            MOVE WS-LENERR-COUNT TO CKPT-LENERR-COUNT.
            MOVE WS-EXCLUDED-COUNT TO CKPT-EXCL-COUNT.
            MOVE WS-SITE-EXCL-TABLE TO CKPT-SITE-EXCL-TABLE.
            WRITE BMI-CHECKPOINT-RECORD.
            CLOSE BMI-CHECKPOINT-FILE.

            MOVE SPACES TO CKPT-SITE-TABLE.
            MOVE 0 TO CKPT-SUSP-COUNT.
            MOVE 0 TO CKPT-LENERR-COUNT.
            MOVE 0 TO CKPT-EXCL-COUNT.
            MOVE ZEROS TO CKPT-SITE-EXCL-TABLE.
            WRITE BMI-CHECKPOINT-RECORD.
            CLOSE BMI-CHECKPOINT-FILE.


       PROCESS-ROSTER-RECORD.
            PERFORM MATCH-MEMBER-DEMOGRAPHICS.
            PERFORM MATCH-EXCLUSION.
      *Capture the as-submitted height/weight for the audit record
      *before any validation/conversion branching, so a record
      *rejected before HEIGHT_INCHES/WEIGHT are assigned is still
            IF WS-INPUT-VALID
                PERFORM DETERMINE-BMI-CATEGORY
                ADD 1 TO WS-RECORD-COUNT
                PERFORM FIND-SITE-ENTRY
                ADD 1 TO WS-SITE-COUNT(WS-SITE-SUB)
      *An excluded reading is processed but its BMI is clinically
      *misleading, so it stays out of the averages*
                IF WS-PATIENT-EXCLUDED
                    ADD 1 TO WS-EXCLUDED-COUNT
                    ADD 1 TO WS-SITE-EXCLUDED(WS-SITE-SUB)
                ELSE
                    ADD BMI TO WS-BMI-TOTAL
                    ADD BMI TO WS-SITE-BMI-TOTAL(WS-SITE-SUB)
                END-IF
                MOVE BMI TO WS-BMI-EDIT
                MOVE HEIGHT_INCHES TO WS-HEIGHT-EDIT
                MOVE WEIGHT TO WS-WEIGHT-EDIT
                    WS-CUR-SITE DELIMITED BY SIZE
                    INTO BMI-REPORT-LINE
                WRITE BMI-REPORT-LINE
      *The report line is full, so the exclusion gets a line of its
      *own directly under the reading it applies to*
                IF WS-PATIENT-EXCLUDED
                    MOVE SPACES TO BMI-REPORT-LINE
                    STRING "      *** EXCLUDED: " DELIMITED BY SIZE
                        WS-EXCL-REASON DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-EXCL-DESC DELIMITED BY SIZE
                        " - NOT REFERRED, NOT IN STATISTICS"
                        DELIMITED BY SIZE
                        INTO BMI-REPORT-LINE
                    WRITE BMI-REPORT-LINE
                END-IF
                PERFORM WRITE-HISTORY-RECORD
                PERFORM WRITE-EHR-RECORD
      *The care-management extract gates on the absolute clinical
      *printed category to Overweight still reaches care management
      *the same day. For a patient classified against the pediatric
      *bands the equivalent line is the 95th percentile*
      *A patient under a clinical exclusion is never referred - no
      *extract line, so no letter and no worklist case*
                IF NOT WS-PATIENT-EXCLUDED
                    IF WS-PEDS-PATIENT
                        IF BMI NOT < WS-CUR-P95
                            PERFORM WRITE-OBESE-EXTRACT
                        END-IF
                        IF BMI < WS-CUR-P05
                            PERFORM WRITE-UNDERWEIGHT-EXTRACT
                        END-IF
                    ELSE
                        IF BMI > WS-BMI-OVERWEIGHT-MAX
                            PERFORM WRITE-OBESE-EXTRACT
                        END-IF
      *The dietitian-referral extract gates on the absolute
      *underweight threshold, unadjusted, for the same reason the
      *obese extract gates on the absolute obesity line*
                        IF BMI NOT > WS-BMI-UNDERWEIGHT-MAX
                            PERFORM WRITE-UNDERWEIGHT-EXTRACT
                        END-IF
                    END-IF
                END-IF
            ELSE

       CHECK-PRIOR-PLAUSIBILITY.
      *Hold today's reading against this patient's most recent
      *reading on the latest-reading summary - however many patients
      *history covers, every one of them is checked. A first-ever
      *visit has no yardstick and passes. Height is only checked for
      *adults - children grow - and a drop reads the same as a gain
      *for both checks*
            PERFORM MATCH-PRIOR-READING.
            IF WS-PRIOR-FOUND
                IF WS-PATIENT-AGE >= 20
                    COMPUTE WS-HT-DIFF = HEIGHT_INCHES
                        - WS-PRI-HEIGHT
                    IF WS-HT-DIFF < 0
                        COMPUTE WS-HT-DIFF = 0 - WS-HT-DIFF
                    END-IF
                    END-IF
                END-IF
                IF NOT WS-READING-SUSPECT
                        AND WS-PRI-WEIGHT > 0
                    COMPUTE WS-WT-DIFF = WEIGHT
                        - WS-PRI-WEIGHT
                    IF WS-WT-DIFF < 0
                        COMPUTE WS-WT-DIFF = 0 - WS-WT-DIFF
                    END-IF
                    IF WS-WT-DIFF * 100 >
                            WS-WT-PCT * WS-PRI-WEIGHT
                        SET WS-READING-SUSPECT TO TRUE
                        MOVE 'S2' TO WS-REJECT-CODE
                    END-IF
            MOVE SPACES TO BMI-SUSPECT-LINE.
            IF WS-REJECT-CODE = 'S1'
                MOVE HEIGHT_INCHES TO WS-CURRENT-EDIT
                MOVE WS-PRI-HEIGHT TO WS-PRIOR-EDIT
                STRING BR-PATIENT-ID DELIMITED BY SIZE
                    "  REASON CODE: S1 - HEIGHT " DELIMITED BY SIZE
                    WS-CURRENT-EDIT DELIMITED BY SIZE
                    DELIMITED BY SIZE
                    WS-PRIOR-EDIT DELIMITED BY SIZE
                    " ON " DELIMITED BY SIZE
                    WS-PRI-RUN-DATE DELIMITED BY SIZE
                    INTO BMI-SUSPECT-LINE
            ELSE
                MOVE WEIGHT TO WS-CURRENT-EDIT
                MOVE WS-PRI-WEIGHT TO WS-PRIOR-EDIT
                STRING BR-PATIENT-ID DELIMITED BY SIZE
                    "  REASON CODE: S2 - WEIGHT " DELIMITED BY SIZE
                    WS-CURRENT-EDIT DELIMITED BY SIZE
                    " PCT FROM PRIOR " DELIMITED BY SIZE
                    WS-PRIOR-EDIT DELIMITED BY SIZE
                    " ON " DELIMITED BY SIZE
                    WS-PRI-RUN-DATE DELIMITED BY SIZE
                    INTO BMI-SUSPECT-LINE
            END-IF.
            WRITE BMI-SUSPECT-LINE.
                ADD 1 TO WS-HIST-FAIL-COUNT
                DISPLAY "WARNING: HISTORY WRITE FAILED - STATUS "
                    WS-HIST-STATUS " FOR PATIENT " BH-PATIENT-ID
            ELSE
                PERFORM WRITE-LATEST-UPDATE
            END-IF.

       WRITE-LATEST-UPDATE.
      *Only a reading that reached history goes to the summary, so
      *the summary never shows a visit the history does not have. A
      *lost update only leaves the summary one reading behind until
      *the next visit or a BMILSTRB rebuild, so it warns and goes on*
            MOVE BH-PATIENT-ID TO LR-PATIENT-ID.
            MOVE BH-RUN-DATE TO LR-LAST-DATE.
            MOVE BH-HEIGHT TO LR-HEIGHT.
            MOVE BH-WEIGHT TO LR-WEIGHT.
            MOVE BH-BMI TO LR-BMI.
            MOVE WS-BMI-CATEGORY TO LR-CATEGORY.
            WRITE BMI-LAST-UPDATE-RECORD.
            IF WS-LASTU-STATUS NOT = "00"
                DISPLAY "WARNING: LATEST-READING UPDATE WRITE FAILED -"
                    " STATUS " WS-LASTU-STATUS " FOR PATIENT "
                    LR-PATIENT-ID
            END-IF.

       WRITE-EHR-RECORD.
            WRITE BMI-EHR-LINE.
            IF WS-EHR-STATUS = "00"
                ADD 1 TO WS-EHR-COUNT
                MOVE BMI-EHR-LINE TO BMI-EHRLOG-LINE
                WRITE BMI-EHRLOG-LINE
                IF WS-EHRLOG-STATUS NOT = "00"
                    DISPLAY "WARNING: EHR SEND LOG WRITE FAILED -"
                        " STATUS " WS-EHRLOG-STATUS " FOR PATIENT "
                        BR-PATIENT-ID
                END-IF
            ELSE
                DISPLAY "WARNING: EHR EXTRACT WRITE FAILED - STATUS "
                    WS-EHR-STATUS " FOR PATIENT " BR-PATIENT-ID

       WRITE-REPORT-FOOTER.
            PERFORM WRITE-SITE-SUBTOTALS.
            COMPUTE WS-STAT-COUNT = WS-RECORD-COUNT - WS-EXCLUDED-COUNT.
            IF WS-STAT-COUNT > 0
                COMPUTE WS-AVG-BMI ROUNDED =
                    WS-BMI-TOTAL / WS-STAT-COUNT
            END-IF.
            MOVE WS-AVG-BMI TO WS-AVG-BMI-EDIT.
            MOVE SPACES TO BMI-REPORT-LINE.
                    INTO BMI-REPORT-LINE
                WRITE BMI-REPORT-LINE
            END-IF.
      *Excluded readings are in the processed count but not the
      *average, so the footer says how many were taken back out*
            MOVE SPACES TO BMI-REPORT-LINE.
            STRING "EXCLUDED FROM EXTRACTS AND STATISTICS: "
                DELIMITED BY SIZE
                WS-EXCLUDED-COUNT DELIMITED BY SIZE
                INTO BMI-REPORT-LINE.
            WRITE BMI-REPORT-LINE.
            PERFORM WRITE-RUN-PARAMETERS.

       WRITE-RUN-PARAMETERS.
      *Echo the run control values this run actually used under its
      *totals - a main, restarted or resubmit run each carries its
      *own, so the report shows which date and settings produced it*
            MOVE SPACES TO BMI-REPORT-LINE.
            IF WS-RESUBMITTING
                STRING "RUN PARAMETERS - BUSINESS DATE: "
                    DELIMITED BY SIZE
                    WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
                    DELIMITED BY SIZE
                    "   RUN MODE: RESUBMIT" DELIMITED BY SIZE
                    INTO BMI-REPORT-LINE
            ELSE
                STRING "RUN PARAMETERS - BUSINESS DATE: "
                    DELIMITED BY SIZE
                    WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
                    DELIMITED BY SIZE
                    "   RUN MODE: NORMAL" DELIMITED BY SIZE
                    INTO BMI-REPORT-LINE
            END-IF.
            WRITE BMI-REPORT-LINE.
      *A resubmit skips the prior-reading check and takes no
      *checkpoints, so neither setting is shown as if it applied*
            MOVE SPACES TO BMI-REPORT-LINE.
            IF WS-RESUBMITTING
                STRING "  WEIGHT TOLERANCE AND CHECKPOINT INTERVAL"
                    DELIMITED BY SIZE
                    " NOT USED ON A RESUBMIT" DELIMITED BY SIZE
                    INTO BMI-REPORT-LINE
            ELSE
                STRING "  WEIGHT TOLERANCE: " DELIMITED BY SIZE
                    WS-WT-PCT DELIMITED BY SIZE
                    " PCT   CHECKPOINT INTERVAL: " DELIMITED BY SIZE
                    WS-CKPT-INTERVAL DELIMITED BY SIZE
                    " RECORDS" DELIMITED BY SIZE
                    INTO BMI-REPORT-LINE
            END-IF.
            WRITE BMI-REPORT-LINE.

       WRITE-SITE-SUBTOTALS.
      *One subtotal block per site ahead of the grand totals, so
            MOVE 1 TO WS-SITE-I.
            PERFORM UNTIL WS-SITE-I > WS-SITE-USED
                MOVE 0 TO WS-AVG-BMI
                COMPUTE WS-STAT-COUNT = WS-SITE-COUNT(WS-SITE-I)
                    - WS-SITE-EXCLUDED(WS-SITE-I)
                IF WS-STAT-COUNT > 0
                    COMPUTE WS-AVG-BMI ROUNDED =
                        WS-SITE-BMI-TOTAL(WS-SITE-I)
                        / WS-STAT-COUNT
                END-IF
                MOVE WS-AVG-BMI TO WS-AVG-BMI-EDIT
                MOVE SPACES TO BMI-REPORT-LINE
                    WS-SITE-REJECTS(WS-SITE-I) DELIMITED BY SIZE
                    INTO BMI-REPORT-LINE
                WRITE BMI-REPORT-LINE
                IF WS-SITE-EXCLUDED(WS-SITE-I) > 0
                    MOVE SPACES TO BMI-REPORT-LINE
                    STRING "SITE " DELIMITED BY SIZE
                        WS-SITE-CODE(WS-SITE-I) DELIMITED BY SIZE
                        " EXCLUDED FROM AVERAGE: " DELIMITED BY SIZE
                        WS-SITE-EXCLUDED(WS-SITE-I) DELIMITED BY SIZE
                        INTO BMI-REPORT-LINE
                    WRITE BMI-REPORT-LINE
                END-IF
                ADD 1 TO WS-SITE-I
            END-PERFORM.

            CLOSE BMI-UNDERWEIGHT-FILE.
            CLOSE BMI-RECYCLE-FILE.
            CLOSE BMI-EHR-FILE.
            CLOSE BMI-EHRLOG-FILE.
            CLOSE BMI-HISTORY-FILE.
            CLOSE BMI-AUDIT-FILE.
            CLOSE BMI-LAST-UPDATE-FILE.
            CLOSE BMI-SORTED-LAST.
            CLOSE BMI-SORTED-EXCL.

       END PROGRAM BMIBATCH.
