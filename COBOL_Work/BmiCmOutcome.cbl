      ******************************************************************
      * Author: Afnan Islam
      * Date: 2026-10-15
      * Purpose: Care-management outcomes report - answers whether the
      * patients referred to care management actually brought their
      * BMI down. Each BMICMWL.DAT case is joined to the patient's
      * history, active and archived: the last reading on or before
      * the referral date (CW-FIRST-DATE) is the baseline, and the
      * reading closest to 3, 6 and 12 months after referral (inside
      * a window around each mark) gives the BMI change at that
      * point. Cases print by site, then by disposition - Scheduled,
      * Declined, never contacted, and the contacted/closed rest -
      * with subtotals for each disposition within a site, each site,
      * and each disposition across all sites, including how many of
      * the patients in the Obese range at referral had dropped out
      * of it by their latest follow-up reading. The Obese range is
      * the same absolute line the care-management extract gates on
      * (the 95th percentile for a patient under 20), so the report
      * measures against the rule that referred the patient.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMICMOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Care-management worklist built by BMICMLOD*
           SELECT BMI-WORKLIST-FILE ASSIGN TO "BMICMWL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-STATUS.
      *Dated BMI history appended by BMIBATCH and the interactive
      *program*
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
      *Yearly history archive written by BMIHARCH - the name is set
      *per year before the OPEN, same as BMITREND*
           SELECT BMI-ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
      *Member demographics master - age and sex for the pediatric
      *grading of the Obese range*
           SELECT BMI-MASTER-FILE ASSIGN TO "BMIMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
      *CDC BMI-for-age percentile lookup - same file BMIBATCH loads*
           SELECT BMI-PEDS-FILE ASSIGN TO "BMIPEDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDS-STATUS.
      *Clinic names keyed by site code*
           SELECT BMI-SITE-FILE ASSIGN TO "BMISITE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-STATUS.
           SELECT BMI-OUTCOME-FILE ASSIGN TO "BMICMOUT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTCOME-STATUS.
      *Run control file maintained by BMICTLMT - the business date*
           SELECT BMI-CONTROL-FILE ASSIGN TO "BMICTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BMI-WORKLIST-FILE.
           01 BMI-WORKLIST-RECORD.
       COPY BMICMWL.
       FD BMI-HISTORY-FILE.
           01 BMI-HISTORY-RECORD.
       COPY BMIHIST.
       FD BMI-ARCHIVE-FILE.
           01 BMI-ARCHIVE-RECORD PIC X(30).
       FD BMI-MASTER-FILE.
           01 BMI-MASTER-RECORD.
       COPY BMIMSTR.
       FD BMI-PEDS-FILE.
           01 BMI-PEDS-RECORD.
       COPY BMIPEDS.
       FD BMI-SITE-FILE.
           01 BMI-SITE-RECORD.
       COPY BMISITES.
       FD BMI-OUTCOME-FILE.
           01 BMI-OUTCOME-LINE PIC X(100).
       FD BMI-CONTROL-FILE.
           01 BMI-CONTROL-RECORD.
       COPY BMICTL.
       WORKING-STORAGE SECTION.
      *End-of-file switch, reused across the passes*
           01 WS-EOF-SW PIC X VALUE 'N'.
              88 WS-EOF VALUE 'Y'.
      *File status codes*
           01 WS-WORKLIST-STATUS PIC XX.
           01 WS-HIST-STATUS PIC XX.
           01 WS-ARCH-STATUS PIC XX.
           01 WS-MASTER-STATUS PIC XX.
           01 WS-PEDS-STATUS PIC XX.
           01 WS-SITE-STATUS PIC XX.
           01 WS-OUTCOME-STATUS PIC XX.
           01 WS-CONTROL-STATUS PIC XX.
      *Archive probe - same floor and naming as BMITREND*
           01 WS-ARCHIVE-NAME PIC X(12).
           01 WS-ARCH-YEAR PIC 9(4).
           01 WS-ARCH-FLOOR PIC 9(4) VALUE 1990.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-CUR-YEAR PIC 9(4).
      *Shared CDC weight-status thresholds*
           01 WS-BMI-THRESHOLDS.
       COPY BMITHRSH.
      *CDC BMI-for-age percentile table - same load, table shape and
      *40-entry ceiling as BMIBATCH*
           01 WS-PEDS-TABLE.
              05 WS-PEDS-ENTRY OCCURS 40 TIMES INDEXED BY WS-PED-IDX.
                 10 WS-PED-SEX     PIC X.
                 10 WS-PED-AGE     PIC 99.
                 10 WS-PED-P05     PIC 99V99.
                 10 WS-PED-P85     PIC 99V99.
                 10 WS-PED-P95     PIC 99V99.
           01 WS-PEDS-COUNT PIC 9(5) VALUE 0.
           01 WS-PEDS-SW PIC X VALUE 'N'.
              88 WS-PEDS-PATIENT VALUE 'Y'.
           01 WS-CUR-P95 PIC 99V99.
      *Clinic names keyed by site code - same ten-site ceiling as the
      *BMILTRGN site table*
           01 WS-SITE-TABLE.
              05 WS-SITE-ENTRY OCCURS 10 TIMES.
                 10 WS-ST-CODE PIC X(3).
                 10 WS-ST-NAME PIC X(30).
           01 WS-SITE-COUNT PIC 9(5) VALUE 0.
           01 WS-SITE-I PIC 9(5) VALUE 0.
           01 WS-CUR-CLINIC PIC X(30).
      *One entry per worklist case. The site, disposition group and
      *patient ID lead each entry so one compare orders the report
      *by site, then group, then patient in a single exchange sort -
      *same shape as SORT-REFERRALS in BMICMAGE. Disposition groups
      *are 1=Scheduled, 2=Declined, 3=never contacted (still New),
      *4=contacted or closed without a schedule. A milestone reading
      *is the one nearest its mark; the distance from the mark is
      *kept so a nearer reading found later in the pass replaces it*
           01 WS-CASE-TABLE.
              05 WS-OC-ENTRY OCCURS 2000 TIMES
                    INDEXED BY WS-OC-IDX.
                 10 WS-OC-KEY.
                    15 WS-OC-SITE PIC X(3).
                    15 WS-OC-GROUP PIC 9.
                    15 WS-OC-PATIENT-ID PIC X(6).
                 10 WS-OC-NAME PIC X(20).
                 10 WS-OC-FIRST-DATE PIC X(8).
                 10 WS-OC-FIRST-DAYS PIC 9(7).
                 10 WS-OC-DATE-OK PIC X.
                 10 WS-OC-AGE PIC 99.
                 10 WS-OC-SEX PIC X.
                 10 WS-OC-BASE-DATE PIC X(8).
                 10 WS-OC-BASE-BMI PIC 999V99.
                 10 WS-OC-M3-BMI PIC 999V99.
                 10 WS-OC-M3-DIST PIC 9(5).
                 10 WS-OC-M6-BMI PIC 999V99.
                 10 WS-OC-M6-DIST PIC 9(5).
                 10 WS-OC-M12-BMI PIC 999V99.
                 10 WS-OC-M12-DIST PIC 9(5).
                 10 WS-OC-LAST-DATE PIC X(8).
                 10 WS-OC-LAST-BMI PIC 999V99.
           01 WS-CASE-COUNT PIC 9(5) VALUE 0.
           01 WS-FOUND-SUB PIC 9(5) VALUE 0.
           01 WS-FIND-ID PIC X(6).
      *Hold area for the exchange sort - same size as one entry*
           01 WS-OC-HOLD PIC X(105).
           01 WS-SORT-I PIC 9(5) VALUE 0.
           01 WS-SORT-J PIC 9(5) VALUE 0.
           01 WS-SWAP-SW PIC X VALUE 'N'.
              88 WS-SWAPPED VALUE 'Y'.
      *Follow-up windows in days after referral - each milestone is
      *the reading nearest its mark inside its window, and nothing
      *past the 12-month window counts as follow-up. 99999 in a
      *distance field means no reading was found*
           01 WS-M3-MARK PIC 9(3) VALUE 091.
           01 WS-M3-FROM PIC 9(3) VALUE 061.
           01 WS-M6-MARK PIC 9(3) VALUE 182.
           01 WS-M6-FROM PIC 9(3) VALUE 136.
           01 WS-M12-MARK PIC 9(3) VALUE 365.
           01 WS-M12-FROM PIC 9(3) VALUE 274.
           01 WS-FOLLOW-LIMIT PIC 9(3) VALUE 456.
           01 WS-NO-READING PIC 9(5) VALUE 99999.
      *Day arithmetic for the history join*
           01 WS-DATE-N PIC 9(8).
           01 WS-REC-DAYS PIC 9(7).
           01 WS-GAP-DAYS PIC S9(7).
           01 WS-DIST PIC 9(5).
      *Obese-range test work fields*
           01 WS-TEST-BMI PIC 999V99.
           01 WS-OBESE-SW PIC X VALUE 'N'.
              88 WS-IN-OBESE-RANGE VALUE 'Y'.
           01 WS-BASE-OBESE-SW PIC X VALUE 'N'.
              88 WS-BASE-OBESE VALUE 'Y'.
      *Subtotal buckets. 1=current disposition within the current
      *site, 2=current site, 3-6=each disposition group across all
      *sites, 7=every case. Changes are summed signed so a loss and a
      *gain net out in the average*
           01 WS-BUCKET-TABLE.
              05 WS-BK-ENTRY OCCURS 7 TIMES.
                 10 WS-BK-CASES PIC 9(7).
                 10 WS-BK-BASELINE PIC 9(7).
                 10 WS-BK-M3-COUNT PIC 9(7).
                 10 WS-BK-M3-SUM PIC S9(7)V99.
                 10 WS-BK-M6-COUNT PIC 9(7).
                 10 WS-BK-M6-SUM PIC S9(7)V99.
                 10 WS-BK-M12-COUNT PIC 9(7).
                 10 WS-BK-M12-SUM PIC S9(7)V99.
                 10 WS-BK-OBESE PIC 9(7).
                 10 WS-BK-OBESE-FOLLOWED PIC 9(7).
                 10 WS-BK-DROPPED PIC 9(7).
           01 WS-BK-SUB PIC 9 VALUE 0.
           01 WS-BK-LABEL PIC X(30).
      *Report-walk control-break fields*
           01 WS-PRV-SITE PIC X(3) VALUE SPACES.
           01 WS-PRV-GROUP PIC 9 VALUE 0.
           01 WS-GROUP-NAME PIC X(16).
           01 WS-GROUP-I PIC 9 VALUE 0.
      *Milestone changes for the detail line and the bucket adds*
           01 WS-M3-CHANGE PIC S999V99.
           01 WS-M6-CHANGE PIC S999V99.
           01 WS-M12-CHANGE PIC S999V99.
           01 WS-AVG-CHANGE PIC S999V99.
      *Numeric-edited print fields*
           01 WS-BMI-EDIT PIC ZZ9.99.
           01 WS-M3-EDIT PIC X(7).
           01 WS-M6-EDIT PIC X(7).
           01 WS-M12-EDIT PIC X(7).
           01 WS-CHANGE-EDIT PIC +ZZ9.99.
           01 WS-AVG3-EDIT PIC +ZZ9.99.
           01 WS-AVG6-EDIT PIC +ZZ9.99.
           01 WS-AVG12-EDIT PIC +ZZ9.99.
           01 WS-PCT PIC 999V9.
           01 WS-PCT-EDIT PIC ZZ9.9.
           01 WS-BASE-PRINT PIC X(6).
           01 WS-OUTCOME-FLAG PIC X(12).
      *Control totals*
           01 WS-CASES-READ PIC 9(7) VALUE 0.
           01 WS-HIST-READ PIC 9(7) VALUE 0.
           01 WS-HIST-MATCHED PIC 9(7) VALUE 0.
           01 WS-BAD-DATE-COUNT PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM READ-RUN-CONTROL.
            MOVE ZEROS TO WS-BUCKET-TABLE.
            PERFORM LOAD-WORKLIST-CASES.
            PERFORM LOAD-PEDS-TABLE.
            PERFORM LOAD-SITE-NAMES.
            PERFORM STAMP-DEMOGRAPHICS.
            PERFORM SCAN-ARCHIVES.
            PERFORM SCAN-ACTIVE-HISTORY.
            PERFORM SORT-CASES.
            OPEN OUTPUT BMI-OUTCOME-FILE.
            PERFORM WRITE-OUTCOME-REPORT.
            CLOSE BMI-OUTCOME-FILE.
            DISPLAY "OUTCOMES REPORT: CASES " WS-CASES-READ
                " HISTORY READ " WS-HIST-READ
                " MATCHED " WS-HIST-MATCHED.
            STOP RUN.

       READ-RUN-CONTROL.
      *The business date comes from the run control file, not the
      *system clock - the report is dated with the night the batch
      *worked even when the run starts after midnight*
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

       LOAD-WORKLIST-CASES.
      *No worklist means BMICMLOD has never run here - fail fast and
      *visibly, same as BMICMAGE, instead of printing an empty report
      *that reads as "no outcomes"*
            OPEN INPUT BMI-WORKLIST-FILE.
            IF WS-WORKLIST-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO OPEN WORKLIST FILE"
                    " BMICMWL.DAT - STATUS " WS-WORKLIST-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-EOF
                READ BMI-WORKLIST-FILE
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CASES-READ
      *WS-CASE-TABLE is only OCCURS 2000 TIMES - stop loading once
      *full instead of indexing past the table*
                        IF WS-CASE-COUNT >= 2000
                            DISPLAY "WARNING: WORKLIST EXCEEDS 2000"
                                " - REMAINING RECORDS IGNORED"
                        ELSE
                            PERFORM ADD-CASE-ENTRY
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BMI-WORKLIST-FILE.
            MOVE 'N' TO WS-EOF-SW.

       ADD-CASE-ENTRY.
            ADD 1 TO WS-CASE-COUNT.
            MOVE WS-CASE-COUNT TO WS-FOUND-SUB.
            IF CW-SITE-CODE = SPACES
                MOVE "???" TO WS-OC-SITE(WS-FOUND-SUB)
            ELSE
                MOVE CW-SITE-CODE TO WS-OC-SITE(WS-FOUND-SUB)
            END-IF.
            IF CW-DISPOSITION = 'S'
                MOVE 1 TO WS-OC-GROUP(WS-FOUND-SUB)
            ELSE
                IF CW-DISPOSITION = 'D'
                    MOVE 2 TO WS-OC-GROUP(WS-FOUND-SUB)
                ELSE
                    IF CW-DISPOSITION = 'N'
                        MOVE 3 TO WS-OC-GROUP(WS-FOUND-SUB)
                    ELSE
                        MOVE 4 TO WS-OC-GROUP(WS-FOUND-SUB)
                    END-IF
                END-IF
            END-IF.
            MOVE CW-PATIENT-ID TO WS-OC-PATIENT-ID(WS-FOUND-SUB).
            MOVE CW-PATIENT-NAME TO WS-OC-NAME(WS-FOUND-SUB).
            MOVE CW-FIRST-DATE TO WS-OC-FIRST-DATE(WS-FOUND-SUB).
      *A hand-edited or blank referral date cannot anchor a follow-up
      *window - the case still prints and counts, with no readings*
            IF CW-FIRST-DATE NUMERIC
                MOVE CW-FIRST-DATE TO WS-DATE-N
                COMPUTE WS-OC-FIRST-DAYS(WS-FOUND-SUB) =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-N)
                MOVE 'Y' TO WS-OC-DATE-OK(WS-FOUND-SUB)
            ELSE
                MOVE 0 TO WS-OC-FIRST-DAYS(WS-FOUND-SUB)
                MOVE 'N' TO WS-OC-DATE-OK(WS-FOUND-SUB)
                ADD 1 TO WS-BAD-DATE-COUNT
            END-IF.
            MOVE 0 TO WS-OC-AGE(WS-FOUND-SUB).
            MOVE SPACE TO WS-OC-SEX(WS-FOUND-SUB).
            MOVE SPACES TO WS-OC-BASE-DATE(WS-FOUND-SUB).
            MOVE 0 TO WS-OC-BASE-BMI(WS-FOUND-SUB).
            MOVE 0 TO WS-OC-M3-BMI(WS-FOUND-SUB).
            MOVE WS-NO-READING TO WS-OC-M3-DIST(WS-FOUND-SUB).
            MOVE 0 TO WS-OC-M6-BMI(WS-FOUND-SUB).
            MOVE WS-NO-READING TO WS-OC-M6-DIST(WS-FOUND-SUB).
            MOVE 0 TO WS-OC-M12-BMI(WS-FOUND-SUB).
            MOVE WS-NO-READING TO WS-OC-M12-DIST(WS-FOUND-SUB).
            MOVE SPACES TO WS-OC-LAST-DATE(WS-FOUND-SUB).
            MOVE 0 TO WS-OC-LAST-BMI(WS-FOUND-SUB).

       LOAD-PEDS-TABLE.
      *Same load, ceiling and fail-fast as BMIBATCH - grading a child
      *against the adult obesity line is the error the pediatric
      *bands exist to prevent*
            OPEN INPUT BMI-PEDS-FILE.
            IF WS-PEDS-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO OPEN PEDIATRIC LOOKUP FILE"
                    " BMIPEDS.DAT - STATUS " WS-PEDS-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-EOF
                READ BMI-PEDS-FILE
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        IF WS-PEDS-COUNT >= 40
                            DISPLAY "WARNING: PEDIATRIC LOOKUP EXCEEDS"
                                " 40 - REMAINING RECORDS IGNORED"
                        ELSE
                            ADD 1 TO WS-PEDS-COUNT
                            MOVE PD-SEX TO WS-PED-SEX(WS-PEDS-COUNT)
                            MOVE PD-AGE TO WS-PED-AGE(WS-PEDS-COUNT)
                            MOVE PD-P05-BMI
                                TO WS-PED-P05(WS-PEDS-COUNT)
                            MOVE PD-P85-BMI
                                TO WS-PED-P85(WS-PEDS-COUNT)
                            MOVE PD-P95-BMI
                                TO WS-PED-P95(WS-PEDS-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BMI-PEDS-FILE.
            MOVE 'N' TO WS-EOF-SW.

       LOAD-SITE-NAMES.
      *Clinic names only dress the site headings - a missing lookup
      *is noted and the report runs on site codes alone*
            OPEN INPUT BMI-SITE-FILE.
            IF WS-SITE-STATUS NOT = "00"
                DISPLAY "NOTE: NO SITE NAME FILE BMISITE.DAT - SITES"
                    " PRINT BY CODE ONLY"
            ELSE
                PERFORM UNTIL WS-EOF
                    READ BMI-SITE-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-SITE-COUNT >= 10
                                DISPLAY "WARNING: MORE THAN 10 SITES -"
                                    " REMAINING RECORDS IGNORED"
                            ELSE
                                ADD 1 TO WS-SITE-COUNT
                                MOVE SI-SITE-CODE
                                    TO WS-ST-CODE(WS-SITE-COUNT)
                                MOVE SI-CLINIC-NAME
                                    TO WS-ST-NAME(WS-SITE-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BMI-SITE-FILE
            END-IF.
            MOVE 'N' TO WS-EOF-SW.

       STAMP-DEMOGRAPHICS.
      *Read the master once and stamp age/sex onto each case - a
      *case the master cannot place is graded on the adult line*
            OPEN INPUT BMI-MASTER-FILE.
            IF WS-MASTER-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO OPEN MEMBER MASTER FILE"
                    " BMIMSTR.DAT - STATUS " WS-MASTER-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-EOF
                READ BMI-MASTER-FILE
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        MOVE MM-PATIENT-ID TO WS-FIND-ID
                        PERFORM FIND-CASE
                        IF WS-FOUND-SUB > 0
                            MOVE MM-AGE TO WS-OC-AGE(WS-FOUND-SUB)
                            MOVE MM-SEX TO WS-OC-SEX(WS-FOUND-SUB)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BMI-MASTER-FILE.
            MOVE 'N' TO WS-EOF-SW.

       FIND-CASE.
      *Locate a patient's case on the case table - same
      *SEARCH shape as FIND-CASE in BMICMLOD*
            MOVE 0 TO WS-FOUND-SUB.
            IF WS-CASE-COUNT > 0
                SET WS-OC-IDX TO 1
                SEARCH WS-OC-ENTRY
                    VARYING WS-OC-IDX
                    AT END
                        CONTINUE
                    WHEN WS-OC-PATIENT-ID(WS-OC-IDX) = WS-FIND-ID
                        SET WS-FOUND-SUB TO WS-OC-IDX
                END-SEARCH
            END-IF.

       SCAN-ARCHIVES.
      *A referral a year old has its baseline in an archive more
      *often than not - probe every year the way BMITREND does*
            MOVE WS-RUN-DATE(1:4) TO WS-CUR-YEAR.
            PERFORM VARYING WS-ARCH-YEAR FROM WS-ARCH-FLOOR BY 1
                    UNTIL WS-ARCH-YEAR > WS-CUR-YEAR
                MOVE SPACES TO WS-ARCHIVE-NAME
                STRING "BMIH" DELIMITED BY SIZE
                    WS-ARCH-YEAR DELIMITED BY SIZE
                    ".ARC" DELIMITED BY SIZE
                    INTO WS-ARCHIVE-NAME
                OPEN INPUT BMI-ARCHIVE-FILE
                IF WS-ARCH-STATUS = "00"
                    PERFORM SCAN-ONE-ARCHIVE
                    CLOSE BMI-ARCHIVE-FILE
                END-IF
            END-PERFORM.

       SCAN-ONE-ARCHIVE.
      *Archive records are the BMIHIST layout - they stage through
      *the history record area so the BH field names apply*
            PERFORM UNTIL WS-EOF
                READ BMI-ARCHIVE-FILE INTO BMI-HISTORY-RECORD
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        PERFORM APPLY-HISTORY-READING
                END-READ
            END-PERFORM.
            MOVE 'N' TO WS-EOF-SW.

       SCAN-ACTIVE-HISTORY.
            OPEN INPUT BMI-HISTORY-FILE.
            IF WS-HIST-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO OPEN HISTORY FILE BMIHIST.DAT"
                    " - STATUS " WS-HIST-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-EOF
                READ BMI-HISTORY-FILE
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        PERFORM APPLY-HISTORY-READING
                END-READ
            END-PERFORM.
            CLOSE BMI-HISTORY-FILE.
            MOVE 'N' TO WS-EOF-SW.

       APPLY-HISTORY-READING.
      *Place one reading against its patient's case: on or before the
      *referral date it is a baseline candidate (the latest wins),
      *after it and inside the follow-up limit it is a follow-up
      *reading and a milestone candidate for each window it falls in*
            ADD 1 TO WS-HIST-READ.
            MOVE BH-PATIENT-ID TO WS-FIND-ID.
            PERFORM FIND-CASE.
            IF WS-FOUND-SUB > 0
                    AND WS-OC-DATE-OK(WS-FOUND-SUB) = 'Y'
                    AND BH-RUN-DATE NUMERIC
                ADD 1 TO WS-HIST-MATCHED
                MOVE BH-RUN-DATE TO WS-DATE-N
                COMPUTE WS-REC-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-N)
                COMPUTE WS-GAP-DAYS = WS-REC-DAYS
                    - WS-OC-FIRST-DAYS(WS-FOUND-SUB)
                IF WS-GAP-DAYS NOT > 0
                    IF WS-OC-BASE-DATE(WS-FOUND-SUB) = SPACES
                            OR BH-RUN-DATE
                                NOT < WS-OC-BASE-DATE(WS-FOUND-SUB)
                        MOVE BH-RUN-DATE
                            TO WS-OC-BASE-DATE(WS-FOUND-SUB)
                        MOVE BH-BMI TO WS-OC-BASE-BMI(WS-FOUND-SUB)
                    END-IF
                ELSE
                    IF WS-GAP-DAYS NOT > WS-FOLLOW-LIMIT
                        PERFORM APPLY-FOLLOW-UP-READING
                    END-IF
                END-IF
            END-IF.

       APPLY-FOLLOW-UP-READING.
            IF WS-OC-LAST-DATE(WS-FOUND-SUB) = SPACES
                    OR BH-RUN-DATE NOT < WS-OC-LAST-DATE(WS-FOUND-SUB)
                MOVE BH-RUN-DATE TO WS-OC-LAST-DATE(WS-FOUND-SUB)
                MOVE BH-BMI TO WS-OC-LAST-BMI(WS-FOUND-SUB)
            END-IF.
            IF WS-GAP-DAYS < WS-M6-FROM
                IF WS-GAP-DAYS NOT < WS-M3-FROM
                    IF WS-GAP-DAYS > WS-M3-MARK
                        COMPUTE WS-DIST = WS-GAP-DAYS - WS-M3-MARK
                    ELSE
                        COMPUTE WS-DIST = WS-M3-MARK - WS-GAP-DAYS
                    END-IF
                    IF WS-DIST < WS-OC-M3-DIST(WS-FOUND-SUB)
                        MOVE WS-DIST TO WS-OC-M3-DIST(WS-FOUND-SUB)
                        MOVE BH-BMI TO WS-OC-M3-BMI(WS-FOUND-SUB)
                    END-IF
                END-IF
            ELSE
                IF WS-GAP-DAYS < WS-M12-FROM
                    IF WS-GAP-DAYS > WS-M6-MARK
                        COMPUTE WS-DIST = WS-GAP-DAYS - WS-M6-MARK
                    ELSE
                        COMPUTE WS-DIST = WS-M6-MARK - WS-GAP-DAYS
                    END-IF
                    IF WS-DIST < WS-OC-M6-DIST(WS-FOUND-SUB)
                        MOVE WS-DIST TO WS-OC-M6-DIST(WS-FOUND-SUB)
                        MOVE BH-BMI TO WS-OC-M6-BMI(WS-FOUND-SUB)
                    END-IF
                ELSE
                    IF WS-GAP-DAYS > WS-M12-MARK
                        COMPUTE WS-DIST = WS-GAP-DAYS - WS-M12-MARK
                    ELSE
                        COMPUTE WS-DIST = WS-M12-MARK - WS-GAP-DAYS
                    END-IF
                    IF WS-DIST < WS-OC-M12-DIST(WS-FOUND-SUB)
                        MOVE WS-DIST TO WS-OC-M12-DIST(WS-FOUND-SUB)
                        MOVE BH-BMI TO WS-OC-M12-BMI(WS-FOUND-SUB)
                    END-IF
                END-IF
            END-IF.

       SORT-CASES.
      *Exchange sort on the leading site + group + patient key - same
      *sort shape as SORT-REFERRALS in BMICMAGE*
            IF WS-CASE-COUNT < 2
                CONTINUE
            ELSE
                SET WS-SWAPPED TO TRUE
                PERFORM UNTIL NOT WS-SWAPPED
                    MOVE 'N' TO WS-SWAP-SW
                    MOVE 1 TO WS-SORT-I
                    PERFORM UNTIL WS-SORT-I >= WS-CASE-COUNT
                        COMPUTE WS-SORT-J = WS-SORT-I + 1
                        IF WS-OC-KEY(WS-SORT-I) >
                                WS-OC-KEY(WS-SORT-J)
                            MOVE WS-OC-ENTRY(WS-SORT-I)
                                TO WS-OC-HOLD
                            MOVE WS-OC-ENTRY(WS-SORT-J)
                                TO WS-OC-ENTRY(WS-SORT-I)
                            MOVE WS-OC-HOLD
                                TO WS-OC-ENTRY(WS-SORT-J)
                            SET WS-SWAPPED TO TRUE
                        END-IF
                        ADD 1 TO WS-SORT-I
                    END-PERFORM
                END-PERFORM
            END-IF.

       WRITE-OUTCOME-REPORT.
            MOVE SPACES TO BMI-OUTCOME-LINE.
            STRING "CARE-MANAGEMENT OUTCOMES REPORT - RUN DATE "
                DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO BMI-OUTCOME-LINE.
            WRITE BMI-OUTCOME-LINE.
            MOVE SPACES TO BMI-OUTCOME-LINE.
            MOVE "BMI CHANGE FROM THE REFERRAL READING TO THE READING"
                & " NEAREST 3 MONTHS (DAYS 61-135), 6 MONTHS"
                TO BMI-OUTCOME-LINE.
            WRITE BMI-OUTCOME-LINE.
            MOVE SPACES TO BMI-OUTCOME-LINE.
            MOVE "(DAYS 136-273) AND 12 MONTHS (DAYS 274-456) AFTER"
                & " REFERRAL - ACTIVE AND ARCHIVED HISTORY"
                TO BMI-OUTCOME-LINE.
            WRITE BMI-OUTCOME-LINE.
            MOVE 1 TO WS-SORT-I.
            PERFORM UNTIL WS-SORT-I > WS-CASE-COUNT
                IF WS-OC-SITE(WS-SORT-I) NOT = WS-PRV-SITE
                    IF WS-PRV-SITE NOT = SPACES
                        PERFORM CLOSE-GROUP-BREAK
                        PERFORM CLOSE-SITE-BREAK
                    END-IF
                    PERFORM OPEN-SITE-BREAK
                    PERFORM OPEN-GROUP-BREAK
                ELSE
                    IF WS-OC-GROUP(WS-SORT-I) NOT = WS-PRV-GROUP
                        PERFORM CLOSE-GROUP-BREAK
                        PERFORM OPEN-GROUP-BREAK
                    END-IF
                END-IF
                PERFORM WRITE-CASE-LINE
                ADD 1 TO WS-SORT-I
            END-PERFORM.
            IF WS-PRV-SITE NOT = SPACES
                PERFORM CLOSE-GROUP-BREAK
                PERFORM CLOSE-SITE-BREAK
            END-IF.
            IF WS-CASE-COUNT = 0
                MOVE SPACES TO BMI-OUTCOME-LINE
                MOVE "NO CASES ON THE WORKLIST" TO BMI-OUTCOME-LINE
                WRITE BMI-OUTCOME-LINE
            END-IF.
            PERFORM WRITE-ALL-SITES-SUMMARY.

       OPEN-SITE-BREAK.
            MOVE WS-OC-SITE(WS-SORT-I) TO WS-PRV-SITE.
            MOVE SPACES TO WS-CUR-CLINIC.
            MOVE 1 TO WS-SITE-I.
            PERFORM UNTIL WS-SITE-I > WS-SITE-COUNT
                IF WS-ST-CODE(WS-SITE-I) = WS-PRV-SITE
                    MOVE WS-ST-NAME(WS-SITE-I) TO WS-CUR-CLINIC
                END-IF
                ADD 1 TO WS-SITE-I
            END-PERFORM.
            MOVE SPACES TO BMI-OUTCOME-LINE.
            WRITE BMI-OUTCOME-LINE.
            MOVE SPACES TO BMI-OUTCOME-LINE.
            STRING "SITE " DELIMITED BY SIZE
                WS-PRV-SITE DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-CUR-CLINIC DELIMITED BY SIZE
                INTO BMI-OUTCOME-LINE.
            WRITE BMI-OUTCOME-LINE.

       OPEN-GROUP-BREAK.
            MOVE WS-OC-GROUP(WS-SORT-I) TO WS-PRV-GROUP.
            MOVE WS-PRV-GROUP TO WS-GROUP-I.
            PERFORM SET-GROUP-NAME.
            MOVE SPACES TO BMI-OUTCOME-LINE.
            WRITE BMI-OUTCOME-LINE.
            MOVE SPACES TO BMI-OUTCOME-LINE.
            STRING "  DISPOSITION: " DELIMITED BY SIZE
                WS-GROUP-NAME DELIMITED BY SIZE
                INTO BMI-OUTCOME-LINE.
            WRITE BMI-OUTCOME-LINE.
            MOVE SPACES TO BMI-OUTCOME-LINE.
      *Each literal here is the same width as the field (plus its
      *following gap literal) it labels in WRITE-CASE-LINE's detail-
      *line STRING, so the header lines up with the data*
            STRING "  PATIENT " DELIMITED BY SIZE
                "NAME                  " DELIMITED BY SIZE
                "REFERRED  " DELIMITED BY SIZE
                "BASE    " DELIMITED BY SIZE
                "3 MO     " DELIMITED BY SIZE
                "6 MO     " DELIMITED BY SIZE
                "12 MO    " DELIMITED BY SIZE
                "OBESE RANGE" DELIMITED BY SIZE
                INTO BMI-OUTCOME-LINE.
            WRITE BMI-OUTCOME-LINE.

       SET-GROUP-NAME.
            IF WS-GROUP-I = 1
                MOVE "SCHEDULED" TO WS-GROUP-NAME
            ELSE
                IF WS-GROUP-I = 2
                    MOVE "DECLINED" TO WS-GROUP-NAME
                ELSE
                    IF WS-GROUP-I = 3
                        MOVE "NEVER CONTACTED" TO WS-GROUP-NAME
                    ELSE
                        MOVE "CONTACTED/CLOSED" TO WS-GROUP-NAME
                    END-IF
                END-IF
            END-IF.

       WRITE-CASE-LINE.
      *Each milestone prints as the signed change from the referral
      *reading, or a dash when there is no baseline or no reading in
      *that window*
            MOVE "  -   " TO WS-BASE-PRINT.
            MOVE "     - " TO WS-M3-EDIT.
            MOVE "     - " TO WS-M6-EDIT.
            MOVE "     - " TO WS-M12-EDIT.
            IF WS-OC-BASE-DATE(WS-SORT-I) NOT = SPACES
                MOVE WS-OC-BASE-BMI(WS-SORT-I) TO WS-BMI-EDIT
                MOVE WS-BMI-EDIT TO WS-BASE-PRINT
                IF WS-OC-M3-DIST(WS-SORT-I) NOT = WS-NO-READING
                    COMPUTE WS-M3-CHANGE = WS-OC-M3-BMI(WS-SORT-I)
                        - WS-OC-BASE-BMI(WS-SORT-I)
                    MOVE WS-M3-CHANGE TO WS-CHANGE-EDIT
                    MOVE WS-CHANGE-EDIT TO WS-M3-EDIT
                END-IF
                IF WS-OC-M6-DIST(WS-SORT-I) NOT = WS-NO-READING
                    COMPUTE WS-M6-CHANGE = WS-OC-M6-BMI(WS-SORT-I)
                        - WS-OC-BASE-BMI(WS-SORT-I)
                    MOVE WS-M6-CHANGE TO WS-CHANGE-EDIT
                    MOVE WS-CHANGE-EDIT TO WS-M6-EDIT
                END-IF
                IF WS-OC-M12-DIST(WS-SORT-I) NOT = WS-NO-READING
                    COMPUTE WS-M12-CHANGE = WS-OC-M12-BMI(WS-SORT-I)
                        - WS-OC-BASE-BMI(WS-SORT-I)
                    MOVE WS-M12-CHANGE TO WS-CHANGE-EDIT
                    MOVE WS-CHANGE-EDIT TO WS-M12-EDIT
                END-IF
            END-IF.
            PERFORM SET-OUTCOME-FLAG.
            MOVE SPACES TO BMI-OUTCOME-LINE.
            STRING "  " DELIMITED BY SIZE
                WS-OC-PATIENT-ID(WS-SORT-I) DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-OC-NAME(WS-SORT-I) DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-OC-FIRST-DATE(WS-SORT-I) DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-BASE-PRINT DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-M3-EDIT DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-M6-EDIT DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-M12-EDIT DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-OUTCOME-FLAG DELIMITED BY SIZE
                INTO BMI-OUTCOME-LINE.
            WRITE BMI-OUTCOME-LINE.
            MOVE 1 TO WS-BK-SUB.
            PERFORM ADD-CASE-TO-BUCKET.
            MOVE 2 TO WS-BK-SUB.
            PERFORM ADD-CASE-TO-BUCKET.
            COMPUTE WS-BK-SUB = WS-OC-GROUP(WS-SORT-I) + 2.
            PERFORM ADD-CASE-TO-BUCKET.
            MOVE 7 TO WS-BK-SUB.
            PERFORM ADD-CASE-TO-BUCKET.

       SET-OUTCOME-FLAG.
      *Obese range at referral against the latest follow-up reading -
      *the share that left the range is the figure the budget review
      *asks for*
            MOVE 'N' TO WS-BASE-OBESE-SW.
            MOVE SPACES TO WS-OUTCOME-FLAG.
            IF WS-OC-BASE-DATE(WS-SORT-I) = SPACES
                MOVE "NO BASELINE" TO WS-OUTCOME-FLAG
            ELSE
                MOVE WS-OC-BASE-BMI(WS-SORT-I) TO WS-TEST-BMI
                PERFORM TEST-OBESE-RANGE
                IF WS-IN-OBESE-RANGE
                    SET WS-BASE-OBESE TO TRUE
                    IF WS-OC-LAST-DATE(WS-SORT-I) = SPACES
                        MOVE "NO FOLLOW-UP" TO WS-OUTCOME-FLAG
                    ELSE
                        MOVE WS-OC-LAST-BMI(WS-SORT-I) TO WS-TEST-BMI
                        PERFORM TEST-OBESE-RANGE
                        IF WS-IN-OBESE-RANGE
                            MOVE "STILL OBESE" TO WS-OUTCOME-FLAG
                        ELSE
                            MOVE "LEFT OBESE" TO WS-OUTCOME-FLAG
                        END-IF
                    END-IF
                ELSE
                    MOVE "NOT OBESE" TO WS-OUTCOME-FLAG
                END-IF
            END-IF.

       TEST-OBESE-RANGE.
      *Same gate as the BMIBATCH care-management extract - the 95th
      *percentile for a patient the pediatric lookup can place, the
      *absolute adult obesity line for everyone else*
            MOVE 'N' TO WS-OBESE-SW.
            MOVE 'N' TO WS-PEDS-SW.
            IF WS-OC-AGE(WS-SORT-I) > 0 AND WS-OC-AGE(WS-SORT-I) < 20
                    AND WS-PEDS-COUNT > 0
                SET WS-PED-IDX TO 1
                SEARCH WS-PEDS-ENTRY
                    VARYING WS-PED-IDX
                    AT END
                        CONTINUE
                    WHEN WS-PED-SEX(WS-PED-IDX) = WS-OC-SEX(WS-SORT-I)
                            AND WS-PED-AGE(WS-PED-IDX)
                                = WS-OC-AGE(WS-SORT-I)
                        SET WS-PEDS-PATIENT TO TRUE
                        MOVE WS-PED-P95(WS-PED-IDX) TO WS-CUR-P95
                END-SEARCH
            END-IF.
            IF WS-PEDS-PATIENT
                IF WS-TEST-BMI NOT < WS-CUR-P95
                    SET WS-IN-OBESE-RANGE TO TRUE
                END-IF
            ELSE
                IF WS-TEST-BMI > WS-BMI-OVERWEIGHT-MAX
                    SET WS-IN-OBESE-RANGE TO TRUE
                END-IF
            END-IF.

       ADD-CASE-TO-BUCKET.
            ADD 1 TO WS-BK-CASES(WS-BK-SUB).
            IF WS-OC-BASE-DATE(WS-SORT-I) NOT = SPACES
                ADD 1 TO WS-BK-BASELINE(WS-BK-SUB)
                IF WS-OC-M3-DIST(WS-SORT-I) NOT = WS-NO-READING
                    ADD 1 TO WS-BK-M3-COUNT(WS-BK-SUB)
                    ADD WS-M3-CHANGE TO WS-BK-M3-SUM(WS-BK-SUB)
                END-IF
                IF WS-OC-M6-DIST(WS-SORT-I) NOT = WS-NO-READING
                    ADD 1 TO WS-BK-M6-COUNT(WS-BK-SUB)
                    ADD WS-M6-CHANGE TO WS-BK-M6-SUM(WS-BK-SUB)
                END-IF
                IF WS-OC-M12-DIST(WS-SORT-I) NOT = WS-NO-READING
                    ADD 1 TO WS-BK-M12-COUNT(WS-BK-SUB)
                    ADD WS-M12-CHANGE TO WS-BK-M12-SUM(WS-BK-SUB)
                END-IF
            END-IF.
            IF WS-BASE-OBESE
                ADD 1 TO WS-BK-OBESE(WS-BK-SUB)
                IF WS-OC-LAST-DATE(WS-SORT-I) NOT = SPACES
                    ADD 1 TO WS-BK-OBESE-FOLLOWED(WS-BK-SUB)
                END-IF
                IF WS-OUTCOME-FLAG = "LEFT OBESE"
                    ADD 1 TO WS-BK-DROPPED(WS-BK-SUB)
                END-IF
            END-IF.

       CLOSE-GROUP-BREAK.
            MOVE 1 TO WS-BK-SUB.
            MOVE SPACES TO WS-BK-LABEL.
            STRING WS-PRV-SITE DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-GROUP-NAME DELIMITED BY SIZE
                INTO WS-BK-LABEL.
            PERFORM WRITE-BUCKET-LINES.

       CLOSE-SITE-BREAK.
            MOVE 2 TO WS-BK-SUB.
            MOVE SPACES TO WS-BK-LABEL.
            STRING "SITE " DELIMITED BY SIZE
                WS-PRV-SITE DELIMITED BY SIZE
                " ALL DISPOSITIONS" DELIMITED BY SIZE
                INTO WS-BK-LABEL.
            PERFORM WRITE-BUCKET-LINES.

       WRITE-ALL-SITES-SUMMARY.
            MOVE SPACES TO BMI-OUTCOME-LINE.
            WRITE BMI-OUTCOME-LINE.
            MOVE SPACES TO BMI-OUTCOME-LINE.
            MOVE "ALL SITES BY DISPOSITION" TO BMI-OUTCOME-LINE.
            WRITE BMI-OUTCOME-LINE.
            MOVE 1 TO WS-GROUP-I.
            PERFORM UNTIL WS-GROUP-I > 4
                PERFORM SET-GROUP-NAME
                COMPUTE WS-BK-SUB = WS-GROUP-I + 2
                MOVE SPACES TO WS-BK-LABEL
                STRING "ALL SITES " DELIMITED BY SIZE
                    WS-GROUP-NAME DELIMITED BY SIZE
                    INTO WS-BK-LABEL
                PERFORM WRITE-BUCKET-LINES
                ADD 1 TO WS-GROUP-I
            END-PERFORM.
            MOVE 7 TO WS-BK-SUB.
            MOVE "ALL SITES ALL DISPOSITIONS" TO WS-BK-LABEL.
            PERFORM WRITE-BUCKET-LINES.
            MOVE SPACES TO BMI-OUTCOME-LINE.
            WRITE BMI-OUTCOME-LINE.
            MOVE SPACES TO BMI-OUTCOME-LINE.
            STRING "WORKLIST CASES READ: " DELIMITED BY SIZE
                WS-CASES-READ DELIMITED BY SIZE
                "   REPORTED: " DELIMITED BY SIZE
                WS-CASE-COUNT DELIMITED BY SIZE
                "   NO VALID REFERRAL DATE: " DELIMITED BY SIZE
                WS-BAD-DATE-COUNT DELIMITED BY SIZE
                INTO BMI-OUTCOME-LINE.
            WRITE BMI-OUTCOME-LINE.
            MOVE SPACES TO BMI-OUTCOME-LINE.
            STRING "HISTORY RECORDS READ: " DELIMITED BY SIZE
                WS-HIST-READ DELIMITED BY SIZE
                "   FOR A REFERRED PATIENT: " DELIMITED BY SIZE
                WS-HIST-MATCHED DELIMITED BY SIZE
                INTO BMI-OUTCOME-LINE.
            WRITE BMI-OUTCOME-LINE.

       WRITE-BUCKET-LINES.
      *Average change per window over the cases with a reading in
      *that window; the Obese-range share is over the cases that
      *were Obese at referral and have a follow-up reading to judge
      *by - a case never weighed again cannot be said to have left*
            MOVE 0 TO WS-AVG-CHANGE.
            IF WS-BK-M3-COUNT(WS-BK-SUB) > 0
                COMPUTE WS-AVG-CHANGE ROUNDED =
                    WS-BK-M3-SUM(WS-BK-SUB) / WS-BK-M3-COUNT(WS-BK-SUB)
            END-IF.
            MOVE WS-AVG-CHANGE TO WS-AVG3-EDIT.
            MOVE 0 TO WS-AVG-CHANGE.
            IF WS-BK-M6-COUNT(WS-BK-SUB) > 0
                COMPUTE WS-AVG-CHANGE ROUNDED =
                    WS-BK-M6-SUM(WS-BK-SUB) / WS-BK-M6-COUNT(WS-BK-SUB)
            END-IF.
            MOVE WS-AVG-CHANGE TO WS-AVG6-EDIT.
            MOVE 0 TO WS-AVG-CHANGE.
            IF WS-BK-M12-COUNT(WS-BK-SUB) > 0
                COMPUTE WS-AVG-CHANGE ROUNDED =
                    WS-BK-M12-SUM(WS-BK-SUB)
                        / WS-BK-M12-COUNT(WS-BK-SUB)
            END-IF.
            MOVE WS-AVG-CHANGE TO WS-AVG12-EDIT.
            MOVE 0 TO WS-PCT.
            IF WS-BK-OBESE-FOLLOWED(WS-BK-SUB) > 0
                COMPUTE WS-PCT ROUNDED = WS-BK-DROPPED(WS-BK-SUB) * 100
                    / WS-BK-OBESE-FOLLOWED(WS-BK-SUB)
            END-IF.
            MOVE WS-PCT TO WS-PCT-EDIT.
            MOVE SPACES TO BMI-OUTCOME-LINE.
            STRING "  SUBTOTAL " DELIMITED BY SIZE
                WS-BK-LABEL DELIMITED BY SIZE
                " CASES " DELIMITED BY SIZE
                WS-BK-CASES(WS-BK-SUB) DELIMITED BY SIZE
                "  WITH BASELINE " DELIMITED BY SIZE
                WS-BK-BASELINE(WS-BK-SUB) DELIMITED BY SIZE
                INTO BMI-OUTCOME-LINE.
            WRITE BMI-OUTCOME-LINE.
            MOVE SPACES TO BMI-OUTCOME-LINE.
            STRING "    3 MO: " DELIMITED BY SIZE
                WS-BK-M3-COUNT(WS-BK-SUB) DELIMITED BY SIZE
                " AVG " DELIMITED BY SIZE
                WS-AVG3-EDIT DELIMITED BY SIZE
                "   6 MO: " DELIMITED BY SIZE
                WS-BK-M6-COUNT(WS-BK-SUB) DELIMITED BY SIZE
                " AVG " DELIMITED BY SIZE
                WS-AVG6-EDIT DELIMITED BY SIZE
                "   12 MO: " DELIMITED BY SIZE
                WS-BK-M12-COUNT(WS-BK-SUB) DELIMITED BY SIZE
                " AVG " DELIMITED BY SIZE
                WS-AVG12-EDIT DELIMITED BY SIZE
                INTO BMI-OUTCOME-LINE.
            WRITE BMI-OUTCOME-LINE.
            MOVE SPACES TO BMI-OUTCOME-LINE.
            STRING "    OBESE AT REFERRAL " DELIMITED BY SIZE
                WS-BK-OBESE(WS-BK-SUB) DELIMITED BY SIZE
                "  WITH FOLLOW-UP " DELIMITED BY SIZE
                WS-BK-OBESE-FOLLOWED(WS-BK-SUB) DELIMITED BY SIZE
                "  LEFT OBESE RANGE " DELIMITED BY SIZE
                WS-BK-DROPPED(WS-BK-SUB) DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-PCT-EDIT DELIMITED BY SIZE
                " PCT" DELIMITED BY SIZE
                INTO BMI-OUTCOME-LINE.
            WRITE BMI-OUTCOME-LINE.
      *Group and site buckets restart at each break; the all-sites
      *buckets print once, at the end*
            IF WS-BK-SUB < 3
                MOVE ZEROS TO WS-BK-ENTRY(WS-BK-SUB)
            END-IF.

       END PROGRAM BMICMOUT.
