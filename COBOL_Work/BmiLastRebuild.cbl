      ******************************************************************
      * Author: Afnan Islam
      * Date: 2026-10-15
      * Purpose: Latest-reading summary rebuild - recreates BMILAST.DAT,
      * the one-record-per-patient summary of each patient's most
      * recent reading, from the whole history: every yearly archive
      * BMIHARCH has written plus the active BMIHIST.DAT. BMIBATCH and
      * the interactive program keep the summary current as they
      * write history, so this is run to create it the first time,
      * after BMIMERGE has rekeyed history, or whenever a warning has
      * said the summary was not updated. History is sorted by
      * patient and reading date, the last reading of each patient is
      * kept (a same-date tie goes to the record written last, the
      * same rule the old history scans used), and its category is
      * worked out from the member master's age and sex with the same
      * adult thresholds and pediatric bands BMIBATCH prints.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMILSTRB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Active BMI history - see BmiBatch.cbl for why this is a
      *sequential append file rather than a true indexed file*
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
      *Yearly history archive written by BMIHARCH - the name is set
      *per year before the OPEN, so one SELECT serves every
      *BMIHyyyy.ARC file*
           SELECT BMI-ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
      *History sorts to patient and reading-date order, and the
      *member master to patient-ID order, so the summary is written
      *with one forward walk of the sorted master beside it - no
      *table, so no ceiling on how many patients history covers*
           SELECT BMI-HIST-SORT ASSIGN TO "BMISRTH.TMP".
           SELECT BMI-MASTER-SORT ASSIGN TO "BMISRTM.TMP".
           SELECT BMI-MASTER-FILE ASSIGN TO "BMIMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT BMI-SORTED-MASTER ASSIGN TO "BMIMSTRS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SMASTER-STATUS.
      *CDC BMI-for-age percentile lookup - the same file BMIBATCH
      *loads, so a rebuilt category matches the one it printed*
           SELECT BMI-PEDS-FILE ASSIGN TO "BMIPEDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDS-STATUS.
      *The latest-reading summary being recreated*
           SELECT BMI-LAST-FILE ASSIGN TO "BMILAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BMI-HISTORY-FILE.
           01 BMI-HISTORY-RECORD.
       COPY BMIHIST.
       FD BMI-ARCHIVE-FILE.
           01 BMI-ARCHIVE-RECORD PIC X(30).
      *The sort key leads the BMIHIST layout with the reading date
      *behind it, so the sort record is the history record as-is*
       SD BMI-HIST-SORT.
           01 SRT-HIST-RECORD.
              05 SRT-HIST-KEY PIC X(6).
              05 SRT-HIST-DATE PIC X(8).
              05 FILLER PIC X(13).
       SD BMI-MASTER-SORT.
           01 SRT-MASTER-RECORD.
              05 SRT-MASTER-KEY PIC X(6).
              05 FILLER PIC X(87).
       FD BMI-MASTER-FILE.
           01 BMI-MASTER-RECORD.
       COPY BMIMSTR.
      *Field-for-field the BMIMSTR layout, same as BMIBATCH's sorted
      *master - only the fields the category needs are named*
       FD BMI-SORTED-MASTER.
           01 BMI-SORTED-MASTER-RECORD.
              05 SM-PATIENT-ID PIC X(6).
              05 FILLER PIC X(20).
              05 SM-AGE PIC 99.
              05 SM-SEX PIC X.
              05 FILLER PIC X(64).
       FD BMI-PEDS-FILE.
           01 BMI-PEDS-RECORD.
       COPY BMIPEDS.
       FD BMI-LAST-FILE.
           01 BMI-LAST-RECORD.
       COPY BMILAST.
       WORKING-STORAGE SECTION.
      *End-of-file switches - the history/archive/peds reads, the
      *sort return and the sorted master walk*
           01 WS-EOF-SW PIC X VALUE 'N'.
              88 WS-EOF VALUE 'Y'.
           01 WS-SORT-EOF-SW PIC X VALUE 'N'.
              88 WS-SORT-EOF VALUE 'Y'.
           01 WS-SMASTER-EOF-SW PIC X VALUE 'N'.
              88 WS-SMASTER-EOF VALUE 'Y'.
      *File status codes*
           01 WS-HIST-STATUS PIC XX.
           01 WS-ARCH-STATUS PIC XX.
           01 WS-MASTER-STATUS PIC XX.
           01 WS-SMASTER-STATUS PIC XX.
           01 WS-PEDS-STATUS PIC XX.
           01 WS-LAST-STATUS PIC XX.
      *Archive probe - each year from the floor through the current
      *year, building the BMIHyyyy.ARC name*
           01 WS-ARCHIVE-NAME PIC X(12).
           01 WS-ARCH-YEAR PIC 9(4).
           01 WS-ARCH-FLOOR PIC 9(4) VALUE 1990.
           01 WS-ARCH-TODAY PIC 9(8).
           01 WS-CUR-YEAR PIC 9(4).
      *The reading held back until the next patient's first record
      *proves it was this patient's latest*
           01 WS-HOLD-RECORD PIC X(27).
           01 WS-HOLD-SW PIC X VALUE 'N'.
              88 WS-READING-HELD VALUE 'Y'.
      *Demographics and BMI the category is worked out from - same
      *names as BMIBATCH so the category paragraphs read the same*
           01 BMI PIC 999V99.
           01 WS-PATIENT-AGE PIC 99.
           01 WS-PATIENT-SEX PIC X.
           01 WS-BMI-CATEGORY PIC X(11).
           01 WS-BMI-THRESHOLDS.
       COPY BMITHRSH.
           01 WS-ADJ-NORMAL-MAX PIC 999V99.
           01 WS-ADJ-OVERWEIGHT-MAX PIC 999V99.
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
           01 WS-CUR-P05 PIC 99V99.
           01 WS-CUR-P85 PIC 99V99.
           01 WS-CUR-P95 PIC 99V99.
      *Control totals for the closing display*
           01 WS-ARCH-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-HIST-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-ARCH-FILE-COUNT PIC 9(5) VALUE 0.
           01 WS-WRITTEN-COUNT PIC 9(7) VALUE 0.
           01 WS-NO-MEMBER-COUNT PIC 9(7) VALUE 0.
           01 WS-WRITE-FAIL-COUNT PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-PEDS-TABLE.
            PERFORM SORT-MASTER-TO-WORK.
            PERFORM OPEN-SORTED-MASTER.
            SORT BMI-HIST-SORT
                ON ASCENDING KEY SRT-HIST-KEY SRT-HIST-DATE
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS HISTORY-SORT-INPUT
                OUTPUT PROCEDURE IS SUMMARY-SORT-OUTPUT.
            CLOSE BMI-SORTED-MASTER.
            PERFORM DISPLAY-REBUILD-TOTALS.
            STOP RUN.

       LOAD-PEDS-TABLE.
      *A child's reading classified against the adult cutoffs is the
      *clinical error the pediatric bands exist to prevent - a
      *missing lookup fails fast, same as BMIBATCH*
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

       SORT-MASTER-TO-WORK.
      *The category needs the member's age and sex - a missing
      *master fails fast before the SORT touches it*
            OPEN INPUT BMI-MASTER-FILE.
            IF WS-MASTER-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO OPEN MEMBER MASTER FILE"
                    " BMIMSTR.DAT - STATUS " WS-MASTER-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            CLOSE BMI-MASTER-FILE.
            SORT BMI-MASTER-SORT
                ON ASCENDING KEY SRT-MASTER-KEY
                USING BMI-MASTER-FILE
                GIVING BMI-SORTED-MASTER.

       OPEN-SORTED-MASTER.
            OPEN INPUT BMI-SORTED-MASTER.
            IF WS-SMASTER-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO OPEN SORTED MASTER WORK"
                    " FILE - STATUS " WS-SMASTER-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 'N' TO WS-SMASTER-EOF-SW.
            PERFORM READ-SORTED-MASTER.

       READ-SORTED-MASTER.
            READ BMI-SORTED-MASTER
                AT END
                    SET WS-SMASTER-EOF TO TRUE
                NOT AT END
                    CONTINUE
            END-READ.

       HISTORY-SORT-INPUT.
      *Release the archives oldest year first and the active file
      *last - the sort keeps same-key records in the order they were
      *released, so on a same-date tie the record written last wins*
            PERFORM RELEASE-ARCHIVES.
            OPEN INPUT BMI-HISTORY-FILE.
            IF WS-HIST-STATUS NOT = "00"
                DISPLAY "NOTE: NO ACTIVE HISTORY FILE BMIHIST.DAT -"
                    " SUMMARY BUILT FROM ARCHIVES ONLY"
            ELSE
                PERFORM UNTIL WS-EOF
                    READ BMI-HISTORY-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            ADD 1 TO WS-HIST-READ-COUNT
                            RELEASE SRT-HIST-RECORD
                                FROM BMI-HISTORY-RECORD
                    END-READ
                END-PERFORM
                CLOSE BMI-HISTORY-FILE
                MOVE 'N' TO WS-EOF-SW
            END-IF.

       RELEASE-ARCHIVES.
      *Probe each year from the floor through the current year for a
      *BMIHyyyy.ARC archive - a year never archived simply has no
      *file and is skipped*
            ACCEPT WS-ARCH-TODAY FROM DATE YYYYMMDD.
            MOVE WS-ARCH-TODAY(1:4) TO WS-CUR-YEAR.
            PERFORM VARYING WS-ARCH-YEAR FROM WS-ARCH-FLOOR BY 1
                    UNTIL WS-ARCH-YEAR > WS-CUR-YEAR
                MOVE SPACES TO WS-ARCHIVE-NAME
                STRING "BMIH" DELIMITED BY SIZE
                    WS-ARCH-YEAR DELIMITED BY SIZE
                    ".ARC" DELIMITED BY SIZE
                    INTO WS-ARCHIVE-NAME
                OPEN INPUT BMI-ARCHIVE-FILE
                IF WS-ARCH-STATUS = "00"
                    ADD 1 TO WS-ARCH-FILE-COUNT
                    PERFORM RELEASE-ONE-ARCHIVE
                    CLOSE BMI-ARCHIVE-FILE
                END-IF
            END-PERFORM.

       RELEASE-ONE-ARCHIVE.
            PERFORM UNTIL WS-EOF
                READ BMI-ARCHIVE-FILE INTO BMI-HISTORY-RECORD
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-ARCH-READ-COUNT
                        RELEASE SRT-HIST-RECORD
                            FROM BMI-HISTORY-RECORD
                END-READ
            END-PERFORM.
            MOVE 'N' TO WS-EOF-SW.

       SUMMARY-SORT-OUTPUT.
      *Hold each reading until the next one shows a different
      *patient - the held one is then that patient's latest*
            OPEN OUTPUT BMI-LAST-FILE.
            IF WS-LAST-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO CREATE LATEST-READING FILE"
                    " BMILAST.DAT - STATUS " WS-LAST-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-SORT-EOF
                RETURN BMI-HIST-SORT
                    AT END
                        SET WS-SORT-EOF TO TRUE
                    NOT AT END
                        IF WS-READING-HELD
                                AND SRT-HIST-KEY
                                    NOT = WS-HOLD-RECORD(1:6)
                            PERFORM WRITE-SUMMARY-RECORD
                        END-IF
                        MOVE SRT-HIST-RECORD TO WS-HOLD-RECORD
                        SET WS-READING-HELD TO TRUE
                END-RETURN
            END-PERFORM.
            IF WS-READING-HELD
                PERFORM WRITE-SUMMARY-RECORD
            END-IF.
            CLOSE BMI-LAST-FILE.

       WRITE-SUMMARY-RECORD.
            MOVE WS-HOLD-RECORD TO BMI-HISTORY-RECORD.
            PERFORM MATCH-MEMBER-DEMOGRAPHICS.
            MOVE BH-BMI TO BMI.
            PERFORM DETERMINE-BMI-CATEGORY.
            MOVE BH-PATIENT-ID TO LR-PATIENT-ID.
            MOVE BH-RUN-DATE TO LR-LAST-DATE.
            MOVE BH-HEIGHT TO LR-HEIGHT.
            MOVE BH-WEIGHT TO LR-WEIGHT.
            MOVE BH-BMI TO LR-BMI.
            MOVE WS-BMI-CATEGORY TO LR-CATEGORY.
            WRITE BMI-LAST-RECORD.
            IF WS-LAST-STATUS NOT = "00"
                ADD 1 TO WS-WRITE-FAIL-COUNT
                DISPLAY "WARNING: LATEST-READING WRITE FAILED - STATUS "
                    WS-LAST-STATUS " FOR PATIENT " LR-PATIENT-ID
            ELSE
                ADD 1 TO WS-WRITTEN-COUNT
            END-IF.

       MATCH-MEMBER-DEMOGRAPHICS.
      *History arrives in patient-ID order, so the sorted master only
      *ever advances. A patient no longer on the master is classified
      *against the adult thresholds, the same as BMIBATCH does for a
      *patient the master cannot place. The age is the master's
      *current age, as it is in the batch*
            MOVE 0 TO WS-PATIENT-AGE.
            MOVE SPACE TO WS-PATIENT-SEX.
            PERFORM UNTIL WS-SMASTER-EOF
                    OR SM-PATIENT-ID >= BH-PATIENT-ID
                PERFORM READ-SORTED-MASTER
            END-PERFORM.
            IF NOT WS-SMASTER-EOF
                    AND SM-PATIENT-ID = BH-PATIENT-ID
                MOVE SM-AGE TO WS-PATIENT-AGE
                MOVE SM-SEX TO WS-PATIENT-SEX
            ELSE
                ADD 1 TO WS-NO-MEMBER-COUNT
            END-IF.

       FIND-PEDS-THRESHOLDS.
            MOVE 'N' TO WS-PEDS-SW.
            IF WS-PEDS-COUNT > 0
                SET WS-PED-IDX TO 1
                SEARCH WS-PEDS-ENTRY
                    VARYING WS-PED-IDX
                    AT END
                        CONTINUE
                    WHEN WS-PED-SEX(WS-PED-IDX) = WS-PATIENT-SEX
                            AND WS-PED-AGE(WS-PED-IDX)
                                = WS-PATIENT-AGE
                        SET WS-PEDS-PATIENT TO TRUE
                        MOVE WS-PED-P05(WS-PED-IDX) TO WS-CUR-P05
                        MOVE WS-PED-P85(WS-PED-IDX) TO WS-CUR-P85
                        MOVE WS-PED-P95(WS-PED-IDX) TO WS-CUR-P95
                END-SEARCH
            END-IF.

       DETERMINE-BMI-CATEGORY.
      *Patients under 20 are classified against the CDC BMI-for-age
      *percentile bands, everyone else against the age/sex-adjusted
      *adult thresholds - the same rules BMIBATCH applies*
            MOVE 'N' TO WS-PEDS-SW.
            IF WS-PATIENT-AGE > 0 AND WS-PATIENT-AGE < 20
                PERFORM FIND-PEDS-THRESHOLDS
            END-IF.
            IF WS-PEDS-PATIENT
                PERFORM DETERMINE-PEDS-CATEGORY
            ELSE
                PERFORM DETERMINE-ADULT-CATEGORY
            END-IF.

       DETERMINE-PEDS-CATEGORY.
            IF BMI < WS-CUR-P05
                MOVE "Under P5" TO WS-BMI-CATEGORY
            ELSE
                IF BMI < WS-CUR-P85
                    MOVE "P5-P85" TO WS-BMI-CATEGORY
                ELSE
                    IF BMI < WS-CUR-P95
                        MOVE "P85-P95" TO WS-BMI-CATEGORY
                    ELSE
                        MOVE "Over P95" TO WS-BMI-CATEGORY
                    END-IF
                END-IF
            END-IF.

       SET-AGE-ADJUSTED-THRESHOLDS.
      *Same geriatric and female allowances as BMIBATCH*
            MOVE WS-BMI-NORMAL-MAX TO WS-ADJ-NORMAL-MAX.
            MOVE WS-BMI-OVERWEIGHT-MAX TO WS-ADJ-OVERWEIGHT-MAX.
            IF WS-PATIENT-AGE >= 65
                ADD 2.00 TO WS-ADJ-NORMAL-MAX
                ADD 2.00 TO WS-ADJ-OVERWEIGHT-MAX
            END-IF.
            IF WS-PATIENT-SEX = 'F'
                ADD 1.00 TO WS-ADJ-NORMAL-MAX
                ADD 1.00 TO WS-ADJ-OVERWEIGHT-MAX
            END-IF.

       DETERMINE-ADULT-CATEGORY.
            PERFORM SET-AGE-ADJUSTED-THRESHOLDS.
            IF BMI <= WS-BMI-UNDERWEIGHT-MAX
                MOVE "Underweight" TO WS-BMI-CATEGORY
            ELSE
                IF BMI <= WS-ADJ-NORMAL-MAX
                    MOVE "Normal"      TO WS-BMI-CATEGORY
                ELSE
                    IF BMI <= WS-ADJ-OVERWEIGHT-MAX
                        MOVE "Overweight" TO WS-BMI-CATEGORY
                    ELSE
                        MOVE "Obese" TO WS-BMI-CATEGORY
                    END-IF
                END-IF
            END-IF.

       DISPLAY-REBUILD-TOTALS.
      *Balancing display - what was read from where and how many
      *patients the summary now holds. A lost write leaves a patient
      *without a yardstick, so it ends with a nonzero return code*
            DISPLAY "LATEST-READING REBUILD - ARCHIVE FILES READ "
                WS-ARCH-FILE-COUNT.
            DISPLAY "  ARCHIVED READINGS " WS-ARCH-READ-COUNT
                "  ACTIVE READINGS " WS-HIST-READ-COUNT.
            DISPLAY "  PATIENTS WRITTEN TO BMILAST.DAT "
                WS-WRITTEN-COUNT.
            IF WS-NO-MEMBER-COUNT > 0
                DISPLAY "NOTE: " WS-NO-MEMBER-COUNT " PATIENT(S) NOT"
                    " ON THE MEMBER MASTER - ADULT CATEGORY USED"
            END-IF.
            IF WS-WRITE-FAIL-COUNT > 0
                DISPLAY "WARNING: " WS-WRITE-FAIL-COUNT
                    " LATEST-READING WRITE(S) FAILED - RERUN BMILSTRB"
                MOVE 8 TO RETURN-CODE
            END-IF.

       END PROGRAM BMILSTRB.
