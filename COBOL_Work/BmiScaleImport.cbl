      ******************************************************************
      * Author: Afnan Islam
      * Date: 2026-10-02
      * Purpose: Clinic scale upload import - the clinics' digital
      * scales and stadiometers export one CSV a day (device ID,
      * patient ID, timestamp, height, weight, units). Intake used to
      * retype those into the fixed-width roster and the keying slips
      * came back as BMIREDIT and BMIBATCH rejects. This job reads
      * each CSV the operator names, maps the device ID to its
      * clinic's site code through BMIDEVIC.DAT, converts the decimal
      * readings to the implied-tenths BMIROST fields and appends the
      * clean rows to BMIROST.DAT. A row that cannot be converted is
      * listed on the import exception listing with its reason code
      * instead, and the run ends with rows read, converted and
      * excepted per device so each clinic's upload can be balanced.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMISCIMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *One clinic's CSV upload - the name is keyed by the operator
      *before each OPEN, so one SELECT serves every clinic's file*
           SELECT BMI-CSV-FILE ASSIGN USING WS-CSV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
      *Device-to-site lookup - see BmiBatch.cbl for why this is
      *sequential*
           SELECT BMI-DEVICE-FILE ASSIGN TO "BMIDEVIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVICE-STATUS.
           SELECT BMI-ROSTER-FILE ASSIGN TO "BMIROST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT BMI-EXCEPT-FILE ASSIGN TO "BMIIMPEX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BMI-CSV-FILE.
           01 BMI-CSV-LINE PIC X(120).
       FD BMI-DEVICE-FILE.
           01 BMI-DEVICE-RECORD.
       COPY BMIDEVIC.
       FD BMI-ROSTER-FILE.
           01 BMI-ROSTER-RECORD.
       COPY BMIROST.
       FD BMI-EXCEPT-FILE.
           01 BMI-EXCEPT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
      *End-of-file switch, reused for the device file and each CSV*
           01 WS-EOF-SW PIC X VALUE 'N'.
              88 WS-EOF VALUE 'Y'.
      *File status codes*
           01 WS-CSV-STATUS PIC XX.
           01 WS-DEVICE-STATUS PIC XX.
           01 WS-ROSTER-STATUS PIC XX.
           01 WS-EXCEPT-STATUS PIC XX.
      *Operator-keyed CSV name - blank ends the run*
           01 WS-CSV-NAME PIC X(30).
           01 WS-FILES-DONE-SW PIC X VALUE 'N'.
              88 WS-FILES-DONE VALUE 'Y'.
      *Physical line number within the current CSV, for the
      *exception listing*
           01 WS-LINE-NO PIC 9(7) VALUE 0.
      *UNSTRING pickup fields for one comma-delimited row*
           01 WS-CSV-DEVICE PIC X(12).
           01 WS-CSV-PATIENT PIC X(10).
           01 WS-CSV-STAMP PIC X(20).
           01 WS-CSV-HEIGHT PIC X(10).
           01 WS-CSV-WEIGHT PIC X(10).
           01 WS-CSV-UNITS PIC X(10).
           01 WS-FIELD-COUNT PIC 9(3) VALUE 0.
      *Decimal reading being edited - the character check turns
      *every digit and the one allowed decimal point to spaces, so
      *anything left over is a character the scale should never send*
           01 WS-DEC-TEXT PIC X(10).
           01 WS-DEC-CHECK PIC X(10).
           01 WS-DEC-POINTS PIC 9(3) VALUE 0.
           01 WS-DEC-DIGITS PIC 9(3) VALUE 0.
           01 WS-DEC-VALUE PIC 9(5)V9 VALUE 0.
           01 WS-DEC-OK-SW PIC X VALUE 'N'.
              88 WS-DEC-OK VALUE 'Y'.
      *Converted readings and units flag staged for the roster record*
           01 WS-NEW-HEIGHT PIC 999V9.
           01 WS-NEW-WEIGHT PIC 999V9.
           01 WS-NEW-UNITS PIC X.
           01 WS-NEW-SITE PIC X(3).
      *Row validation switch and the reason for an exception*
           01 WS-ROW-SW PIC X VALUE 'Y'.
              88 WS-ROW-VALID VALUE 'Y'.
           01 WS-EXCEPT-CODE PIC X(2).
           01 WS-EXCEPT-REASON PIC X(40).
      *Device-to-site lookup loaded once - scales and stadiometers
      *across all clinics*
           01 WS-DEVICE-TABLE.
              05 WS-DEVICE-ENTRY OCCURS 50 TIMES
                    INDEXED BY WS-DEV-IDX.
                 10 WS-DEV-ID PIC X(12).
                 10 WS-DEV-SITE PIC X(3).
           01 WS-DEVICE-COUNT PIC 9(5) VALUE 0.
           01 WS-FOUND-SUB PIC 9(5) VALUE 0.
      *Per-device balancing counts - every device seen in an upload
      *gets a slot, including one missing from the lookup file, so
      *the rows it sent are still accounted for*
           01 WS-TALLY-TABLE.
              05 WS-TALLY-ENTRY OCCURS 50 TIMES.
                 10 WS-TL-DEVICE PIC X(12).
                 10 WS-TL-READ PIC 9(7).
                 10 WS-TL-CONVERTED PIC 9(7).
                 10 WS-TL-EXCEPTED PIC 9(7).
           01 WS-TALLY-COUNT PIC 9(5) VALUE 0.
           01 WS-TALLY-SUB PIC 9(5) VALUE 0.
           01 WS-TALLY-I PIC 9(5) VALUE 0.
      *Run control totals*
           01 WS-FILES-READ PIC 9(5) VALUE 0.
           01 WS-ROWS-READ PIC 9(7) VALUE 0.
           01 WS-ROWS-CONVERTED PIC 9(7) VALUE 0.
           01 WS-ROWS-EXCEPTED PIC 9(7) VALUE 0.
           01 WS-HEADERS-SKIPPED PIC 9(5) VALUE 0.
           01 WS-ROSTER-FAILS PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-DEVICE-TABLE.
            PERFORM OPEN-OUTPUT-FILES.
            PERFORM UNTIL WS-FILES-DONE
                DISPLAY "Scale CSV file name (blank=done): "
                ACCEPT WS-CSV-NAME
                IF WS-CSV-NAME = SPACES
                    SET WS-FILES-DONE TO TRUE
                ELSE
                    PERFORM IMPORT-ONE-FILE
                END-IF
            END-PERFORM.
            PERFORM WRITE-IMPORT-SUMMARY.
            CLOSE BMI-ROSTER-FILE.
            CLOSE BMI-EXCEPT-FILE.
      *A roster append that failed means the roster is short rows
      *the counts say were converted - hold the schedule*
            IF WS-ROSTER-FAILS > 0
                DISPLAY "IMPORT OUT OF BALANCE - " WS-ROSTER-FAILS
                    " ROSTER WRITE FAILURE(S)"
                MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.

       LOAD-DEVICE-TABLE.
      *Without the device lookup no reading can be given a site -
      *fail fast and visibly instead of excepting every row*
            OPEN INPUT BMI-DEVICE-FILE.
            IF WS-DEVICE-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO OPEN DEVICE FILE BMIDEVIC.DAT"
                    " - STATUS " WS-DEVICE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-EOF
                READ BMI-DEVICE-FILE
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
      *WS-DEVICE-TABLE is only OCCURS 50 TIMES - stop loading once
      *full instead of indexing past the table*
                        IF WS-DEVICE-COUNT >= 50
                            DISPLAY "WARNING: MORE THAN 50 DEVICES -"
                                " REMAINING RECORDS IGNORED"
                        ELSE
                            ADD 1 TO WS-DEVICE-COUNT
                            MOVE DV-DEVICE-ID
                                TO WS-DEV-ID(WS-DEVICE-COUNT)
                            MOVE DV-SITE-CODE
                                TO WS-DEV-SITE(WS-DEVICE-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BMI-DEVICE-FILE.
            MOVE 'N' TO WS-EOF-SW.

       OPEN-OUTPUT-FILES.
      *The roster is appended to - tonight's hand-keyed rows and the
      *imported ones run through BMIREDIT and BMIBATCH together.
      *Create it if this is the first roster of the day*
            OPEN EXTEND BMI-ROSTER-FILE.
            IF WS-ROSTER-STATUS NOT = "00"
                OPEN OUTPUT BMI-ROSTER-FILE
                CLOSE BMI-ROSTER-FILE
                OPEN EXTEND BMI-ROSTER-FILE
            END-IF.
            IF WS-ROSTER-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO OPEN ROSTER FILE BMIROST.DAT"
                    " - STATUS " WS-ROSTER-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT BMI-EXCEPT-FILE.
            MOVE SPACES TO BMI-EXCEPT-LINE.
            MOVE "SCALE IMPORT EXCEPTION LISTING" TO BMI-EXCEPT-LINE.
            WRITE BMI-EXCEPT-LINE.
            MOVE SPACES TO BMI-EXCEPT-LINE.
            STRING "FILE                          " DELIMITED BY SIZE
                "LINE     " DELIMITED BY SIZE
                "CODE  " DELIMITED BY SIZE
                "REASON / ROW AS RECEIVED" DELIMITED BY SIZE
                INTO BMI-EXCEPT-LINE.
            WRITE BMI-EXCEPT-LINE.

       IMPORT-ONE-FILE.
      *A CSV that will not open is reported and skipped - the other
      *clinics' uploads still import*
            OPEN INPUT BMI-CSV-FILE.
            IF WS-CSV-STATUS NOT = "00"
                DISPLAY "WARNING: UNABLE TO OPEN " WS-CSV-NAME
                    " - STATUS " WS-CSV-STATUS " - FILE SKIPPED"
            ELSE
                ADD 1 TO WS-FILES-READ
                MOVE 0 TO WS-LINE-NO
                PERFORM UNTIL WS-EOF
                    READ BMI-CSV-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            ADD 1 TO WS-LINE-NO
                            IF BMI-CSV-LINE NOT = SPACES
                                PERFORM IMPORT-ONE-ROW
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BMI-CSV-FILE
                MOVE 'N' TO WS-EOF-SW
            END-IF.

       IMPORT-ONE-ROW.
            MOVE SPACES TO WS-CSV-DEVICE.
            MOVE SPACES TO WS-CSV-PATIENT.
            MOVE SPACES TO WS-CSV-STAMP.
            MOVE SPACES TO WS-CSV-HEIGHT.
            MOVE SPACES TO WS-CSV-WEIGHT.
            MOVE SPACES TO WS-CSV-UNITS.
            MOVE 0 TO WS-FIELD-COUNT.
            UNSTRING BMI-CSV-LINE DELIMITED BY ","
                INTO WS-CSV-DEVICE
                     WS-CSV-PATIENT
                     WS-CSV-STAMP
                     WS-CSV-HEIGHT
                     WS-CSV-WEIGHT
                     WS-CSV-UNITS
                TALLYING IN WS-FIELD-COUNT
            END-UNSTRING.
      *The export's column-heading row is the first line of the file
      *and carries no digits in the height column - skip it rather
      *than listing it as an exception every day*
            MOVE WS-CSV-HEIGHT TO WS-DEC-CHECK.
            MOVE 0 TO WS-DEC-DIGITS.
            INSPECT WS-DEC-CHECK TALLYING WS-DEC-DIGITS
                FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9".
            IF WS-LINE-NO = 1 AND WS-DEC-DIGITS = 0
                ADD 1 TO WS-HEADERS-SKIPPED
            ELSE
                ADD 1 TO WS-ROWS-READ
                PERFORM FIND-TALLY-SLOT
                ADD 1 TO WS-TL-READ(WS-TALLY-SUB)
                PERFORM EDIT-ONE-ROW
                IF WS-ROW-VALID
                    PERFORM WRITE-ROSTER-ROW
                ELSE
                    PERFORM WRITE-EXCEPTION-LINE
                END-IF
            END-IF.

       EDIT-ONE-ROW.
      *Each check only runs while the row is still valid, so the
      *listing carries the first reason a row failed*
            MOVE 'Y' TO WS-ROW-SW.
            IF WS-FIELD-COUNT < 6
                MOVE 'N' TO WS-ROW-SW
                MOVE "X1" TO WS-EXCEPT-CODE
                MOVE "ROW HAS FEWER THAN 6 COLUMNS"
                    TO WS-EXCEPT-REASON
            END-IF.
            IF WS-ROW-VALID
                PERFORM FIND-DEVICE-SITE
                IF WS-FOUND-SUB = 0
                    MOVE 'N' TO WS-ROW-SW
                    MOVE "X2" TO WS-EXCEPT-CODE
                    MOVE "DEVICE NOT ON BMIDEVIC.DAT"
                        TO WS-EXCEPT-REASON
                ELSE
                    MOVE WS-DEV-SITE(WS-FOUND-SUB) TO WS-NEW-SITE
                END-IF
            END-IF.
      *The roster carries a six-character patient ID - a blank or a
      *longer ID from a mis-keyed scale entry cannot be trusted*
            IF WS-ROW-VALID
                IF WS-CSV-PATIENT = SPACES
                        OR WS-CSV-PATIENT(7:4) NOT = SPACES
                    MOVE 'N' TO WS-ROW-SW
                    MOVE "X3" TO WS-EXCEPT-CODE
                    MOVE "PATIENT ID BLANK OR LONGER THAN 6"
                        TO WS-EXCEPT-REASON
                END-IF
            END-IF.
            IF WS-ROW-VALID
                MOVE WS-CSV-HEIGHT TO WS-DEC-TEXT
                PERFORM EDIT-DECIMAL-READING
                IF WS-DEC-OK
                    MOVE WS-DEC-VALUE TO WS-NEW-HEIGHT
                ELSE
                    MOVE 'N' TO WS-ROW-SW
                    MOVE "X4" TO WS-EXCEPT-CODE
                    MOVE "HEIGHT NOT A READING 0.1-999.9"
                        TO WS-EXCEPT-REASON
                END-IF
            END-IF.
            IF WS-ROW-VALID
                MOVE WS-CSV-WEIGHT TO WS-DEC-TEXT
                PERFORM EDIT-DECIMAL-READING
                IF WS-DEC-OK
                    MOVE WS-DEC-VALUE TO WS-NEW-WEIGHT
                ELSE
                    MOVE 'N' TO WS-ROW-SW
                    MOVE "X5" TO WS-EXCEPT-CODE
                    MOVE "WEIGHT NOT A READING 0.1-999.9"
                        TO WS-EXCEPT-REASON
                END-IF
            END-IF.
            IF WS-ROW-VALID
                PERFORM MAP-UNITS-FLAG
                IF WS-NEW-UNITS = SPACE
                    MOVE 'N' TO WS-ROW-SW
                    MOVE "X6" TO WS-EXCEPT-CODE
                    MOVE "UNITS NOT RECOGNIZED"
                        TO WS-EXCEPT-REASON
                END-IF
            END-IF.

       EDIT-DECIMAL-READING.
      *A reading is digits with at most one decimal point. Readings
      *past the tenth round to the tenth the roster carries; zero and
      *anything over 999.9 cannot go on the roster at all*
            MOVE 'N' TO WS-DEC-OK-SW.
            MOVE 0 TO WS-DEC-VALUE.
            MOVE WS-DEC-TEXT TO WS-DEC-CHECK.
            MOVE 0 TO WS-DEC-POINTS.
            MOVE 0 TO WS-DEC-DIGITS.
            INSPECT WS-DEC-CHECK TALLYING WS-DEC-POINTS FOR ALL ".".
            INSPECT WS-DEC-CHECK TALLYING WS-DEC-DIGITS
                FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9".
            INSPECT WS-DEC-CHECK
                CONVERTING "0123456789." TO "           ".
            IF WS-DEC-CHECK = SPACES
                    AND WS-DEC-POINTS NOT > 1
                    AND WS-DEC-DIGITS > 0
                COMPUTE WS-DEC-VALUE ROUNDED =
                    FUNCTION NUMVAL(WS-DEC-TEXT)
                IF WS-DEC-VALUE > 0 AND WS-DEC-VALUE NOT > 999.9
                    SET WS-DEC-OK TO TRUE
                END-IF
            END-IF.

       MAP-UNITS-FLAG.
      *The scales export the units as words or abbreviations - fold
      *them to the roster's E/M flag. Lower-case is folded the same
      *way the BMI programs accept lower-case units flags*
            INSPECT WS-CSV-UNITS
                CONVERTING "abcdefghijklmnopqrstuvwxyz"
                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            MOVE SPACE TO WS-NEW-UNITS.
            IF WS-CSV-UNITS = "E" OR "IN" OR "LB" OR "IN/LB"
                    OR "ENGLISH" OR "IMPERIAL"
                MOVE 'E' TO WS-NEW-UNITS
            END-IF.
            IF WS-CSV-UNITS = "M" OR "CM" OR "KG" OR "CM/KG"
                    OR "METRIC"
                MOVE 'M' TO WS-NEW-UNITS
            END-IF.

       FIND-DEVICE-SITE.
            MOVE 0 TO WS-FOUND-SUB.
            IF WS-DEVICE-COUNT > 0
                SET WS-DEV-IDX TO 1
                SEARCH WS-DEVICE-ENTRY
                    VARYING WS-DEV-IDX
                    AT END
                        CONTINUE
                    WHEN WS-DEV-ID(WS-DEV-IDX) = WS-CSV-DEVICE
                        SET WS-FOUND-SUB TO WS-DEV-IDX
                END-SEARCH
            END-IF.

       FIND-TALLY-SLOT.
      *Find this device's balancing slot, or open a new one - past
      *50 devices the rows roll into the last slot rather than
      *indexing past the table*
            MOVE 0 TO WS-TALLY-SUB.
            MOVE 1 TO WS-TALLY-I.
            PERFORM UNTIL WS-TALLY-I > WS-TALLY-COUNT
                    OR WS-TALLY-SUB > 0
                IF WS-TL-DEVICE(WS-TALLY-I) = WS-CSV-DEVICE
                    MOVE WS-TALLY-I TO WS-TALLY-SUB
                END-IF
                ADD 1 TO WS-TALLY-I
            END-PERFORM.
            IF WS-TALLY-SUB = 0
                IF WS-TALLY-COUNT >= 50
                    DISPLAY "WARNING: MORE THAN 50 DEVICES - DEVICE "
                        WS-CSV-DEVICE " ROLLED INTO LAST SUMMARY SLOT"
                    MOVE WS-TALLY-COUNT TO WS-TALLY-SUB
                ELSE
                    ADD 1 TO WS-TALLY-COUNT
                    MOVE WS-TALLY-COUNT TO WS-TALLY-SUB
                    MOVE WS-CSV-DEVICE TO WS-TL-DEVICE(WS-TALLY-SUB)
                    MOVE 0 TO WS-TL-READ(WS-TALLY-SUB)
                    MOVE 0 TO WS-TL-CONVERTED(WS-TALLY-SUB)
                    MOVE 0 TO WS-TL-EXCEPTED(WS-TALLY-SUB)
                END-IF
            END-IF.

       WRITE-ROSTER-ROW.
            MOVE SPACES TO BMI-ROSTER-RECORD.
            MOVE WS-CSV-PATIENT TO BR-PATIENT-ID.
            MOVE WS-NEW-HEIGHT TO BR-HEIGHT.
            MOVE WS-NEW-WEIGHT TO BR-WEIGHT.
            MOVE WS-NEW-UNITS TO BR-UNITS-FLAG.
            MOVE WS-NEW-SITE TO BR-SITE-CODE.
            WRITE BMI-ROSTER-RECORD.
            IF WS-ROSTER-STATUS NOT = "00"
                ADD 1 TO WS-ROSTER-FAILS
                MOVE "X9" TO WS-EXCEPT-CODE
                MOVE "ROSTER WRITE FAILED - STATUS"
                    TO WS-EXCEPT-REASON
                MOVE WS-ROSTER-STATUS TO WS-EXCEPT-REASON(30:2)
                PERFORM WRITE-EXCEPTION-LINE
            ELSE
                ADD 1 TO WS-ROWS-CONVERTED
                ADD 1 TO WS-TL-CONVERTED(WS-TALLY-SUB)
            END-IF.

       WRITE-EXCEPTION-LINE.
            ADD 1 TO WS-ROWS-EXCEPTED.
            ADD 1 TO WS-TL-EXCEPTED(WS-TALLY-SUB).
            MOVE SPACES TO BMI-EXCEPT-LINE.
            STRING WS-CSV-NAME DELIMITED BY SIZE
                WS-LINE-NO DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-EXCEPT-CODE DELIMITED BY SIZE
                "    " DELIMITED BY SIZE
                WS-EXCEPT-REASON DELIMITED BY SIZE
                INTO BMI-EXCEPT-LINE.
            WRITE BMI-EXCEPT-LINE.
            MOVE SPACES TO BMI-EXCEPT-LINE.
            STRING "                                       "
                DELIMITED BY SIZE
                "      " DELIMITED BY SIZE
                BMI-CSV-LINE(1:55) DELIMITED BY SIZE
                INTO BMI-EXCEPT-LINE.
            WRITE BMI-EXCEPT-LINE.

       WRITE-IMPORT-SUMMARY.
      *The per-device counts go on the listing and the console - a
      *device's rows read must equal converted plus excepted*
            MOVE SPACES TO BMI-EXCEPT-LINE.
            WRITE BMI-EXCEPT-LINE.
            MOVE SPACES TO BMI-EXCEPT-LINE.
            STRING "DEVICE        " DELIMITED BY SIZE
                "READ     " DELIMITED BY SIZE
                "CONVERTED  " DELIMITED BY SIZE
                "EXCEPTED" DELIMITED BY SIZE
                INTO BMI-EXCEPT-LINE.
            WRITE BMI-EXCEPT-LINE.
            MOVE 1 TO WS-TALLY-I.
            PERFORM UNTIL WS-TALLY-I > WS-TALLY-COUNT
                MOVE SPACES TO BMI-EXCEPT-LINE
                STRING WS-TL-DEVICE(WS-TALLY-I) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-TL-READ(WS-TALLY-I) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-TL-CONVERTED(WS-TALLY-I) DELIMITED BY SIZE
                    "    " DELIMITED BY SIZE
                    WS-TL-EXCEPTED(WS-TALLY-I) DELIMITED BY SIZE
                    INTO BMI-EXCEPT-LINE
                WRITE BMI-EXCEPT-LINE
                DISPLAY "  DEVICE " WS-TL-DEVICE(WS-TALLY-I)
                    " READ " WS-TL-READ(WS-TALLY-I)
                    " CONVERTED " WS-TL-CONVERTED(WS-TALLY-I)
                    " EXCEPTED " WS-TL-EXCEPTED(WS-TALLY-I)
                ADD 1 TO WS-TALLY-I
            END-PERFORM.
            MOVE SPACES TO BMI-EXCEPT-LINE.
            STRING "FILES: " DELIMITED BY SIZE
                WS-FILES-READ DELIMITED BY SIZE
                "   ROWS READ: " DELIMITED BY SIZE
                WS-ROWS-READ DELIMITED BY SIZE
                "   CONVERTED: " DELIMITED BY SIZE
                WS-ROWS-CONVERTED DELIMITED BY SIZE
                "   EXCEPTED: " DELIMITED BY SIZE
                WS-ROWS-EXCEPTED DELIMITED BY SIZE
                INTO BMI-EXCEPT-LINE.
            WRITE BMI-EXCEPT-LINE.
            DISPLAY "SCALE IMPORT: FILES " WS-FILES-READ
                " ROWS READ " WS-ROWS-READ
                " CONVERTED " WS-ROWS-CONVERTED
                " EXCEPTED " WS-ROWS-EXCEPTED
                " HEADINGS SKIPPED " WS-HEADERS-SKIPPED.

       END PROGRAM BMISCIMP.
