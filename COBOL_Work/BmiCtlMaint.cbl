      ******************************************************************
      * Author: Afnan Islam
      * Date: 2026-10-15
      * Purpose: Run control file maintenance - the supported way to
      * set the business processing date and the run parameters the
      * batch and report programs read from BMICTL.DAT at startup
      * (BMIBATCH run mode, weight tolerance and checkpoint interval,
      * BMITREND scope, BMIHARCH cutoff, BMIPOPRP period). Every
      * field is validated before the file is rewritten, and every
      * change is written to its own audit trail (BMICTLAU.LOG) with
      * the whole record before and after, so a moved business date
      * or a batch left in resubmit mode can be traced to who did it.
      * The R action rolls the business date forward one day - the
      * nightly job stream runs it as its last step, so a stream that
      * is held and restarted the next morning still works the night
      * it started on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMICTLMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Run control file - one record, rewritten whole on every
      *applied change. Same sequential-not-indexed note as
      *BmiBatch.cbl*
           SELECT BMI-CONTROL-FILE ASSIGN TO "BMICTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
      *Control change audit trail - sequential append file like
      *BMIMAUD.LOG, one record per change or roll*
           SELECT BMI-CONTROL-AUDIT-FILE ASSIGN TO "BMICTLAU.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLAU-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *The record is read into and written from WS-CUR-CONTROL, so
      *the CT- names belong to the working copy alone*
       FD BMI-CONTROL-FILE.
           01 BMI-CONTROL-RECORD PIC X(54).
       FD BMI-CONTROL-AUDIT-FILE.
           01 BMI-CONTROL-AUDIT-RECORD.
       COPY BMICTLAU.
       WORKING-STORAGE SECTION.
      *File status codes*
           01 WS-CONTROL-STATUS PIC XX.
           01 WS-CTLAU-STATUS PIC XX.
      *The control record being maintained, and its before-image for
      *the audit trail and for backing out a rejected change*
           01 WS-CUR-CONTROL.
       COPY BMICTL.
           01 WS-OLD-CONTROL PIC X(54).
      *Operator-keyed action and end-of-session switch*
           01 WS-ACTION PIC X.
           01 WS-SESSION-SW PIC X VALUE 'N'.
              88 WS-SESSION-DONE VALUE 'Y'.
      *Operator-keyed control fields, accepted as characters first so
      *a mis-keyed number or date is refused instead of mangled on
      *the MOVE - a blank entry keeps the value already on file*
           01 WS-IN-BUSINESS-DATE PIC X(8).
           01 WS-IN-RUN-MODE PIC X(8).
           01 WS-IN-WT-PCT PIC X(3).
           01 WS-IN-CKPT-INTERVAL PIC X(3).
           01 WS-IN-TREND-SCOPE PIC X(8).
           01 WS-IN-ARCH-CUTOFF PIC X(8).
           01 WS-IN-POP-DATE-FROM PIC X(8).
           01 WS-IN-POP-DATE-TO PIC X(8).
      *Digit check for the numeric fields - same INSPECT test as
      *the months prompt in BMIRECAL*
           01 WS-NUM-CHECK PIC X(3).
      *Input validation switch and reject reason - same pattern as
      *BMIMAINT*
           01 WS-VALID-SW PIC X VALUE 'Y'.
              88 WS-INPUT-VALID VALUE 'Y'.
              88 WS-INPUT-INVALID VALUE 'N'.
           01 WS-REJECT-CODE PIC X(2).
           01 WS-REJECT-REASON PIC X(46).
      *Calendar check for a keyed date - month 01-12 and a day that
      *exists in that month, February's 29th only in a leap year*
           01 WS-CHK-DATE PIC X(8).
           01 WS-CHK-DATE-PARTS REDEFINES WS-CHK-DATE.
              05 WS-CHK-YYYY PIC 9(4).
              05 WS-CHK-MM PIC 99.
              05 WS-CHK-DD PIC 99.
           01 WS-CHK-DATE-N REDEFINES WS-CHK-DATE PIC 9(8).
           01 WS-DATE-OK-SW PIC X VALUE 'Y'.
              88 WS-DATE-OK VALUE 'Y'.
           01 WS-MONTH-DAYS-X PIC X(24)
                 VALUE "312831303130313130313031".
           01 WS-MONTH-DAYS-T REDEFINES WS-MONTH-DAYS-X.
              05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 99.
           01 WS-LAST-DAY PIC 99.
           01 WS-LEAP-WORK PIC 9(4).
      *Next business date for the roll*
           01 WS-ROLL-DATE PIC 9(8).
      *Timestamp working fields for the audit trail*
           01 WS-AUDIT-TIMESTAMP.
              05 WS-AUDIT-DATE PIC 9(8).
              05 WS-AUDIT-TIME PIC 9(6).
      *ACCEPT FROM TIME returns hhmmsscc - 8 digits - so it must
      *land in a field this size first*
           01 WS-TIME-NOW.
              05 WS-TIME-HHMMSS PIC 9(6).
              05 FILLER PIC 99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-CONTROL-RECORD.
            PERFORM OPEN-CONTROL-AUDIT.
            PERFORM UNTIL WS-SESSION-DONE
                PERFORM GET-ACTION
                IF WS-ACTION = 'D'
                    PERFORM DISPLAY-CONTROL
                ELSE
                    IF WS-ACTION = 'C'
                        PERFORM CHANGE-CONTROL
                    ELSE
                        IF WS-ACTION = 'R'
                            PERFORM ROLL-BUSINESS-DATE
                        ELSE
                            IF WS-ACTION = 'X'
                                SET WS-SESSION-DONE TO TRUE
                            ELSE
                                DISPLAY "INVALID ACTION - KEY D, C, R"
                                    " OR X"
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE BMI-CONTROL-AUDIT-FILE.
            STOP RUN.

       GET-ACTION.
            DISPLAY "Action - D=Display, C=Change, R=Roll business"
                " date, X=Exit: ".
            ACCEPT WS-ACTION.
            IF WS-ACTION = 'd'
                MOVE 'D' TO WS-ACTION
            END-IF.
            IF WS-ACTION = 'c'
                MOVE 'C' TO WS-ACTION
            END-IF.
            IF WS-ACTION = 'r'
                MOVE 'R' TO WS-ACTION
            END-IF.
            IF WS-ACTION = 'x'
                MOVE 'X' TO WS-ACTION
            END-IF.

       LOAD-CONTROL-RECORD.
      *A control file that cannot be opened is not fatal here - a
      *brand-new installation starts with none, and the first change
      *creates it. The defaults are the values the programs used
      *before the control file existed*
            MOVE SPACES TO WS-CUR-CONTROL.
            MOVE "NORMAL" TO CT-RUN-MODE.
            MOVE 20 TO CT-WT-PCT.
            MOVE 25 TO CT-CKPT-INTERVAL.
            MOVE "ACTIVE" TO CT-TREND-SCOPE.
            OPEN INPUT BMI-CONTROL-FILE.
            IF WS-CONTROL-STATUS NOT = "00"
                DISPLAY "NOTE: NO RUN CONTROL FILE ON FILE - STARTING"
                    " FROM DEFAULTS"
            ELSE
                READ BMI-CONTROL-FILE INTO WS-CUR-CONTROL
                    AT END
                        DISPLAY "NOTE: RUN CONTROL FILE IS EMPTY -"
                            " STARTING FROM DEFAULTS"
                END-READ
                CLOSE BMI-CONTROL-FILE
            END-IF.

       DISPLAY-CONTROL.
            DISPLAY "BUSINESS DATE ........ " CT-BUSINESS-DATE.
            DISPLAY "BATCH RUN MODE ....... " CT-RUN-MODE.
            DISPLAY "WEIGHT TOLERANCE PCT . " CT-WT-PCT.
            DISPLAY "CHECKPOINT INTERVAL .. " CT-CKPT-INTERVAL.
            DISPLAY "TREND SCOPE .......... " CT-TREND-SCOPE.
            DISPLAY "ARCHIVE CUTOFF DATE .. " CT-ARCH-CUTOFF.
            DISPLAY "POP REPORT FROM DATE . " CT-POP-DATE-FROM.
            DISPLAY "POP REPORT TO DATE ... " CT-POP-DATE-TO.

       CHANGE-CONTROL.
            MOVE 'Y' TO WS-VALID-SW.
            MOVE WS-CUR-CONTROL TO WS-OLD-CONTROL.
            PERFORM DISPLAY-CONTROL.
            DISPLAY "KEY A NEW VALUE, OR PRESS ENTER TO KEEP THE"
                " CURRENT ONE".
            PERFORM GET-CONTROL-FIELDS.
            PERFORM APPLY-DATE-FIELDS.
            IF WS-INPUT-VALID
                PERFORM APPLY-BATCH-FIELDS
            END-IF.
            IF WS-INPUT-VALID
                PERFORM APPLY-REPORT-FIELDS
            END-IF.
            IF WS-INPUT-VALID
                IF WS-CUR-CONTROL = WS-OLD-CONTROL
                    DISPLAY "NO CHANGE KEYED - CONTROL FILE NOT"
                        " REWRITTEN"
                ELSE
                    PERFORM REWRITE-CONTROL
                    MOVE 'C' TO CC-ACTION
                    PERFORM WRITE-CONTROL-AUDIT
                    DISPLAY "RUN CONTROL FILE CHANGED"
                END-IF
            ELSE
      *Nothing of a rejected change is kept - back out whatever
      *fields were applied before the bad one was found*
                MOVE WS-OLD-CONTROL TO WS-CUR-CONTROL
                PERFORM DISPLAY-REJECT
            END-IF.

       GET-CONTROL-FIELDS.
            DISPLAY "Business Date (YYYYMMDD): ".
            ACCEPT WS-IN-BUSINESS-DATE.
            DISPLAY "Batch Run Mode (NORMAL/RESUBMIT): ".
            ACCEPT WS-IN-RUN-MODE.
            DISPLAY "Weight Tolerance Percent (1-999): ".
            ACCEPT WS-IN-WT-PCT.
            DISPLAY "Checkpoint Interval (1-999 records): ".
            ACCEPT WS-IN-CKPT-INTERVAL.
            DISPLAY "Trend Scope (ACTIVE/FULL): ".
            ACCEPT WS-IN-TREND-SCOPE.
            DISPLAY "Archive Cutoff Date (YYYYMMDD): ".
            ACCEPT WS-IN-ARCH-CUTOFF.
            DISPLAY "Population Report From Date (YYYYMMDD): ".
            ACCEPT WS-IN-POP-DATE-FROM.
            DISPLAY "Population Report To Date (YYYYMMDD): ".
            ACCEPT WS-IN-POP-DATE-TO.

       APPLY-DATE-FIELDS.
      *The business date dates every history, EHR and run-log record
      *the batch writes - it must be a real calendar date, and once
      *set it can be changed but never blanked*
            IF WS-IN-BUSINESS-DATE NOT = SPACES
                MOVE WS-IN-BUSINESS-DATE TO WS-CHK-DATE
                PERFORM CHECK-CALENDAR-DATE
                IF WS-DATE-OK
                    MOVE WS-IN-BUSINESS-DATE TO CT-BUSINESS-DATE
                ELSE
                    SET WS-INPUT-INVALID TO TRUE
                    MOVE 'B1' TO WS-REJECT-CODE
                    MOVE 'BUSINESS DATE MUST BE A VALID YYYYMMDD'
                        TO WS-REJECT-REASON
                END-IF
            END-IF.
            IF WS-INPUT-VALID AND CT-BUSINESS-DATE = SPACES
                SET WS-INPUT-INVALID TO TRUE
                MOVE 'B2' TO WS-REJECT-CODE
                MOVE 'BUSINESS DATE MUST BE SET' TO WS-REJECT-REASON
            END-IF.
            IF WS-INPUT-VALID AND WS-IN-ARCH-CUTOFF NOT = SPACES
                MOVE WS-IN-ARCH-CUTOFF TO WS-CHK-DATE
                PERFORM CHECK-CALENDAR-DATE
                IF WS-DATE-OK
                    MOVE WS-IN-ARCH-CUTOFF TO CT-ARCH-CUTOFF
                ELSE
                    SET WS-INPUT-INVALID TO TRUE
                    MOVE 'A1' TO WS-REJECT-CODE
                    MOVE 'ARCHIVE CUTOFF MUST BE A VALID YYYYMMDD'
                        TO WS-REJECT-REASON
                END-IF
            END-IF.

       APPLY-BATCH-FIELDS.
      *Accept the lower-case spelling the same way BMIBATCH accepts
      *a lower-case run mode*
            IF WS-IN-RUN-MODE = "normal"
                MOVE "NORMAL" TO WS-IN-RUN-MODE
            END-IF.
            IF WS-IN-RUN-MODE = "resubmit"
                MOVE "RESUBMIT" TO WS-IN-RUN-MODE
            END-IF.
            IF WS-IN-RUN-MODE NOT = SPACES
                IF WS-IN-RUN-MODE = "NORMAL"
                        OR WS-IN-RUN-MODE = "RESUBMIT"
                    MOVE WS-IN-RUN-MODE TO CT-RUN-MODE
                ELSE
                    SET WS-INPUT-INVALID TO TRUE
                    MOVE 'M1' TO WS-REJECT-CODE
                    MOVE 'RUN MODE MUST BE NORMAL OR RESUBMIT'
                        TO WS-REJECT-REASON
                END-IF
            END-IF.
      *A zero tolerance would hold every returning patient and a
      *zero interval would never checkpoint, so both are refused the
      *same as a non-numeric value*
            IF WS-INPUT-VALID AND WS-IN-WT-PCT NOT = SPACES
                MOVE WS-IN-WT-PCT TO WS-NUM-CHECK
                INSPECT WS-NUM-CHECK
                    CONVERTING "0123456789" TO "          "
                IF WS-NUM-CHECK NOT = SPACES
                    SET WS-INPUT-INVALID TO TRUE
                    MOVE 'T1' TO WS-REJECT-CODE
                    MOVE 'WEIGHT TOLERANCE MUST BE NUMERIC'
                        TO WS-REJECT-REASON
                ELSE
                    COMPUTE CT-WT-PCT = FUNCTION NUMVAL(WS-IN-WT-PCT)
                    IF CT-WT-PCT = 0
                        SET WS-INPUT-INVALID TO TRUE
                        MOVE 'T2' TO WS-REJECT-CODE
                        MOVE 'WEIGHT TOLERANCE MAY NOT BE ZERO'
                            TO WS-REJECT-REASON
                    END-IF
                END-IF
            END-IF.
            IF WS-INPUT-VALID AND WS-IN-CKPT-INTERVAL NOT = SPACES
                MOVE WS-IN-CKPT-INTERVAL TO WS-NUM-CHECK
                INSPECT WS-NUM-CHECK
                    CONVERTING "0123456789" TO "          "
                IF WS-NUM-CHECK NOT = SPACES
                    SET WS-INPUT-INVALID TO TRUE
                    MOVE 'K1' TO WS-REJECT-CODE
                    MOVE 'CHECKPOINT INTERVAL MUST BE NUMERIC'
                        TO WS-REJECT-REASON
                ELSE
                    COMPUTE CT-CKPT-INTERVAL =
                        FUNCTION NUMVAL(WS-IN-CKPT-INTERVAL)
                    IF CT-CKPT-INTERVAL = 0
                        SET WS-INPUT-INVALID TO TRUE
                        MOVE 'K2' TO WS-REJECT-CODE
                        MOVE 'CHECKPOINT INTERVAL MAY NOT BE ZERO'
                            TO WS-REJECT-REASON
                    END-IF
                END-IF
            END-IF.

       APPLY-REPORT-FIELDS.
            IF WS-IN-TREND-SCOPE = "active"
                MOVE "ACTIVE" TO WS-IN-TREND-SCOPE
            END-IF.
            IF WS-IN-TREND-SCOPE = "full"
                MOVE "FULL" TO WS-IN-TREND-SCOPE
            END-IF.
            IF WS-IN-TREND-SCOPE NOT = SPACES
                IF WS-IN-TREND-SCOPE = "ACTIVE"
                        OR WS-IN-TREND-SCOPE = "FULL"
                    MOVE WS-IN-TREND-SCOPE TO CT-TREND-SCOPE
                ELSE
                    SET WS-INPUT-INVALID TO TRUE
                    MOVE 'S1' TO WS-REJECT-CODE
                    MOVE 'TREND SCOPE MUST BE ACTIVE OR FULL'
                        TO WS-REJECT-REASON
                END-IF
            END-IF.
            IF WS-INPUT-VALID AND WS-IN-POP-DATE-FROM NOT = SPACES
                MOVE WS-IN-POP-DATE-FROM TO WS-CHK-DATE
                PERFORM CHECK-CALENDAR-DATE
                IF WS-DATE-OK
                    MOVE WS-IN-POP-DATE-FROM TO CT-POP-DATE-FROM
                ELSE
                    SET WS-INPUT-INVALID TO TRUE
                    MOVE 'P1' TO WS-REJECT-CODE
                    MOVE 'REPORT FROM DATE MUST BE A VALID YYYYMMDD'
                        TO WS-REJECT-REASON
                END-IF
            END-IF.
            IF WS-INPUT-VALID AND WS-IN-POP-DATE-TO NOT = SPACES
                MOVE WS-IN-POP-DATE-TO TO WS-CHK-DATE
                PERFORM CHECK-CALENDAR-DATE
                IF WS-DATE-OK
                    MOVE WS-IN-POP-DATE-TO TO CT-POP-DATE-TO
                ELSE
                    SET WS-INPUT-INVALID TO TRUE
                    MOVE 'P2' TO WS-REJECT-CODE
                    MOVE 'REPORT TO DATE MUST BE A VALID YYYYMMDD'
                        TO WS-REJECT-REASON
                END-IF
            END-IF.
      *The period is checked as it will stand after the change, so
      *moving one end past the other is caught too*
            IF WS-INPUT-VALID
                    AND CT-POP-DATE-FROM NOT = SPACES
                    AND CT-POP-DATE-TO NOT = SPACES
                    AND CT-POP-DATE-FROM > CT-POP-DATE-TO
                SET WS-INPUT-INVALID TO TRUE
                MOVE 'P3' TO WS-REJECT-CODE
                MOVE 'REPORT FROM DATE IS AFTER TO DATE'
                    TO WS-REJECT-REASON
            END-IF.

       CHECK-CALENDAR-DATE.
            MOVE 'Y' TO WS-DATE-OK-SW.
            IF WS-CHK-DATE NOT NUMERIC
                MOVE 'N' TO WS-DATE-OK-SW
            ELSE
                IF WS-CHK-MM < 1 OR WS-CHK-MM > 12
                    MOVE 'N' TO WS-DATE-OK-SW
                ELSE
                    MOVE WS-MONTH-DAYS(WS-CHK-MM) TO WS-LAST-DAY
      *February gets its 29th in a leap year - divisible by 4,
      *except century years not divisible by 400*
                    IF WS-CHK-MM = 2
                        IF FUNCTION MOD(WS-CHK-YYYY, 4) = 0
                            MOVE 29 TO WS-LAST-DAY
                            IF FUNCTION MOD(WS-CHK-YYYY, 100) = 0
                                COMPUTE WS-LEAP-WORK =
                                    FUNCTION MOD(WS-CHK-YYYY, 400)
                                IF WS-LEAP-WORK NOT = 0
                                    MOVE 28 TO WS-LAST-DAY
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                    IF WS-CHK-DD < 1 OR WS-CHK-DD > WS-LAST-DAY
                        MOVE 'N' TO WS-DATE-OK-SW
                    END-IF
                END-IF
            END-IF.

       ROLL-BUSINESS-DATE.
      *Advance the business date one calendar day - run as the last
      *step of the nightly stream once every other step has passed,
      *so tomorrow's run dates its work for tomorrow*
            MOVE 'Y' TO WS-VALID-SW.
            MOVE WS-CUR-CONTROL TO WS-OLD-CONTROL.
            MOVE CT-BUSINESS-DATE TO WS-CHK-DATE.
            PERFORM CHECK-CALENDAR-DATE.
            IF WS-DATE-OK
                COMPUTE WS-ROLL-DATE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-CHK-DATE-N) + 1)
                MOVE WS-ROLL-DATE TO CT-BUSINESS-DATE
                PERFORM REWRITE-CONTROL
                MOVE 'R' TO CC-ACTION
                PERFORM WRITE-CONTROL-AUDIT
                DISPLAY "BUSINESS DATE ROLLED FROM "
                    WS-OLD-CONTROL(1:8) " TO " CT-BUSINESS-DATE
            ELSE
                SET WS-INPUT-INVALID TO TRUE
                MOVE 'B2' TO WS-REJECT-CODE
                MOVE 'BUSINESS DATE MUST BE SET' TO WS-REJECT-REASON
                PERFORM DISPLAY-REJECT
            END-IF.

       DISPLAY-REJECT.
      *A refused roll run from the job stream must hold the stream,
      *so a reject ends the session nonzero*
            DISPLAY "REJECTED - REASON CODE: " WS-REJECT-CODE
                " - " WS-REJECT-REASON.
            MOVE 8 TO RETURN-CODE.

       REWRITE-CONTROL.
            OPEN OUTPUT BMI-CONTROL-FILE.
            IF WS-CONTROL-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO REWRITE RUN CONTROL FILE"
                    " BMICTL.DAT - STATUS " WS-CONTROL-STATUS
                CLOSE BMI-CONTROL-AUDIT-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            WRITE BMI-CONTROL-RECORD FROM WS-CUR-CONTROL.
      *A failed WRITE leaves an empty control file, and every batch
      *program refuses to run without one - fatal, not a warning*
            IF WS-CONTROL-STATUS NOT = "00"
                DISPLAY "FATAL: RUN CONTROL REWRITE FAILED - STATUS "
                    WS-CONTROL-STATUS " - CONTROL FILE MAY BE EMPTY"
                CLOSE BMI-CONTROL-FILE
                CLOSE BMI-CONTROL-AUDIT-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            CLOSE BMI-CONTROL-FILE.

       OPEN-CONTROL-AUDIT.
      *Create the control audit trail the first time it is run, then
      *open it for append - same pattern as BMIMAUD.LOG*
            OPEN EXTEND BMI-CONTROL-AUDIT-FILE.
            IF WS-CTLAU-STATUS NOT = "00"
                OPEN OUTPUT BMI-CONTROL-AUDIT-FILE
                CLOSE BMI-CONTROL-AUDIT-FILE
                OPEN EXTEND BMI-CONTROL-AUDIT-FILE
            END-IF.

       WRITE-CONTROL-AUDIT.
      *One audit record per applied change or roll, with the whole
      *control record before and after. The caller sets CC-ACTION*
            ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-TIME-NOW FROM TIME.
            MOVE WS-TIME-HHMMSS TO WS-AUDIT-TIME.
            ACCEPT CC-USER-ID FROM ENVIRONMENT "USER".
            MOVE WS-AUDIT-TIMESTAMP TO CC-TIMESTAMP.
            MOVE WS-OLD-CONTROL TO CC-OLD-CONTROL.
            MOVE WS-CUR-CONTROL TO CC-NEW-CONTROL.
            WRITE BMI-CONTROL-AUDIT-RECORD.
            IF WS-CTLAU-STATUS NOT = "00"
                DISPLAY "WARNING: CONTROL AUDIT WRITE FAILED -"
                    " STATUS " WS-CTLAU-STATUS
            END-IF.

       END PROGRAM BMICTLMT.
