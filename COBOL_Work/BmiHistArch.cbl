      * Date: 2026-09-01
      * Purpose: History archive utility - BMIHIST.DAT grows forever
      * (both BMIBATCH and the interactive program append to it every
      * run), so this job moves history records older than the run
      * control file's cutoff date into dated yearly archive files
      * (BMIH2024.ARC and so on, by each record's own run year) and
      * rewrites the active file holding only the records on or after
      * the cutoff. Every record read is accounted for as archived or
      * kept, the before/after counts are displayed for balancing,
      * and a run that does not reconcile ends with a nonzero return
      * code. The archives stay readable by BMITREND and by BMILSTRB's
      * rebuild of the latest-reading summary, so archiving trims the
      * active file without losing the front of a trend.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BMI-KEEP-FILE ASSIGN TO "BMIHIST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
      *Run control file maintained by BMICTLMT - the cutoff date*
           SELECT BMI-CONTROL-FILE ASSIGN TO "BMICTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
      *User authorization file maintained by BMIAUTMT, checked at
      *startup, and the security violation log every refusal goes to*
           SELECT BMI-AUTH-FILE ASSIGN TO "BMIAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT BMI-SECVIOL-FILE ASSIGN TO "BMISECVL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECVL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BMI-HISTORY-FILE.
           01 BMI-ARCHIVE-RECORD PIC X(30).
       FD BMI-KEEP-FILE.
           01 BMI-KEEP-RECORD PIC X(30).
       FD BMI-CONTROL-FILE.
           01 BMI-CONTROL-RECORD.
       COPY BMICTL.
       FD BMI-AUTH-FILE.
           01 BMI-AUTH-RECORD.
       COPY BMIAUTH.
       FD BMI-SECVIOL-FILE.
           01 BMI-SECVIOL-RECORD.
       COPY BMISECVL.
       WORKING-STORAGE SECTION.
      *End-of-file switch, reused across the passes*
           01 WS-EOF-SW PIC X VALUE 'N'.
           01 WS-HIST-STATUS PIC XX.
           01 WS-ARCH-STATUS PIC XX.
           01 WS-KEEP-STATUS PIC XX.
           01 WS-CONTROL-STATUS PIC XX.
      *Archive file name, built per record year - BMIHyyyy.ARC*
           01 WS-ARCHIVE-NAME PIC X(12).
      *Year of the archive file currently open, spaces when none -
      *archive rarely has to change*
           01 WS-OPEN-YEAR PIC X(4) VALUE SPACES.
           01 WS-REC-YEAR PIC X(4).
      *Cutoff from the run control file - records dated before this
      *stay-back date are archived*
           01 WS-CUTOFF-DATE PIC X(8).
      *Control totals for the balancing display - every record read
      *must be accounted for as archived or kept*
           01 WS-ARCHIVED-COUNT PIC 9(7) VALUE 0.
           01 WS-KEPT-COUNT PIC 9(7) VALUE 0.
           01 WS-COPIED-COUNT PIC 9(7) VALUE 0.
      *Startup authorization check - the USER value looked up on the
      *authorization file, its status and the grant found for this
      *program's function, and the refusal reason code (spaces when
      *the user may go ahead)*
           01 WS-AUTH-STATUS PIC XX.
           01 WS-SECVL-STATUS PIC XX.
           01 WS-AUTH-USER PIC X(8).
           01 WS-AUTH-FOUND-SW PIC X VALUE 'N'.
              88 WS-AUTH-FOUND VALUE 'Y'.
           01 WS-AUTH-USER-STATUS PIC X.
           01 WS-AUTH-GRANT PIC X.
           01 WS-AUTH-REJECT PIC X(2) VALUE SPACES.
           01 WS-SECVL-TIMESTAMP.
              05 WS-SECVL-DATE PIC 9(8).
              05 WS-SECVL-TIME PIC 9(6).
           01 WS-SECVL-TIME-NOW.
              05 WS-SECVL-HHMMSS PIC 9(6).
              05 FILLER PIC 99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CHECK-AUTHORIZATION.
            PERFORM GET-CUTOFF-DATE.
            PERFORM SPLIT-HISTORY.
            PERFORM COPY-KEEP-BACK.
            PERFORM BALANCE-ARCHIVE-RUN.
            STOP RUN.

       CHECK-AUTHORIZATION.
      *Look the USER value up on the authorization file before anything
      *else is done - a user who is not on file, has been revoked, or
      *does not hold the history archive function is refused and the
      *refusal logged. An authorization file that cannot be read
      *refuses everyone rather than letting everyone through*
            ACCEPT WS-AUTH-USER FROM ENVIRONMENT "USER".
            OPEN INPUT BMI-AUTH-FILE.
            IF WS-AUTH-STATUS NOT = "00"
                MOVE 'Z4' TO WS-AUTH-REJECT
                PERFORM REFUSE-UNAUTHORIZED
            END-IF.
            PERFORM UNTIL WS-EOF
                READ BMI-AUTH-FILE
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        IF UA-USER-ID = WS-AUTH-USER
                                AND WS-AUTH-USER NOT = SPACES
                            SET WS-AUTH-FOUND TO TRUE
                            MOVE UA-STATUS TO WS-AUTH-USER-STATUS
                            MOVE UA-FN-HIST-ARCH TO WS-AUTH-GRANT
                            SET WS-EOF TO TRUE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BMI-AUTH-FILE.
            MOVE 'N' TO WS-EOF-SW.
            IF NOT WS-AUTH-FOUND
                MOVE 'Z1' TO WS-AUTH-REJECT
            ELSE
                IF WS-AUTH-USER-STATUS NOT = 'A'
                    MOVE 'Z2' TO WS-AUTH-REJECT
                ELSE
                    IF WS-AUTH-GRANT NOT = 'Y'
                        MOVE 'Z3' TO WS-AUTH-REJECT
                    END-IF
                END-IF
            END-IF.
            IF WS-AUTH-REJECT NOT = SPACES
                PERFORM REFUSE-UNAUTHORIZED
            END-IF.

       REFUSE-UNAUTHORIZED.
      *Log the refusal to the security violation log, tell the
      *operator why, and stop - nothing has been opened or changed
      *yet. A violation that cannot be logged is still refused*
            ACCEPT WS-SECVL-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-SECVL-TIME-NOW FROM TIME.
            MOVE WS-SECVL-HHMMSS TO WS-SECVL-TIME.
            OPEN EXTEND BMI-SECVIOL-FILE.
            IF WS-SECVL-STATUS NOT = "00"
                OPEN OUTPUT BMI-SECVIOL-FILE
                CLOSE BMI-SECVIOL-FILE
                OPEN EXTEND BMI-SECVIOL-FILE
            END-IF.
            MOVE SPACES TO BMI-SECVIOL-RECORD.
            MOVE WS-AUTH-USER TO SV-USER-ID.
            MOVE WS-SECVL-TIMESTAMP TO SV-TIMESTAMP.
            MOVE "BMIHARCH" TO SV-PROGRAM-ID.
            MOVE "HISTARCH" TO SV-FUNCTION.
            MOVE WS-AUTH-REJECT TO SV-REASON-CODE.
            WRITE BMI-SECVIOL-RECORD.
            IF WS-SECVL-STATUS NOT = "00"
                DISPLAY "WARNING: SECURITY VIOLATION LOG WRITE FAILED"
                    " - STATUS " WS-SECVL-STATUS
            END-IF.
            CLOSE BMI-SECVIOL-FILE.
            IF WS-AUTH-REJECT = 'Z4'
                DISPLAY "FATAL: UNABLE TO OPEN AUTHORIZATION FILE"
                    " BMIAUTH.DAT - STATUS " WS-AUTH-STATUS
                MOVE 16 TO RETURN-CODE
            ELSE
                IF WS-AUTH-REJECT = 'Z1'
                    DISPLAY "REJECTED - REASON CODE: Z1 - USER "
                        WS-AUTH-USER " NOT ON AUTHORIZATION FILE"
                ELSE
                    IF WS-AUTH-REJECT = 'Z2'
                        DISPLAY "REJECTED - REASON CODE: Z2 - USER "
                            WS-AUTH-USER " AUTHORIZATION REVOKED"
                    ELSE
                        DISPLAY "REJECTED - REASON CODE: Z3 - USER "
                            WS-AUTH-USER
                            " NOT AUTHORIZED FOR HISTORY ARCHIVE"
                    END-IF
                END-IF
                MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.

       GET-CUTOFF-DATE.
      *The cutoff is set ahead of the run with BMICTLMT, so the
      *change is on the control audit trail before any history moves*
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
            MOVE CT-ARCH-CUTOFF TO WS-CUTOFF-DATE.
      *A missing cutoff would silently archive the wrong slice of
      *a clinical history - refuse it loudly instead, same as the
      *date edits in BMIAUDIN. A cutoff past the business date would
      *archive tonight's own readings*
            IF WS-CUTOFF-DATE NOT NUMERIC
                DISPLAY "REJECTED - REASON CODE: D1 - CONTROL FILE"
                    " ARCHIVE CUTOFF MUST BE YYYYMMDD"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF CT-BUSINESS-DATE NUMERIC
                    AND WS-CUTOFF-DATE > CT-BUSINESS-DATE
                DISPLAY "REJECTED - REASON CODE: D2 - ARCHIVE CUTOFF "
                    WS-CUTOFF-DATE " IS AFTER THE BUSINESS DATE "
                    CT-BUSINESS-DATE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "RUN PARAMETERS - BUSINESS DATE " CT-BUSINESS-DATE
                " ARCHIVE CUTOFF " WS-CUTOFF-DATE.

       SPLIT-HISTORY.
      *One pass over the active history - records dated before the
      *and every kept record must have made it back to the active
      *file - a run that does not reconcile ends nonzero so the
      *operator balances it before anything else touches the history*
            DISPLAY "ARCHIVE RUN: CUTOFF " WS-CUTOFF-DATE
                " READ " WS-READ-COUNT
                " ARCHIVED " WS-ARCHIVED-COUNT
                " KEPT " WS-KEPT-COUNT
                " ACTIVE AFTER " WS-COPIED-COUNT.
