      * is patient-aware: the operator keys a patient ID, the name is
      * confirmed against the member master before measuring (so a
      * wrong-patient entry is caught on the spot), the most recent
      * prior BMI from the latest-reading summary is shown next to
      * today's result, and the same history, latest-reading and
      * fully-identified audit records the nightly BMIBATCH job
      * writes are written here - a walk-in measurement feeds the
      * same trend history and compliance trail as a batch one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BMI-MASTER-FILE ASSIGN TO "BMIMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
      *Shared BMI history - appended with today's result, so the
      *interactive and batch paths feed one history instead of two
      *realities*
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT BMI-PEDS-FILE ASSIGN TO "BMIPEDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDS-STATUS.
      *Latest-reading summary BMIBATCH keeps - read for the
      *patient's most recent prior BMI, then brought up to date with
      *today's result through the work file, which is copied back
      *over it in patient-ID order*
           SELECT BMI-LAST-FILE ASSIGN TO "BMILAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAST-STATUS.
           SELECT BMI-LAST-WORK-FILE ASSIGN TO "BMILAST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LASTW-STATUS.
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
       FD BMI-AUDIT-FILE.
       FD BMI-PEDS-FILE.
           01 BMI-PEDS-RECORD.
       COPY BMIPEDS.
       FD BMI-LAST-FILE.
           01 BMI-LAST-RECORD.
       COPY BMILAST.
       FD BMI-LAST-WORK-FILE.
           01 BMI-LAST-WORK-RECORD PIC X(38).
       FD BMI-AUTH-FILE.
           01 BMI-AUTH-RECORD.
       COPY BMIAUTH.
       FD BMI-SECVIOL-FILE.
           01 BMI-SECVIOL-RECORD.
       COPY BMISECVL.
       WORKING-STORAGE SECTION.
      *Numeric attributes for calculation - height and weight carry
      *the tenths digit the clinic scales read, same as BMIBATCH*
           01 WS-FOUND-SW PIC X VALUE 'N'.
              88 WS-PATIENT-FOUND VALUE 'Y'.
           01 WS-CONFIRM PIC X.
      *Most recent prior BMI pulled from the latest-reading
      *summary, shown next to today's result*
           01 WS-HIST-STATUS PIC XX.
           01 WS-PRIOR-SW PIC X VALUE 'N'.
              88 WS-PRIOR-FOUND VALUE 'Y'.
           01 WS-PRIOR-DATE PIC X(8) VALUE "00000000".
           01 WS-PRIOR-BMI PIC 999V99.
           01 WS-PRIOR-BMI-EDIT PIC ZZ9.99.
           01 WS-PRIOR-CATEGORY PIC X(11).
      *Latest-reading summary update - status codes, today's record
      *built ahead of the copy-through, and a switch set once it has
      *been placed in patient-ID order*
           01 WS-LAST-STATUS PIC XX.
           01 WS-LASTW-STATUS PIC XX.
           01 WS-NEW-LAST PIC X(38).
           01 WS-LAST-PLACED-SW PIC X VALUE 'N'.
              88 WS-LAST-PLACED VALUE 'Y'.
      *Run date for today's history record*
           01 WS-RUN-DATE PIC 9(8).
      *Age-adjusted weight-status thresholds - same adjustments as
      *HEIGHT_INCHES/WEIGHT*
           01 WS-AUDIT-HEIGHT PIC 999V9 VALUE 0.
           01 WS-AUDIT-WEIGHT PIC 999V9 VALUE 0.
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
            PERFORM IDENTIFY-PATIENT.
            PERFORM FIND-PRIOR-BMI.
            PERFORM LOAD-PEDS-TABLE.
                IF WS-PRIOR-FOUND
                    MOVE WS-PRIOR-BMI TO WS-PRIOR-BMI-EDIT
                    DISPLAY "Prior BMI on " WS-PRIOR-DATE ": "
                        WS-PRIOR-BMI-EDIT "  Category: "
                        WS-PRIOR-CATEGORY
                ELSE
                    DISPLAY "No prior BMI on file"
                END-IF
            PERFORM CLOSE-AUDIT-LOG.
            STOP RUN.

       CHECK-AUTHORIZATION.
      *Look the USER value up on the authorization file before anything
      *else is done - a user who is not on file, has been revoked, or
      *does not hold the BMI entry function is refused and the refusal
      *logged. An authorization file that cannot be read refuses
      *everyone rather than letting everyone through*
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
                            MOVE UA-FN-BMI-ENTRY TO WS-AUTH-GRANT
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
            MOVE "BMI" TO SV-PROGRAM-ID.
            MOVE "BMIENTRY" TO SV-FUNCTION.
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
                            " NOT AUTHORIZED FOR BMI ENTRY"
                    END-IF
                END-IF
                MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.

       OPEN-AUDIT-LOG.
      *Create the audit log the first time it is run, then open it
      *for append so every run adds to the same compliance trail*
            END-IF.

       FIND-PRIOR-BMI.
      *Look the patient up on the latest-reading summary - one
      *record per patient, kept current by BMIBATCH and this program
      *and rebuilt by BMILSTRB from the active and archived history,
      *so a visit archived away is still found without reading every
      *yearly archive. The file is in patient-ID order, so the read
      *stops as soon as it passes the patient. No summary yet just
      *means no prior to show*
            OPEN INPUT BMI-LAST-FILE.
            IF WS-LAST-STATUS = "00"
                PERFORM UNTIL WS-EOF
                    READ BMI-LAST-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            IF LR-PATIENT-ID = WS-PATIENT-ID
                                SET WS-PRIOR-FOUND TO TRUE
                                MOVE LR-LAST-DATE TO WS-PRIOR-DATE
                                MOVE LR-BMI TO WS-PRIOR-BMI
                                MOVE LR-CATEGORY TO WS-PRIOR-CATEGORY
                            END-IF
                            IF LR-PATIENT-ID >= WS-PATIENT-ID
                                SET WS-EOF TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BMI-LAST-FILE
            END-IF.
            MOVE 'N' TO WS-EOF-SW.

       LOAD-PEDS-TABLE.
      *Read the CDC BMI-for-age percentile lookup into memory once -
      *same load, ceiling and fail-fast as BMIBATCH, because a child
            IF WS-HIST-STATUS NOT = "00"
                DISPLAY "WARNING: HISTORY WRITE FAILED - STATUS "
                    WS-HIST-STATUS " FOR PATIENT " BH-PATIENT-ID
                CLOSE BMI-HISTORY-FILE
            ELSE
                CLOSE BMI-HISTORY-FILE
                PERFORM UPDATE-LATEST-READING
            END-IF.

       UPDATE-LATEST-READING.
      *Bring the latest-reading summary up to date with the reading
      *just written to history - copy it through the work file with
      *today's record put in its patient-ID place (replacing the
      *patient's old one unless that one is dated later), then copy
      *the work file back. A failure leaves the summary one reading
      *behind, which BMILSTRB puts right from history*
            MOVE WS-PATIENT-ID TO LR-PATIENT-ID.
            MOVE WS-RUN-DATE TO LR-LAST-DATE.
            MOVE HEIGHT_INCHES TO LR-HEIGHT.
            MOVE WEIGHT TO LR-WEIGHT.
            MOVE BMI TO LR-BMI.
            MOVE WS-BMI-CATEGORY TO LR-CATEGORY.
            MOVE BMI-LAST-RECORD TO WS-NEW-LAST.
            MOVE 'N' TO WS-LAST-PLACED-SW.
            OPEN OUTPUT BMI-LAST-WORK-FILE.
            IF WS-LASTW-STATUS NOT = "00"
                DISPLAY "WARNING: UNABLE TO OPEN BMILAST.NEW - STATUS "
                    WS-LASTW-STATUS " - LATEST READING NOT UPDATED,"
                    " RUN BMILSTRB"
            ELSE
                OPEN INPUT BMI-LAST-FILE
                IF WS-LAST-STATUS = "00"
                    PERFORM UNTIL WS-EOF
                        READ BMI-LAST-FILE
                            AT END
                                SET WS-EOF TO TRUE
                            NOT AT END
                                PERFORM COPY-LATEST-RECORD
                        END-READ
                    END-PERFORM
                    CLOSE BMI-LAST-FILE
                    MOVE 'N' TO WS-EOF-SW
                END-IF
                IF NOT WS-LAST-PLACED
                    MOVE WS-NEW-LAST TO BMI-LAST-WORK-RECORD
                    WRITE BMI-LAST-WORK-RECORD
                END-IF
                CLOSE BMI-LAST-WORK-FILE
                PERFORM COPY-BACK-LATEST
            END-IF.

       COPY-LATEST-RECORD.
            IF NOT WS-LAST-PLACED
                    AND LR-PATIENT-ID >= WS-PATIENT-ID
                SET WS-LAST-PLACED TO TRUE
                IF LR-PATIENT-ID > WS-PATIENT-ID
                    MOVE WS-NEW-LAST TO BMI-LAST-WORK-RECORD
                    WRITE BMI-LAST-WORK-RECORD
                    MOVE BMI-LAST-RECORD TO BMI-LAST-WORK-RECORD
                ELSE
                    IF LR-LAST-DATE > WS-RUN-DATE
                        MOVE BMI-LAST-RECORD TO BMI-LAST-WORK-RECORD
                    ELSE
                        MOVE WS-NEW-LAST TO BMI-LAST-WORK-RECORD
                    END-IF
                END-IF
            ELSE
                MOVE BMI-LAST-RECORD TO BMI-LAST-WORK-RECORD
            END-IF.
            WRITE BMI-LAST-WORK-RECORD.

       COPY-BACK-LATEST.
      *Only now is BMILAST.DAT recreated - if it cannot be, the
      *complete summary is still in BMILAST.NEW to recover from*
            OPEN INPUT BMI-LAST-WORK-FILE.
            OPEN OUTPUT BMI-LAST-FILE.
            IF WS-LAST-STATUS NOT = "00"
                DISPLAY "WARNING: UNABLE TO RECREATE BMILAST.DAT -"
                    " STATUS " WS-LAST-STATUS
                    " - RECOVER FROM BMILAST.NEW"
            ELSE
                PERFORM UNTIL WS-EOF
                    READ BMI-LAST-WORK-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            MOVE BMI-LAST-WORK-RECORD
                                TO BMI-LAST-RECORD
                            WRITE BMI-LAST-RECORD
                            IF WS-LAST-STATUS NOT = "00"
                                DISPLAY "WARNING: LATEST-READING WRITE"
                                    " FAILED - STATUS " WS-LAST-STATUS
                                    " - RECOVER FROM BMILAST.NEW"
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BMI-LAST-FILE
                MOVE 'N' TO WS-EOF-SW
            END-IF.
            CLOSE BMI-LAST-WORK-FILE.

       GET-ENGLISH-INPUT.
      *Height and weight are keyed to the tenth (41.6) - the scales
