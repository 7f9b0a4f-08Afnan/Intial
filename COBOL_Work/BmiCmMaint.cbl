           SELECT BMI-WORKLIST-FILE ASSIGN TO "BMICMWL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-STATUS.
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
       FD BMI-WORKLIST-FILE.
           01 BMI-WORKLIST-RECORD.
       COPY BMICMWL.
       FD BMI-AUTH-FILE.
           01 BMI-AUTH-RECORD.
       COPY BMIAUTH.
       FD BMI-SECVIOL-FILE.
           01 BMI-SECVIOL-RECORD.
       COPY BMISECVL.
       WORKING-STORAGE SECTION.
      *End-of-worklist switch for the load pass*
           01 WS-EOF-SW PIC X VALUE 'N'.
           01 WS-DISP-USER PIC X(8).
      *Numeric-edited BMI for the case display*
           01 WS-BMI-EDIT PIC ZZ9.99.
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
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            ACCEPT WS-DISP-USER FROM ENVIRONMENT "USER".
            PERFORM LOAD-WORKLIST.
            END-PERFORM.
            STOP RUN.

       CHECK-AUTHORIZATION.
      *Look the USER value up on the authorization file before anything
      *else is done - a user who is not on file, has been revoked, or
      *does not hold the disposition entry function is refused and the
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
                            MOVE UA-FN-DISPOSITION TO WS-AUTH-GRANT
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
            MOVE "BMICMMNT" TO SV-PROGRAM-ID.
            MOVE "DISPOSN" TO SV-FUNCTION.
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
                            " NOT AUTHORIZED FOR DISPOSITION ENTRY"
                    END-IF
                END-IF
                MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.

       WORK-ONE-CASE.
            DISPLAY "Patient ID (blank=exit): ".
            ACCEPT WS-IN-PATIENT-ID.
