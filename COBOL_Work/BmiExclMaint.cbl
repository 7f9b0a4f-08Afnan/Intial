      ******************************************************************
      * Author: Afnan Islam
      * Date: 2026-10-15
      * Purpose: Clinical exclusion registry maintenance - the
      * supported way to record that a patient's raw BMI is
      * clinically misleading (pregnancy, limb amputation, edema, or
      * the clinician's own judgment) for a period, so BMIBATCH keeps
      * that patient off the obese and underweight extracts, the
      * letters and the care-management worklist, and out of the
      * statistics, while still calculating and recording the
      * reading. An exclusion can be added, changed, ended, or
      * deleted when it was entered in error; a patient's periods may
      * not overlap. Only a user granted clinical exclusion
      * maintenance on BMIAUTH.DAT may run it, and every change is
      * written to its own audit trail (BMIEXAU.LOG) with the whole
      * record before and after.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMIEXMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Clinical exclusion registry - read whole, the action applied
      *to the in-memory copy, and rewritten whole, same as the member
      *master in BMIMAINT. Sequential (see BmiBatch.cbl note on ISAM
      *support)*
           SELECT BMI-EXCL-FILE ASSIGN TO "BMIEXCL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCL-STATUS.
      *Registry change audit trail - sequential append file like
      *BMIMAUD.LOG, one record per add/change/end/delete*
           SELECT BMI-EXCL-AUDIT-FILE ASSIGN TO "BMIEXAU.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXAU-STATUS.
      *Member demographics master - an exclusion may only be added
      *for a patient on it*
           SELECT BMI-MASTER-FILE ASSIGN TO "BMIMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
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
       FD BMI-EXCL-FILE.
           01 BMI-EXCL-RECORD.
       COPY BMIEXCL.
       FD BMI-EXCL-AUDIT-FILE.
           01 BMI-EXCL-AUDIT-RECORD.
       COPY BMIEXAU.
       FD BMI-MASTER-FILE.
           01 BMI-MASTER-RECORD.
       COPY BMIMSTR.
       FD BMI-AUTH-FILE.
           01 BMI-AUTH-RECORD.
       COPY BMIAUTH.
       FD BMI-SECVIOL-FILE.
           01 BMI-SECVIOL-RECORD.
       COPY BMISECVL.
       WORKING-STORAGE SECTION.
      *End-of-file switch, reused across the passes*
           01 WS-EOF-SW PIC X VALUE 'N'.
              88 WS-EOF VALUE 'Y'.
      *File status codes*
           01 WS-EXCL-STATUS PIC XX.
           01 WS-EXAU-STATUS PIC XX.
           01 WS-MASTER-STATUS PIC XX.
      *Registry loaded into memory for the whole-file rewrite. Each
      *entry is laid out field for field like BMIEXCL, so an entry
      *moves to and from the record and the audit images as a whole*
           01 WS-EXCL-TABLE.
              05 WS-EXC-ENTRY OCCURS 2000 TIMES
                    INDEXED BY WS-EXC-IDX.
                 10 WS-EXC-PATIENT-ID PIC X(6).
                 10 WS-EXC-REASON     PIC X(2).
                 10 WS-EXC-EFF-DATE   PIC X(8).
                 10 WS-EXC-END-DATE   PIC X(8).
                 10 WS-EXC-CLINICIAN  PIC X(20).
           01 WS-EXCL-COUNT PIC 9(5) VALUE 0.
      *Subscript of the exclusion the keyed patient and effective
      *date matched, zero when no match was found*
           01 WS-FOUND-SUB PIC 9(5) VALUE 0.
           01 WS-SCAN-SUB PIC 9(5) VALUE 0.
      *Shared reason codes and descriptions*
           01 WS-EXCL-REASONS.
       COPY BMIEXRSN.
           01 WS-REASON-DESC PIC X(20).
      *Operator-keyed action and end-of-session switch*
           01 WS-ACTION PIC X.
           01 WS-SESSION-SW PIC X VALUE 'N'.
              88 WS-SESSION-DONE VALUE 'Y'.
           01 WS-CONFIRM PIC X.
      *Operator-keyed fields - a blank entry on a change keeps the
      *value already on file, same as BMICTLMT*
           01 WS-IN-PATIENT-ID PIC X(6).
           01 WS-IN-REASON PIC X(2).
           01 WS-IN-EFF-DATE PIC X(8).
           01 WS-IN-END-DATE PIC X(8).
           01 WS-IN-CLINICIAN PIC X(20).
      *The exclusion being built or changed, and its before-image for
      *the audit trail*
           01 WS-NEW-EXCL.
              05 WS-NEW-PATIENT-ID PIC X(6).
              05 WS-NEW-REASON PIC X(2).
              05 WS-NEW-EFF-DATE PIC X(8).
              05 WS-NEW-END-DATE PIC X(8).
              05 WS-NEW-CLINICIAN PIC X(20).
           01 WS-OLD-EXCL PIC X(44).
      *Today's date - the default effective date on an add and the
      *default end date on an end, and what the listing marks an
      *exclusion in effect against*
           01 WS-TODAY PIC 9(8).
      *Period ends used by the overlap test - a blank end date runs
      *until further notice, so it compares as the highest date*
           01 WS-NEW-END-CMP PIC X(8).
           01 WS-OLD-END-CMP PIC X(8).
      *Input validation switch and reject reason - same pattern as
      *BMIMAINT*
           01 WS-VALID-SW PIC X VALUE 'Y'.
              88 WS-INPUT-VALID VALUE 'Y'.
              88 WS-INPUT-INVALID VALUE 'N'.
           01 WS-REJECT-CODE PIC X(2).
           01 WS-REJECT-REASON PIC X(46).
      *Calendar check for a keyed date - same check as BMICTLMT*
           01 WS-CHK-DATE PIC X(8).
           01 WS-CHK-DATE-PARTS REDEFINES WS-CHK-DATE.
              05 WS-CHK-YYYY PIC 9(4).
              05 WS-CHK-MM PIC 99.
              05 WS-CHK-DD PIC 99.
           01 WS-DATE-OK-SW PIC X VALUE 'Y'.
              88 WS-DATE-OK VALUE 'Y'.
           01 WS-MONTH-DAYS-X PIC X(24)
                 VALUE "312831303130313130313031".
           01 WS-MONTH-DAYS-T REDEFINES WS-MONTH-DAYS-X.
              05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 99.
           01 WS-LAST-DAY PIC 99.
           01 WS-LEAP-WORK PIC 9(4).
      *Member master lookup switch for the add*
           01 WS-ON-MASTER-SW PIC X VALUE 'N'.
              88 WS-ON-MASTER VALUE 'Y'.
      *Listing work fields*
           01 WS-LIST-COUNT PIC 9(5) VALUE 0.
           01 WS-LIST-FLAG PIC X(9).
      *Timestamp working fields for the audit trail*
           01 WS-AUDIT-TIMESTAMP.
              05 WS-AUDIT-DATE PIC 9(8).
              05 WS-AUDIT-TIME PIC 9(6).
      *ACCEPT FROM TIME returns hhmmsscc - 8 digits - so it must
      *land in a field this size first*
           01 WS-TIME-NOW.
              05 WS-TIME-HHMMSS PIC 9(6).
              05 FILLER PIC 99.
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
            PERFORM LOAD-EXCLUSIONS.
            PERFORM OPEN-EXCL-AUDIT.
            PERFORM UNTIL WS-SESSION-DONE
                PERFORM GET-ACTION
                IF WS-ACTION = 'A'
                    PERFORM ADD-EXCLUSION
                ELSE
                    IF WS-ACTION = 'C'
                        PERFORM CHANGE-EXCLUSION
                    ELSE
                        IF WS-ACTION = 'E'
                            PERFORM END-EXCLUSION
                        ELSE
                            IF WS-ACTION = 'D'
                                PERFORM DELETE-EXCLUSION
                            ELSE
                                IF WS-ACTION = 'L'
                                    PERFORM LIST-EXCLUSIONS
                                ELSE
                                    IF WS-ACTION = 'X'
                                        SET WS-SESSION-DONE TO TRUE
                                    ELSE
                                        DISPLAY "INVALID ACTION - KEY"
                                            " A, C, E, D, L OR X"
                                    END-IF
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE BMI-EXCL-AUDIT-FILE.
            STOP RUN.

       CHECK-AUTHORIZATION.
      *Look the USER value up on the authorization file before anything
      *else is done - a user who is not on file, has been revoked, or
      *does not hold the clinical exclusion function is refused and
      *the refusal logged. An authorization file that cannot be read
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
                            MOVE UA-FN-EXCLUSION TO WS-AUTH-GRANT
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
            MOVE "BMIEXMNT" TO SV-PROGRAM-ID.
            MOVE "EXCLUSN" TO SV-FUNCTION.
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
                            " NOT AUTHORIZED FOR CLINICAL EXCLUSIONS"
                    END-IF
                END-IF
                MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.

       GET-ACTION.
            DISPLAY "Action - A=Add, C=Change, E=End, D=Delete entered"
                " in error, L=List, X=Exit: ".
            ACCEPT WS-ACTION.
            IF WS-ACTION = 'a'
                MOVE 'A' TO WS-ACTION
            END-IF.
            IF WS-ACTION = 'c'
                MOVE 'C' TO WS-ACTION
            END-IF.
            IF WS-ACTION = 'e'
                MOVE 'E' TO WS-ACTION
            END-IF.
            IF WS-ACTION = 'd'
                MOVE 'D' TO WS-ACTION
            END-IF.
            IF WS-ACTION = 'l'
                MOVE 'L' TO WS-ACTION
            END-IF.
            IF WS-ACTION = 'x'
                MOVE 'X' TO WS-ACTION
            END-IF.

       GET-PATIENT-ID.
            DISPLAY "Patient ID: ".
            ACCEPT WS-IN-PATIENT-ID.
            IF WS-IN-PATIENT-ID = SPACES
                SET WS-INPUT-INVALID TO TRUE
                MOVE 'P1' TO WS-REJECT-CODE
                MOVE 'PATIENT ID MAY NOT BE BLANK'
                    TO WS-REJECT-REASON
            END-IF.

       GET-EXCLUSION-KEY.
      *A change, end or delete names the exclusion by patient and
      *effective date - a patient can have several periods on file,
      *and the L action shows them*
            PERFORM GET-PATIENT-ID.
            IF WS-INPUT-VALID
                DISPLAY "Effective date of the exclusion (YYYYMMDD): "
                ACCEPT WS-IN-EFF-DATE
                PERFORM FIND-EXCLUSION
                IF WS-FOUND-SUB = 0
                    SET WS-INPUT-INVALID TO TRUE
                    MOVE 'E2' TO WS-REJECT-CODE
                    MOVE 'NO EXCLUSION ON FILE FOR PATIENT AND DATE'
                        TO WS-REJECT-REASON
                END-IF
            END-IF.

       FIND-EXCLUSION.
            MOVE 0 TO WS-FOUND-SUB.
            IF WS-EXCL-COUNT > 0
                SET WS-EXC-IDX TO 1
                SEARCH WS-EXC-ENTRY
                    VARYING WS-EXC-IDX
                    AT END
                        CONTINUE
                    WHEN WS-EXC-PATIENT-ID(WS-EXC-IDX)
                            = WS-IN-PATIENT-ID
                            AND WS-EXC-EFF-DATE(WS-EXC-IDX)
                                = WS-IN-EFF-DATE
                        SET WS-FOUND-SUB TO WS-EXC-IDX
                END-SEARCH
            END-IF.

       CHECK-PATIENT-ON-MASTER.
      *An exclusion for an ID the master does not know would never
      *match a roster record - refuse it instead of letting a mis-
      *keyed ID leave the real patient unexcluded*
            MOVE 'N' TO WS-ON-MASTER-SW.
            OPEN INPUT BMI-MASTER-FILE.
            IF WS-MASTER-STATUS NOT = "00"
                SET WS-INPUT-INVALID TO TRUE
                MOVE 'P3' TO WS-REJECT-CODE
                MOVE 'MEMBER MASTER BMIMSTR.DAT UNAVAILABLE'
                    TO WS-REJECT-REASON
            ELSE
                PERFORM UNTIL WS-EOF OR WS-ON-MASTER
                    READ BMI-MASTER-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            IF MM-PATIENT-ID = WS-IN-PATIENT-ID
                                SET WS-ON-MASTER TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BMI-MASTER-FILE
                MOVE 'N' TO WS-EOF-SW
                IF NOT WS-ON-MASTER
                    SET WS-INPUT-INVALID TO TRUE
                    MOVE 'P2' TO WS-REJECT-CODE
                    MOVE 'PATIENT ID NOT ON MEMBER MASTER'
                        TO WS-REJECT-REASON
                END-IF
            END-IF.

       APPLY-REASON-CODE.
      *Lower case accepted; the code must be one BMIBATCH can print*
            INSPECT WS-IN-REASON
                CONVERTING "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            SET WS-EXR-IDX TO 1.
            SEARCH WS-EXR-ENTRY
                AT END
                    SET WS-INPUT-INVALID TO TRUE
                    MOVE 'R1' TO WS-REJECT-CODE
                    MOVE 'REASON MUST BE PG, AM, ED OR CJ'
                        TO WS-REJECT-REASON
                WHEN WS-EXR-CODE(WS-EXR-IDX) = WS-IN-REASON
                    MOVE WS-IN-REASON TO WS-NEW-REASON
            END-SEARCH.

       LOOKUP-REASON-DESC.
      *Printable description of the reason code in WS-IN-REASON - a
      *code keyed before the table changed prints as itself*
            MOVE WS-IN-REASON TO WS-REASON-DESC.
            SET WS-EXR-IDX TO 1.
            SEARCH WS-EXR-ENTRY
                AT END
                    CONTINUE
                WHEN WS-EXR-CODE(WS-EXR-IDX) = WS-IN-REASON
                    MOVE WS-EXR-DESC(WS-EXR-IDX) TO WS-REASON-DESC
            END-SEARCH.

       APPLY-END-DATE.
      *The end date is the last day the exclusion applies and may not
      *fall before its first. The caller has already dealt with a
      *blank entry*
            MOVE WS-IN-END-DATE TO WS-CHK-DATE.
            PERFORM CHECK-CALENDAR-DATE.
            IF NOT WS-DATE-OK
                SET WS-INPUT-INVALID TO TRUE
                MOVE 'D2' TO WS-REJECT-CODE
                MOVE 'END DATE MUST BE A VALID YYYYMMDD DATE'
                    TO WS-REJECT-REASON
            ELSE
                IF WS-IN-END-DATE < WS-NEW-EFF-DATE
                    SET WS-INPUT-INVALID TO TRUE
                    MOVE 'D3' TO WS-REJECT-CODE
                    MOVE 'END DATE IS BEFORE EFFECTIVE DATE'
                        TO WS-REJECT-REASON
                ELSE
                    MOVE WS-IN-END-DATE TO WS-NEW-END-DATE
                END-IF
            END-IF.

       CHECK-OVERLAP.
      *A patient's periods may not overlap - two periods on file for
      *the same day would leave it to the batch which reason prints.
      *The period being changed (WS-FOUND-SUB) is not held against
      *itself*
            MOVE WS-NEW-END-DATE TO WS-NEW-END-CMP.
            IF WS-NEW-END-CMP = SPACES
                MOVE "99999999" TO WS-NEW-END-CMP
            END-IF.
            MOVE 1 TO WS-SCAN-SUB.
            PERFORM UNTIL WS-SCAN-SUB > WS-EXCL-COUNT
                    OR WS-INPUT-INVALID
                IF WS-SCAN-SUB NOT = WS-FOUND-SUB
                        AND WS-EXC-PATIENT-ID(WS-SCAN-SUB)
                            = WS-NEW-PATIENT-ID
                    MOVE WS-EXC-END-DATE(WS-SCAN-SUB)
                        TO WS-OLD-END-CMP
                    IF WS-OLD-END-CMP = SPACES
                        MOVE "99999999" TO WS-OLD-END-CMP
                    END-IF
                    IF WS-EXC-EFF-DATE(WS-SCAN-SUB)
                            NOT > WS-NEW-END-CMP
                            AND WS-NEW-EFF-DATE NOT > WS-OLD-END-CMP
                        SET WS-INPUT-INVALID TO TRUE
                        MOVE 'O1' TO WS-REJECT-CODE
                        MOVE SPACES TO WS-REJECT-REASON
                        STRING "OVERLAPS EXCLUSION EFFECTIVE "
                            DELIMITED BY SIZE
                            WS-EXC-EFF-DATE(WS-SCAN-SUB)
                            DELIMITED BY SIZE
                            INTO WS-REJECT-REASON
                    END-IF
                END-IF
                ADD 1 TO WS-SCAN-SUB
            END-PERFORM.

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

       ADD-EXCLUSION.
            MOVE 'Y' TO WS-VALID-SW.
            PERFORM GET-PATIENT-ID.
            IF WS-INPUT-VALID
                PERFORM CHECK-PATIENT-ON-MASTER
            END-IF.
      *WS-EXCL-TABLE is only OCCURS 2000 TIMES - refuse the add once
      *full instead of indexing past the table*
            IF WS-INPUT-VALID AND WS-EXCL-COUNT >= 2000
                SET WS-INPUT-INVALID TO TRUE
                MOVE 'T1' TO WS-REJECT-CODE
                MOVE 'EXCLUSION REGISTRY FULL - 2000 ENTRY LIMIT'
                    TO WS-REJECT-REASON
            END-IF.
            IF WS-INPUT-VALID
                MOVE SPACES TO WS-NEW-EXCL
                MOVE WS-IN-PATIENT-ID TO WS-NEW-PATIENT-ID
                DISPLAY "Reason - PG=Pregnancy, AM=Limb amputation,"
                    " ED=Edema, CJ=Clinician judgment: "
                ACCEPT WS-IN-REASON
                PERFORM APPLY-REASON-CODE
            END-IF.
            IF WS-INPUT-VALID
                DISPLAY "Effective date (YYYYMMDD, blank=today): "
                ACCEPT WS-IN-EFF-DATE
                IF WS-IN-EFF-DATE = SPACES
                    MOVE WS-TODAY TO WS-IN-EFF-DATE
                END-IF
                MOVE WS-IN-EFF-DATE TO WS-CHK-DATE
                PERFORM CHECK-CALENDAR-DATE
                IF WS-DATE-OK
                    MOVE WS-IN-EFF-DATE TO WS-NEW-EFF-DATE
                ELSE
                    SET WS-INPUT-INVALID TO TRUE
                    MOVE 'D1' TO WS-REJECT-CODE
                    MOVE 'EFFECTIVE DATE MUST BE A VALID YYYYMMDD DATE'
                        TO WS-REJECT-REASON
                END-IF
            END-IF.
            IF WS-INPUT-VALID
                DISPLAY "End date (YYYYMMDD, blank=until further"
                    " notice): "
                ACCEPT WS-IN-END-DATE
                IF WS-IN-END-DATE NOT = SPACES
                    PERFORM APPLY-END-DATE
                END-IF
            END-IF.
            IF WS-INPUT-VALID
                DISPLAY "Clinician: "
                ACCEPT WS-IN-CLINICIAN
                IF WS-IN-CLINICIAN = SPACES
                    SET WS-INPUT-INVALID TO TRUE
                    MOVE 'C1' TO WS-REJECT-CODE
                    MOVE 'CLINICIAN MAY NOT BE BLANK'
                        TO WS-REJECT-REASON
                ELSE
                    MOVE WS-IN-CLINICIAN TO WS-NEW-CLINICIAN
                END-IF
            END-IF.
            IF WS-INPUT-VALID
                MOVE 0 TO WS-FOUND-SUB
                PERFORM CHECK-OVERLAP
            END-IF.
            IF WS-INPUT-VALID
                ADD 1 TO WS-EXCL-COUNT
                MOVE WS-NEW-EXCL TO WS-EXC-ENTRY(WS-EXCL-COUNT)
      *No before-image on an add - the exclusion did not exist*
                MOVE SPACES TO WS-OLD-EXCL
                PERFORM REWRITE-EXCLUSIONS
                MOVE 'A' TO XA-ACTION
                PERFORM WRITE-EXCL-AUDIT
                DISPLAY "EXCLUSION ADDED FOR PATIENT " WS-IN-PATIENT-ID
                    " EFFECTIVE " WS-NEW-EFF-DATE
            ELSE
                PERFORM DISPLAY-REJECT
            END-IF.

       CHANGE-EXCLUSION.
      *Reason, end date and clinician can be changed; the patient
      *and effective date name the period, so a wrong one is deleted
      *and added again. OPEN as the end date reopens the period*
            MOVE 'Y' TO WS-VALID-SW.
            PERFORM GET-EXCLUSION-KEY.
            IF WS-INPUT-VALID
                MOVE WS-EXC-ENTRY(WS-FOUND-SUB) TO WS-OLD-EXCL
                MOVE WS-EXC-ENTRY(WS-FOUND-SUB) TO WS-NEW-EXCL
                DISPLAY "KEY A NEW VALUE, OR PRESS ENTER TO KEEP THE"
                    " CURRENT ONE"
                DISPLAY "Reason (now " WS-NEW-REASON "): "
                ACCEPT WS-IN-REASON
                IF WS-IN-REASON NOT = SPACES
                    PERFORM APPLY-REASON-CODE
                END-IF
            END-IF.
            IF WS-INPUT-VALID
                DISPLAY "End date (now " WS-NEW-END-DATE
                    ", OPEN=until further notice): "
                ACCEPT WS-IN-END-DATE
                IF WS-IN-END-DATE = "OPEN" OR WS-IN-END-DATE = "open"
                    MOVE SPACES TO WS-NEW-END-DATE
                ELSE
                    IF WS-IN-END-DATE NOT = SPACES
                        PERFORM APPLY-END-DATE
                    END-IF
                END-IF
            END-IF.
            IF WS-INPUT-VALID
                DISPLAY "Clinician (now " WS-NEW-CLINICIAN "): "
                ACCEPT WS-IN-CLINICIAN
                IF WS-IN-CLINICIAN NOT = SPACES
                    MOVE WS-IN-CLINICIAN TO WS-NEW-CLINICIAN
                END-IF
            END-IF.
            IF WS-INPUT-VALID
                PERFORM CHECK-OVERLAP
            END-IF.
            IF WS-INPUT-VALID
                IF WS-NEW-EXCL = WS-OLD-EXCL
                    DISPLAY "NO CHANGE KEYED - EXCLUSION REGISTRY NOT"
                        " REWRITTEN"
                ELSE
                    MOVE WS-NEW-EXCL TO WS-EXC-ENTRY(WS-FOUND-SUB)
                    PERFORM REWRITE-EXCLUSIONS
                    MOVE 'C' TO XA-ACTION
                    PERFORM WRITE-EXCL-AUDIT
                    DISPLAY "EXCLUSION CHANGED FOR PATIENT "
                        WS-IN-PATIENT-ID " EFFECTIVE " WS-NEW-EFF-DATE
                END-IF
            ELSE
                PERFORM DISPLAY-REJECT
            END-IF.

       END-EXCLUSION.
      *Close an open-ended exclusion - the pregnancy is over, the
      *edema has resolved. The last day defaults to today*
            MOVE 'Y' TO WS-VALID-SW.
            PERFORM GET-EXCLUSION-KEY.
            IF WS-INPUT-VALID
                IF WS-EXC-END-DATE(WS-FOUND-SUB) NOT = SPACES
                    SET WS-INPUT-INVALID TO TRUE
                    MOVE 'E3' TO WS-REJECT-CODE
                    MOVE 'EXCLUSION ALREADY HAS AN END DATE'
                        TO WS-REJECT-REASON
                END-IF
            END-IF.
            IF WS-INPUT-VALID
                MOVE WS-EXC-ENTRY(WS-FOUND-SUB) TO WS-OLD-EXCL
                MOVE WS-EXC-ENTRY(WS-FOUND-SUB) TO WS-NEW-EXCL
                DISPLAY "Last day of the exclusion (YYYYMMDD,"
                    " blank=today): "
                ACCEPT WS-IN-END-DATE
                IF WS-IN-END-DATE = SPACES
                    MOVE WS-TODAY TO WS-IN-END-DATE
                END-IF
                PERFORM APPLY-END-DATE
            END-IF.
            IF WS-INPUT-VALID
                MOVE WS-NEW-EXCL TO WS-EXC-ENTRY(WS-FOUND-SUB)
                PERFORM REWRITE-EXCLUSIONS
                MOVE 'E' TO XA-ACTION
                PERFORM WRITE-EXCL-AUDIT
                DISPLAY "EXCLUSION FOR PATIENT " WS-IN-PATIENT-ID
                    " ENDS " WS-NEW-END-DATE
            ELSE
                PERFORM DISPLAY-REJECT
            END-IF.

       DELETE-EXCLUSION.
      *Only for an exclusion keyed in error - one that was right at
      *the time is ended instead, so the readings it covered stay
      *explained. The audit record keeps the deleted image*
            MOVE 'Y' TO WS-VALID-SW.
            PERFORM GET-EXCLUSION-KEY.
            IF WS-INPUT-VALID
                MOVE WS-EXC-ENTRY(WS-FOUND-SUB) TO WS-NEW-EXCL
                MOVE WS-NEW-REASON TO WS-IN-REASON
                PERFORM LOOKUP-REASON-DESC
                DISPLAY "EXCLUSION: " WS-NEW-PATIENT-ID " "
                    WS-REASON-DESC " FROM " WS-NEW-EFF-DATE
                    " TO " WS-NEW-END-DATE " " WS-NEW-CLINICIAN
                DISPLAY "Delete as entered in error (Y/N): "
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM = 'y'
                    MOVE 'Y' TO WS-CONFIRM
                END-IF
                IF WS-CONFIRM NOT = 'Y'
                    SET WS-INPUT-INVALID TO TRUE
                    MOVE 'K1' TO WS-REJECT-CODE
                    MOVE 'DELETE NOT CONFIRMED - REGISTRY UNCHANGED'
                        TO WS-REJECT-REASON
                END-IF
            END-IF.
            IF WS-INPUT-VALID
                MOVE WS-EXC-ENTRY(WS-FOUND-SUB) TO WS-OLD-EXCL
      *Close the gap - every later entry moves up one slot*
                MOVE WS-FOUND-SUB TO WS-SCAN-SUB
                PERFORM UNTIL WS-SCAN-SUB >= WS-EXCL-COUNT
                    MOVE WS-EXC-ENTRY(WS-SCAN-SUB + 1)
                        TO WS-EXC-ENTRY(WS-SCAN-SUB)
                    ADD 1 TO WS-SCAN-SUB
                END-PERFORM
                SUBTRACT 1 FROM WS-EXCL-COUNT
                PERFORM REWRITE-EXCLUSIONS
                MOVE SPACES TO WS-NEW-EXCL
                MOVE 'D' TO XA-ACTION
                PERFORM WRITE-EXCL-AUDIT
                DISPLAY "EXCLUSION DELETED FOR PATIENT "
                    WS-IN-PATIENT-ID " EFFECTIVE " WS-IN-EFF-DATE
            ELSE
                PERFORM DISPLAY-REJECT
            END-IF.

       LIST-EXCLUSIONS.
      *One patient's periods, or the whole registry for a blank ID,
      *each marked when it covers today*
            DISPLAY "Patient ID (blank=all): ".
            ACCEPT WS-IN-PATIENT-ID.
            MOVE 0 TO WS-LIST-COUNT.
            DISPLAY "PATIENT REASON               EFFECTIVE END DATE "
                "CLINICIAN".
            MOVE 1 TO WS-SCAN-SUB.
            PERFORM UNTIL WS-SCAN-SUB > WS-EXCL-COUNT
                IF WS-IN-PATIENT-ID = SPACES
                        OR WS-EXC-PATIENT-ID(WS-SCAN-SUB)
                            = WS-IN-PATIENT-ID
                    ADD 1 TO WS-LIST-COUNT
                    MOVE WS-EXC-REASON(WS-SCAN-SUB) TO WS-IN-REASON
                    PERFORM LOOKUP-REASON-DESC
                    MOVE SPACES TO WS-LIST-FLAG
                    IF WS-EXC-EFF-DATE(WS-SCAN-SUB) NOT > WS-TODAY
                            AND (WS-EXC-END-DATE(WS-SCAN-SUB) = SPACES
                            OR WS-EXC-END-DATE(WS-SCAN-SUB)
                                NOT < WS-TODAY)
                        MOVE "IN EFFECT" TO WS-LIST-FLAG
                    END-IF
                    DISPLAY WS-EXC-PATIENT-ID(WS-SCAN-SUB) "  "
                        WS-REASON-DESC " "
                        WS-EXC-EFF-DATE(WS-SCAN-SUB) "  "
                        WS-EXC-END-DATE(WS-SCAN-SUB) " "
                        WS-EXC-CLINICIAN(WS-SCAN-SUB) " "
                        WS-LIST-FLAG
                END-IF
                ADD 1 TO WS-SCAN-SUB
            END-PERFORM.
            DISPLAY "EXCLUSIONS LISTED: " WS-LIST-COUNT.

       DISPLAY-REJECT.
            DISPLAY "REJECTED - REASON CODE: " WS-REJECT-CODE
                " - " WS-REJECT-REASON.

       LOAD-EXCLUSIONS.
      *Read the whole registry into memory once. A registry that
      *does not exist yet is not fatal - the first add creates it.
      *More exclusions than the table holds is fatal - a rewrite
      *would drop the rest*
            OPEN INPUT BMI-EXCL-FILE.
            IF WS-EXCL-STATUS NOT = "00"
                DISPLAY "NOTE: NO EXCLUSION REGISTRY ON FILE -"
                    " STARTING EMPTY"
            ELSE
                PERFORM UNTIL WS-EOF
                    READ BMI-EXCL-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-EXCL-COUNT >= 2000
                                DISPLAY "FATAL: EXCLUSION REGISTRY"
                                    " EXCEEDS 2000 ENTRIES - FILE NOT"
                                    " CHANGED"
                                CLOSE BMI-EXCL-FILE
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-EXCL-COUNT
                            MOVE BMI-EXCL-RECORD
                                TO WS-EXC-ENTRY(WS-EXCL-COUNT)
                    END-READ
                END-PERFORM
                CLOSE BMI-EXCL-FILE
            END-IF.
            MOVE 'N' TO WS-EOF-SW.

       REWRITE-EXCLUSIONS.
      *Write the whole in-memory table back after every applied
      *action, so a session cut short loses nothing already applied*
            OPEN OUTPUT BMI-EXCL-FILE.
            IF WS-EXCL-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO REWRITE EXCLUSION REGISTRY"
                    " BMIEXCL.DAT - STATUS " WS-EXCL-STATUS
                CLOSE BMI-EXCL-AUDIT-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            SET WS-EXC-IDX TO 1.
            PERFORM WS-EXCL-COUNT TIMES
                WRITE BMI-EXCL-RECORD FROM WS-EXC-ENTRY(WS-EXC-IDX)
      *A truncated registry puts the patients it no longer lists
      *back on the extracts and the letters - fatal, not a warning*
                IF WS-EXCL-STATUS NOT = "00"
                    DISPLAY "FATAL: EXCLUSION REWRITE FAILED - STATUS "
                        WS-EXCL-STATUS " - REGISTRY MAY BE INCOMPLETE"
                    CLOSE BMI-EXCL-FILE
                    CLOSE BMI-EXCL-AUDIT-FILE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                SET WS-EXC-IDX UP BY 1
            END-PERFORM.
            CLOSE BMI-EXCL-FILE.

       OPEN-EXCL-AUDIT.
      *Create the registry audit trail the first time it is run,
      *then open it for append - same pattern as BMIMAUD.LOG*
            OPEN EXTEND BMI-EXCL-AUDIT-FILE.
            IF WS-EXAU-STATUS NOT = "00"
                OPEN OUTPUT BMI-EXCL-AUDIT-FILE
                CLOSE BMI-EXCL-AUDIT-FILE
                OPEN EXTEND BMI-EXCL-AUDIT-FILE
            END-IF.

       WRITE-EXCL-AUDIT.
      *One audit record per applied action, with the whole record
      *before and after. The caller sets XA-ACTION*
            ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-TIME-NOW FROM TIME.
            MOVE WS-TIME-HHMMSS TO WS-AUDIT-TIME.
            MOVE WS-AUTH-USER TO XA-USER-ID.
            MOVE WS-AUDIT-TIMESTAMP TO XA-TIMESTAMP.
            MOVE WS-OLD-EXCL TO XA-OLD-EXCL.
            MOVE WS-NEW-EXCL TO XA-NEW-EXCL.
            WRITE BMI-EXCL-AUDIT-RECORD.
            IF WS-EXAU-STATUS NOT = "00"
                DISPLAY "WARNING: EXCLUSION AUDIT WRITE FAILED -"
                    " STATUS " WS-EXAU-STATUS
            END-IF.

       END PROGRAM BMIEXMNT.
