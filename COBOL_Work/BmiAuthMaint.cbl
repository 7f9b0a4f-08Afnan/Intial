      ******************************************************************
      * Author: Afnan Islam
      * Date: 2026-10-15
      * Purpose: User authorization file maintenance - the supported
      * way to add a user to BMIAUTH.DAT, change the functions a user
      * may perform, or revoke a user. The guarded programs (BMIMAINT,
      * BMICMMNT, BMIAUDIN, BMIHARCH, BMIEXMNT and the interactive BMI
      * program) look the USER value up on this file at startup and
      * refuse anyone it does not grant. Only an active user holding
      * the security administration function may run this program, a
      * change that would leave no active security administrator is
      * refused, and every change is written to its own audit trail
      * (BMIAUTAU.LOG) with the whole record before and after. On a
      * new installation with no authorization file the operator's
      * own ID must be the first user added, with security
      * administration granted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMIAUTMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *User authorization file - read whole, the action applied to
      *the in-memory copy, and rewritten whole, same as the member
      *master in BMIMAINT. Sequential (see BmiBatch.cbl note on ISAM
      *support)*
           SELECT BMI-AUTH-FILE ASSIGN TO "BMIAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
      *Authorization change audit trail - sequential append file like
      *BMIMAUD.LOG, one record per add/change/revoke*
           SELECT BMI-AUTH-AUDIT-FILE ASSIGN TO "BMIAUTAU.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTAU-STATUS.
      *Security violation log every refusal goes to - shared with the
      *guarded programs*
           SELECT BMI-SECVIOL-FILE ASSIGN TO "BMISECVL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECVL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BMI-AUTH-FILE.
           01 BMI-AUTH-RECORD.
       COPY BMIAUTH.
       FD BMI-AUTH-AUDIT-FILE.
           01 BMI-AUTH-AUDIT-RECORD.
       COPY BMIAUTAU.
       FD BMI-SECVIOL-FILE.
           01 BMI-SECVIOL-RECORD.
       COPY BMISECVL.
       WORKING-STORAGE SECTION.
      *End-of-file switch for the load pass*
           01 WS-EOF-SW PIC X VALUE 'N'.
              88 WS-EOF VALUE 'Y'.
      *File status codes*
           01 WS-AUTH-STATUS PIC XX.
           01 WS-AUTAU-STATUS PIC XX.
           01 WS-SECVL-STATUS PIC XX.
      *Authorization file loaded into memory for the whole-file
      *rewrite. Each entry is laid out field for field like BMIAUTH,
      *so an entry moves to and from the record and the audit images
      *as a whole*
           01 WS-USER-TABLE.
              05 WS-USR-ENTRY OCCURS 500 TIMES
                    INDEXED BY WS-USR-IDX.
                 10 WS-USR-USER-ID    PIC X(8).
                 10 WS-USR-NAME       PIC X(20).
                 10 WS-USR-STATUS     PIC X.
                 10 WS-USR-FUNCTIONS.
                    15 FILLER         PIC X(5).
                    15 WS-USR-FN-SECURITY PIC X.
                    15 FILLER         PIC X.
           01 WS-USER-COUNT PIC 9(5) VALUE 0.
      *Subscript of the user the keyed ID matched, zero when no match
      *was found*
           01 WS-FOUND-SUB PIC 9(5) VALUE 0.
      *Operator-keyed action and end-of-session switch*
           01 WS-ACTION PIC X.
           01 WS-SESSION-SW PIC X VALUE 'N'.
              88 WS-SESSION-DONE VALUE 'Y'.
      *No user on file yet - the session may only add the operator's
      *own ID, with security administration, before anything else*
           01 WS-FIRST-USE-SW PIC X VALUE 'N'.
              88 WS-FIRST-USE VALUE 'Y'.
      *Operator-keyed fields - a blank entry on a change keeps the
      *value already on file, same as BMICTLMT*
           01 WS-IN-USER-ID PIC X(8).
           01 WS-IN-NAME PIC X(20).
           01 WS-IN-STATUS PIC X.
           01 WS-IN-GRANT PIC X.
      *The authorization record being built or changed, and its
      *before-image for the audit trail*
           01 WS-NEW-AUTH.
              05 WS-NEW-USER-ID PIC X(8).
              05 WS-NEW-NAME PIC X(20).
              05 WS-NEW-STATUS PIC X.
              05 WS-NEW-FUNCTIONS.
                 10 WS-NEW-GRANT OCCURS 7 TIMES PIC X.
           01 WS-OLD-AUTH PIC X(36).
      *Function names for the grant prompts and the listing, in
      *UA-FUNCTIONS order*
           01 WS-FUNCTION-NAMES.
              05 FILLER PIC X(24) VALUE "Member maintenance".
              05 FILLER PIC X(24) VALUE "Disposition entry".
              05 FILLER PIC X(24) VALUE "Audit inquiry".
              05 FILLER PIC X(24) VALUE "History archive".
              05 FILLER PIC X(24) VALUE "Interactive BMI entry".
              05 FILLER PIC X(24) VALUE "Security administration".
              05 FILLER PIC X(24) VALUE "Clinical exclusions".
           01 WS-FUNCTION-NAME-T REDEFINES WS-FUNCTION-NAMES.
              05 WS-FUNCTION-NAME OCCURS 7 TIMES PIC X(24).
           01 WS-FN-SUB PIC 9.
      *Active security administrators left once the pending change
      *is applied*
           01 WS-ADMIN-COUNT PIC 9(5).
      *Input validation switch and reject reason - same pattern as
      *BMIMAINT*
           01 WS-VALID-SW PIC X VALUE 'Y'.
              88 WS-INPUT-VALID VALUE 'Y'.
              88 WS-INPUT-INVALID VALUE 'N'.
           01 WS-REJECT-CODE PIC X(2).
           01 WS-REJECT-REASON PIC X(46).
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
      *loaded authorization table, and the refusal reason code
      *(spaces when the user may go ahead)*
           01 WS-AUTH-USER PIC X(8).
           01 WS-AUTH-REJECT PIC X(2) VALUE SPACES.
           01 WS-SECVL-TIMESTAMP.
              05 WS-SECVL-DATE PIC 9(8).
              05 WS-SECVL-TIME PIC 9(6).
           01 WS-SECVL-TIME-NOW.
              05 WS-SECVL-HHMMSS PIC 9(6).
              05 FILLER PIC 99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-AUTH-USER FROM ENVIRONMENT "USER".
            PERFORM LOAD-AUTH-FILE.
            PERFORM CHECK-AUTHORIZATION.
            PERFORM OPEN-AUTH-AUDIT.
            PERFORM UNTIL WS-SESSION-DONE
                PERFORM GET-ACTION
                IF WS-ACTION = 'A'
                    PERFORM ADD-USER
                ELSE
                    IF WS-ACTION = 'C'
                        PERFORM CHANGE-USER
                    ELSE
                        IF WS-ACTION = 'D'
                            PERFORM REVOKE-USER
                        ELSE
                            IF WS-ACTION = 'L'
                                PERFORM LIST-USERS
                            ELSE
                                IF WS-ACTION = 'X'
                                    SET WS-SESSION-DONE TO TRUE
                                ELSE
                                    DISPLAY "INVALID ACTION - KEY A, C,"
                                        " D, L OR X"
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE BMI-AUTH-AUDIT-FILE.
            STOP RUN.

       LOAD-AUTH-FILE.
      *Read the whole authorization file into memory once. A file
      *that does not exist yet is a new installation and starts the
      *first-use session; a file that exists but cannot be read is
      *refused like any guarded program would refuse it. More users
      *than the table holds is fatal - a rewrite would drop the rest*
            OPEN INPUT BMI-AUTH-FILE.
            IF WS-AUTH-STATUS = "35"
                SET WS-FIRST-USE TO TRUE
            ELSE
                IF WS-AUTH-STATUS NOT = "00"
                    MOVE 'Z4' TO WS-AUTH-REJECT
                    PERFORM REFUSE-UNAUTHORIZED
                END-IF
                PERFORM UNTIL WS-EOF
                    READ BMI-AUTH-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-USER-COUNT >= 500
                                DISPLAY "FATAL: AUTHORIZATION FILE"
                                    " EXCEEDS 500 USERS - FILE NOT"
                                    " CHANGED"
                                CLOSE BMI-AUTH-FILE
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-USER-COUNT
                            MOVE BMI-AUTH-RECORD
                                TO WS-USR-ENTRY(WS-USER-COUNT)
                    END-READ
                END-PERFORM
                CLOSE BMI-AUTH-FILE
                IF WS-USER-COUNT = 0
                    SET WS-FIRST-USE TO TRUE
                END-IF
            END-IF.
            MOVE 'N' TO WS-EOF-SW.
            IF WS-FIRST-USE
                DISPLAY "NOTE: NO USERS ON AUTHORIZATION FILE - THE"
                    " FIRST ADD MUST BE YOUR OWN ID (" WS-AUTH-USER
                    ") WITH SECURITY ADMINISTRATION"
            END-IF.

       CHECK-AUTHORIZATION.
      *Only an active user holding security administration may
      *maintain the file. The first-use session has nobody to check
      *against and is held to adding the operator instead*
            IF NOT WS-FIRST-USE
                MOVE WS-AUTH-USER TO WS-IN-USER-ID
                PERFORM FIND-USER
                IF WS-FOUND-SUB = 0 OR WS-AUTH-USER = SPACES
                    MOVE 'Z1' TO WS-AUTH-REJECT
                ELSE
                    IF WS-USR-STATUS(WS-FOUND-SUB) NOT = 'A'
                        MOVE 'Z2' TO WS-AUTH-REJECT
                    ELSE
                        IF WS-USR-FN-SECURITY(WS-FOUND-SUB) NOT = 'Y'
                            MOVE 'Z3' TO WS-AUTH-REJECT
                        END-IF
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
            MOVE "BMIAUTMT" TO SV-PROGRAM-ID.
            MOVE "SECURITY" TO SV-FUNCTION.
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
                            " NOT AUTHORIZED FOR SECURITY"
                            " ADMINISTRATION"
                    END-IF
                END-IF
                MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.

       GET-ACTION.
            DISPLAY "Action - A=Add, C=Change, D=Revoke, L=List,"
                " X=Exit: ".
            ACCEPT WS-ACTION.
            IF WS-ACTION = 'a'
                MOVE 'A' TO WS-ACTION
            END-IF.
            IF WS-ACTION = 'c'
                MOVE 'C' TO WS-ACTION
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

       GET-USER-ID.
            DISPLAY "User ID: ".
            ACCEPT WS-IN-USER-ID.
            IF WS-IN-USER-ID = SPACES
                SET WS-INPUT-INVALID TO TRUE
                MOVE 'U1' TO WS-REJECT-CODE
                MOVE 'USER ID MAY NOT BE BLANK' TO WS-REJECT-REASON
            END-IF.

       FIND-USER.
      *Locate the keyed user ID in the loaded table - same SEARCH
      *shape as FIND-MEMBER in BMIMAINT*
            MOVE 0 TO WS-FOUND-SUB.
            IF WS-USER-COUNT > 0
                SET WS-USR-IDX TO 1
                SEARCH WS-USR-ENTRY
                    VARYING WS-USR-IDX
                    AT END
                        CONTINUE
                    WHEN WS-USR-USER-ID(WS-USR-IDX) = WS-IN-USER-ID
                        SET WS-FOUND-SUB TO WS-USR-IDX
                END-SEARCH
            END-IF.

       GET-FUNCTION-GRANTS.
      *One Y/N prompt per function, lower case accepted. A blank
      *entry keeps the grant shown - N on an add*
            MOVE 1 TO WS-FN-SUB.
            PERFORM UNTIL WS-FN-SUB > 7 OR WS-INPUT-INVALID
                DISPLAY WS-FUNCTION-NAME(WS-FN-SUB) " (Y/N, now "
                    WS-NEW-GRANT(WS-FN-SUB) "): "
                ACCEPT WS-IN-GRANT
                IF WS-IN-GRANT = 'y'
                    MOVE 'Y' TO WS-IN-GRANT
                END-IF
                IF WS-IN-GRANT = 'n'
                    MOVE 'N' TO WS-IN-GRANT
                END-IF
                IF WS-IN-GRANT NOT = SPACE
                    IF WS-IN-GRANT = 'Y' OR WS-IN-GRANT = 'N'
                        MOVE WS-IN-GRANT TO WS-NEW-GRANT(WS-FN-SUB)
                    ELSE
                        SET WS-INPUT-INVALID TO TRUE
                        MOVE 'F1' TO WS-REJECT-CODE
                        MOVE 'FUNCTION GRANT MUST BE Y OR N'
                            TO WS-REJECT-REASON
                    END-IF
                END-IF
                ADD 1 TO WS-FN-SUB
            END-PERFORM.

       CHECK-ADMIN-REMAINS.
      *Count the active security administrators there would be with
      *the pending change applied - every other user as on file plus
      *the new image of this one. Refuse a change that leaves none,
      *since nobody could then maintain the file*
            MOVE 0 TO WS-ADMIN-COUNT.
            SET WS-USR-IDX TO 1.
            PERFORM WS-USER-COUNT TIMES
                IF WS-USR-IDX NOT = WS-FOUND-SUB
                        AND WS-USR-STATUS(WS-USR-IDX) = 'A'
                        AND WS-USR-FN-SECURITY(WS-USR-IDX) = 'Y'
                    ADD 1 TO WS-ADMIN-COUNT
                END-IF
                SET WS-USR-IDX UP BY 1
            END-PERFORM.
            IF WS-NEW-STATUS = 'A' AND WS-NEW-GRANT(6) = 'Y'
                ADD 1 TO WS-ADMIN-COUNT
            END-IF.
            IF WS-ADMIN-COUNT = 0
                SET WS-INPUT-INVALID TO TRUE
                MOVE 'L1' TO WS-REJECT-CODE
                MOVE 'WOULD LEAVE NO ACTIVE SECURITY ADMINISTRATOR'
                    TO WS-REJECT-REASON
            END-IF.

       ADD-USER.
            MOVE 'Y' TO WS-VALID-SW.
            PERFORM GET-USER-ID.
            IF WS-INPUT-VALID
                PERFORM FIND-USER
                IF WS-FOUND-SUB > 0
                    SET WS-INPUT-INVALID TO TRUE
                    MOVE 'E1' TO WS-REJECT-CODE
                    MOVE 'USER ID ALREADY ON AUTHORIZATION FILE'
                        TO WS-REJECT-REASON
                END-IF
            END-IF.
            IF WS-INPUT-VALID AND WS-FIRST-USE
                    AND WS-IN-USER-ID NOT = WS-AUTH-USER
                SET WS-INPUT-INVALID TO TRUE
                MOVE 'L2' TO WS-REJECT-CODE
                MOVE 'FIRST USER ADDED MUST BE YOUR OWN ID'
                    TO WS-REJECT-REASON
            END-IF.
      *WS-USER-TABLE is only OCCURS 500 TIMES - refuse the add once
      *full instead of indexing past the table*
            IF WS-INPUT-VALID AND WS-USER-COUNT >= 500
                SET WS-INPUT-INVALID TO TRUE
                MOVE 'T1' TO WS-REJECT-CODE
                MOVE 'AUTHORIZATION FILE FULL - 500 USER LIMIT'
                    TO WS-REJECT-REASON
            END-IF.
            IF WS-INPUT-VALID
                DISPLAY "User name: "
                ACCEPT WS-IN-NAME
                IF WS-IN-NAME = SPACES
                    SET WS-INPUT-INVALID TO TRUE
                    MOVE 'N1' TO WS-REJECT-CODE
                    MOVE 'USER NAME MAY NOT BE BLANK'
                        TO WS-REJECT-REASON
                END-IF
            END-IF.
            IF WS-INPUT-VALID
                MOVE WS-IN-USER-ID TO WS-NEW-USER-ID
                MOVE WS-IN-NAME TO WS-NEW-NAME
                MOVE 'A' TO WS-NEW-STATUS
                MOVE "NNNNNNN" TO WS-NEW-FUNCTIONS
                PERFORM GET-FUNCTION-GRANTS
            END-IF.
            IF WS-INPUT-VALID AND WS-FIRST-USE
                    AND WS-NEW-GRANT(6) NOT = 'Y'
                SET WS-INPUT-INVALID TO TRUE
                MOVE 'L2' TO WS-REJECT-CODE
                MOVE 'FIRST USER MUST HOLD SECURITY ADMINISTRATION'
                    TO WS-REJECT-REASON
            END-IF.
            IF WS-INPUT-VALID
                ADD 1 TO WS-USER-COUNT
                MOVE WS-NEW-AUTH TO WS-USR-ENTRY(WS-USER-COUNT)
      *No before-image on an add - the user did not exist*
                MOVE SPACES TO WS-OLD-AUTH
                MOVE WS-USER-COUNT TO WS-FOUND-SUB
                PERFORM REWRITE-AUTH-FILE
                MOVE 'A' TO AA-ACTION
                PERFORM WRITE-AUTH-AUDIT
                MOVE 'N' TO WS-FIRST-USE-SW
                DISPLAY "USER " WS-IN-USER-ID " ADDED"
            ELSE
                PERFORM DISPLAY-REJECT
            END-IF.

       CHANGE-USER.
            MOVE 'Y' TO WS-VALID-SW.
            PERFORM GET-USER-ID.
            IF WS-INPUT-VALID
                PERFORM FIND-USER
                IF WS-FOUND-SUB = 0
                    SET WS-INPUT-INVALID TO TRUE
                    MOVE 'E2' TO WS-REJECT-CODE
                    MOVE 'USER ID NOT ON AUTHORIZATION FILE'
                        TO WS-REJECT-REASON
                END-IF
            END-IF.
            IF WS-INPUT-VALID
                MOVE WS-USR-ENTRY(WS-FOUND-SUB) TO WS-OLD-AUTH
                MOVE WS-USR-ENTRY(WS-FOUND-SUB) TO WS-NEW-AUTH
                DISPLAY "KEY A NEW VALUE, OR PRESS ENTER TO KEEP THE"
                    " CURRENT ONE"
                DISPLAY "User name (now " WS-NEW-NAME "): "
                ACCEPT WS-IN-NAME
                IF WS-IN-NAME NOT = SPACES
                    MOVE WS-IN-NAME TO WS-NEW-NAME
                END-IF
                DISPLAY "Status A=Active, I=Revoked (now "
                    WS-NEW-STATUS "): "
                ACCEPT WS-IN-STATUS
                IF WS-IN-STATUS = 'a'
                    MOVE 'A' TO WS-IN-STATUS
                END-IF
                IF WS-IN-STATUS = 'i'
                    MOVE 'I' TO WS-IN-STATUS
                END-IF
                IF WS-IN-STATUS NOT = SPACE
                    IF WS-IN-STATUS = 'A' OR WS-IN-STATUS = 'I'
                        MOVE WS-IN-STATUS TO WS-NEW-STATUS
                    ELSE
                        SET WS-INPUT-INVALID TO TRUE
                        MOVE 'S1' TO WS-REJECT-CODE
                        MOVE 'STATUS MUST BE A OR I'
                            TO WS-REJECT-REASON
                    END-IF
                END-IF
            END-IF.
            IF WS-INPUT-VALID
                PERFORM GET-FUNCTION-GRANTS
            END-IF.
            IF WS-INPUT-VALID
                PERFORM CHECK-ADMIN-REMAINS
            END-IF.
            IF WS-INPUT-VALID
                IF WS-NEW-AUTH = WS-OLD-AUTH
                    DISPLAY "NO CHANGE KEYED - AUTHORIZATION FILE NOT"
                        " REWRITTEN"
                ELSE
                    MOVE WS-NEW-AUTH TO WS-USR-ENTRY(WS-FOUND-SUB)
                    PERFORM REWRITE-AUTH-FILE
                    MOVE 'C' TO AA-ACTION
                    PERFORM WRITE-AUTH-AUDIT
                    DISPLAY "USER " WS-IN-USER-ID " CHANGED"
                END-IF
            ELSE
                PERFORM DISPLAY-REJECT
            END-IF.

       REVOKE-USER.
            MOVE 'Y' TO WS-VALID-SW.
            PERFORM GET-USER-ID.
            IF WS-INPUT-VALID
                PERFORM FIND-USER
                IF WS-FOUND-SUB = 0
                    SET WS-INPUT-INVALID TO TRUE
                    MOVE 'E2' TO WS-REJECT-CODE
                    MOVE 'USER ID NOT ON AUTHORIZATION FILE'
                        TO WS-REJECT-REASON
                ELSE
                    IF WS-USR-STATUS(WS-FOUND-SUB) = 'I'
                        SET WS-INPUT-INVALID TO TRUE
                        MOVE 'E3' TO WS-REJECT-CODE
                        MOVE 'USER IS ALREADY REVOKED'
                            TO WS-REJECT-REASON
                    END-IF
                END-IF
            END-IF.
            IF WS-INPUT-VALID
                MOVE WS-USR-ENTRY(WS-FOUND-SUB) TO WS-OLD-AUTH
                MOVE WS-USR-ENTRY(WS-FOUND-SUB) TO WS-NEW-AUTH
                MOVE 'I' TO WS-NEW-STATUS
                PERFORM CHECK-ADMIN-REMAINS
            END-IF.
            IF WS-INPUT-VALID
      *Revoking keeps the record on file - only the status byte
      *changes, so the change trail still names who the ID was. The
      *grants are left as they were in case the user is reinstated*
                MOVE WS-NEW-AUTH TO WS-USR-ENTRY(WS-FOUND-SUB)
                PERFORM REWRITE-AUTH-FILE
                MOVE 'D' TO AA-ACTION
                PERFORM WRITE-AUTH-AUDIT
                DISPLAY "USER " WS-IN-USER-ID " REVOKED"
            ELSE
                PERFORM DISPLAY-REJECT
            END-IF.

       LIST-USERS.
      *Every user on file with status and grants, one line each - the
      *grant letters read in the function order shown under the
      *heading*
            DISPLAY "USER ID  NAME                 ST GRANTS".
            DISPLAY "                                 MDAHBSE - MEMBER,"
                " DISPOSITION, AUDIT INQ, HIST ARCH, BMI ENTRY,"
                " SECURITY, EXCLUSIONS".
            SET WS-USR-IDX TO 1.
            PERFORM WS-USER-COUNT TIMES
                DISPLAY WS-USR-USER-ID(WS-USR-IDX) " "
                    WS-USR-NAME(WS-USR-IDX) " "
                    WS-USR-STATUS(WS-USR-IDX) "  "
                    WS-USR-FUNCTIONS(WS-USR-IDX)
                SET WS-USR-IDX UP BY 1
            END-PERFORM.
            DISPLAY "USERS ON FILE: " WS-USER-COUNT.

       DISPLAY-REJECT.
            DISPLAY "REJECTED - REASON CODE: " WS-REJECT-CODE
                " - " WS-REJECT-REASON.

       REWRITE-AUTH-FILE.
      *Write the whole in-memory table back after every applied
      *action, so a session cut short loses nothing already applied*
            OPEN OUTPUT BMI-AUTH-FILE.
            IF WS-AUTH-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO REWRITE AUTHORIZATION FILE"
                    " BMIAUTH.DAT - STATUS " WS-AUTH-STATUS
                CLOSE BMI-AUTH-AUDIT-FILE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            SET WS-USR-IDX TO 1.
            PERFORM WS-USER-COUNT TIMES
                WRITE BMI-AUTH-RECORD FROM WS-USR-ENTRY(WS-USR-IDX)
      *A truncated authorization file locks out every user it no
      *longer lists - fatal, not a warning*
                IF WS-AUTH-STATUS NOT = "00"
                    DISPLAY "FATAL: AUTHORIZATION REWRITE FAILED -"
                        " STATUS " WS-AUTH-STATUS
                        " - FILE MAY BE INCOMPLETE"
                    CLOSE BMI-AUTH-FILE
                    CLOSE BMI-AUTH-AUDIT-FILE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                SET WS-USR-IDX UP BY 1
            END-PERFORM.
            CLOSE BMI-AUTH-FILE.

       OPEN-AUTH-AUDIT.
      *Create the authorization audit trail the first time it is
      *run, then open it for append - same pattern as BMIMAUD.LOG*
            OPEN EXTEND BMI-AUTH-AUDIT-FILE.
            IF WS-AUTAU-STATUS NOT = "00"
                OPEN OUTPUT BMI-AUTH-AUDIT-FILE
                CLOSE BMI-AUTH-AUDIT-FILE
                OPEN EXTEND BMI-AUTH-AUDIT-FILE
            END-IF.

       WRITE-AUTH-AUDIT.
      *One audit record per applied action, with the whole record
      *before and after. The caller sets AA-ACTION*
            ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-TIME-NOW FROM TIME.
            MOVE WS-TIME-HHMMSS TO WS-AUDIT-TIME.
            MOVE WS-AUTH-USER TO AA-USER-ID.
            MOVE WS-AUDIT-TIMESTAMP TO AA-TIMESTAMP.
            MOVE WS-OLD-AUTH TO AA-OLD-AUTH.
            MOVE WS-USR-ENTRY(WS-FOUND-SUB) TO AA-NEW-AUTH.
            WRITE BMI-AUTH-AUDIT-RECORD.
            IF WS-AUTAU-STATUS NOT = "00"
                DISPLAY "WARNING: AUTHORIZATION AUDIT WRITE FAILED -"
                    " STATUS " WS-AUTAU-STATUS
            END-IF.

       END PROGRAM BMIAUTMT.
