      * zeroed LENERR placeholders) to attach to a compliance
      * response - so "every calculation for this patient between
      * March and June" is a five-minute run, not half an analyst's
      * day over the raw log. A patient ID keyed here is traced
      * through the BMIMERGE cross-reference (BMIMXREF.LOG), so an
      * inquiry on a retired duplicate ID also selects the surviving
      * ID's records and the other way round - the audit log itself
      * is never rekeyed by a merge.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BMI-AUDIT-FILE ASSIGN TO "BMIAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *Patient ID merge cross-reference written by BMIMERGE*
           SELECT BMI-XREF-FILE ASSIGN TO "BMIMXREF.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT BMI-INQUIRY-FILE ASSIGN TO "BMIAUDL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQ-STATUS.
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
           01 BMI-AUDIT-RECORD.
       COPY BMIAUDIT.
       FD BMI-XREF-FILE.
           01 BMI-XREF-RECORD.
       COPY BMIMXREF.
       FD BMI-INQUIRY-FILE.
           01 BMI-INQUIRY-LINE PIC X(80).
       FD BMI-AUTH-FILE.
           01 BMI-AUTH-RECORD.
       COPY BMIAUTH.
       FD BMI-SECVIOL-FILE.
           01 BMI-SECVIOL-RECORD.
       COPY BMISECVL.
       WORKING-STORAGE SECTION.
      *End-of-log switch*
           01 WS-EOF-SW PIC X VALUE 'N'.
      *File status codes*
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-INQ-STATUS PIC XX.
           01 WS-XREF-STATUS PIC XX.
      *Selection criteria keyed by the analyst - blank means "any".
      *Dates are compared against the YYYYMMDD head of AU-TIMESTAMP*
           01 WS-SEL-PATIENT-ID PIC X(6).
           01 WS-SEL-JOB-ID PIC X(8).
           01 WS-SEL-DATE-FROM PIC X(8).
           01 WS-SEL-DATE-TO PIC X(8).
      *Merges from the cross-reference, and every patient ID linked
      *to the keyed one through them - the keyed ID is always the
      *first entry. Merges chain (a survivor can later be retired
      *itself), so the link table is grown until a pass adds nothing*
           01 WS-XREF-TABLE.
              05 WS-XREF-ENTRY OCCURS 200 TIMES.
                 10 WS-XR-RETIRED-ID PIC X(6).
                 10 WS-XR-SURVIVOR-ID PIC X(6).
           01 WS-XREF-COUNT PIC 9(5) VALUE 0.
           01 WS-LINK-TABLE.
              05 WS-LINK-ID OCCURS 20 TIMES PIC X(6).
           01 WS-LINK-COUNT PIC 9(5) VALUE 0.
           01 WS-XR-I PIC 9(5) VALUE 0.
           01 WS-LINK-I PIC 9(5) VALUE 0.
           01 WS-LINK-TEST-ID PIC X(6).
           01 WS-LINKED-SW PIC X VALUE 'N'.
              88 WS-LINKED VALUE 'Y'.
           01 WS-RET-LINKED-SW PIC X VALUE 'N'.
           01 WS-SURV-LINKED-SW PIC X VALUE 'N'.
           01 WS-LINK-ADDED-SW PIC X VALUE 'Y'.
              88 WS-LINK-ADDED VALUE 'Y'.
      *Date portion of the record being tested*
           01 WS-REC-DATE PIC X(8).
      *Record selection switch*
           01 WS-BMI-EDIT PIC ZZ9.99.
           01 WS-HT-EDIT PIC ZZ9.9.
           01 WS-WT-EDIT PIC ZZ9.9.
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
            PERFORM GET-SELECTION-CRITERIA.
            IF WS-SEL-PATIENT-ID NOT = SPACES
                PERFORM LOAD-MERGE-LINKS
            END-IF.
            PERFORM OPEN-FILES.
            PERFORM UNTIL WS-EOF
                READ BMI-AUDIT-FILE
            CLOSE BMI-INQUIRY-FILE.
            STOP RUN.

       CHECK-AUTHORIZATION.
      *Look the USER value up on the authorization file before anything
      *else is done - a user who is not on file, has been revoked, or
      *does not hold the audit inquiry function is refused and the
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
                            MOVE UA-FN-AUDIT-INQ TO WS-AUTH-GRANT
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
            MOVE "BMIAUDIN" TO SV-PROGRAM-ID.
            MOVE "AUDITINQ" TO SV-FUNCTION.
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
                            " NOT AUTHORIZED FOR AUDIT INQUIRY"
                    END-IF
                END-IF
                MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.

       GET-SELECTION-CRITERIA.
            DISPLAY "Patient ID (blank=all): ".
            ACCEPT WS-SEL-PATIENT-ID.
                WS-SEL-DATE-TO DELIMITED BY SIZE
                INTO BMI-INQUIRY-LINE.
            WRITE BMI-INQUIRY-LINE.
            PERFORM WRITE-MERGE-LINKS.
            MOVE SPACES TO BMI-INQUIRY-LINE.
      *Each literal here is the same width as the field (plus its
      *following gap literal) it labels in WRITE-LISTING-LINE's
            MOVE 'Y' TO WS-SELECT-SW.
            MOVE AU-TIMESTAMP(1:8) TO WS-REC-DATE.
            IF WS-SEL-PATIENT-ID NOT = SPACES
                MOVE AU-PATIENT-ID TO WS-LINK-TEST-ID
                PERFORM TEST-LINKED-ID
                IF NOT WS-LINKED
                    MOVE 'N' TO WS-SELECT-SW
                END-IF
            END-IF.
            IF WS-SEL-USER-ID NOT = SPACES
                    AND AU-USER-ID NOT = WS-SEL-USER-ID
                MOVE 'N' TO WS-SELECT-SW
            END-IF.

       LOAD-MERGE-LINKS.
      *No cross-reference simply means no merge has ever been run -
      *the keyed ID is the only one selected*
            MOVE WS-SEL-PATIENT-ID TO WS-LINK-ID(1).
            MOVE 1 TO WS-LINK-COUNT.
            OPEN INPUT BMI-XREF-FILE.
            IF WS-XREF-STATUS = "00"
                PERFORM UNTIL WS-EOF
                    READ BMI-XREF-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-XREF-COUNT >= 200
                                DISPLAY "WARNING: MERGE CROSS-REFERENCE"
                                    " EXCEEDS 200 - REMAINING RECORDS"
                                    " IGNORED"
                            ELSE
                                ADD 1 TO WS-XREF-COUNT
                                MOVE MX-RETIRED-ID
                                    TO WS-XR-RETIRED-ID(WS-XREF-COUNT)
                                MOVE MX-SURVIVOR-ID
                                    TO WS-XR-SURVIVOR-ID(WS-XREF-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BMI-XREF-FILE
                MOVE 'N' TO WS-EOF-SW
            END-IF.
            MOVE 'Y' TO WS-LINK-ADDED-SW.
            PERFORM UNTIL NOT WS-LINK-ADDED
                MOVE 'N' TO WS-LINK-ADDED-SW
                MOVE 1 TO WS-XR-I
                PERFORM UNTIL WS-XR-I > WS-XREF-COUNT
                    PERFORM LINK-ONE-MERGE
                    ADD 1 TO WS-XR-I
                END-PERFORM
            END-PERFORM.

       LINK-ONE-MERGE.
      *A merge with one side already linked brings the other side in*
            MOVE WS-XR-RETIRED-ID(WS-XR-I) TO WS-LINK-TEST-ID.
            PERFORM TEST-LINKED-ID.
            MOVE WS-LINKED-SW TO WS-RET-LINKED-SW.
            MOVE WS-XR-SURVIVOR-ID(WS-XR-I) TO WS-LINK-TEST-ID.
            PERFORM TEST-LINKED-ID.
            MOVE WS-LINKED-SW TO WS-SURV-LINKED-SW.
            IF WS-RET-LINKED-SW NOT = WS-SURV-LINKED-SW
                IF WS-LINK-COUNT >= 20
                    DISPLAY "WARNING: MORE THAN 20 MERGED IDS LINKED"
                        " - SELECTION INCOMPLETE"
                ELSE
                    ADD 1 TO WS-LINK-COUNT
                    IF WS-RET-LINKED-SW = 'Y'
                        MOVE WS-XR-SURVIVOR-ID(WS-XR-I)
                            TO WS-LINK-ID(WS-LINK-COUNT)
                    ELSE
                        MOVE WS-XR-RETIRED-ID(WS-XR-I)
                            TO WS-LINK-ID(WS-LINK-COUNT)
                    END-IF
                    MOVE 'Y' TO WS-LINK-ADDED-SW
                END-IF
            END-IF.

       TEST-LINKED-ID.
            MOVE 'N' TO WS-LINKED-SW.
            MOVE 1 TO WS-LINK-I.
            PERFORM UNTIL WS-LINK-I > WS-LINK-COUNT OR WS-LINKED
                IF WS-LINK-ID(WS-LINK-I) = WS-LINK-TEST-ID
                    SET WS-LINKED TO TRUE
                ELSE
                    ADD 1 TO WS-LINK-I
                END-IF
            END-PERFORM.

       WRITE-MERGE-LINKS.
      *List every merge that widened the selection, so the compliance
      *reader sees why records under another ID are included*
            MOVE 1 TO WS-XR-I.
            PERFORM UNTIL WS-XR-I > WS-XREF-COUNT
                MOVE WS-XR-SURVIVOR-ID(WS-XR-I) TO WS-LINK-TEST-ID
                PERFORM TEST-LINKED-ID
                IF WS-LINKED AND WS-LINK-COUNT > 1
                    MOVE SPACES TO BMI-INQUIRY-LINE
                    STRING "MERGED ID: " DELIMITED BY SIZE
                        WS-XR-RETIRED-ID(WS-XR-I) DELIMITED BY SIZE
                        " RETIRED INTO " DELIMITED BY SIZE
                        WS-XR-SURVIVOR-ID(WS-XR-I) DELIMITED BY SIZE
                        " - BOTH SELECTED" DELIMITED BY SIZE
                        INTO BMI-INQUIRY-LINE
                    WRITE BMI-INQUIRY-LINE
                END-IF
                ADD 1 TO WS-XR-I
            END-PERFORM.

       TALLY-SELECTED-RECORD.
            ADD 1 TO WS-SELECTED-COUNT.
      *The zeroed LENERR placeholders BMIBATCH writes for length-
