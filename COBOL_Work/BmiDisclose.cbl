      ******************************************************************
      * Author: Afnan Islam
      * Date: 2026-10-15
      * Purpose: Patient right-of-access disclosure - one run builds
      * the whole package compliance used to assemble by hand from
      * BMIAUDIN, BMITREND and greps of the raw files. Given a patient
      * ID it writes a single dated, paginated document
      * (BMIDxxxxxx-yyyymmddhhmmss.TXT for patient xxxxxx, stamped with
      * the time it was prepared so an earlier release is never
      * overwritten) holding the member's current demographics and
      * every BMIMAUD.LOG change to them, every BMI reading in the
      * active history and every yearly archive, every calculation
      * audit record, the care-management cases and their
      * dispositions, the nights the patient's results went out on
      * the EHR interface (from the cumulative BMIEHRLG.DAT send log
      * plus the current BMIEHR.TXT), and the clinical exclusion
      * periods on BMIEXCL.DAT with every BMIEXAU.LOG change to them.
      * Duplicate IDs merged with the
      * keyed one by BMIMERGE are traced through BMIMXREF.LOG and
      * disclosed with it, the same way BMIAUDIN selects them. Each
      * disclosure is itself recorded - who ran it, when, for which
      * patient and requester - in BMIDSCLG.LOG, because releasing a
      * record is an event that has to be accounted for. The run is
      * refused unless the USER is on BMIAUTH.DAT with the audit
      * inquiry function, as BMIAUDIN is.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMIDSCLS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Member demographics master*
           SELECT BMI-MASTER-FILE ASSIGN TO "BMIMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
      *Member master maintenance trail written by BMIMAINT*
           SELECT BMI-MAINT-AUDIT-FILE ASSIGN TO "BMIMAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.
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
      *Compliance audit log - see BmiBatch.cbl for why this is a
      *sequential append file rather than a true indexed file*
           SELECT BMI-AUDIT-FILE ASSIGN TO "BMIAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *Care-management worklist*
           SELECT BMI-WORKLIST-FILE ASSIGN TO "BMICMWL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-STATUS.
      *EHR interface - the cumulative send log and tonight's extract.
      *Both are read through one file definition, the name set
      *before each OPEN*
           SELECT BMI-EHR-FILE ASSIGN USING WS-EHR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EHR-STATUS.
      *Patient ID merge cross-reference written by BMIMERGE*
           SELECT BMI-XREF-FILE ASSIGN TO "BMIMXREF.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
      *Clinical exclusion registry maintained by BMIEXMNT, and its
      *change audit trail*
           SELECT BMI-EXCL-FILE ASSIGN TO "BMIEXCL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCL-STATUS.
           SELECT BMI-EXCL-AUDIT-FILE ASSIGN TO "BMIEXAU.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXAU-STATUS.
      *User authorization file maintained by BMIAUTMT, checked at
      *startup, and the security violation log every refusal goes to*
           SELECT BMI-AUTH-FILE ASSIGN TO "BMIAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT BMI-SECVIOL-FILE ASSIGN TO "BMISECVL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECVL-STATUS.
      *The disclosure document - one per disclosure, named for the
      *patient and the time it was prepared*
           SELECT BMI-DOC-FILE ASSIGN USING WS-DOC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOC-STATUS.
      *Disclosure accounting log*
           SELECT BMI-DISCLOSURE-LOG ASSIGN TO "BMIDSCLG.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BMI-MASTER-FILE.
           01 BMI-MASTER-RECORD.
       COPY BMIMSTR.
       FD BMI-MAINT-AUDIT-FILE.
           01 BMI-MAINT-AUDIT-RECORD.
       COPY BMIMAUD.
       FD BMI-HISTORY-FILE.
           01 BMI-HISTORY-RECORD.
       COPY BMIHIST.
       FD BMI-ARCHIVE-FILE.
           01 BMI-ARCHIVE-RECORD PIC X(30).
       FD BMI-AUDIT-FILE.
           01 BMI-AUDIT-RECORD.
       COPY BMIAUDIT.
       FD BMI-WORKLIST-FILE.
           01 BMI-WORKLIST-RECORD.
       COPY BMICMWL.
       FD BMI-EHR-FILE.
           01 BMI-EHR-LINE PIC X(100).
       FD BMI-XREF-FILE.
           01 BMI-XREF-RECORD.
       COPY BMIMXREF.
       FD BMI-EXCL-FILE.
           01 BMI-EXCL-RECORD.
       COPY BMIEXCL.
       FD BMI-EXCL-AUDIT-FILE.
           01 BMI-EXCL-AUDIT-RECORD.
       COPY BMIEXAU.
       FD BMI-AUTH-FILE.
           01 BMI-AUTH-RECORD.
       COPY BMIAUTH.
       FD BMI-SECVIOL-FILE.
           01 BMI-SECVIOL-RECORD.
       COPY BMISECVL.
       FD BMI-DOC-FILE.
           01 BMI-DOC-LINE PIC X(100).
       FD BMI-DISCLOSURE-LOG.
           01 BMI-DISCLOSURE-RECORD.
       COPY BMIDSCLG.
       WORKING-STORAGE SECTION.
      *End-of-file switch, reused across the passes*
           01 WS-EOF-SW PIC X VALUE 'N'.
              88 WS-EOF VALUE 'Y'.
      *File status codes*
           01 WS-MASTER-STATUS PIC XX.
           01 WS-MAUD-STATUS PIC XX.
           01 WS-HIST-STATUS PIC XX.
           01 WS-ARCH-STATUS PIC XX.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-WORKLIST-STATUS PIC XX.
           01 WS-EHR-STATUS PIC XX.
           01 WS-XREF-STATUS PIC XX.
           01 WS-DOC-STATUS PIC XX.
           01 WS-DLOG-STATUS PIC XX.
           01 WS-EXCL-STATUS PIC XX.
           01 WS-EXAU-STATUS PIC XX.
           01 WS-AUTH-STATUS PIC XX.
           01 WS-SECVL-STATUS PIC XX.
      *Authorization lookup for the USER running the disclosure*
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
      *Operator-keyed request*
           01 WS-SEL-PATIENT-ID PIC X(6).
           01 WS-REQUESTER PIC X(30).
           01 WS-RUN-USER PIC X(8).
      *Dynamic file names*
           01 WS-DOC-NAME PIC X(30).
           01 WS-EHR-NAME PIC X(12).
           01 WS-ARCHIVE-NAME PIC X(12).
           01 WS-ARCH-YEAR PIC 9(4).
           01 WS-ARCH-FLOOR PIC 9(4) VALUE 1990.
      *Timestamp of the disclosure - stamped once so the document
      *header and the log record agree*
           01 WS-DSCL-TIMESTAMP.
              05 WS-DSCL-DATE.
                 10 WS-DSCL-YYYY PIC 9(4).
                 10 WS-DSCL-MMDD PIC 9(4).
              05 WS-DSCL-TIME PIC 9(6).
      *ACCEPT FROM TIME returns hhmmsscc - 8 digits - so it must
      *land in a field this size first*
           01 WS-TIME-NOW.
              05 WS-TIME-HHMMSS PIC 9(6).
              05 FILLER PIC 99.
      *Merges from the cross-reference, and every patient ID linked
      *to the keyed one through them - same link closure as BMIAUDIN.
      *The keyed ID is always the first entry*
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
      *Readings from the active file and every archive, sorted into
      *date order before they print*
           01 WS-READING-TABLE.
              05 WS-RD-ENTRY OCCURS 2000 TIMES.
                 10 WS-RD-DATE PIC X(8).
                 10 WS-RD-PATIENT-ID PIC X(6).
                 10 WS-RD-HEIGHT PIC 999V9.
                 10 WS-RD-WEIGHT PIC 999V9.
                 10 WS-RD-BMI PIC 999V99.
                 10 WS-RD-SOURCE PIC X(12).
           01 WS-READING-COUNT PIC 9(5) VALUE 0.
           01 WS-READING-DROPPED PIC 9(7) VALUE 0.
           01 WS-RD-HOLD PIC X(39).
           01 WS-CUR-SOURCE PIC X(12).
      *Nights sent on the EHR interface - one entry per distinct
      *detail record, so a night present in both the send log and
      *tonight's extract prints once*
           01 WS-EHR-TABLE.
              05 WS-EH-ENTRY OCCURS 1000 TIMES.
                 10 WS-EH-DATE PIC X(8).
                 10 WS-EH-PATIENT-ID PIC X(6).
                 10 WS-EH-BMI PIC X(6).
                 10 WS-EH-CATEGORY PIC X(11).
           01 WS-EHR-COUNT PIC 9(5) VALUE 0.
           01 WS-EHR-DROPPED PIC 9(7) VALUE 0.
           01 WS-EH-HOLD PIC X(31).
           01 WS-EHR-I PIC 9(5) VALUE 0.
           01 WS-HIT-SW PIC X VALUE 'N'.
              88 WS-HIT VALUE 'Y'.
      *Fields parsed from one pipe-delimited EHR detail record*
           01 WS-EHR-FIELDS.
              05 WS-EF-TAG PIC X(3).
              05 WS-EF-PATIENT-ID PIC X(6).
              05 WS-EF-NAME PIC X(20).
              05 WS-EF-DATE PIC X(8).
              05 WS-EF-HEIGHT PIC X(5).
              05 WS-EF-WEIGHT PIC X(5).
              05 WS-EF-BMI PIC X(6).
              05 WS-EF-CATEGORY PIC X(11).
      *Exchange sort subscripts*
           01 WS-SORT-I PIC 9(5) VALUE 0.
           01 WS-SORT-J PIC 9(5) VALUE 0.
           01 WS-SWAP-SW PIC X VALUE 'N'.
              88 WS-SWAPPED VALUE 'Y'.
      *Pagination - a page is 60 lines on plain continuous stock,
      *same as the BMILTRGN letters; every page opens with the
      *document header and its page number*
           01 WS-PAGE-LINES PIC 99 VALUE 60.
           01 WS-LINE-COUNT PIC 99 VALUE 0.
           01 WS-PAGE-COUNT PIC 9(5) VALUE 0.
           01 WS-PAGE-EDIT PIC ZZZZ9.
           01 WS-PRINT-LINE PIC X(100) VALUE SPACES.
           01 WS-SECTION-TITLE PIC X(60).
      *Per-section and whole-document record counts*
           01 WS-SECTION-COUNT PIC 9(7) VALUE 0.
           01 WS-RECORD-TOTAL PIC 9(7) VALUE 0.
           01 WS-MASTER-FOUND PIC 9(5) VALUE 0.
      *Print work fields*
           01 WS-BMI-EDIT PIC ZZ9.99.
           01 WS-HT-EDIT PIC ZZ9.9.
           01 WS-WT-EDIT PIC ZZ9.9.
           01 WS-ACTION-TEXT PIC X(10).
           01 WS-DISP-TEXT PIC X(20).
           01 WS-STATUS-TEXT PIC X(8).
           01 WS-ID-NOTE PIC X(30).
      *Shared exclusion reason codes and descriptions, and the fields
      *one exclusion period prints from*
           01 WS-EXCL-REASONS.
       COPY BMIEXRSN.
           01 WS-REASON-DESC PIC X(20).
           01 WS-PRT-EXCL.
              05 WS-PRT-PATIENT-ID PIC X(6).
              05 WS-PRT-REASON PIC X(2).
              05 WS-PRT-EFF-DATE PIC X(8).
              05 WS-PRT-END-DATE PIC X(8).
              05 WS-PRT-CLINICIAN PIC X(20).
           01 WS-END-TEXT PIC X(8).
           01 WS-EXCL-LABEL PIC X(12).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CHECK-AUTHORIZATION.
            PERFORM GET-DISCLOSURE-REQUEST.
            ACCEPT WS-DSCL-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-TIME-NOW FROM TIME.
            MOVE WS-TIME-HHMMSS TO WS-DSCL-TIME.
            ACCEPT WS-RUN-USER FROM ENVIRONMENT "USER".
            PERFORM OPEN-DISCLOSURE-LOG.
            PERFORM LOAD-MERGE-LINKS.
            PERFORM OPEN-DOCUMENT.
            PERFORM WRITE-DEMOGRAPHICS.
            PERFORM WRITE-MASTER-CHANGES.
            PERFORM WRITE-READINGS.
            PERFORM WRITE-CALC-AUDIT.
            PERFORM WRITE-CM-CASES.
            PERFORM WRITE-EHR-NIGHTS.
            PERFORM WRITE-EXCLUSIONS.
            PERFORM WRITE-EXCL-CHANGES.
            PERFORM WRITE-DOCUMENT-END.
            CLOSE BMI-DOC-FILE.
            PERFORM LOG-DISCLOSURE.
            DISPLAY "DISCLOSURE " WS-DOC-NAME " PATIENT "
                WS-SEL-PATIENT-ID " PAGES " WS-PAGE-COUNT
                " RECORDS " WS-RECORD-TOTAL.
            STOP RUN.

       CHECK-AUTHORIZATION.
      *Look the USER value up on the authorization file before anything
      *else is done - a disclosure releases the same records BMIAUDIN
      *shows and more, so it needs the audit inquiry function. A
      *refusal is logged, and an authorization file that cannot be
      *read refuses everyone rather than letting everyone through*
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
      *operator why, and stop - nothing has been opened or released
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
            MOVE "BMIDSCLS" TO SV-PROGRAM-ID.
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

       GET-DISCLOSURE-REQUEST.
            DISPLAY "Patient ID for disclosure: ".
            ACCEPT WS-SEL-PATIENT-ID.
            DISPLAY "Requested by (patient or representative): ".
            ACCEPT WS-REQUESTER.
      *A disclosure with no patient or no named requester cannot be
      *accounted for afterward - refuse it before anything is read*
            IF WS-SEL-PATIENT-ID = SPACES
                DISPLAY "REJECTED - REASON CODE: R1 - PATIENT ID IS"
                    " REQUIRED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-REQUESTER = SPACES
                DISPLAY "REJECTED - REASON CODE: R2 - REQUESTER IS"
                    " REQUIRED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       OPEN-DISCLOSURE-LOG.
      *The log is opened before the document is built - a release
      *that cannot be logged is not produced at all*
            OPEN EXTEND BMI-DISCLOSURE-LOG.
            IF WS-DLOG-STATUS NOT = "00"
                OPEN OUTPUT BMI-DISCLOSURE-LOG
                CLOSE BMI-DISCLOSURE-LOG
                OPEN EXTEND BMI-DISCLOSURE-LOG
            END-IF.
            IF WS-DLOG-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO OPEN DISCLOSURE LOG"
                    " BMIDSCLG.LOG - STATUS " WS-DLOG-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       LOAD-MERGE-LINKS.
      *No cross-reference simply means no merge has ever been run -
      *the keyed ID is the only one disclosed*
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
                        " - DISCLOSURE INCOMPLETE"
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

       OPEN-DOCUMENT.
      *The preparation timestamp is part of the name, so a second
      *request for the same patient never overwrites the copy that
      *went out the first time*
            MOVE SPACES TO WS-DOC-NAME.
            STRING "BMID" DELIMITED BY SIZE
                WS-SEL-PATIENT-ID DELIMITED BY SPACE
                "-" DELIMITED BY SIZE
                WS-DSCL-TIMESTAMP DELIMITED BY SIZE
                ".TXT" DELIMITED BY SIZE
                INTO WS-DOC-NAME.
            OPEN OUTPUT BMI-DOC-FILE.
            IF WS-DOC-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO OPEN DISCLOSURE DOCUMENT "
                    WS-DOC-NAME " - STATUS " WS-DOC-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM START-NEW-PAGE.
            MOVE "THIS DOCUMENT HOLDS EVERY RECORD THE BMI SCREENING"
                & " PROGRAM KEEPS ABOUT THE PATIENT" TO WS-PRINT-LINE.
            PERFORM PUT-LINE.
            MOVE "NAMED ABOVE, AS OF THE PREPARATION DATE SHOWN."
                TO WS-PRINT-LINE.
            PERFORM PUT-LINE.
      *Merged duplicate IDs are named up front so the reader knows
      *why records under another ID appear in the document*
            MOVE 1 TO WS-XR-I.
            PERFORM UNTIL WS-XR-I > WS-XREF-COUNT
                MOVE WS-XR-SURVIVOR-ID(WS-XR-I) TO WS-LINK-TEST-ID
                PERFORM TEST-LINKED-ID
                IF WS-LINKED AND WS-LINK-COUNT > 1
                    MOVE SPACES TO WS-PRINT-LINE
                    STRING "MERGED ID: " DELIMITED BY SIZE
                        WS-XR-RETIRED-ID(WS-XR-I) DELIMITED BY SIZE
                        " RETIRED INTO " DELIMITED BY SIZE
                        WS-XR-SURVIVOR-ID(WS-XR-I) DELIMITED BY SIZE
                        " - RECORDS UNDER BOTH IDS INCLUDED"
                            DELIMITED BY SIZE
                        INTO WS-PRINT-LINE
                    PERFORM PUT-LINE
                END-IF
                ADD 1 TO WS-XR-I
            END-PERFORM.

       START-NEW-PAGE.
      *Pad the page out so the next one starts at the top of its own
      *sheet - same continuous-stock handling as the letters*
            IF WS-PAGE-COUNT > 0
                PERFORM UNTIL WS-LINE-COUNT >= WS-PAGE-LINES
                    MOVE SPACES TO BMI-DOC-LINE
                    WRITE BMI-DOC-LINE
                    ADD 1 TO WS-LINE-COUNT
                END-PERFORM
            END-IF.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE 0 TO WS-LINE-COUNT.
            MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT.
            MOVE SPACES TO BMI-DOC-LINE.
            STRING "RIGHT-OF-ACCESS DISCLOSURE - BMI SCREENING PROGRAM"
                DELIMITED BY SIZE
                "                    PAGE " DELIMITED BY SIZE
                WS-PAGE-EDIT DELIMITED BY SIZE
                INTO BMI-DOC-LINE.
            WRITE BMI-DOC-LINE.
            MOVE SPACES TO BMI-DOC-LINE.
            STRING "PATIENT " DELIMITED BY SIZE
                WS-SEL-PATIENT-ID DELIMITED BY SIZE
                "  PREPARED " DELIMITED BY SIZE
                WS-DSCL-TIMESTAMP DELIMITED BY SIZE
                " BY " DELIMITED BY SIZE
                WS-RUN-USER DELIMITED BY SIZE
                "  FOR " DELIMITED BY SIZE
                WS-REQUESTER DELIMITED BY SIZE
                INTO BMI-DOC-LINE.
            WRITE BMI-DOC-LINE.
            MOVE SPACES TO BMI-DOC-LINE.
            WRITE BMI-DOC-LINE.
            MOVE 3 TO WS-LINE-COUNT.

       PUT-LINE.
            IF WS-LINE-COUNT >= WS-PAGE-LINES
                PERFORM START-NEW-PAGE
            END-IF.
            MOVE WS-PRINT-LINE TO BMI-DOC-LINE.
            WRITE BMI-DOC-LINE.
            ADD 1 TO WS-LINE-COUNT.
            MOVE SPACES TO WS-PRINT-LINE.

       PUT-SECTION-HEAD.
      *A section heading with fewer than five lines left on the page
      *starts a new page instead of stranding at the bottom*
            IF WS-LINE-COUNT + 5 > WS-PAGE-LINES
                PERFORM START-NEW-PAGE
            END-IF.
            MOVE 0 TO WS-SECTION-COUNT.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM PUT-LINE.
            MOVE WS-SECTION-TITLE TO WS-PRINT-LINE.
            PERFORM PUT-LINE.
            MOVE ALL "-" TO WS-PRINT-LINE(1:60).
            PERFORM PUT-LINE.

       PUT-SECTION-COUNT.
            IF WS-SECTION-COUNT = 0
                MOVE "  NO RECORDS ON FILE" TO WS-PRINT-LINE
                PERFORM PUT-LINE
            END-IF.
            STRING "  RECORDS IN THIS SECTION: " DELIMITED BY SIZE
                WS-SECTION-COUNT DELIMITED BY SIZE
                INTO WS-PRINT-LINE.
            PERFORM PUT-LINE.
            ADD WS-SECTION-COUNT TO WS-RECORD-TOTAL.

       WRITE-DEMOGRAPHICS.
            MOVE "SECTION 1 - MEMBER DEMOGRAPHICS (CURRENT)"
                TO WS-SECTION-TITLE.
            PERFORM PUT-SECTION-HEAD.
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
                        MOVE MM-PATIENT-ID TO WS-LINK-TEST-ID
                        PERFORM TEST-LINKED-ID
                        IF WS-LINKED
                            PERFORM WRITE-MEMBER-BLOCK
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BMI-MASTER-FILE.
            MOVE 'N' TO WS-EOF-SW.
            IF WS-MASTER-FOUND = 0
                STRING "  PATIENT " DELIMITED BY SIZE
                    WS-SEL-PATIENT-ID DELIMITED BY SIZE
                    " IS NOT ON THE MEMBER MASTER" DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                PERFORM PUT-LINE
            END-IF.
            PERFORM PUT-SECTION-COUNT.

       WRITE-MEMBER-BLOCK.
            ADD 1 TO WS-MASTER-FOUND.
            ADD 1 TO WS-SECTION-COUNT.
      *Master rows written before the status byte existed read in as
      *spaces - they are active, same as BMIMAINT*
            IF MM-STATUS = 'I'
                MOVE "INACTIVE" TO WS-STATUS-TEXT
            ELSE
                MOVE "ACTIVE" TO WS-STATUS-TEXT
            END-IF.
            IF MM-PATIENT-ID = WS-SEL-PATIENT-ID
                MOVE SPACES TO WS-ID-NOTE
            ELSE
                MOVE "(DUPLICATE ID LINKED BY MERGE)" TO WS-ID-NOTE
            END-IF.
            STRING "  PATIENT ID " DELIMITED BY SIZE
                MM-PATIENT-ID DELIMITED BY SIZE
                "  STATUS " DELIMITED BY SIZE
                MM-STATUS DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-STATUS-TEXT DELIMITED BY SIZE
                "  SITE " DELIMITED BY SIZE
                MM-SITE-CODE DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-ID-NOTE DELIMITED BY SIZE
                INTO WS-PRINT-LINE.
            PERFORM PUT-LINE.
            STRING "  NAME " DELIMITED BY SIZE
                MM-PATIENT-NAME DELIMITED BY SIZE
                "  AGE " DELIMITED BY SIZE
                MM-AGE DELIMITED BY SIZE
                "  SEX " DELIMITED BY SIZE
                MM-SEX DELIMITED BY SIZE
                INTO WS-PRINT-LINE.
            PERFORM PUT-LINE.
            STRING "  ADDRESS " DELIMITED BY SIZE
                MM-ADDR-STREET DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                MM-ADDR-CITY DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                MM-ADDR-STATE DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                MM-ADDR-ZIP DELIMITED BY SIZE
                INTO WS-PRINT-LINE.
            PERFORM PUT-LINE.

       WRITE-MASTER-CHANGES.
            MOVE "SECTION 2 - MEMBER RECORD CHANGES (BMIMAUD.LOG)"
                TO WS-SECTION-TITLE.
            PERFORM PUT-SECTION-HEAD.
      *No maintenance trail means the member has never been changed
      *through BMIMAINT - the section prints empty*
            OPEN INPUT BMI-MAINT-AUDIT-FILE.
            IF WS-MAUD-STATUS = "00"
                PERFORM UNTIL WS-EOF
                    READ BMI-MAINT-AUDIT-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            MOVE MA-PATIENT-ID TO WS-LINK-TEST-ID
                            PERFORM TEST-LINKED-ID
                            IF WS-LINKED
                                PERFORM WRITE-CHANGE-BLOCK
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BMI-MAINT-AUDIT-FILE
                MOVE 'N' TO WS-EOF-SW
            END-IF.
            PERFORM PUT-SECTION-COUNT.

       WRITE-CHANGE-BLOCK.
            ADD 1 TO WS-SECTION-COUNT.
            IF MA-ACTION = 'A'
                MOVE "ADD" TO WS-ACTION-TEXT
            ELSE
                IF MA-ACTION = 'C'
                    MOVE "CHANGE" TO WS-ACTION-TEXT
                ELSE
                    IF MA-ACTION = 'D'
                        MOVE "DEACTIVATE" TO WS-ACTION-TEXT
                    ELSE
                        MOVE "OTHER" TO WS-ACTION-TEXT
                    END-IF
                END-IF
            END-IF.
            STRING "  " DELIMITED BY SIZE
                MA-TIMESTAMP DELIMITED BY SIZE
                "  USER " DELIMITED BY SIZE
                MA-USER-ID DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                MA-ACTION DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-ACTION-TEXT DELIMITED BY SIZE
                "  PATIENT " DELIMITED BY SIZE
                MA-PATIENT-ID DELIMITED BY SIZE
                INTO WS-PRINT-LINE.
            PERFORM PUT-LINE.
      *An add has no before-image - only what was entered prints*
            IF MA-ACTION NOT = 'A'
                STRING "    BEFORE: " DELIMITED BY SIZE
                    MA-OLD-NAME DELIMITED BY SIZE
                    " AGE " DELIMITED BY SIZE
                    MA-OLD-AGE DELIMITED BY SIZE
                    " SEX " DELIMITED BY SIZE
                    MA-OLD-SEX DELIMITED BY SIZE
                    " STATUS " DELIMITED BY SIZE
                    MA-OLD-STATUS DELIMITED BY SIZE
                    " SITE " DELIMITED BY SIZE
                    MA-OLD-SITE DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                PERFORM PUT-LINE
                STRING "            " DELIMITED BY SIZE
                    MA-OLD-STREET DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    MA-OLD-CITY DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    MA-OLD-STATE DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    MA-OLD-ZIP DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                PERFORM PUT-LINE
            END-IF.
            STRING "    AFTER:  " DELIMITED BY SIZE
                MA-NEW-NAME DELIMITED BY SIZE
                " AGE " DELIMITED BY SIZE
                MA-NEW-AGE DELIMITED BY SIZE
                " SEX " DELIMITED BY SIZE
                MA-NEW-SEX DELIMITED BY SIZE
                " STATUS " DELIMITED BY SIZE
                MA-NEW-STATUS DELIMITED BY SIZE
                " SITE " DELIMITED BY SIZE
                MA-NEW-SITE DELIMITED BY SIZE
                INTO WS-PRINT-LINE.
            PERFORM PUT-LINE.
            STRING "            " DELIMITED BY SIZE
                MA-NEW-STREET DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                MA-NEW-CITY DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                MA-NEW-STATE DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                MA-NEW-ZIP DELIMITED BY SIZE
                INTO WS-PRINT-LINE.
            PERFORM PUT-LINE.

       WRITE-READINGS.
            MOVE "SECTION 3 - BMI READINGS (ACTIVE AND ARCHIVED"
                & " HISTORY)" TO WS-SECTION-TITLE.
            PERFORM PUT-SECTION-HEAD.
            PERFORM VARYING WS-ARCH-YEAR FROM WS-ARCH-FLOOR BY 1
                    UNTIL WS-ARCH-YEAR > WS-DSCL-YYYY
                MOVE SPACES TO WS-ARCHIVE-NAME
                STRING "BMIH" DELIMITED BY SIZE
                    WS-ARCH-YEAR DELIMITED BY SIZE
                    ".ARC" DELIMITED BY SIZE
                    INTO WS-ARCHIVE-NAME
                OPEN INPUT BMI-ARCHIVE-FILE
                IF WS-ARCH-STATUS = "00"
                    MOVE WS-ARCHIVE-NAME TO WS-CUR-SOURCE
                    PERFORM COLLECT-ONE-ARCHIVE
                    CLOSE BMI-ARCHIVE-FILE
                END-IF
            END-PERFORM.
            OPEN INPUT BMI-HISTORY-FILE.
            IF WS-HIST-STATUS = "00"
                MOVE "BMIHIST.DAT" TO WS-CUR-SOURCE
                PERFORM UNTIL WS-EOF
                    READ BMI-HISTORY-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM COLLECT-READING
                    END-READ
                END-PERFORM
                CLOSE BMI-HISTORY-FILE
                MOVE 'N' TO WS-EOF-SW
            END-IF.
            PERFORM SORT-READINGS.
      *Each literal here is the same width as the field (plus its
      *following gap literal) it labels in the detail-line STRING
      *below, so the header lines up with the data*
            STRING "  DATE      " DELIMITED BY SIZE
                "PATIENT " DELIMITED BY SIZE
                "HEIGHT " DELIMITED BY SIZE
                "WEIGHT " DELIMITED BY SIZE
                "BMI     " DELIMITED BY SIZE
                "SOURCE FILE" DELIMITED BY SIZE
                INTO WS-PRINT-LINE.
            PERFORM PUT-LINE.
            MOVE 1 TO WS-SORT-I.
            PERFORM UNTIL WS-SORT-I > WS-READING-COUNT
                MOVE WS-RD-HEIGHT(WS-SORT-I) TO WS-HT-EDIT
                MOVE WS-RD-WEIGHT(WS-SORT-I) TO WS-WT-EDIT
                MOVE WS-RD-BMI(WS-SORT-I) TO WS-BMI-EDIT
                STRING "  " DELIMITED BY SIZE
                    WS-RD-DATE(WS-SORT-I) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-RD-PATIENT-ID(WS-SORT-I) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-HT-EDIT DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-WT-EDIT DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-BMI-EDIT DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-RD-SOURCE(WS-SORT-I) DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                PERFORM PUT-LINE
                ADD 1 TO WS-SECTION-COUNT
                ADD 1 TO WS-SORT-I
            END-PERFORM.
            IF WS-READING-DROPPED > 0
                DISPLAY "WARNING: MORE THAN 2000 READINGS - "
                    WS-READING-DROPPED " NOT DISCLOSED"
                STRING "  WARNING: SECTION INCOMPLETE - "
                        DELIMITED BY SIZE
                    WS-READING-DROPPED DELIMITED BY SIZE
                    " READINGS PAST THE 2000 LIMIT NOT LISTED"
                        DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                PERFORM PUT-LINE
                MOVE 8 TO RETURN-CODE
            END-IF.
            PERFORM PUT-SECTION-COUNT.

       COLLECT-ONE-ARCHIVE.
      *Archive records are the BMIHIST layout - they stage through
      *the history record area so the BH field names apply*
            PERFORM UNTIL WS-EOF
                READ BMI-ARCHIVE-FILE INTO BMI-HISTORY-RECORD
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        PERFORM COLLECT-READING
                END-READ
            END-PERFORM.
            MOVE 'N' TO WS-EOF-SW.

       COLLECT-READING.
            MOVE BH-PATIENT-ID TO WS-LINK-TEST-ID.
            PERFORM TEST-LINKED-ID.
            IF WS-LINKED
      *WS-READING-TABLE is only OCCURS 2000 TIMES - readings past
      *the ceiling are counted and the section says it is incomplete
      *instead of silently releasing part of a record*
                IF WS-READING-COUNT >= 2000
                    ADD 1 TO WS-READING-DROPPED
                ELSE
                    ADD 1 TO WS-READING-COUNT
                    MOVE BH-RUN-DATE TO WS-RD-DATE(WS-READING-COUNT)
                    MOVE BH-PATIENT-ID
                        TO WS-RD-PATIENT-ID(WS-READING-COUNT)
                    MOVE BH-HEIGHT TO WS-RD-HEIGHT(WS-READING-COUNT)
                    MOVE BH-WEIGHT TO WS-RD-WEIGHT(WS-READING-COUNT)
                    MOVE BH-BMI TO WS-RD-BMI(WS-READING-COUNT)
                    MOVE WS-CUR-SOURCE
                        TO WS-RD-SOURCE(WS-READING-COUNT)
                END-IF
            END-IF.

       SORT-READINGS.
      *Exchange sort into date order - same sort shape as
      *SORT-REFERRALS in BMICMAGE*
            IF WS-READING-COUNT < 2
                CONTINUE
            ELSE
                SET WS-SWAPPED TO TRUE
                PERFORM UNTIL NOT WS-SWAPPED
                    MOVE 'N' TO WS-SWAP-SW
                    MOVE 1 TO WS-SORT-I
                    PERFORM UNTIL WS-SORT-I >= WS-READING-COUNT
                        COMPUTE WS-SORT-J = WS-SORT-I + 1
                        IF WS-RD-DATE(WS-SORT-I) >
                                WS-RD-DATE(WS-SORT-J)
                            MOVE WS-RD-ENTRY(WS-SORT-I)
                                TO WS-RD-HOLD
                            MOVE WS-RD-ENTRY(WS-SORT-J)
                                TO WS-RD-ENTRY(WS-SORT-I)
                            MOVE WS-RD-HOLD
                                TO WS-RD-ENTRY(WS-SORT-J)
                            SET WS-SWAPPED TO TRUE
                        END-IF
                        ADD 1 TO WS-SORT-I
                    END-PERFORM
                END-PERFORM
            END-IF.

       WRITE-CALC-AUDIT.
            MOVE "SECTION 4 - BMI CALCULATION AUDIT RECORDS"
                & " (BMIAUDIT.LOG)" TO WS-SECTION-TITLE.
            PERFORM PUT-SECTION-HEAD.
            STRING "  TIMESTAMP       " DELIMITED BY SIZE
                "USER      " DELIMITED BY SIZE
                "JOB       " DELIMITED BY SIZE
                "PATIENT " DELIMITED BY SIZE
                "HEIGHT " DELIMITED BY SIZE
                "WEIGHT " DELIMITED BY SIZE
                "BMI" DELIMITED BY SIZE
                INTO WS-PRINT-LINE.
            PERFORM PUT-LINE.
            OPEN INPUT BMI-AUDIT-FILE.
            IF WS-AUDIT-STATUS = "00"
                PERFORM UNTIL WS-EOF
                    READ BMI-AUDIT-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            MOVE AU-PATIENT-ID TO WS-LINK-TEST-ID
                            PERFORM TEST-LINKED-ID
                            IF WS-LINKED
                                PERFORM WRITE-AUDIT-LINE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BMI-AUDIT-FILE
                MOVE 'N' TO WS-EOF-SW
            END-IF.
            PERFORM PUT-SECTION-COUNT.

       WRITE-AUDIT-LINE.
            ADD 1 TO WS-SECTION-COUNT.
            MOVE AU-HEIGHT TO WS-HT-EDIT.
            MOVE AU-WEIGHT TO WS-WT-EDIT.
            MOVE AU-BMI TO WS-BMI-EDIT.
            STRING "  " DELIMITED BY SIZE
                AU-TIMESTAMP DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                AU-USER-ID DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                AU-JOB-ID DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                AU-PATIENT-ID DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-HT-EDIT DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-WT-EDIT DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-BMI-EDIT DELIMITED BY SIZE
                INTO WS-PRINT-LINE.
            PERFORM PUT-LINE.

       WRITE-CM-CASES.
            MOVE "SECTION 5 - CARE-MANAGEMENT CASES AND DISPOSITIONS"
                TO WS-SECTION-TITLE.
            PERFORM PUT-SECTION-HEAD.
            OPEN INPUT BMI-WORKLIST-FILE.
            IF WS-WORKLIST-STATUS = "00"
                PERFORM UNTIL WS-EOF
                    READ BMI-WORKLIST-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            MOVE CW-PATIENT-ID TO WS-LINK-TEST-ID
                            PERFORM TEST-LINKED-ID
                            IF WS-LINKED
                                PERFORM WRITE-CASE-BLOCK
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BMI-WORKLIST-FILE
                MOVE 'N' TO WS-EOF-SW
            END-IF.
            PERFORM PUT-SECTION-COUNT.

       WRITE-CASE-BLOCK.
            ADD 1 TO WS-SECTION-COUNT.
            MOVE CW-LAST-BMI TO WS-BMI-EDIT.
            IF CW-DISPOSITION = 'N'
                MOVE "NEW - NOT CONTACTED" TO WS-DISP-TEXT
            ELSE
                IF CW-DISPOSITION = 'C'
                    MOVE "CONTACTED" TO WS-DISP-TEXT
                ELSE
                    IF CW-DISPOSITION = 'S'
                        MOVE "SCHEDULED" TO WS-DISP-TEXT
                    ELSE
                        IF CW-DISPOSITION = 'D'
                            MOVE "DECLINED" TO WS-DISP-TEXT
                        ELSE
                            IF CW-DISPOSITION = 'X'
                                MOVE "CLOSED" TO WS-DISP-TEXT
                            ELSE
                                MOVE "UNKNOWN" TO WS-DISP-TEXT
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.
            STRING "  PATIENT " DELIMITED BY SIZE
                CW-PATIENT-ID DELIMITED BY SIZE
                "  SITE " DELIMITED BY SIZE
                CW-SITE-CODE DELIMITED BY SIZE
                "  FIRST FLAGGED " DELIMITED BY SIZE
                CW-FIRST-DATE DELIMITED BY SIZE
                "  LAST FLAGGED " DELIMITED BY SIZE
                CW-LAST-DATE DELIMITED BY SIZE
                INTO WS-PRINT-LINE.
            PERFORM PUT-LINE.
            STRING "    LAST BMI " DELIMITED BY SIZE
                WS-BMI-EDIT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                CW-CATEGORY DELIMITED BY SIZE
                "  DISPOSITION " DELIMITED BY SIZE
                CW-DISPOSITION DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-DISP-TEXT DELIMITED BY SIZE
                INTO WS-PRINT-LINE.
            PERFORM PUT-LINE.
            IF CW-DISP-USER NOT = SPACES
                STRING "    DISPOSITION KEYED BY " DELIMITED BY SIZE
                    CW-DISP-USER DELIMITED BY SIZE
                    " ON " DELIMITED BY SIZE
                    CW-DISP-DATE DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                PERFORM PUT-LINE
            END-IF.

       WRITE-EHR-NIGHTS.
            MOVE "SECTION 6 - RESULTS SENT TO THE EHR INTERFACE"
                TO WS-SECTION-TITLE.
            PERFORM PUT-SECTION-HEAD.
            MOVE "BMIEHRLG.DAT" TO WS-EHR-NAME.
            PERFORM COLLECT-EHR-FILE.
            MOVE "BMIEHR.TXT" TO WS-EHR-NAME.
            PERFORM COLLECT-EHR-FILE.
            PERFORM SORT-EHR-NIGHTS.
            STRING "  NIGHT     " DELIMITED BY SIZE
                "PATIENT " DELIMITED BY SIZE
                "BMI     " DELIMITED BY SIZE
                "CATEGORY" DELIMITED BY SIZE
                INTO WS-PRINT-LINE.
            PERFORM PUT-LINE.
            MOVE 1 TO WS-SORT-I.
            PERFORM UNTIL WS-SORT-I > WS-EHR-COUNT
                STRING "  " DELIMITED BY SIZE
                    WS-EH-DATE(WS-SORT-I) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-EH-PATIENT-ID(WS-SORT-I) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-EH-BMI(WS-SORT-I) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-EH-CATEGORY(WS-SORT-I) DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                PERFORM PUT-LINE
                ADD 1 TO WS-SECTION-COUNT
                ADD 1 TO WS-SORT-I
            END-PERFORM.
            IF WS-EHR-DROPPED > 0
                DISPLAY "WARNING: MORE THAN 1000 EHR RECORDS - "
                    WS-EHR-DROPPED " NOT DISCLOSED"
                STRING "  WARNING: SECTION INCOMPLETE - "
                        DELIMITED BY SIZE
                    WS-EHR-DROPPED DELIMITED BY SIZE
                    " RECORDS PAST THE 1000 LIMIT NOT LISTED"
                        DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                PERFORM PUT-LINE
                MOVE 8 TO RETURN-CODE
            END-IF.
            PERFORM PUT-SECTION-COUNT.

       COLLECT-EHR-FILE.
      *Either file may be absent (no run yet, or a site that predates
      *the send log) - what is on file is what is disclosed*
            OPEN INPUT BMI-EHR-FILE.
            IF WS-EHR-STATUS = "00"
                PERFORM UNTIL WS-EOF
                    READ BMI-EHR-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            IF BMI-EHR-LINE(1:4) = "DTL|"
                                PERFORM COLLECT-EHR-DETAIL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BMI-EHR-FILE
                MOVE 'N' TO WS-EOF-SW
            END-IF.

       COLLECT-EHR-DETAIL.
            MOVE SPACES TO WS-EHR-FIELDS.
            UNSTRING BMI-EHR-LINE DELIMITED BY "|"
                INTO WS-EF-TAG WS-EF-PATIENT-ID WS-EF-NAME WS-EF-DATE
                    WS-EF-HEIGHT WS-EF-WEIGHT WS-EF-BMI WS-EF-CATEGORY.
            MOVE WS-EF-PATIENT-ID TO WS-LINK-TEST-ID.
            PERFORM TEST-LINKED-ID.
            IF WS-LINKED
                MOVE 'N' TO WS-HIT-SW
                MOVE 1 TO WS-EHR-I
                PERFORM UNTIL WS-EHR-I > WS-EHR-COUNT OR WS-HIT
                    IF WS-EH-DATE(WS-EHR-I) = WS-EF-DATE
                            AND WS-EH-PATIENT-ID(WS-EHR-I)
                                = WS-EF-PATIENT-ID
                            AND WS-EH-BMI(WS-EHR-I) = WS-EF-BMI
                        SET WS-HIT TO TRUE
                    END-IF
                    ADD 1 TO WS-EHR-I
                END-PERFORM
                IF NOT WS-HIT
                    IF WS-EHR-COUNT >= 1000
                        ADD 1 TO WS-EHR-DROPPED
                    ELSE
                        ADD 1 TO WS-EHR-COUNT
                        MOVE WS-EF-DATE TO WS-EH-DATE(WS-EHR-COUNT)
                        MOVE WS-EF-PATIENT-ID
                            TO WS-EH-PATIENT-ID(WS-EHR-COUNT)
                        MOVE WS-EF-BMI TO WS-EH-BMI(WS-EHR-COUNT)
                        MOVE WS-EF-CATEGORY
                            TO WS-EH-CATEGORY(WS-EHR-COUNT)
                    END-IF
                END-IF
            END-IF.

       SORT-EHR-NIGHTS.
            IF WS-EHR-COUNT < 2
                CONTINUE
            ELSE
                SET WS-SWAPPED TO TRUE
                PERFORM UNTIL NOT WS-SWAPPED
                    MOVE 'N' TO WS-SWAP-SW
                    MOVE 1 TO WS-SORT-I
                    PERFORM UNTIL WS-SORT-I >= WS-EHR-COUNT
                        COMPUTE WS-SORT-J = WS-SORT-I + 1
                        IF WS-EH-DATE(WS-SORT-I) >
                                WS-EH-DATE(WS-SORT-J)
                            MOVE WS-EH-ENTRY(WS-SORT-I)
                                TO WS-EH-HOLD
                            MOVE WS-EH-ENTRY(WS-SORT-J)
                                TO WS-EH-ENTRY(WS-SORT-I)
                            MOVE WS-EH-HOLD
                                TO WS-EH-ENTRY(WS-SORT-J)
                            SET WS-SWAPPED TO TRUE
                        END-IF
                        ADD 1 TO WS-SORT-I
                    END-PERFORM
                END-PERFORM
            END-IF.

       WRITE-EXCLUSIONS.
            MOVE "SECTION 7 - CLINICAL EXCLUSION PERIODS (BMIEXCL.DAT)"
                TO WS-SECTION-TITLE.
            PERFORM PUT-SECTION-HEAD.
      *No registry means nobody has ever been excluded - the section
      *prints empty*
            OPEN INPUT BMI-EXCL-FILE.
            IF WS-EXCL-STATUS = "00"
                PERFORM UNTIL WS-EOF
                    READ BMI-EXCL-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            MOVE EX-PATIENT-ID TO WS-LINK-TEST-ID
                            PERFORM TEST-LINKED-ID
                            IF WS-LINKED
                                ADD 1 TO WS-SECTION-COUNT
                                MOVE BMI-EXCL-RECORD TO WS-PRT-EXCL
                                MOVE "  EXCLUSION " TO WS-EXCL-LABEL
                                PERFORM WRITE-EXCL-PERIOD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BMI-EXCL-FILE
                MOVE 'N' TO WS-EOF-SW
            END-IF.
            PERFORM PUT-SECTION-COUNT.

       WRITE-EXCL-CHANGES.
            MOVE "SECTION 8 - CLINICAL EXCLUSION CHANGES (BMIEXAU.LOG)"
                TO WS-SECTION-TITLE.
            PERFORM PUT-SECTION-HEAD.
      *A change belongs to the patient if either image carries a
      *linked ID - a merge moves a period from the retired ID to the
      *survivor, and an add or delete has only one image*
            OPEN INPUT BMI-EXCL-AUDIT-FILE.
            IF WS-EXAU-STATUS = "00"
                PERFORM UNTIL WS-EOF
                    READ BMI-EXCL-AUDIT-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            MOVE XA-OLD-PATIENT-ID TO WS-LINK-TEST-ID
                            PERFORM TEST-LINKED-ID
                            IF NOT WS-LINKED
                                MOVE XA-NEW-PATIENT-ID
                                    TO WS-LINK-TEST-ID
                                PERFORM TEST-LINKED-ID
                            END-IF
                            IF WS-LINKED
                                PERFORM WRITE-EXCL-CHANGE-BLOCK
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BMI-EXCL-AUDIT-FILE
                MOVE 'N' TO WS-EOF-SW
            END-IF.
            PERFORM PUT-SECTION-COUNT.

       WRITE-EXCL-CHANGE-BLOCK.
            ADD 1 TO WS-SECTION-COUNT.
            IF XA-ACTION = 'A'
                MOVE "ADD" TO WS-ACTION-TEXT
            ELSE
                IF XA-ACTION = 'C'
                    MOVE "CHANGE" TO WS-ACTION-TEXT
                ELSE
                    IF XA-ACTION = 'E'
                        MOVE "END" TO WS-ACTION-TEXT
                    ELSE
                        IF XA-ACTION = 'D'
                            MOVE "DELETE" TO WS-ACTION-TEXT
                        ELSE
                            MOVE "OTHER" TO WS-ACTION-TEXT
                        END-IF
                    END-IF
                END-IF
            END-IF.
            STRING "  " DELIMITED BY SIZE
                XA-TIMESTAMP DELIMITED BY SIZE
                "  USER " DELIMITED BY SIZE
                XA-USER-ID DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                XA-ACTION DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-ACTION-TEXT DELIMITED BY SIZE
                INTO WS-PRINT-LINE.
            PERFORM PUT-LINE.
      *An add has no before-image and a delete no after-image - only
      *the image that exists prints*
            IF XA-OLD-EXCL NOT = SPACES
                MOVE XA-OLD-EXCL TO WS-PRT-EXCL
                MOVE "    BEFORE: " TO WS-EXCL-LABEL
                PERFORM WRITE-EXCL-PERIOD
            END-IF.
            IF XA-NEW-EXCL NOT = SPACES
                MOVE XA-NEW-EXCL TO WS-PRT-EXCL
                MOVE "    AFTER:  " TO WS-EXCL-LABEL
                PERFORM WRITE-EXCL-PERIOD
            END-IF.

       WRITE-EXCL-PERIOD.
      *One exclusion period in WS-PRT-EXCL, reason printed in words -
      *a code keyed before the table changed prints as itself*
            MOVE WS-PRT-REASON TO WS-REASON-DESC.
            SET WS-EXR-IDX TO 1.
            SEARCH WS-EXR-ENTRY
                AT END
                    CONTINUE
                WHEN WS-EXR-CODE(WS-EXR-IDX) = WS-PRT-REASON
                    MOVE WS-EXR-DESC(WS-EXR-IDX) TO WS-REASON-DESC
            END-SEARCH.
            IF WS-PRT-END-DATE = SPACES
                MOVE "OPEN" TO WS-END-TEXT
            ELSE
                MOVE WS-PRT-END-DATE TO WS-END-TEXT
            END-IF.
            STRING WS-EXCL-LABEL DELIMITED BY SIZE
                "PATIENT " DELIMITED BY SIZE
                WS-PRT-PATIENT-ID DELIMITED BY SIZE
                "  REASON " DELIMITED BY SIZE
                WS-PRT-REASON DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-REASON-DESC DELIMITED BY SIZE
                "  FROM " DELIMITED BY SIZE
                WS-PRT-EFF-DATE DELIMITED BY SIZE
                " TO " DELIMITED BY SIZE
                WS-END-TEXT DELIMITED BY SIZE
                INTO WS-PRINT-LINE.
            PERFORM PUT-LINE.
            STRING "            CLINICIAN " DELIMITED BY SIZE
                WS-PRT-CLINICIAN DELIMITED BY SIZE
                INTO WS-PRINT-LINE.
            PERFORM PUT-LINE.

       WRITE-DOCUMENT-END.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM PUT-LINE.
            STRING "TOTAL RECORDS DISCLOSED: " DELIMITED BY SIZE
                WS-RECORD-TOTAL DELIMITED BY SIZE
                "   PATIENT IDS COVERED: " DELIMITED BY SIZE
                WS-LINK-COUNT DELIMITED BY SIZE
                INTO WS-PRINT-LINE.
            PERFORM PUT-LINE.
            MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT.
            STRING "END OF DISCLOSURE - " DELIMITED BY SIZE
                WS-PAGE-EDIT DELIMITED BY SIZE
                " PAGE(S)" DELIMITED BY SIZE
                INTO WS-PRINT-LINE.
            PERFORM PUT-LINE.

       LOG-DISCLOSURE.
      *The release is on record once this write comes back clean - a
      *failed write leaves a nonzero return code so the operator
      *knows the document went out unaccounted for*
            MOVE SPACES TO BMI-DISCLOSURE-RECORD.
            MOVE WS-RUN-USER TO DL-USER-ID.
            MOVE WS-DSCL-TIMESTAMP TO DL-TIMESTAMP.
            MOVE WS-SEL-PATIENT-ID TO DL-PATIENT-ID.
            MOVE WS-REQUESTER TO DL-REQUESTER.
            MOVE WS-DOC-NAME TO DL-DOCUMENT.
            MOVE WS-PAGE-COUNT TO DL-PAGE-COUNT.
            MOVE WS-RECORD-TOTAL TO DL-RECORD-COUNT.
            MOVE WS-LINK-COUNT TO DL-LINKED-COUNT.
            WRITE BMI-DISCLOSURE-RECORD.
            IF WS-DLOG-STATUS NOT = "00"
                DISPLAY "WARNING: DISCLOSURE LOG WRITE FAILED - STATUS "
                    WS-DLOG-STATUS " - RECORD THIS RELEASE BY HAND"
                MOVE 8 TO RETURN-CODE
            END-IF.
            CLOSE BMI-DISCLOSURE-LOG.

       END PROGRAM BMIDSCLS.
