      ******************************************************************
      * Author: Afnan Islam
      * Date: 2026-10-15
      * Purpose: Patient ID merge utility for duplicate members. When
      * registration has issued a second patient ID to someone already
      * on BMIMSTR.DAT, that person's history splits across two IDs -
      * BMITREND shows two half-trends and the worklist can carry two
      * open cases for one person. The operator keys the surviving ID
      * and the retired (duplicate) ID; this job rekeys every history
      * record of the retired ID to the survivor in BMIHIST.DAT and in
      * every yearly BMIHyyyy.ARC archive, folds any BMICMWL.DAT case
      * for the retired ID into the survivor's case, deactivates the
      * retired member through the same BMIMAUD.LOG trail BMIMAINT
      * writes, moves every BMIEXCL.DAT clinical exclusion period of
      * the retired ID to the survivor with a BMIEXAU.LOG change record
      * for each, the same trail BMIEXMNT writes, and logs the merge to
      * the BMIMXREF.LOG cross-reference so an audit inquiry on the old
      * ID can still be traced. A retired ID's exclusion period that
      * overlaps one of the survivor's own refuses the merge before
      * anything moves. The run is refused unless the USER is on
      * BMIAUTH.DAT with the member maintenance function, as BMIMAINT
      * is. Before and after counts display per file for balancing, and
      * a merge that does not reconcile ends with a nonzero return
      * code. The calculation audit log is never rekeyed - it records
      * what was calculated under which ID at the time.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMIMERGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Member demographics master - read whole and rewritten whole,
      *same as BMIMAINT*
           SELECT BMI-MASTER-FILE ASSIGN TO "BMIMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
      *One generic history SELECT serves the active file and every
      *yearly archive - the name is set before each OPEN, same as
      *the BMITENCV conversion*
           SELECT MRG-HIST-FILE ASSIGN USING WS-MRG-HIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRG-HIST-STATUS.
      *Rekeyed records land here first, then copy back - the history
      *file is not recreated until every record has been safely
      *written, same pattern as the BMIHARCH keep file*
           SELECT MRG-WORK-FILE ASSIGN TO "BMIMRG.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRG-WORK-STATUS.
      *Care-management worklist - read whole, folded in memory,
      *rewritten whole, same as BMICMLOD*
           SELECT BMI-WORKLIST-FILE ASSIGN TO "BMICMWL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-STATUS.
      *Maintenance audit trail shared with BMIMAINT*
           SELECT BMI-MAINT-AUDIT-FILE ASSIGN TO "BMIMAUD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.
      *Merge cross-reference - sequential append file, one record per
      *merge run*
           SELECT BMI-XREF-FILE ASSIGN TO "BMIMXREF.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
      *Clinical exclusion registry - read whole and rewritten whole,
      *same as BMIEXMNT - and its change audit trail*
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
       DATA DIVISION.
       FILE SECTION.
       FD BMI-MASTER-FILE.
           01 BMI-MASTER-RECORD.
       COPY BMIMSTR.
       FD MRG-HIST-FILE.
           01 MRG-HIST-RECORD.
       COPY BMIHIST.
       FD MRG-WORK-FILE.
           01 MRG-WORK-RECORD PIC X(30).
       FD BMI-WORKLIST-FILE.
           01 BMI-WORKLIST-RECORD.
       COPY BMICMWL.
       FD BMI-MAINT-AUDIT-FILE.
           01 BMI-MAINT-AUDIT-RECORD.
       COPY BMIMAUD.
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
       WORKING-STORAGE SECTION.
      *End-of-file switch, reused across every pass*
           01 WS-EOF-SW PIC X VALUE 'N'.
              88 WS-EOF VALUE 'Y'.
      *File status codes*
           01 WS-MASTER-STATUS PIC XX.
           01 WS-MRG-HIST-STATUS PIC XX.
           01 WS-MRG-WORK-STATUS PIC XX.
           01 WS-WORKLIST-STATUS PIC XX.
           01 WS-MAUD-STATUS PIC XX.
           01 WS-XREF-STATUS PIC XX.
           01 WS-EXCL-STATUS PIC XX.
           01 WS-EXAU-STATUS PIC XX.
           01 WS-AUTH-STATUS PIC XX.
           01 WS-SECVL-STATUS PIC XX.
      *Authorization lookup for the USER running the merge*
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
      *Operator-keyed IDs and the confirmation reply*
           01 WS-SURVIVOR-ID PIC X(6).
           01 WS-RETIRED-ID PIC X(6).
           01 WS-CONFIRM PIC X.
           01 WS-REJECT-CODE PIC X(2).
           01 WS-REJECT-REASON PIC X(46).
      *Member master loaded into memory for the whole-file rewrite -
      *same table and ceiling as BMIMAINT*
           01 WS-MEMBER-TABLE.
              05 WS-MEMBER-ENTRY OCCURS 2000 TIMES
                    INDEXED BY WS-MEM-IDX.
                 10 WS-MEM-PATIENT-ID PIC X(6).
                 10 WS-MEM-NAME       PIC X(20).
                 10 WS-MEM-AGE        PIC 99.
                 10 WS-MEM-SEX        PIC X.
                 10 WS-MEM-STATUS     PIC X.
                 10 WS-MEM-SITE       PIC X(3).
                 10 WS-MEM-STREET     PIC X(30).
                 10 WS-MEM-CITY       PIC X(18).
                 10 WS-MEM-STATE      PIC XX.
                 10 WS-MEM-ZIP        PIC X(10).
           01 WS-MEMBER-COUNT PIC 9(5) VALUE 0.
      *Subscripts of the surviving and retired members on the master,
      *zero when not found*
           01 WS-FIND-ID PIC X(6).
           01 WS-FOUND-SUB PIC 9(5) VALUE 0.
           01 WS-SURV-MEM-SUB PIC 9(5) VALUE 0.
           01 WS-RET-MEM-SUB PIC 9(5) VALUE 0.
      *History file being rekeyed - BMIHIST.DAT or BMIHyyyy.ARC*
           01 WS-MRG-HIST-NAME PIC X(12).
      *Years probed for BMIHyyyy.ARC archives - same floor and probe
      *as the BMITREND full-scope load*
           01 WS-ARCH-YEAR PIC 9(4).
           01 WS-ARCH-FLOOR PIC 9(4) VALUE 1990.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-CUR-YEAR PIC 9(4).
      *Per-file control totals for the balancing display - records
      *read and written back, the survivor's records before and
      *after, the retired ID's records moved and any left behind*
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-MOVED-COUNT PIC 9(7) VALUE 0.
           01 WS-SURV-BEFORE PIC 9(7) VALUE 0.
           01 WS-COPIED-COUNT PIC 9(7) VALUE 0.
           01 WS-SURV-AFTER PIC 9(7) VALUE 0.
           01 WS-RET-AFTER PIC 9(7) VALUE 0.
      *Merge totals carried to the cross-reference record*
           01 WS-HIST-MOVED PIC 9(7) VALUE 0.
           01 WS-ARCH-MOVED PIC 9(7) VALUE 0.
           01 WS-ARCH-FILES PIC 9(5) VALUE 0.
      *Worklist loaded into memory - same table and ceiling as
      *BMICMLOD*
           01 WS-CASE-TABLE.
              05 WS-CASE-ENTRY OCCURS 2000 TIMES
                    INDEXED BY WS-CASE-IDX.
                 10 WS-CS-PATIENT-ID PIC X(6).
                 10 WS-CS-NAME PIC X(20).
                 10 WS-CS-SITE PIC X(3).
                 10 WS-CS-FIRST-DATE PIC X(8).
                 10 WS-CS-LAST-DATE PIC X(8).
                 10 WS-CS-BMI PIC 999V99.
                 10 WS-CS-CATEGORY PIC X(11).
                 10 WS-CS-DISP PIC X.
                 10 WS-CS-DISP-USER PIC X(8).
                 10 WS-CS-DISP-DATE PIC X(8).
           01 WS-CASE-COUNT PIC 9(5) VALUE 0.
           01 WS-SURV-CASE-SUB PIC 9(5) VALUE 0.
           01 WS-RET-CASE-SUB PIC 9(5) VALUE 0.
           01 WS-SHIFT-SUB PIC 9(5) VALUE 0.
      *Worklist control totals and what was done with the retired
      *ID's case - F=folded, R=rekeyed, N=no case*
           01 WS-CASES-BEFORE PIC 9(7) VALUE 0.
           01 WS-CASES-AFTER PIC 9(7) VALUE 0.
           01 WS-CASE-ACTION PIC X VALUE 'N'.
              88 WS-CASE-FOLDED VALUE 'F'.
              88 WS-CASE-REKEYED VALUE 'R'.
              88 WS-NO-CASE VALUE 'N'.
           01 WS-WORKLIST-SW PIC X VALUE 'N'.
              88 WS-WORKLIST-ON-FILE VALUE 'Y'.
      *Exclusion registry loaded into memory - same table and
      *ceiling as BMIEXMNT*
           01 WS-EXCL-TABLE.
              05 WS-EXC-ENTRY OCCURS 2000 TIMES
                    INDEXED BY WS-EXC-IDX.
                 10 WS-EXC-PATIENT-ID PIC X(6).
                 10 WS-EXC-REASON     PIC X(2).
                 10 WS-EXC-EFF-DATE   PIC X(8).
                 10 WS-EXC-END-DATE   PIC X(8).
                 10 WS-EXC-CLINICIAN  PIC X(20).
           01 WS-EXCL-COUNT PIC 9(5) VALUE 0.
           01 WS-RET-EXC-SUB PIC 9(5) VALUE 0.
           01 WS-SURV-EXC-SUB PIC 9(5) VALUE 0.
      *Period ends used by the overlap test - a blank end date runs
      *until further notice, so it compares as the highest date, same
      *as BMIEXMNT*
           01 WS-RET-END-CMP PIC X(8).
           01 WS-SURV-END-CMP PIC X(8).
      *Exclusion periods moved to the survivor, and the registry
      *written back*
           01 WS-EXCL-MOVED PIC 9(5) VALUE 0.
           01 WS-EXCL-WRITTEN PIC 9(5) VALUE 0.
      *Before-image of the retired member for the audit trail*
           01 WS-OLD-STATUS PIC X.
      *Timestamp working fields for the audit and cross-reference*
           01 WS-AUDIT-TIMESTAMP.
              05 WS-AUDIT-DATE PIC 9(8).
              05 WS-AUDIT-TIME PIC 9(6).
      *ACCEPT FROM TIME returns hhmmsscc - 8 digits - so it must
      *land in a field this size first*
           01 WS-TIME-NOW.
              05 WS-TIME-HHMMSS PIC 9(6).
              05 FILLER PIC 99.
      *Out-of-balance switch for the return-code decision*
           01 WS-BALANCE-SW PIC X VALUE 'B'.
              88 WS-MERGE-OUT-OF-BALANCE VALUE 'O'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CHECK-AUTHORIZATION.
            PERFORM GET-MERGE-IDS.
            PERFORM LOAD-MEMBER-MASTER.
            PERFORM VALIDATE-MERGE.
            PERFORM LOAD-EXCLUSIONS.
            PERFORM CHECK-EXCL-OVERLAP.
            PERFORM CONFIRM-MERGE.
            ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-TIME-NOW FROM TIME.
            MOVE WS-TIME-HHMMSS TO WS-AUDIT-TIME.
            MOVE "BMIHIST.DAT" TO WS-MRG-HIST-NAME.
            PERFORM REKEY-ONE-FILE.
            MOVE WS-MOVED-COUNT TO WS-HIST-MOVED.
            PERFORM REKEY-ARCHIVES.
            PERFORM FOLD-WORKLIST-CASE.
            PERFORM MOVE-EXCLUSIONS.
            PERFORM DEACTIVATE-RETIRED.
            PERFORM WRITE-MERGE-XREF.
            DISPLAY "MERGE " WS-RETIRED-ID " INTO " WS-SURVIVOR-ID
                ": HISTORY MOVED " WS-HIST-MOVED
                " ARCHIVE MOVED " WS-ARCH-MOVED
                " ARCHIVE FILES " WS-ARCH-FILES
                " CASE ACTION " WS-CASE-ACTION
                " EXCLUSIONS MOVED " WS-EXCL-MOVED.
            IF WS-MERGE-OUT-OF-BALANCE
                DISPLAY "MERGE OUT OF BALANCE - INVESTIGATE BEFORE THE"
                    " NEXT HISTORY RUN"
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY "MERGE BALANCED"
            END-IF.
      *The latest-reading summary still carries the retired ID and
      *the survivor's reading from before the merge*
            IF WS-HIST-MOVED > 0 OR WS-ARCH-MOVED > 0
                DISPLAY "NOTE: HISTORY REKEYED - RUN BMILSTRB TO"
                    " REBUILD THE LATEST-READING FILE BMILAST.DAT"
            END-IF.
            STOP RUN.

       CHECK-AUTHORIZATION.
      *Look the USER value up on the authorization file before anything
      *else is done - a merge rekeys and deactivates members, so it
      *needs the same member maintenance function BMIMAINT does. A
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
                            MOVE UA-FN-MEMBER TO WS-AUTH-GRANT
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
            MOVE "BMIMERGE" TO SV-PROGRAM-ID.
            MOVE "MEMBER" TO SV-FUNCTION.
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
                            " NOT AUTHORIZED FOR MEMBER MAINTENANCE"
                    END-IF
                END-IF
                MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.

       GET-MERGE-IDS.
            DISPLAY "Surviving patient ID: ".
            ACCEPT WS-SURVIVOR-ID.
            DISPLAY "Retired (duplicate) patient ID: ".
            ACCEPT WS-RETIRED-ID.

       VALIDATE-MERGE.
      *A merge cannot be undone by rerunning it backwards once the two
      *histories are interleaved under one ID - every doubt about the
      *keyed IDs is refused with a coded reason before anything moves*
            MOVE SPACES TO WS-REJECT-CODE.
            IF WS-SURVIVOR-ID = SPACES OR WS-RETIRED-ID = SPACES
                MOVE 'M1' TO WS-REJECT-CODE
                MOVE 'BOTH PATIENT IDS MUST BE KEYED'
                    TO WS-REJECT-REASON
            ELSE
                IF WS-SURVIVOR-ID = WS-RETIRED-ID
                    MOVE 'M2' TO WS-REJECT-CODE
                    MOVE 'SURVIVING AND RETIRED IDS ARE THE SAME'
                        TO WS-REJECT-REASON
                ELSE
                    MOVE WS-SURVIVOR-ID TO WS-FIND-ID
                    PERFORM FIND-MEMBER
                    MOVE WS-FOUND-SUB TO WS-SURV-MEM-SUB
                    MOVE WS-RETIRED-ID TO WS-FIND-ID
                    PERFORM FIND-MEMBER
                    MOVE WS-FOUND-SUB TO WS-RET-MEM-SUB
                    IF WS-SURV-MEM-SUB = 0
                        MOVE 'M3' TO WS-REJECT-CODE
                        MOVE 'SURVIVING ID NOT ON MASTER'
                            TO WS-REJECT-REASON
                    ELSE
                        IF WS-RET-MEM-SUB = 0
                            MOVE 'M4' TO WS-REJECT-CODE
                            MOVE 'RETIRED ID NOT ON MASTER'
                                TO WS-REJECT-REASON
                        ELSE
                            IF WS-MEM-STATUS(WS-SURV-MEM-SUB) = 'I'
                                MOVE 'M5' TO WS-REJECT-CODE
                                MOVE 'SURVIVING MEMBER IS INACTIVE'
                                    TO WS-REJECT-REASON
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.
            IF WS-REJECT-CODE NOT = SPACES
                DISPLAY "REJECTED - REASON CODE: " WS-REJECT-CODE
                    " - " WS-REJECT-REASON
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       CONFIRM-MERGE.
      *Show both members side by side so a transposed pair of IDs is
      *caught before the survivor's history is handed to the wrong
      *person*
            DISPLAY "SURVIVOR: " WS-SURVIVOR-ID " "
                WS-MEM-NAME(WS-SURV-MEM-SUB)
                " AGE " WS-MEM-AGE(WS-SURV-MEM-SUB)
                " SEX " WS-MEM-SEX(WS-SURV-MEM-SUB)
                " SITE " WS-MEM-SITE(WS-SURV-MEM-SUB).
            DISPLAY "RETIRED:  " WS-RETIRED-ID " "
                WS-MEM-NAME(WS-RET-MEM-SUB)
                " AGE " WS-MEM-AGE(WS-RET-MEM-SUB)
                " SEX " WS-MEM-SEX(WS-RET-MEM-SUB)
                " SITE " WS-MEM-SITE(WS-RET-MEM-SUB).
            DISPLAY "Merge retired ID into surviving ID (Y/N): ".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM = 'y'
                MOVE 'Y' TO WS-CONFIRM
            END-IF.
            IF WS-CONFIRM NOT = 'Y'
                DISPLAY "REJECTED - REASON CODE: M6 - MERGE NOT"
                    " CONFIRMED - NOTHING CHANGED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       FIND-MEMBER.
      *Locate WS-FIND-ID in the loaded master - same SEARCH shape as
      *FIND-MEMBER in BMIMAINT*
            MOVE 0 TO WS-FOUND-SUB.
            IF WS-MEMBER-COUNT > 0
                SET WS-MEM-IDX TO 1
                SEARCH WS-MEMBER-ENTRY
                    VARYING WS-MEM-IDX
                    AT END
                        CONTINUE
                    WHEN WS-MEM-PATIENT-ID(WS-MEM-IDX) = WS-FIND-ID
                        SET WS-FOUND-SUB TO WS-MEM-IDX
                END-SEARCH
            END-IF.

       CHECK-EXCL-OVERLAP.
      *A patient's exclusion periods may not overlap - BMIEXMNT refuses
      *that on entry, and a merge must not slip it in by the back door.
      *Every period of the retired ID is held against every period of
      *the survivor with the same test BMIEXMNT applies, and the first
      *overlap found refuses the merge before anything moves - the
      *clinician ends or corrects one of the two in BMIEXMNT first*
            MOVE 0 TO WS-RET-EXC-SUB.
            MOVE 0 TO WS-SURV-EXC-SUB.
            PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                    UNTIL WS-EXC-IDX > WS-EXCL-COUNT
                    OR WS-RET-EXC-SUB > 0
                IF WS-EXC-PATIENT-ID(WS-EXC-IDX) = WS-RETIRED-ID
                    SET WS-RET-EXC-SUB TO WS-EXC-IDX
                    PERFORM CHECK-ONE-RETIRED-EXCL
                    IF WS-SURV-EXC-SUB = 0
                        MOVE 0 TO WS-RET-EXC-SUB
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-RET-EXC-SUB > 0
                DISPLAY "REJECTED - REASON CODE: M7 - RETIRED ID"
                    " EXCLUSION OVERLAPS THE SURVIVOR'S - NOTHING"
                    " CHANGED"
                DISPLAY "  RETIRED  " WS-RETIRED-ID
                    " REASON " WS-EXC-REASON(WS-RET-EXC-SUB)
                    " EFFECTIVE " WS-EXC-EFF-DATE(WS-RET-EXC-SUB)
                    " END " WS-EXC-END-DATE(WS-RET-EXC-SUB)
                DISPLAY "  SURVIVOR " WS-SURVIVOR-ID
                    " REASON " WS-EXC-REASON(WS-SURV-EXC-SUB)
                    " EFFECTIVE " WS-EXC-EFF-DATE(WS-SURV-EXC-SUB)
                    " END " WS-EXC-END-DATE(WS-SURV-EXC-SUB)
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       CHECK-ONE-RETIRED-EXCL.
      *Hold the retired ID's period at WS-RET-EXC-SUB against each of
      *the survivor's, leaving WS-SURV-EXC-SUB on the first overlap*
            MOVE WS-EXC-END-DATE(WS-RET-EXC-SUB) TO WS-RET-END-CMP.
            IF WS-RET-END-CMP = SPACES
                MOVE "99999999" TO WS-RET-END-CMP
            END-IF.
            PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                    UNTIL WS-SHIFT-SUB > WS-EXCL-COUNT
                    OR WS-SURV-EXC-SUB > 0
                IF WS-EXC-PATIENT-ID(WS-SHIFT-SUB) = WS-SURVIVOR-ID
                    MOVE WS-EXC-END-DATE(WS-SHIFT-SUB)
                        TO WS-SURV-END-CMP
                    IF WS-SURV-END-CMP = SPACES
                        MOVE "99999999" TO WS-SURV-END-CMP
                    END-IF
                    IF WS-EXC-EFF-DATE(WS-SHIFT-SUB)
                            NOT > WS-RET-END-CMP
                            AND WS-EXC-EFF-DATE(WS-RET-EXC-SUB)
                            NOT > WS-SURV-END-CMP
                        MOVE WS-SHIFT-SUB TO WS-SURV-EXC-SUB
                    END-IF
                END-IF
            END-PERFORM.

       REKEY-ARCHIVES.
      *Archived visits belong to the same split trend - probe each
      *year the same way the BMITREND full-scope load does*
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-DATE(1:4) TO WS-CUR-YEAR.
            PERFORM VARYING WS-ARCH-YEAR FROM WS-ARCH-FLOOR BY 1
                    UNTIL WS-ARCH-YEAR > WS-CUR-YEAR
                MOVE SPACES TO WS-MRG-HIST-NAME
                STRING "BMIH" DELIMITED BY SIZE
                    WS-ARCH-YEAR DELIMITED BY SIZE
                    ".ARC" DELIMITED BY SIZE
                    INTO WS-MRG-HIST-NAME
                PERFORM REKEY-ONE-FILE
                ADD WS-MOVED-COUNT TO WS-ARCH-MOVED
            END-PERFORM.

       REKEY-ONE-FILE.
      *Pass 1 reads the file and writes every record - rekeyed or
      *passed through - to the work file; pass 2 copies the work file
      *back. A file with nothing of the retired ID's is left exactly
      *as it was. A file that is not there is simply skipped: most
      *archive years were never cut*
            MOVE 0 TO WS-READ-COUNT.
            MOVE 0 TO WS-MOVED-COUNT.
            MOVE 0 TO WS-SURV-BEFORE.
            MOVE 0 TO WS-COPIED-COUNT.
            MOVE 0 TO WS-SURV-AFTER.
            MOVE 0 TO WS-RET-AFTER.
            OPEN INPUT MRG-HIST-FILE.
            IF WS-MRG-HIST-STATUS NOT = "00"
                IF WS-MRG-HIST-NAME = "BMIHIST.DAT"
                    DISPLAY "NOTE: NO ACTIVE HISTORY FILE BMIHIST.DAT"
                        " - NOTHING TO REKEY"
                END-IF
            ELSE
                IF WS-MRG-HIST-NAME NOT = "BMIHIST.DAT"
                    ADD 1 TO WS-ARCH-FILES
                END-IF
                OPEN OUTPUT MRG-WORK-FILE
                IF WS-MRG-WORK-STATUS NOT = "00"
                    DISPLAY "FATAL: UNABLE TO OPEN WORK FILE"
                        " BMIMRG.NEW - STATUS " WS-MRG-WORK-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM UNTIL WS-EOF
                    READ MRG-HIST-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            ADD 1 TO WS-READ-COUNT
                            PERFORM REKEY-ONE-RECORD
                            MOVE MRG-HIST-RECORD TO MRG-WORK-RECORD
                            WRITE MRG-WORK-RECORD
                            IF WS-MRG-WORK-STATUS NOT = "00"
                                DISPLAY "FATAL: WORK WRITE FAILED -"
                                    " STATUS " WS-MRG-WORK-STATUS
                                    " - " WS-MRG-HIST-NAME
                                    " LEFT UNCHANGED"
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MRG-HIST-FILE
                CLOSE MRG-WORK-FILE
                MOVE 'N' TO WS-EOF-SW
                IF WS-MOVED-COUNT > 0
                    PERFORM COPY-WORK-BACK
                ELSE
                    MOVE WS-READ-COUNT TO WS-COPIED-COUNT
                    MOVE WS-SURV-BEFORE TO WS-SURV-AFTER
                END-IF
                PERFORM BALANCE-ONE-FILE
            END-IF.
            MOVE 'N' TO WS-EOF-SW.

       REKEY-ONE-RECORD.
            IF BH-PATIENT-ID = WS-RETIRED-ID
                MOVE WS-SURVIVOR-ID TO BH-PATIENT-ID
                ADD 1 TO WS-MOVED-COUNT
            ELSE
                IF BH-PATIENT-ID = WS-SURVIVOR-ID
                    ADD 1 TO WS-SURV-BEFORE
                END-IF
            END-IF.

       COPY-WORK-BACK.
      *Only now - with every record safely in the work file - is the
      *history file recreated from it. An abend before this point
      *leaves the original untouched; an abend during it leaves
      *BMIMRG.NEW on disk to recover from. The records are counted
      *again on the way back so the balance is proved from the file
      *actually written, not from the pass that built it*
            OPEN INPUT MRG-WORK-FILE.
            OPEN OUTPUT MRG-HIST-FILE.
            IF WS-MRG-HIST-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO RECREATE " WS-MRG-HIST-NAME
                    " - STATUS " WS-MRG-HIST-STATUS
                    " - RECOVER FROM BMIMRG.NEW"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-EOF
                READ MRG-WORK-FILE
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        MOVE MRG-WORK-RECORD TO MRG-HIST-RECORD
                        WRITE MRG-HIST-RECORD
                        IF WS-MRG-HIST-STATUS NOT = "00"
                            DISPLAY "FATAL: REWRITE FAILED - STATUS "
                                WS-MRG-HIST-STATUS " - RECOVER FROM"
                                " BMIMRG.NEW"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-COPIED-COUNT
                        IF BH-PATIENT-ID = WS-SURVIVOR-ID
                            ADD 1 TO WS-SURV-AFTER
                        END-IF
                        IF BH-PATIENT-ID = WS-RETIRED-ID
                            ADD 1 TO WS-RET-AFTER
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE MRG-WORK-FILE.
            CLOSE MRG-HIST-FILE.
            MOVE 'N' TO WS-EOF-SW.

       BALANCE-ONE-FILE.
      *Every record read must be written back, the survivor must end
      *with its own records plus every one moved, and nothing may be
      *left under the retired ID*
            DISPLAY WS-MRG-HIST-NAME ": READ " WS-READ-COUNT
                " WRITTEN " WS-COPIED-COUNT.
            DISPLAY "  BEFORE: SURVIVOR " WS-SURV-BEFORE
                " RETIRED " WS-MOVED-COUNT
                "  AFTER: SURVIVOR " WS-SURV-AFTER
                " RETIRED " WS-RET-AFTER.
            IF WS-READ-COUNT NOT = WS-COPIED-COUNT
                    OR WS-SURV-AFTER NOT =
                        WS-SURV-BEFORE + WS-MOVED-COUNT
                    OR WS-RET-AFTER NOT = 0
                DISPLAY "  " WS-MRG-HIST-NAME " OUT OF BALANCE"
                MOVE 'O' TO WS-BALANCE-SW
            END-IF.

       FOLD-WORKLIST-CASE.
      *One case per patient is the worklist's whole design - a
      *retired ID's case is rekeyed to the survivor when the survivor
      *has none, or folded into the survivor's case when both have
      *one, so care management never works the same person twice*
            PERFORM LOAD-WORKLIST.
            IF WS-WORKLIST-ON-FILE
                MOVE WS-CASE-COUNT TO WS-CASES-BEFORE
                MOVE WS-SURVIVOR-ID TO WS-FIND-ID
                PERFORM FIND-CASE
                MOVE WS-FOUND-SUB TO WS-SURV-CASE-SUB
                MOVE WS-RETIRED-ID TO WS-FIND-ID
                PERFORM FIND-CASE
                MOVE WS-FOUND-SUB TO WS-RET-CASE-SUB
                IF WS-RET-CASE-SUB > 0
                    IF WS-SURV-CASE-SUB = 0
                        SET WS-CASE-REKEYED TO TRUE
                        MOVE WS-SURVIVOR-ID
                            TO WS-CS-PATIENT-ID(WS-RET-CASE-SUB)
                        MOVE WS-MEM-NAME(WS-SURV-MEM-SUB)
                            TO WS-CS-NAME(WS-RET-CASE-SUB)
                    ELSE
                        SET WS-CASE-FOLDED TO TRUE
                        PERFORM FOLD-CASE-INTO-SURVIVOR
                        PERFORM DROP-RETIRED-CASE
                    END-IF
                    PERFORM REWRITE-WORKLIST
                END-IF
                MOVE WS-CASE-COUNT TO WS-CASES-AFTER
                DISPLAY "BMICMWL.DAT: CASES BEFORE " WS-CASES-BEFORE
                    " AFTER " WS-CASES-AFTER
                    " CASE ACTION " WS-CASE-ACTION
                IF (WS-CASE-FOLDED
                        AND WS-CASES-AFTER NOT = WS-CASES-BEFORE - 1)
                        OR (NOT WS-CASE-FOLDED
                        AND WS-CASES-AFTER NOT = WS-CASES-BEFORE)
                    DISPLAY "  BMICMWL.DAT OUT OF BALANCE"
                    MOVE 'O' TO WS-BALANCE-SW
                END-IF
            END-IF.

       FOLD-CASE-INTO-SURVIVOR.
      *An open case (N/C/S) always wins over a declined or closed one
      *(D/X). When both are open the earlier referral date keeps the
      *aging clock honest, the later extract supplies the latest
      *result, and a coordinator's disposition on the retired case is
      *kept when the survivor's case was still untouched*
            IF (WS-CS-DISP(WS-SURV-CASE-SUB) = 'D'
                    OR WS-CS-DISP(WS-SURV-CASE-SUB) = 'X')
                    AND WS-CS-DISP(WS-RET-CASE-SUB) NOT = 'D'
                    AND WS-CS-DISP(WS-RET-CASE-SUB) NOT = 'X'
                MOVE WS-CASE-ENTRY(WS-RET-CASE-SUB)
                    TO WS-CASE-ENTRY(WS-SURV-CASE-SUB)
                MOVE WS-SURVIVOR-ID
                    TO WS-CS-PATIENT-ID(WS-SURV-CASE-SUB)
                MOVE WS-MEM-NAME(WS-SURV-MEM-SUB)
                    TO WS-CS-NAME(WS-SURV-CASE-SUB)
            ELSE
                IF WS-CS-DISP(WS-RET-CASE-SUB) NOT = 'D'
                        AND WS-CS-DISP(WS-RET-CASE-SUB) NOT = 'X'
                    PERFORM FOLD-OPEN-CASES
                END-IF
            END-IF.

       FOLD-OPEN-CASES.
            IF WS-CS-FIRST-DATE(WS-RET-CASE-SUB)
                    < WS-CS-FIRST-DATE(WS-SURV-CASE-SUB)
                MOVE WS-CS-FIRST-DATE(WS-RET-CASE-SUB)
                    TO WS-CS-FIRST-DATE(WS-SURV-CASE-SUB)
            END-IF.
            IF WS-CS-LAST-DATE(WS-RET-CASE-SUB)
                    > WS-CS-LAST-DATE(WS-SURV-CASE-SUB)
                MOVE WS-CS-LAST-DATE(WS-RET-CASE-SUB)
                    TO WS-CS-LAST-DATE(WS-SURV-CASE-SUB)
                MOVE WS-CS-BMI(WS-RET-CASE-SUB)
                    TO WS-CS-BMI(WS-SURV-CASE-SUB)
                MOVE WS-CS-CATEGORY(WS-RET-CASE-SUB)
                    TO WS-CS-CATEGORY(WS-SURV-CASE-SUB)
                MOVE WS-CS-SITE(WS-RET-CASE-SUB)
                    TO WS-CS-SITE(WS-SURV-CASE-SUB)
            END-IF.
            IF WS-CS-DISP(WS-SURV-CASE-SUB) = 'N'
                    AND WS-CS-DISP(WS-RET-CASE-SUB) NOT = 'N'
                MOVE WS-CS-DISP(WS-RET-CASE-SUB)
                    TO WS-CS-DISP(WS-SURV-CASE-SUB)
                MOVE WS-CS-DISP-USER(WS-RET-CASE-SUB)
                    TO WS-CS-DISP-USER(WS-SURV-CASE-SUB)
                MOVE WS-CS-DISP-DATE(WS-RET-CASE-SUB)
                    TO WS-CS-DISP-DATE(WS-SURV-CASE-SUB)
            END-IF.

       DROP-RETIRED-CASE.
      *Close the gap the retired case leaves so the rewrite carries
      *one case per patient*
            PERFORM VARYING WS-SHIFT-SUB FROM WS-RET-CASE-SUB BY 1
                    UNTIL WS-SHIFT-SUB >= WS-CASE-COUNT
                MOVE WS-CASE-ENTRY(WS-SHIFT-SUB + 1)
                    TO WS-CASE-ENTRY(WS-SHIFT-SUB)
            END-PERFORM.
            SUBTRACT 1 FROM WS-CASE-COUNT.

       FIND-CASE.
      *Locate WS-FIND-ID on the worklist - same SEARCH shape as
      *FIND-CASE in BMICMLOD*
            MOVE 0 TO WS-FOUND-SUB.
            IF WS-CASE-COUNT > 0
                SET WS-CASE-IDX TO 1
                SEARCH WS-CASE-ENTRY
                    VARYING WS-CASE-IDX
                    AT END
                        CONTINUE
                    WHEN WS-CS-PATIENT-ID(WS-CASE-IDX) = WS-FIND-ID
                        SET WS-FOUND-SUB TO WS-CASE-IDX
                END-SEARCH
            END-IF.

       LOAD-WORKLIST.
      *No worklist on file simply means nobody has been referred yet
      *- there is no case to fold*
            OPEN INPUT BMI-WORKLIST-FILE.
            IF WS-WORKLIST-STATUS NOT = "00"
                DISPLAY "NOTE: NO WORKLIST ON FILE - NO CASE TO FOLD"
            ELSE
                SET WS-WORKLIST-ON-FILE TO TRUE
                PERFORM UNTIL WS-EOF
                    READ BMI-WORKLIST-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
      *WS-CASE-TABLE is only OCCURS 2000 TIMES - a worklist past the
      *ceiling cannot be rewritten whole without losing cases, so the
      *merge stops before anything is touched*
                            IF WS-CASE-COUNT >= 2000
                                DISPLAY "FATAL: WORKLIST EXCEEDS 2000"
                                    " CASES - WORKLIST NOT FOLDED"
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO WS-CASE-COUNT
                            MOVE CW-PATIENT-ID TO
                                WS-CS-PATIENT-ID(WS-CASE-COUNT)
                            MOVE CW-PATIENT-NAME
                                TO WS-CS-NAME(WS-CASE-COUNT)
                            MOVE CW-SITE-CODE
                                TO WS-CS-SITE(WS-CASE-COUNT)
                            MOVE CW-FIRST-DATE
                                TO WS-CS-FIRST-DATE(WS-CASE-COUNT)
                            MOVE CW-LAST-DATE
                                TO WS-CS-LAST-DATE(WS-CASE-COUNT)
                            MOVE CW-LAST-BMI
                                TO WS-CS-BMI(WS-CASE-COUNT)
                            MOVE CW-CATEGORY
                                TO WS-CS-CATEGORY(WS-CASE-COUNT)
                            MOVE CW-DISPOSITION
                                TO WS-CS-DISP(WS-CASE-COUNT)
                            MOVE CW-DISP-USER
                                TO WS-CS-DISP-USER(WS-CASE-COUNT)
                            MOVE CW-DISP-DATE
                                TO WS-CS-DISP-DATE(WS-CASE-COUNT)
                    END-READ
                END-PERFORM
                CLOSE BMI-WORKLIST-FILE
            END-IF.
            MOVE 'N' TO WS-EOF-SW.

       REWRITE-WORKLIST.
      *Same whole-file rewrite as REWRITE-WORKLIST in BMICMLOD*
            OPEN OUTPUT BMI-WORKLIST-FILE.
            IF WS-WORKLIST-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO REWRITE WORKLIST FILE"
                    " BMICMWL.DAT - STATUS " WS-WORKLIST-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            SET WS-CASE-IDX TO 1.
            PERFORM WS-CASE-COUNT TIMES
                MOVE WS-CS-PATIENT-ID(WS-CASE-IDX) TO CW-PATIENT-ID
                MOVE WS-CS-NAME(WS-CASE-IDX) TO CW-PATIENT-NAME
                MOVE WS-CS-SITE(WS-CASE-IDX) TO CW-SITE-CODE
                MOVE WS-CS-FIRST-DATE(WS-CASE-IDX) TO CW-FIRST-DATE
                MOVE WS-CS-LAST-DATE(WS-CASE-IDX) TO CW-LAST-DATE
                MOVE WS-CS-BMI(WS-CASE-IDX) TO CW-LAST-BMI
                MOVE WS-CS-CATEGORY(WS-CASE-IDX) TO CW-CATEGORY
                MOVE WS-CS-DISP(WS-CASE-IDX) TO CW-DISPOSITION
                MOVE WS-CS-DISP-USER(WS-CASE-IDX) TO CW-DISP-USER
                MOVE WS-CS-DISP-DATE(WS-CASE-IDX) TO CW-DISP-DATE
                WRITE BMI-WORKLIST-RECORD
                IF WS-WORKLIST-STATUS NOT = "00"
                    DISPLAY "FATAL: WORKLIST REWRITE FAILED - STATUS "
                        WS-WORKLIST-STATUS " - WORKLIST MAY BE"
                        " INCOMPLETE"
                    CLOSE BMI-WORKLIST-FILE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                SET WS-CASE-IDX UP BY 1
            END-PERFORM.
            CLOSE BMI-WORKLIST-FILE.

       LOAD-EXCLUSIONS.
      *Read the whole registry into memory before anything moves. No
      *registry on file means nobody has been excluded - there is
      *nothing to move. More exclusions than the table holds is fatal
      *here, before the merge starts, rather than part way through*
      *A registry that is there but cannot be read is another
      *matter - the retired ID's periods would be left behind*
            OPEN INPUT BMI-EXCL-FILE.
            IF WS-EXCL-STATUS NOT = "00" AND WS-EXCL-STATUS NOT = "35"
                DISPLAY "FATAL: UNABLE TO OPEN EXCLUSION REGISTRY"
                    " BMIEXCL.DAT - STATUS " WS-EXCL-STATUS
                    " - MERGE NOT RUN"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-EXCL-STATUS = "00"
                PERFORM UNTIL WS-EOF
                    READ BMI-EXCL-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            IF WS-EXCL-COUNT >= 2000
                                DISPLAY "FATAL: EXCLUSION REGISTRY"
                                    " EXCEEDS 2000 ENTRIES - MERGE NOT"
                                    " RUN"
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

       MOVE-EXCLUSIONS.
      *Every exclusion period of the retired ID follows the person to
      *the survivor, or the survivor would be back on the extracts and
      *the letters the exclusion was keyed to stop. The registry is
      *rewritten with the retired ID's periods rekeyed as they go out,
      *then one C (change) record per period moved goes to the
      *BMIEXAU.LOG trail with the retired ID in the before image and
      *the survivor in the after image*
            MOVE 0 TO WS-EXCL-MOVED.
            PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                    UNTIL WS-EXC-IDX > WS-EXCL-COUNT
                IF WS-EXC-PATIENT-ID(WS-EXC-IDX) = WS-RETIRED-ID
                    ADD 1 TO WS-EXCL-MOVED
                END-IF
            END-PERFORM.
            IF WS-EXCL-MOVED > 0
                PERFORM REWRITE-EXCLUSIONS
                PERFORM WRITE-EXCL-AUDIT
                DISPLAY "BMIEXCL.DAT: ENTRIES " WS-EXCL-COUNT
                    " WRITTEN " WS-EXCL-WRITTEN
                    " EXCLUSIONS MOVED " WS-EXCL-MOVED
                IF WS-EXCL-WRITTEN NOT = WS-EXCL-COUNT
                    DISPLAY "  BMIEXCL.DAT OUT OF BALANCE"
                    MOVE 'O' TO WS-BALANCE-SW
                END-IF
            END-IF.

       REWRITE-EXCLUSIONS.
      *Same whole-file rewrite as REWRITE-EXCLUSIONS in BMIEXMNT, and
      *a failed WRITE mid-rewrite is just as fatal for the same reason*
            OPEN OUTPUT BMI-EXCL-FILE.
            IF WS-EXCL-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO REWRITE EXCLUSION REGISTRY"
                    " BMIEXCL.DAT - STATUS " WS-EXCL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE 0 TO WS-EXCL-WRITTEN.
            SET WS-EXC-IDX TO 1.
            PERFORM WS-EXCL-COUNT TIMES
                MOVE WS-EXC-ENTRY(WS-EXC-IDX) TO BMI-EXCL-RECORD
                IF EX-PATIENT-ID = WS-RETIRED-ID
                    MOVE WS-SURVIVOR-ID TO EX-PATIENT-ID
                END-IF
                WRITE BMI-EXCL-RECORD
                IF WS-EXCL-STATUS NOT = "00"
                    DISPLAY "FATAL: EXCLUSION REWRITE FAILED - STATUS "
                        WS-EXCL-STATUS " - REGISTRY MAY BE INCOMPLETE"
                    CLOSE BMI-EXCL-FILE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-EXCL-WRITTEN
                SET WS-EXC-IDX UP BY 1
            END-PERFORM.
            CLOSE BMI-EXCL-FILE.

       WRITE-EXCL-AUDIT.
      *The in-memory table still carries the retired ID, so it gives
      *the before image and the rekeyed copy the after image*
            OPEN EXTEND BMI-EXCL-AUDIT-FILE.
            IF WS-EXAU-STATUS NOT = "00"
                OPEN OUTPUT BMI-EXCL-AUDIT-FILE
                CLOSE BMI-EXCL-AUDIT-FILE
                OPEN EXTEND BMI-EXCL-AUDIT-FILE
            END-IF.
            PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                    UNTIL WS-EXC-IDX > WS-EXCL-COUNT
                IF WS-EXC-PATIENT-ID(WS-EXC-IDX) = WS-RETIRED-ID
                    MOVE SPACES TO BMI-EXCL-AUDIT-RECORD
                    MOVE WS-AUTH-USER TO XA-USER-ID
                    MOVE WS-AUDIT-TIMESTAMP TO XA-TIMESTAMP
                    MOVE 'C' TO XA-ACTION
                    MOVE WS-EXC-ENTRY(WS-EXC-IDX) TO XA-OLD-EXCL
                    MOVE WS-EXC-ENTRY(WS-EXC-IDX) TO XA-NEW-EXCL
                    MOVE WS-SURVIVOR-ID TO XA-NEW-PATIENT-ID
                    WRITE BMI-EXCL-AUDIT-RECORD
                    IF WS-EXAU-STATUS NOT = "00"
                        DISPLAY "WARNING: EXCLUSION AUDIT WRITE FAILED"
                            " - STATUS " WS-EXAU-STATUS
                            " FOR PATIENT " WS-RETIRED-ID
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE BMI-EXCL-AUDIT-FILE.

       DEACTIVATE-RETIRED.
      *The retired member stays on the master with its status flipped
      *to I, exactly as a BMIMAINT deactivation does, and the change
      *goes to the same BMIMAUD.LOG trail. A retired ID already
      *inactive (a merge rerun to sweep up late history) is left as
      *it is*
            IF WS-MEM-STATUS(WS-RET-MEM-SUB) = 'I'
                DISPLAY "NOTE: RETIRED MEMBER " WS-RETIRED-ID
                    " ALREADY INACTIVE - MASTER UNCHANGED"
            ELSE
                MOVE WS-MEM-STATUS(WS-RET-MEM-SUB) TO WS-OLD-STATUS
                MOVE 'I' TO WS-MEM-STATUS(WS-RET-MEM-SUB)
                PERFORM REWRITE-MASTER
                PERFORM WRITE-MAINT-AUDIT
                DISPLAY "MEMBER " WS-RETIRED-ID " DEACTIVATED"
            END-IF.

       LOAD-MEMBER-MASTER.
      *Unlike BMIMAINT, there is nothing to merge without a master -
      *a master that cannot be opened is fatal here*
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
      *A master past the table ceiling cannot be rewritten whole
      *without dropping members - stop before anything is touched*
                        IF WS-MEMBER-COUNT >= 2000
                            DISPLAY "FATAL: MEMBER MASTER EXCEEDS 2000"
                                " - MERGE NOT RUN"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-MEMBER-COUNT
                        MOVE MM-PATIENT-ID TO
                            WS-MEM-PATIENT-ID(WS-MEMBER-COUNT)
                        MOVE MM-PATIENT-NAME
                            TO WS-MEM-NAME(WS-MEMBER-COUNT)
                        MOVE MM-AGE TO WS-MEM-AGE(WS-MEMBER-COUNT)
                        MOVE MM-SEX TO WS-MEM-SEX(WS-MEMBER-COUNT)
                        MOVE MM-SITE-CODE
                            TO WS-MEM-SITE(WS-MEMBER-COUNT)
                        MOVE MM-ADDR-STREET
                            TO WS-MEM-STREET(WS-MEMBER-COUNT)
                        MOVE MM-ADDR-CITY
                            TO WS-MEM-CITY(WS-MEMBER-COUNT)
                        MOVE MM-ADDR-STATE
                            TO WS-MEM-STATE(WS-MEMBER-COUNT)
                        MOVE MM-ADDR-ZIP
                            TO WS-MEM-ZIP(WS-MEMBER-COUNT)
      *Master rows written before the status byte existed read in as
      *spaces - treat them as active, same as BMIMAINT*
                        IF MM-STATUS = 'I'
                            MOVE 'I' TO WS-MEM-STATUS(WS-MEMBER-COUNT)
                        ELSE
                            MOVE 'A' TO WS-MEM-STATUS(WS-MEMBER-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BMI-MASTER-FILE.
            MOVE 'N' TO WS-EOF-SW.

       REWRITE-MASTER.
      *Same whole-file rewrite as REWRITE-MASTER in BMIMAINT, and a
      *failed WRITE mid-rewrite is just as fatal for the same reason*
            OPEN OUTPUT BMI-MASTER-FILE.
            IF WS-MASTER-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO REWRITE MEMBER MASTER FILE"
                    " BMIMSTR.DAT - STATUS " WS-MASTER-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            SET WS-MEM-IDX TO 1.
            PERFORM WS-MEMBER-COUNT TIMES
                MOVE WS-MEM-PATIENT-ID(WS-MEM-IDX) TO MM-PATIENT-ID
                MOVE WS-MEM-NAME(WS-MEM-IDX) TO MM-PATIENT-NAME
                MOVE WS-MEM-AGE(WS-MEM-IDX) TO MM-AGE
                MOVE WS-MEM-SEX(WS-MEM-IDX) TO MM-SEX
                MOVE WS-MEM-STATUS(WS-MEM-IDX) TO MM-STATUS
                MOVE WS-MEM-SITE(WS-MEM-IDX) TO MM-SITE-CODE
                MOVE WS-MEM-STREET(WS-MEM-IDX) TO MM-ADDR-STREET
                MOVE WS-MEM-CITY(WS-MEM-IDX) TO MM-ADDR-CITY
                MOVE WS-MEM-STATE(WS-MEM-IDX) TO MM-ADDR-STATE
                MOVE WS-MEM-ZIP(WS-MEM-IDX) TO MM-ADDR-ZIP
                WRITE BMI-MASTER-RECORD
                IF WS-MASTER-STATUS NOT = "00"
                    DISPLAY "FATAL: MASTER REWRITE FAILED - STATUS "
                        WS-MASTER-STATUS " - MASTER MAY BE INCOMPLETE"
                    CLOSE BMI-MASTER-FILE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                SET WS-MEM-IDX UP BY 1
            END-PERFORM.
            CLOSE BMI-MASTER-FILE.

       WRITE-MAINT-AUDIT.
      *One D (deactivate) record with the before and after images,
      *field for field the way BMIMAINT writes it - only the status
      *byte differs between the two*
            OPEN EXTEND BMI-MAINT-AUDIT-FILE.
            IF WS-MAUD-STATUS NOT = "00"
                OPEN OUTPUT BMI-MAINT-AUDIT-FILE
                CLOSE BMI-MAINT-AUDIT-FILE
                OPEN EXTEND BMI-MAINT-AUDIT-FILE
            END-IF.
            MOVE SPACES TO BMI-MAINT-AUDIT-RECORD.
            ACCEPT MA-USER-ID FROM ENVIRONMENT "USER".
            MOVE WS-AUDIT-TIMESTAMP TO MA-TIMESTAMP.
            MOVE 'D' TO MA-ACTION.
            MOVE WS-RETIRED-ID TO MA-PATIENT-ID.
            MOVE WS-MEM-NAME(WS-RET-MEM-SUB) TO MA-OLD-NAME.
            MOVE WS-MEM-AGE(WS-RET-MEM-SUB) TO MA-OLD-AGE.
            MOVE WS-MEM-SEX(WS-RET-MEM-SUB) TO MA-OLD-SEX.
            MOVE WS-OLD-STATUS TO MA-OLD-STATUS.
            MOVE WS-MEM-SITE(WS-RET-MEM-SUB) TO MA-OLD-SITE.
            MOVE WS-MEM-STREET(WS-RET-MEM-SUB) TO MA-OLD-STREET.
            MOVE WS-MEM-CITY(WS-RET-MEM-SUB) TO MA-OLD-CITY.
            MOVE WS-MEM-STATE(WS-RET-MEM-SUB) TO MA-OLD-STATE.
            MOVE WS-MEM-ZIP(WS-RET-MEM-SUB) TO MA-OLD-ZIP.
            MOVE WS-MEM-NAME(WS-RET-MEM-SUB) TO MA-NEW-NAME.
            MOVE WS-MEM-AGE(WS-RET-MEM-SUB) TO MA-NEW-AGE.
            MOVE WS-MEM-SEX(WS-RET-MEM-SUB) TO MA-NEW-SEX.
            MOVE WS-MEM-STATUS(WS-RET-MEM-SUB) TO MA-NEW-STATUS.
            MOVE WS-MEM-SITE(WS-RET-MEM-SUB) TO MA-NEW-SITE.
            MOVE WS-MEM-STREET(WS-RET-MEM-SUB) TO MA-NEW-STREET.
            MOVE WS-MEM-CITY(WS-RET-MEM-SUB) TO MA-NEW-CITY.
            MOVE WS-MEM-STATE(WS-RET-MEM-SUB) TO MA-NEW-STATE.
            MOVE WS-MEM-ZIP(WS-RET-MEM-SUB) TO MA-NEW-ZIP.
            WRITE BMI-MAINT-AUDIT-RECORD.
            IF WS-MAUD-STATUS NOT = "00"
                DISPLAY "WARNING: MAINTENANCE AUDIT WRITE FAILED -"
                    " STATUS " WS-MAUD-STATUS " FOR PATIENT "
                    WS-RETIRED-ID
            END-IF.
            CLOSE BMI-MAINT-AUDIT-FILE.

       WRITE-MERGE-XREF.
      *The cross-reference is what lets an inquiry on the retired ID
      *find the survivor - a lost write here is worth a nonzero end*
            OPEN EXTEND BMI-XREF-FILE.
            IF WS-XREF-STATUS NOT = "00"
                OPEN OUTPUT BMI-XREF-FILE
                CLOSE BMI-XREF-FILE
                OPEN EXTEND BMI-XREF-FILE
            END-IF.
            MOVE SPACES TO BMI-XREF-RECORD.
            MOVE WS-RETIRED-ID TO MX-RETIRED-ID.
            MOVE WS-SURVIVOR-ID TO MX-SURVIVOR-ID.
            ACCEPT MX-USER-ID FROM ENVIRONMENT "USER".
            MOVE WS-AUDIT-TIMESTAMP TO MX-TIMESTAMP.
            MOVE WS-HIST-MOVED TO MX-HIST-MOVED.
            MOVE WS-ARCH-MOVED TO MX-ARCH-MOVED.
            MOVE WS-CASE-ACTION TO MX-CASE-ACTION.
            MOVE WS-EXCL-MOVED TO MX-EXCL-MOVED.
            WRITE BMI-XREF-RECORD.
            IF WS-XREF-STATUS NOT = "00"
                DISPLAY "WARNING: MERGE CROSS-REFERENCE WRITE FAILED -"
                    " STATUS " WS-XREF-STATUS
                MOVE 'O' TO WS-BALANCE-SW
            END-IF.
            CLOSE BMI-XREF-FILE.

       END PROGRAM BMIMERGE.
