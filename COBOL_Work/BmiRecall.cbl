      ******************************************************************
      * Author: Afnan Islam
      * Date: 2026-10-15
      * Purpose: Overdue BMI screening recall - BMIBATCH only sees the
      * patients on tonight's roster, so an active member who stopped
      * coming in never shows on any report. This run checks every
      * active member (MM-STATUS not I) on BMIMSTR.DAT against their
      * most recent reading in BMIHIST.DAT and every yearly BMIHyyyy.ARC
      * archive, and recalls the ones never weighed or not weighed
      * within an operator-keyed number of months. The recall list
      * prints by site with the clinic name from BMISITE.DAT, and the
      * same members go to a fixed-width extract (BMIRECAL.DAT, layout
      * in BMIRECAL.cpy) the front desks load into scheduling. Site
      * totals show the overdue share of each clinic's active panel -
      * the screening-rate figure the payer contracts measure.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMIRECAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Member demographics master - the active panel*
           SELECT BMI-MASTER-FILE ASSIGN TO "BMIMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
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
      *Clinic names keyed by site code*
           SELECT BMI-SITE-FILE ASSIGN TO "BMISITE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-STATUS.
           SELECT BMI-RECALL-REPORT ASSIGN TO "BMIRECAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *Fixed-width recall extract for the scheduling system - one
      *BMIRECAL record per recalled member, replaced every run*
           SELECT BMI-RECALL-EXTRACT ASSIGN TO "BMIRECAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
      *Run control file maintained by BMICTLMT - the business date*
           SELECT BMI-CONTROL-FILE ASSIGN TO "BMICTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BMI-MASTER-FILE.
           01 BMI-MASTER-RECORD.
       COPY BMIMSTR.
       FD BMI-HISTORY-FILE.
           01 BMI-HISTORY-RECORD.
       COPY BMIHIST.
       FD BMI-ARCHIVE-FILE.
           01 BMI-ARCHIVE-RECORD PIC X(30).
       FD BMI-SITE-FILE.
           01 BMI-SITE-RECORD.
       COPY BMISITES.
       FD BMI-RECALL-REPORT.
           01 BMI-RECALL-LINE PIC X(100).
       FD BMI-RECALL-EXTRACT.
           01 BMI-RECALL-RECORD.
       COPY BMIRECAL.
       FD BMI-CONTROL-FILE.
           01 BMI-CONTROL-RECORD.
       COPY BMICTL.
       WORKING-STORAGE SECTION.
      *End-of-file switch, reused across the passes*
           01 WS-EOF-SW PIC X VALUE 'N'.
              88 WS-EOF VALUE 'Y'.
      *File status codes*
           01 WS-MASTER-STATUS PIC XX.
           01 WS-HIST-STATUS PIC XX.
           01 WS-ARCH-STATUS PIC XX.
           01 WS-SITE-STATUS PIC XX.
           01 WS-REPORT-STATUS PIC XX.
           01 WS-EXTRACT-STATUS PIC XX.
           01 WS-CONTROL-STATUS PIC XX.
      *Archive probe - same floor and naming as BMITREND*
           01 WS-ARCHIVE-NAME PIC X(12).
           01 WS-ARCH-YEAR PIC 9(4).
           01 WS-ARCH-FLOOR PIC 9(4) VALUE 1990.
      *Run date, split for the cutoff arithmetic*
           01 WS-RUN-DATE.
              05 WS-RUN-YYYY PIC 9(4).
              05 WS-RUN-MM   PIC 99.
              05 WS-RUN-DD   PIC 99.
      *Operator-keyed recall interval in months and the cutoff date it
      *gives - a member whose last reading is before the cutoff is
      *overdue; a reading on the cutoff date itself still counts*
           01 WS-MONTHS-X PIC X(3).
           01 WS-MONTHS-CHECK PIC X(3).
           01 WS-RECALL-MONTHS PIC 999 VALUE 0.
           01 WS-MONTH-WORK PIC 9(6).
           01 WS-CUTOFF-DATE.
              05 WS-CUT-YYYY PIC 9(4).
              05 WS-CUT-MM   PIC 99.
              05 WS-CUT-DD   PIC 99.
      *Days in each month, February corrected for leap years - same
      *table as BMIRUNRP*
           01 WS-MONTH-DAYS-X PIC X(24)
                 VALUE "312831303130313130313031".
           01 WS-MONTH-DAYS-T REDEFINES WS-MONTH-DAYS-X.
              05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 99.
           01 WS-LAST-DAY PIC 99.
           01 WS-LEAP-WORK PIC 9(4).
      *Clinic names keyed by site code - same ten-site ceiling as the
      *BMILTRGN site table*
           01 WS-SITE-TABLE.
              05 WS-SITE-ENTRY OCCURS 10 TIMES.
                 10 WS-ST-CODE PIC X(3).
                 10 WS-ST-NAME PIC X(30).
           01 WS-SITE-COUNT PIC 9(5) VALUE 0.
           01 WS-SITE-I PIC 9(5) VALUE 0.
           01 WS-CUR-CLINIC PIC X(30).
      *One entry per active member. Site and patient ID lead each
      *entry so one compare orders the list by site, then patient,
      *in a single exchange sort - same shape as SORT-REFERRALS in
      *BMICMAGE. Last date stays spaces until a reading is found*
           01 WS-MEMBER-TABLE.
              05 WS-MEM-ENTRY OCCURS 2000 TIMES
                    INDEXED BY WS-MEM-IDX.
                 10 WS-MEM-KEY.
                    15 WS-MEM-SITE PIC X(3).
                    15 WS-MEM-ID PIC X(6).
                 10 WS-MEM-NAME PIC X(20).
                 10 WS-MEM-AGE PIC 99.
                 10 WS-MEM-SEX PIC X.
                 10 WS-MEM-STREET PIC X(30).
                 10 WS-MEM-CITY PIC X(18).
                 10 WS-MEM-STATE PIC XX.
                 10 WS-MEM-ZIP PIC X(10).
                 10 WS-MEM-LAST-DATE PIC X(8).
                 10 WS-MEM-LAST-BMI PIC 999V99.
           01 WS-MEMBER-COUNT PIC 9(5) VALUE 0.
           01 WS-FOUND-SUB PIC 9(5) VALUE 0.
      *Hold area for the exchange sort - same size as one entry*
           01 WS-MEM-HOLD PIC X(105).
           01 WS-SORT-I PIC 9(5) VALUE 0.
           01 WS-SORT-J PIC 9(5) VALUE 0.
           01 WS-SWAP-SW PIC X VALUE 'N'.
              88 WS-SWAPPED VALUE 'Y'.
      *Report-walk control-break fields and per-site counts*
           01 WS-PRV-SITE PIC X(3) VALUE SPACES.
           01 WS-SITE-ACTIVE PIC 9(7) VALUE 0.
           01 WS-SITE-NEVER PIC 9(7) VALUE 0.
           01 WS-SITE-LAPSED PIC 9(7) VALUE 0.
           01 WS-SITE-OVERDUE PIC 9(7) VALUE 0.
      *Recall reason for the member being printed*
           01 WS-REASON PIC X.
              88 WS-REASON-NEVER VALUE 'N'.
              88 WS-REASON-LAPSED VALUE 'L'.
              88 WS-REASON-CURRENT VALUE ' '.
      *Numeric-edited print fields*
           01 WS-BMI-EDIT PIC ZZ9.99.
           01 WS-BMI-PRINT PIC X(6).
           01 WS-LAST-PRINT PIC X(8).
           01 WS-REASON-TEXT PIC X(13).
           01 WS-PCT PIC 999V9.
           01 WS-PCT-EDIT PIC ZZ9.9.
      *Control totals*
           01 WS-MASTER-READ PIC 9(7) VALUE 0.
           01 WS-INACTIVE-COUNT PIC 9(7) VALUE 0.
           01 WS-HIST-READ PIC 9(7) VALUE 0.
           01 WS-TOTAL-ACTIVE PIC 9(7) VALUE 0.
           01 WS-TOTAL-NEVER PIC 9(7) VALUE 0.
           01 WS-TOTAL-LAPSED PIC 9(7) VALUE 0.
           01 WS-TOTAL-OVERDUE PIC 9(7) VALUE 0.
           01 WS-EXTRACT-COUNT PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM READ-RUN-CONTROL.
            PERFORM GET-RECALL-MONTHS.
            PERFORM SET-CUTOFF-DATE.
            PERFORM LOAD-SITE-NAMES.
            PERFORM LOAD-ACTIVE-MEMBERS.
            PERFORM SCAN-ARCHIVES.
            PERFORM SCAN-ACTIVE-HISTORY.
            PERFORM SORT-MEMBERS.
            PERFORM OPEN-OUTPUT-FILES.
            PERFORM WRITE-RECALL-REPORT.
            CLOSE BMI-RECALL-REPORT.
            CLOSE BMI-RECALL-EXTRACT.
            DISPLAY "RECALL: ACTIVE " WS-TOTAL-ACTIVE
                " OVERDUE " WS-TOTAL-OVERDUE
                " EXTRACTED " WS-EXTRACT-COUNT.
            STOP RUN.

       READ-RUN-CONTROL.
      *The business date comes from the run control file, not the
      *system clock - the recall cutoff is counted back from the night
      *the batch worked even when the run starts after midnight*
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
            IF CT-BUSINESS-DATE NOT NUMERIC
                DISPLAY "FATAL: NO BUSINESS DATE ON RUN CONTROL FILE"
                    " BMICTL.DAT - SET IT WITH BMICTLMT"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE CT-BUSINESS-DATE TO WS-RUN-DATE.

       GET-RECALL-MONTHS.
            DISPLAY "Recall if no reading within how many months: ".
            ACCEPT WS-MONTHS-X.
      *Same digits-only edit as the weight tolerance in BMICTLMT -
      *a mis-keyed interval would silently recall the wrong panel, so
      *it is refused loudly instead, and zero would recall everyone*
            MOVE WS-MONTHS-X TO WS-MONTHS-CHECK.
            INSPECT WS-MONTHS-CHECK
                CONVERTING "0123456789" TO "          ".
            IF WS-MONTHS-X = SPACES OR WS-MONTHS-CHECK NOT = SPACES
                DISPLAY "REJECTED - REASON CODE: R1 - MONTHS MUST BE"
                    " 1-999"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            COMPUTE WS-RECALL-MONTHS = FUNCTION NUMVAL(WS-MONTHS-X).
            IF WS-RECALL-MONTHS = 0
                DISPLAY "REJECTED - REASON CODE: R2 - MONTHS MUST NOT"
                    " BE ZERO"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

       SET-CUTOFF-DATE.
      *Step back whole months from the run date; the day is pulled in
      *to the end of a shorter month (run on the 31st, cutoff month
      *has 30 days -> the 30th)*
            COMPUTE WS-MONTH-WORK = WS-RUN-YYYY * 12 + WS-RUN-MM - 1
                - WS-RECALL-MONTHS.
            COMPUTE WS-CUT-YYYY = WS-MONTH-WORK / 12.
            COMPUTE WS-CUT-MM = WS-MONTH-WORK - WS-CUT-YYYY * 12 + 1.
            MOVE WS-MONTH-DAYS(WS-CUT-MM) TO WS-LAST-DAY.
      *February gets its 29th in a leap year - divisible by 4,
      *except century years not divisible by 400*
            IF WS-CUT-MM = 2
                IF FUNCTION MOD(WS-CUT-YYYY, 4) = 0
                    MOVE 29 TO WS-LAST-DAY
                    IF FUNCTION MOD(WS-CUT-YYYY, 100) = 0
                        COMPUTE WS-LEAP-WORK =
                            FUNCTION MOD(WS-CUT-YYYY, 400)
                        IF WS-LEAP-WORK NOT = 0
                            MOVE 28 TO WS-LAST-DAY
                        END-IF
                    END-IF
                END-IF
            END-IF.
            IF WS-RUN-DD > WS-LAST-DAY
                MOVE WS-LAST-DAY TO WS-CUT-DD
            ELSE
                MOVE WS-RUN-DD TO WS-CUT-DD
            END-IF.

       LOAD-SITE-NAMES.
      *The recall list goes to the clinics by name - same fail-fast
      *as the BMILTRGN site load*
            OPEN INPUT BMI-SITE-FILE.
            IF WS-SITE-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO OPEN SITE NAME FILE"
                    " BMISITE.DAT - STATUS " WS-SITE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM UNTIL WS-EOF
                READ BMI-SITE-FILE
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
      *WS-SITE-TABLE is only OCCURS 10 TIMES - stop loading once
      *full instead of indexing past the table*
                        IF WS-SITE-COUNT >= 10
                            DISPLAY "WARNING: MORE THAN 10 SITES -"
                                " REMAINING RECORDS IGNORED"
                        ELSE
                            ADD 1 TO WS-SITE-COUNT
                            MOVE SI-SITE-CODE
                                TO WS-ST-CODE(WS-SITE-COUNT)
                            MOVE SI-CLINIC-NAME
                                TO WS-ST-NAME(WS-SITE-COUNT)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BMI-SITE-FILE.
            MOVE 'N' TO WS-EOF-SW.

       LOAD-ACTIVE-MEMBERS.
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
                        ADD 1 TO WS-MASTER-READ
      *Master rows written before the status byte existed read in as
      *spaces - they are active, same as BMIMAINT*
                        IF MM-STATUS = 'I'
                            ADD 1 TO WS-INACTIVE-COUNT
                        ELSE
      *WS-MEMBER-TABLE is only OCCURS 2000 TIMES - a panel past the
      *ceiling cannot be measured honestly, so fail instead of
      *understating every site's overdue share*
                            IF WS-MEMBER-COUNT >= 2000
                                DISPLAY "FATAL: MORE THAN 2000 ACTIVE"
                                    " MEMBERS - RECALL NOT PRODUCED"
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            PERFORM ADD-MEMBER-ENTRY
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BMI-MASTER-FILE.
            MOVE 'N' TO WS-EOF-SW.

       ADD-MEMBER-ENTRY.
            ADD 1 TO WS-MEMBER-COUNT.
            MOVE WS-MEMBER-COUNT TO WS-FOUND-SUB.
      *A member with no home site still belongs to somebody's panel -
      *they list under ??? so the front office can see and fix them*
            IF MM-SITE-CODE = SPACES
                MOVE "???" TO WS-MEM-SITE(WS-FOUND-SUB)
            ELSE
                MOVE MM-SITE-CODE TO WS-MEM-SITE(WS-FOUND-SUB)
            END-IF.
            MOVE MM-PATIENT-ID TO WS-MEM-ID(WS-FOUND-SUB).
            MOVE MM-PATIENT-NAME TO WS-MEM-NAME(WS-FOUND-SUB).
            MOVE MM-AGE TO WS-MEM-AGE(WS-FOUND-SUB).
            MOVE MM-SEX TO WS-MEM-SEX(WS-FOUND-SUB).
            MOVE MM-ADDR-STREET TO WS-MEM-STREET(WS-FOUND-SUB).
            MOVE MM-ADDR-CITY TO WS-MEM-CITY(WS-FOUND-SUB).
            MOVE MM-ADDR-STATE TO WS-MEM-STATE(WS-FOUND-SUB).
            MOVE MM-ADDR-ZIP TO WS-MEM-ZIP(WS-FOUND-SUB).
            MOVE SPACES TO WS-MEM-LAST-DATE(WS-FOUND-SUB).
            MOVE 0 TO WS-MEM-LAST-BMI(WS-FOUND-SUB).

       SCAN-ARCHIVES.
      *A member last weighed years ago is only in an archive - probe
      *every year the way BMITREND does, or they would read as never
      *weighed*
            PERFORM VARYING WS-ARCH-YEAR FROM WS-ARCH-FLOOR BY 1
                    UNTIL WS-ARCH-YEAR > WS-RUN-YYYY
                MOVE SPACES TO WS-ARCHIVE-NAME
                STRING "BMIH" DELIMITED BY SIZE
                    WS-ARCH-YEAR DELIMITED BY SIZE
                    ".ARC" DELIMITED BY SIZE
                    INTO WS-ARCHIVE-NAME
                OPEN INPUT BMI-ARCHIVE-FILE
                IF WS-ARCH-STATUS = "00"
                    PERFORM SCAN-ONE-ARCHIVE
                    CLOSE BMI-ARCHIVE-FILE
                END-IF
            END-PERFORM.

       SCAN-ONE-ARCHIVE.
      *Archive records are the BMIHIST layout - they stage through
      *the history record area so the BH field names apply*
            PERFORM UNTIL WS-EOF
                READ BMI-ARCHIVE-FILE INTO BMI-HISTORY-RECORD
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        PERFORM APPLY-HISTORY-READING
                END-READ
            END-PERFORM.
            MOVE 'N' TO WS-EOF-SW.

       SCAN-ACTIVE-HISTORY.
      *No history file at all is a fresh install - every active
      *member is then genuinely never weighed, so it is noted rather
      *than failed*
            OPEN INPUT BMI-HISTORY-FILE.
            IF WS-HIST-STATUS NOT = "00"
                DISPLAY "NOTE: NO HISTORY FILE BMIHIST.DAT - STATUS "
                    WS-HIST-STATUS
            ELSE
                PERFORM UNTIL WS-EOF
                    READ BMI-HISTORY-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM APPLY-HISTORY-READING
                    END-READ
                END-PERFORM
                CLOSE BMI-HISTORY-FILE
            END-IF.
            MOVE 'N' TO WS-EOF-SW.

       APPLY-HISTORY-READING.
      *Keep the latest reading per member - the archives and the
      *active file are not in date order across each other*
            ADD 1 TO WS-HIST-READ.
            PERFORM FIND-MEMBER.
            IF WS-FOUND-SUB > 0
                IF WS-MEM-LAST-DATE(WS-FOUND-SUB) = SPACES
                        OR BH-RUN-DATE > WS-MEM-LAST-DATE(WS-FOUND-SUB)
                    MOVE BH-RUN-DATE TO WS-MEM-LAST-DATE(WS-FOUND-SUB)
                    MOVE BH-BMI TO WS-MEM-LAST-BMI(WS-FOUND-SUB)
                END-IF
            END-IF.

       FIND-MEMBER.
            MOVE 0 TO WS-FOUND-SUB.
            IF WS-MEMBER-COUNT > 0
                SET WS-MEM-IDX TO 1
                SEARCH WS-MEM-ENTRY
                    VARYING WS-MEM-IDX
                    AT END
                        CONTINUE
                    WHEN WS-MEM-ID(WS-MEM-IDX) = BH-PATIENT-ID
                        SET WS-FOUND-SUB TO WS-MEM-IDX
                END-SEARCH
            END-IF.

       SORT-MEMBERS.
      *Exchange sort on the leading site + patient key - same sort
      *shape as SORT-REFERRALS in BMICMAGE*
            IF WS-MEMBER-COUNT < 2
                CONTINUE
            ELSE
                SET WS-SWAPPED TO TRUE
                PERFORM UNTIL NOT WS-SWAPPED
                    MOVE 'N' TO WS-SWAP-SW
                    MOVE 1 TO WS-SORT-I
                    PERFORM UNTIL WS-SORT-I >= WS-MEMBER-COUNT
                        COMPUTE WS-SORT-J = WS-SORT-I + 1
                        IF WS-MEM-KEY(WS-SORT-I) >
                                WS-MEM-KEY(WS-SORT-J)
                            MOVE WS-MEM-ENTRY(WS-SORT-I)
                                TO WS-MEM-HOLD
                            MOVE WS-MEM-ENTRY(WS-SORT-J)
                                TO WS-MEM-ENTRY(WS-SORT-I)
                            MOVE WS-MEM-HOLD
                                TO WS-MEM-ENTRY(WS-SORT-J)
                            SET WS-SWAPPED TO TRUE
                        END-IF
                        ADD 1 TO WS-SORT-I
                    END-PERFORM
                END-PERFORM
            END-IF.

       OPEN-OUTPUT-FILES.
            OPEN OUTPUT BMI-RECALL-REPORT.
            IF WS-REPORT-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO OPEN RECALL REPORT"
                    " BMIRECAL.TXT - STATUS " WS-REPORT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT BMI-RECALL-EXTRACT.
            IF WS-EXTRACT-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO OPEN RECALL EXTRACT"
                    " BMIRECAL.DAT - STATUS " WS-EXTRACT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

       WRITE-RECALL-REPORT.
            MOVE SPACES TO BMI-RECALL-LINE.
            STRING "OVERDUE BMI SCREENING RECALL - RUN DATE "
                DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                INTO BMI-RECALL-LINE.
            WRITE BMI-RECALL-LINE.
            MOVE SPACES TO BMI-RECALL-LINE.
            STRING "ACTIVE MEMBERS WITH NO READING EVER, OR NONE IN "
                DELIMITED BY SIZE
                WS-RECALL-MONTHS DELIMITED BY SIZE
                " MONTHS (LAST READING BEFORE " DELIMITED BY SIZE
                WS-CUTOFF-DATE DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO BMI-RECALL-LINE.
            WRITE BMI-RECALL-LINE.
            MOVE 1 TO WS-SORT-I.
            PERFORM UNTIL WS-SORT-I > WS-MEMBER-COUNT
                IF WS-MEM-SITE(WS-SORT-I) NOT = WS-PRV-SITE
                    IF WS-PRV-SITE NOT = SPACES
                        PERFORM CLOSE-SITE-BREAK
                    END-IF
                    PERFORM OPEN-SITE-BREAK
                END-IF
                PERFORM CHECK-ONE-MEMBER
                ADD 1 TO WS-SORT-I
            END-PERFORM.
            IF WS-PRV-SITE NOT = SPACES
                PERFORM CLOSE-SITE-BREAK
            END-IF.
            PERFORM WRITE-RECALL-TOTALS.

       OPEN-SITE-BREAK.
            MOVE WS-MEM-SITE(WS-SORT-I) TO WS-PRV-SITE.
            MOVE 0 TO WS-SITE-ACTIVE.
            MOVE 0 TO WS-SITE-NEVER.
            MOVE 0 TO WS-SITE-LAPSED.
            MOVE 0 TO WS-SITE-OVERDUE.
            MOVE "(SITE NOT ON BMISITE.DAT)" TO WS-CUR-CLINIC.
            MOVE 1 TO WS-SITE-I.
            PERFORM UNTIL WS-SITE-I > WS-SITE-COUNT
                IF WS-ST-CODE(WS-SITE-I) = WS-PRV-SITE
                    MOVE WS-ST-NAME(WS-SITE-I) TO WS-CUR-CLINIC
                END-IF
                ADD 1 TO WS-SITE-I
            END-PERFORM.
            MOVE SPACES TO BMI-RECALL-LINE.
            WRITE BMI-RECALL-LINE.
            MOVE SPACES TO BMI-RECALL-LINE.
            STRING "SITE " DELIMITED BY SIZE
                WS-PRV-SITE DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-CUR-CLINIC DELIMITED BY SIZE
                INTO BMI-RECALL-LINE.
            WRITE BMI-RECALL-LINE.
            MOVE SPACES TO BMI-RECALL-LINE.
      *Each literal here is the same width as the field (plus its
      *following gap literal) it labels in WRITE-RECALL-LINE's
      *detail-line STRING, so the header lines up with the data*
            STRING "  PATIENT " DELIMITED BY SIZE
                "NAME                  " DELIMITED BY SIZE
                "AGE " DELIMITED BY SIZE
                "SEX " DELIMITED BY SIZE
                "LAST READ " DELIMITED BY SIZE
                "LAST BMI  " DELIMITED BY SIZE
                "REASON" DELIMITED BY SIZE
                INTO BMI-RECALL-LINE.
            WRITE BMI-RECALL-LINE.

       CHECK-ONE-MEMBER.
            ADD 1 TO WS-SITE-ACTIVE.
            ADD 1 TO WS-TOTAL-ACTIVE.
            MOVE SPACE TO WS-REASON.
            IF WS-MEM-LAST-DATE(WS-SORT-I) = SPACES
                SET WS-REASON-NEVER TO TRUE
                ADD 1 TO WS-SITE-NEVER
                ADD 1 TO WS-TOTAL-NEVER
            ELSE
                IF WS-MEM-LAST-DATE(WS-SORT-I) < WS-CUTOFF-DATE
                    SET WS-REASON-LAPSED TO TRUE
                    ADD 1 TO WS-SITE-LAPSED
                    ADD 1 TO WS-TOTAL-LAPSED
                END-IF
            END-IF.
            IF NOT WS-REASON-CURRENT
                ADD 1 TO WS-SITE-OVERDUE
                ADD 1 TO WS-TOTAL-OVERDUE
                PERFORM WRITE-RECALL-LINE
                PERFORM WRITE-RECALL-EXTRACT
            END-IF.

       WRITE-RECALL-LINE.
            IF WS-REASON-NEVER
                MOVE "NEVER   " TO WS-LAST-PRINT
                MOVE "  -   " TO WS-BMI-PRINT
                MOVE "NEVER WEIGHED" TO WS-REASON-TEXT
            ELSE
                MOVE WS-MEM-LAST-DATE(WS-SORT-I) TO WS-LAST-PRINT
                MOVE WS-MEM-LAST-BMI(WS-SORT-I) TO WS-BMI-EDIT
                MOVE WS-BMI-EDIT TO WS-BMI-PRINT
                MOVE "LAPSED" TO WS-REASON-TEXT
            END-IF.
            MOVE SPACES TO BMI-RECALL-LINE.
            STRING "  " DELIMITED BY SIZE
                WS-MEM-ID(WS-SORT-I) DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-MEM-NAME(WS-SORT-I) DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-MEM-AGE(WS-SORT-I) DELIMITED BY SIZE
                "   " DELIMITED BY SIZE
                WS-MEM-SEX(WS-SORT-I) DELIMITED BY SIZE
                "   " DELIMITED BY SIZE
                WS-LAST-PRINT DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-BMI-PRINT DELIMITED BY SIZE
                "    " DELIMITED BY SIZE
                WS-REASON-TEXT DELIMITED BY SIZE
                INTO BMI-RECALL-LINE.
            WRITE BMI-RECALL-LINE.

       WRITE-RECALL-EXTRACT.
            MOVE SPACES TO BMI-RECALL-RECORD.
            MOVE WS-MEM-SITE(WS-SORT-I) TO RX-SITE-CODE.
            MOVE WS-MEM-ID(WS-SORT-I) TO RX-PATIENT-ID.
            MOVE WS-MEM-NAME(WS-SORT-I) TO RX-PATIENT-NAME.
            MOVE WS-MEM-AGE(WS-SORT-I) TO RX-AGE.
            MOVE WS-MEM-SEX(WS-SORT-I) TO RX-SEX.
            MOVE WS-MEM-STREET(WS-SORT-I) TO RX-ADDR-STREET.
            MOVE WS-MEM-CITY(WS-SORT-I) TO RX-ADDR-CITY.
            MOVE WS-MEM-STATE(WS-SORT-I) TO RX-ADDR-STATE.
            MOVE WS-MEM-ZIP(WS-SORT-I) TO RX-ADDR-ZIP.
            MOVE WS-MEM-LAST-DATE(WS-SORT-I) TO RX-LAST-DATE.
            MOVE WS-REASON TO RX-REASON.
            MOVE WS-CUTOFF-DATE TO RX-CUTOFF-DATE.
            MOVE WS-RUN-DATE TO RX-RUN-DATE.
            WRITE BMI-RECALL-RECORD.
            IF WS-EXTRACT-STATUS = "00"
                ADD 1 TO WS-EXTRACT-COUNT
            ELSE
                DISPLAY "WARNING: RECALL EXTRACT WRITE FAILED - STATUS "
                    WS-EXTRACT-STATUS " FOR PATIENT " RX-PATIENT-ID
            END-IF.

       CLOSE-SITE-BREAK.
      *Overdue share of the site's active panel - never weighed plus
      *lapsed over every active member homed at the site*
            MOVE 0 TO WS-PCT.
            IF WS-SITE-ACTIVE > 0
                COMPUTE WS-PCT ROUNDED = WS-SITE-OVERDUE * 100
                    / WS-SITE-ACTIVE
            END-IF.
            MOVE WS-PCT TO WS-PCT-EDIT.
            MOVE SPACES TO BMI-RECALL-LINE.
            STRING "  SITE " DELIMITED BY SIZE
                WS-PRV-SITE DELIMITED BY SIZE
                " ACTIVE PANEL " DELIMITED BY SIZE
                WS-SITE-ACTIVE DELIMITED BY SIZE
                "  NEVER WEIGHED " DELIMITED BY SIZE
                WS-SITE-NEVER DELIMITED BY SIZE
                "  LAPSED " DELIMITED BY SIZE
                WS-SITE-LAPSED DELIMITED BY SIZE
                INTO BMI-RECALL-LINE.
            WRITE BMI-RECALL-LINE.
            MOVE SPACES TO BMI-RECALL-LINE.
            STRING "  SITE " DELIMITED BY SIZE
                WS-PRV-SITE DELIMITED BY SIZE
                " OVERDUE " DELIMITED BY SIZE
                WS-SITE-OVERDUE DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-PCT-EDIT DELIMITED BY SIZE
                " PCT OF ACTIVE PANEL" DELIMITED BY SIZE
                INTO BMI-RECALL-LINE.
            WRITE BMI-RECALL-LINE.

       WRITE-RECALL-TOTALS.
            MOVE 0 TO WS-PCT.
            IF WS-TOTAL-ACTIVE > 0
                COMPUTE WS-PCT ROUNDED = WS-TOTAL-OVERDUE * 100
                    / WS-TOTAL-ACTIVE
            END-IF.
            MOVE WS-PCT TO WS-PCT-EDIT.
            MOVE SPACES TO BMI-RECALL-LINE.
            WRITE BMI-RECALL-LINE.
            MOVE SPACES TO BMI-RECALL-LINE.
            STRING "ALL SITES ACTIVE PANEL " DELIMITED BY SIZE
                WS-TOTAL-ACTIVE DELIMITED BY SIZE
                "  NEVER WEIGHED " DELIMITED BY SIZE
                WS-TOTAL-NEVER DELIMITED BY SIZE
                "  LAPSED " DELIMITED BY SIZE
                WS-TOTAL-LAPSED DELIMITED BY SIZE
                INTO BMI-RECALL-LINE.
            WRITE BMI-RECALL-LINE.
            MOVE SPACES TO BMI-RECALL-LINE.
            STRING "ALL SITES OVERDUE " DELIMITED BY SIZE
                WS-TOTAL-OVERDUE DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-PCT-EDIT DELIMITED BY SIZE
                " PCT OF ACTIVE PANEL" DELIMITED BY SIZE
                INTO BMI-RECALL-LINE.
            WRITE BMI-RECALL-LINE.
            MOVE SPACES TO BMI-RECALL-LINE.
            STRING "MASTER RECORDS READ: " DELIMITED BY SIZE
                WS-MASTER-READ DELIMITED BY SIZE
                "   INACTIVE SKIPPED: " DELIMITED BY SIZE
                WS-INACTIVE-COUNT DELIMITED BY SIZE
                "   HISTORY READ: " DELIMITED BY SIZE
                WS-HIST-READ DELIMITED BY SIZE
                INTO BMI-RECALL-LINE.
            WRITE BMI-RECALL-LINE.
            MOVE SPACES TO BMI-RECALL-LINE.
            STRING "RECALL EXTRACT BMIRECAL.DAT RECORDS: "
                DELIMITED BY SIZE
                WS-EXTRACT-COUNT DELIMITED BY SIZE
                INTO BMI-RECALL-LINE.
            WRITE BMI-RECALL-LINE.

       END PROGRAM BMIRECAL.
