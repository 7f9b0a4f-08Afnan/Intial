           SELECT BMI-AGING-FILE ASSIGN TO "BMIAGING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-STATUS.
      *Run control file maintained by BMICTLMT - the business date*
           SELECT BMI-CONTROL-FILE ASSIGN TO "BMICTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BMI-WORKLIST-FILE.
       COPY BMICMWL.
       FD BMI-AGING-FILE.
           01 BMI-AGING-LINE PIC X(100).
       FD BMI-CONTROL-FILE.
           01 BMI-CONTROL-RECORD.
       COPY BMICTL.
       WORKING-STORAGE SECTION.
      *End-of-worklist switch*
           01 WS-EOF-SW PIC X VALUE 'N'.
      *File status codes*
           01 WS-WORKLIST-STATUS PIC XX.
           01 WS-AGING-STATUS PIC XX.
           01 WS-CONTROL-STATUS PIC XX.
      *Open referrals loaded into memory so they can be ordered
      *oldest-first - the first-extract date leads each entry so one
      *compare orders the whole list by age in a single pass
           01 WS-AGE-FLAG PIC X(26).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM READ-RUN-CONTROL.
            COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE(WS-TODAY).
            PERFORM OPEN-FILES.
            PERFORM LOAD-OPEN-REFERRALS.
            PERFORM CLOSE-FILES.
            STOP RUN.

       READ-RUN-CONTROL.
      *The business date comes from the run control file, not the
      *system clock - every referral is aged against the night the
      *batch worked even when the run starts after midnight*
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
            MOVE CT-BUSINESS-DATE TO WS-TODAY.

       OPEN-FILES.
      *No worklist means BMICMLOD has never run here - fail fast and
      *visibly instead of printing an empty report that reads as "no
