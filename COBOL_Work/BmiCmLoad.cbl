           SELECT BMI-WORKLIST-FILE ASSIGN TO "BMICMWL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-STATUS.
      *Run control file maintained by BMICTLMT - the business date*
           SELECT BMI-CONTROL-FILE ASSIGN TO "BMICTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BMI-OBESE-FILE.
       FD BMI-WORKLIST-FILE.
           01 BMI-WORKLIST-RECORD.
       COPY BMICMWL.
       FD BMI-CONTROL-FILE.
           01 BMI-CONTROL-RECORD.
       COPY BMICTL.
       WORKING-STORAGE SECTION.
      *End-of-file switch, reused for the worklist and extract passes*
           01 WS-EOF-SW PIC X VALUE 'N'.
      *File status codes*
           01 WS-OBESE-STATUS PIC XX.
           01 WS-WORKLIST-STATUS PIC XX.
           01 WS-CONTROL-STATUS PIC XX.
      *The obese extract line re-described field by field - this is
      *the exact column layout WRITE-OBESE-EXTRACT in BMIBATCH
      *STRINGs together, so the loader and the extract always have
           01 WS-REOPENED-COUNT PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM READ-RUN-CONTROL.
            PERFORM LOAD-WORKLIST.
            PERFORM FOLD-IN-EXTRACT.
            PERFORM REWRITE-WORKLIST.
            DISPLAY "WORKLIST LOAD: BUSINESS DATE " WS-RUN-DATE
                " EXTRACT LINES " WS-EXTRACT-READ
                " NEW " WS-NEW-COUNT
                " UPDATED " WS-UPDATED-COUNT
                " REOPENED " WS-REOPENED-COUNT
                " CASES ON FILE " WS-CASE-COUNT.
            STOP RUN.

       READ-RUN-CONTROL.
      *The business date comes from the run control file, not the
      *system clock - new and reopened cases are stamped with the night
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

       LOAD-WORKLIST.
      *Read the whole worklist into memory once - a worklist that
      *cannot be opened is not fatal: the first night starts with no
