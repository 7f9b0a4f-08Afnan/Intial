           SELECT BMI-SITE-FILE ASSIGN TO "BMISITE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-STATUS.
      *Letters land in a file named for the letter type, so the
      *obese and underweight runs of one night never overwrite each
      *other's print file*
           SELECT BMI-LETTER-FILE ASSIGN USING WS-LETTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
      *Run control file maintained by BMICTLMT - the business date*
           SELECT BMI-CONTROL-FILE ASSIGN TO "BMICTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BMI-FLAGGED-FILE.
       COPY BMISITES.
       FD BMI-LETTER-FILE.
           01 BMI-LETTER-LINE PIC X(80).
       FD BMI-CONTROL-FILE.
           01 BMI-CONTROL-RECORD.
       COPY BMICTL.
       WORKING-STORAGE SECTION.
      *End-of-file switch, reused across the passes*
           01 WS-EOF-SW PIC X VALUE 'N'.
           01 WS-MASTER-STATUS PIC XX.
           01 WS-SITE-STATUS PIC XX.
           01 WS-LETTER-STATUS PIC XX.
           01 WS-CONTROL-STATUS PIC XX.
      *Operator-keyed letter type, the extract it maps to, and the
      *letter file it prints to*
           01 WS-LETTER-TYPE PIC X.
           01 WS-FLAGGED-NAME PIC X(12).
           01 WS-LETTER-NAME PIC X(12).
      *The extract line re-described field by field - the exact
      *column layout WRITE-OBESE-EXTRACT and the underweight twin
      *in BMIBATCH STRING together, so the letter run and the
           01 WS-DUP-COUNT PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM READ-RUN-CONTROL.
            PERFORM GET-LETTER-TYPE.
            PERFORM OPEN-FILES.
            PERFORM LOAD-MEMBER-ADDRESSES.
            PERFORM CLOSE-FILES.
            STOP RUN.

       READ-RUN-CONTROL.
      *The business date comes from the run control file, not the
      *system clock - every letter is dated with the night the batch
      *worked even when the run starts after midnight*
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

       GET-LETTER-TYPE.
            DISPLAY "Letter type - O=Obese follow-up, U=Underweight"
                " dietitian referral: ".
            END-IF.
            IF WS-LETTER-TYPE = 'O'
                MOVE "BMIOBES.TXT" TO WS-FLAGGED-NAME
                MOVE "BMILETTR.TXT" TO WS-LETTER-NAME
            ELSE
                IF WS-LETTER-TYPE = 'U'
                    MOVE "BMIUNDW.TXT" TO WS-FLAGGED-NAME
                    MOVE "BMILETUW.TXT" TO WS-LETTER-NAME
                ELSE
                    DISPLAY "REJECTED - REASON CODE: L1 - LETTER TYPE"
                        " MUST BE O OR U"
