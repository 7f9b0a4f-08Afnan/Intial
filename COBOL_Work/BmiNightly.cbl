      ******************************************************************
      * Author: Afnan Islam
      * Date: 2026-10-01
      * Purpose: Nightly job-stream driver - runs the overnight steps
      * in order (the EHR acknowledgment reconciliation of the
      * previous night's extract, roster edit, the BMI batch run, the
      * care-management worklist load, the obese and then the
      * underweight letter runs, and last of all the roll of the
      * business date on the run control file to the next night),
      * checks each step's return code against that step's own
      * threshold, and skips everything after a failed step so a bad
      * roster or an out-of-balance batch never feeds the letters or
      * the worklist. The reconciliation runs first because the
      * vendor's acknowledgment for last night's BMIEHR.TXT comes
      * back during the day and BMIBATCH recreates that file; it does
      * not hold the stream - an exception is logged and reported
      * for the interface team, and the rest of the night runs.
      * Every step's start/end time and return code goes to a step
      * log dated with the night's business date from the run control
      * file (BMICTL.DAT) - the same date every step posts its work
      * to, however late the stream starts. A restart file remembers
      * the step that failed (or was running when the stream went
      * down), and the next run of this job picks up there instead
      * of re-running steps that already finished - BMIBATCH itself
      * then resumes from its own BMICKPT.DAT checkpoint. Each step
      * is run by its program name, so the job's search path must
      * reach the compiled programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMINIGHT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Restart control - one record naming the step the stream has
      *to resume at, zero when the last stream finished clean. Same
      *sequential-not-indexed note as BmiBatch.cbl*
           SELECT BMI-RESTART-FILE ASSIGN TO "BMIJOBRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.
      *Step log for the night - the name carries the run date
      *(BMIJyyyymmdd.LOG) and a restarted stream appends to the
      *same night's log*
           SELECT BMI-STEPLOG-FILE ASSIGN USING WS-STEPLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.
      *BMIBATCH's own checkpoint, read only to tell the operator
      *whether a BMIBATCH restart will resume mid-roster*
           SELECT BMI-CHECKPOINT-FILE ASSIGN TO "BMICKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
      *Run control file maintained by BMICTLMT - the business date
      *a fresh night runs for, and the batch run mode*
           SELECT BMI-CONTROL-FILE ASSIGN TO "BMICTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BMI-RESTART-FILE.
           01 BMI-RESTART-RECORD.
              05 JR-RUN-DATE PIC 9(8).
              05 JR-RESTART-STEP PIC 99.
              05 JR-LAST-RC PIC 9(3).
      *R=the step was running when the stream went down, F=the step
      *finished over its return-code threshold*
              05 JR-STEP-STATE PIC X.
      *Program the restart step runs - checked against the step
      *table so a restart point never lands on a different step*
              05 JR-STEP-PROGRAM PIC X(8).
       FD BMI-STEPLOG-FILE.
           01 BMI-STEPLOG-LINE PIC X(80).
      *Only the leading records-read count matters here - the rest
      *of the BMIBATCH checkpoint layout is carried as filler*
       FD BMI-CHECKPOINT-FILE.
           01 BMI-CHECKPOINT-RECORD.
              05 CKPT-RECORDS-READ PIC 9(7).
              05 FILLER PIC X(300).
       FD BMI-CONTROL-FILE.
           01 BMI-CONTROL-RECORD.
       COPY BMICTL.
       WORKING-STORAGE SECTION.
      *File status codes*
           01 WS-RESTART-STATUS PIC XX.
           01 WS-STEPLOG-STATUS PIC XX.
           01 WS-CKPT-STATUS PIC XX.
           01 WS-CONTROL-STATUS PIC XX.
      *The job stream - program, the command that runs it, the
      *highest return code the step may end with before everything
      *after it is held, and whether going over that holds the
      *stream at all (H) or is only logged as an exception for the
      *morning (E). Every step here ends 8 when it wants the
      *schedule held and 16 on a fatal error, so 4 passes warnings
      *through. The letter runs get their letter type on standard
      *input, exactly as the operator would key it, and the closing
      *business-date roll gets BMICTLMT's R action the same way*
           01 WS-STEP-VALUES.
              05 FILLER PIC X(8) VALUE "BMIEHRRC".
              05 FILLER PIC X(30) VALUE "BMIEHRRC".
              05 FILLER PIC 99 VALUE 04.
              05 FILLER PIC X VALUE "E".
              05 FILLER PIC X(8) VALUE "BMIREDIT".
              05 FILLER PIC X(30) VALUE "BMIREDIT".
              05 FILLER PIC 99 VALUE 04.
              05 FILLER PIC X VALUE "H".
              05 FILLER PIC X(8) VALUE "BMIBATCH".
              05 FILLER PIC X(30) VALUE "BMIBATCH".
              05 FILLER PIC 99 VALUE 04.
              05 FILLER PIC X VALUE "H".
              05 FILLER PIC X(8) VALUE "BMICMLOD".
              05 FILLER PIC X(30) VALUE "BMICMLOD".
              05 FILLER PIC 99 VALUE 04.
              05 FILLER PIC X VALUE "H".
              05 FILLER PIC X(8) VALUE "BMILTRGN".
              05 FILLER PIC X(30) VALUE "echo O | BMILTRGN".
              05 FILLER PIC 99 VALUE 04.
              05 FILLER PIC X VALUE "H".
              05 FILLER PIC X(8) VALUE "BMILTRGN".
              05 FILLER PIC X(30) VALUE "echo U | BMILTRGN".
              05 FILLER PIC 99 VALUE 04.
              05 FILLER PIC X VALUE "H".
              05 FILLER PIC X(8) VALUE "BMICTLMT".
              05 FILLER PIC X(30) VALUE "(echo R; echo X) | BMICTLMT".
              05 FILLER PIC 99 VALUE 04.
              05 FILLER PIC X VALUE "H".
           01 WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
              05 WS-STEP-ENTRY OCCURS 7 TIMES.
                 10 WS-STP-PROGRAM PIC X(8).
                 10 WS-STP-COMMAND PIC X(30).
                 10 WS-STP-MAX-RC PIC 99.
                 10 WS-STP-ON-FAIL PIC X.
                    88 WS-STP-HOLDS VALUE "H".
           01 WS-STEP-TOTAL PIC 99 VALUE 7.
      *Step number of BMIBATCH in the table above - its restart gets
      *the checkpoint check*
           01 WS-BATCH-STEP PIC 99 VALUE 3.
      *Steps that ended over their threshold without holding the
      *stream - the stream still completes, but ends RC 4 so the
      *exception is seen in the morning*
           01 WS-EXCEPTION-COUNT PIC 99 VALUE 0.
      *Step being run, the step the stream starts at, and the step
      *that failed (zero while everything is passing)*
           01 WS-STEP-SUB PIC 99 VALUE 0.
           01 WS-START-STEP PIC 99 VALUE 1.
           01 WS-FAILED-STEP PIC 99 VALUE 0.
      *Command handed to the shell, with room for the trailing
      *low-value terminator*
           01 WS-COMMAND PIC X(31).
      *The shell hands back a wait status - exit code times 256, or
      *a bare signal number when the step was killed. A killed step
      *is logged as return code 999 so it can never pass a threshold*
           01 WS-WAIT-STATUS PIC S9(9).
           01 WS-STEP-RC PIC 9(3) VALUE 0.
      *Run date the stream is working for - the control file's
      *business date on a fresh start, the interrupted night's date
      *on a restart so its log carries on in the same dated file*
           01 WS-RUN-DATE PIC 9(8).
           01 WS-STEPLOG-NAME PIC X(16).
           01 WS-TIME-NOW.
              05 WS-TIME-HHMMSS PIC 9(6).
              05 FILLER PIC 99.
           01 WS-STEP-START PIC 9(6).
           01 WS-STEP-END PIC 9(6).
      *Restart switches and the prior state read off the restart file*
           01 WS-RESTART-SW PIC X VALUE 'N'.
              88 WS-RESTARTING VALUE 'Y'.
           01 WS-PRIOR-RC PIC 9(3) VALUE 0.
           01 WS-PRIOR-STATE PIC X VALUE SPACE.
           01 WS-STEP-STATE PIC X VALUE SPACE.
      *Operator action - RELEASE in the BMIJOBACT environment
      *variable marks the failed step as dealt with by hand and
      *resumes at the step after it*
           01 WS-JOB-ACTION PIC X(8) VALUE SPACES.
      *Outcome text for the step log line*
           01 WS-STEP-RESULT PIC X(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-JOB-ACTION FROM ENVIRONMENT "BMIJOBACT".
            IF WS-JOB-ACTION = "release"
                MOVE "RELEASE" TO WS-JOB-ACTION
            END-IF.
            PERFORM READ-RESTART-POINT.
            PERFORM OPEN-STEP-LOG.
            MOVE WS-START-STEP TO WS-STEP-SUB.
            PERFORM UNTIL WS-STEP-SUB > WS-STEP-TOTAL
                IF WS-FAILED-STEP > 0
                    PERFORM LOG-SKIPPED-STEP
                ELSE
                    PERFORM RUN-ONE-STEP
                END-IF
                ADD 1 TO WS-STEP-SUB
            END-PERFORM.
            IF WS-FAILED-STEP = 0
                PERFORM CLEAR-RESTART-POINT
                MOVE SPACES TO BMI-STEPLOG-LINE
                STRING WS-RUN-DATE DELIMITED BY SIZE
                    "  JOB STREAM COMPLETE" DELIMITED BY SIZE
                    INTO BMI-STEPLOG-LINE
                PERFORM WRITE-STEPLOG-LINE
                CLOSE BMI-STEPLOG-FILE
                DISPLAY "JOB STREAM COMPLETE - SEE " WS-STEPLOG-NAME
                IF WS-EXCEPTION-COUNT > 0
                    DISPLAY "WARNING: " WS-EXCEPTION-COUNT
                        " STEP(S) ENDED WITH AN EXCEPTION - SEE "
                        WS-STEPLOG-NAME
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE 0 TO RETURN-CODE
                END-IF
            ELSE
                CLOSE BMI-STEPLOG-FILE
                DISPLAY "JOB STREAM HELD AT STEP " WS-FAILED-STEP
                    " " WS-STP-PROGRAM(WS-FAILED-STEP)
                    " - RC " WS-STEP-RC " - SEE " WS-STEPLOG-NAME
                MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.

       READ-RESTART-POINT.
      *No restart file, or a zero step on it, is a fresh night*
            PERFORM READ-RUN-CONTROL.
            OPEN INPUT BMI-RESTART-FILE.
            IF WS-RESTART-STATUS = "00"
                READ BMI-RESTART-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF JR-RESTART-STEP NUMERIC
                                AND JR-RESTART-STEP > 0
                                AND JR-RESTART-STEP NOT > WS-STEP-TOTAL
                            SET WS-RESTARTING TO TRUE
                            MOVE JR-RESTART-STEP TO WS-START-STEP
                            MOVE JR-RUN-DATE TO WS-RUN-DATE
                            MOVE JR-LAST-RC TO WS-PRIOR-RC
                            MOVE JR-STEP-STATE TO WS-PRIOR-STATE
                        END-IF
                END-READ
                CLOSE BMI-RESTART-FILE
            END-IF.
      *A restart point left by a stream whose step table was laid
      *out differently names a step number that now runs another
      *program - resuming there could rerun letters already mailed.
      *The operator works out by hand how far that night got*
            IF WS-RESTARTING
                    AND JR-STEP-PROGRAM
                        NOT = WS-STP-PROGRAM(WS-START-STEP)
                DISPLAY "REJECTED - REASON CODE: J3 - RESTART FILE"
                    " BMIJOBRS.DAT NAMES STEP " WS-START-STEP
                    " PROGRAM " JR-STEP-PROGRAM
                DISPLAY "  THAT STEP NOW RUNS "
                    WS-STP-PROGRAM(WS-START-STEP)
                    " - CHECK THE STEP LOG, FINISH THE NIGHT BY HAND"
                    " AND REMOVE BMIJOBRS.DAT"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-RESTARTING
                DISPLAY "RESTARTING JOB STREAM FOR " WS-RUN-DATE
                    " AT STEP " WS-START-STEP " "
                    WS-STP-PROGRAM(WS-START-STEP)
                IF WS-JOB-ACTION = "RELEASE"
                    DISPLAY "NOTE: STEP " WS-START-STEP
                        " RELEASED BY OPERATOR - RESUMING AFTER IT"
                    ADD 1 TO WS-START-STEP
                ELSE
                    IF WS-START-STEP = WS-BATCH-STEP
                        PERFORM CHECK-BATCH-RESTART
                    END-IF
                END-IF
            END-IF.

       READ-RUN-CONTROL.
      *Every step dates its work with the control file's business
      *date, so a stream with no control file or no date on it would
      *fail at its first dated step - hold it here instead. A batch
      *left in resubmit mode would run tonight's stream against the
      *recycle file instead of the roster, so that is held too*
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
            IF CT-RUN-MODE = "RESUBMIT" OR CT-RUN-MODE = "resubmit"
                DISPLAY "REJECTED - REASON CODE: J2 - RUN CONTROL FILE"
                    " RUN MODE IS RESUBMIT"
                DISPLAY "  SET IT BACK TO NORMAL WITH BMICTLMT BEFORE"
                    " THE NIGHTLY STREAM"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE CT-BUSINESS-DATE TO WS-RUN-DATE.

       CHECK-BATCH-RESTART.
      *BMIBATCH clears its checkpoint only when it reaches the end of
      *the roster. With a checkpoint on file it resumes where it
      *stopped; with none, a step that ended under its own steam
      *(an out-of-balance finish, not an abend) has already posted
      *the whole roster, and running it again would post every
      *reading twice - the operator has to reconcile and RELEASE*
            MOVE 0 TO CKPT-RECORDS-READ.
            OPEN INPUT BMI-CHECKPOINT-FILE.
            IF WS-CKPT-STATUS = "00"
                READ BMI-CHECKPOINT-FILE
                    AT END
                        MOVE 0 TO CKPT-RECORDS-READ
                END-READ
                CLOSE BMI-CHECKPOINT-FILE
            END-IF.
            IF CKPT-RECORDS-READ NUMERIC AND CKPT-RECORDS-READ > 0
                DISPLAY "NOTE: BMIBATCH WILL RESUME FROM ITS CHECKPOINT"
                    " AFTER RECORD " CKPT-RECORDS-READ
            ELSE
                IF WS-PRIOR-STATE = 'F'
                        AND WS-PRIOR-RC > 0 AND WS-PRIOR-RC < 16
                    DISPLAY "REJECTED - REASON CODE: J1 - BMIBATCH"
                        " FINISHED ITS PASS WITH RC " WS-PRIOR-RC
                    DISPLAY "  RECONCILE THE RUN, THEN RERUN WITH"
                        " BMIJOBACT=RELEASE"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

       OPEN-STEP-LOG.
            MOVE SPACES TO WS-STEPLOG-NAME.
            STRING "BMIJ" DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                ".LOG" DELIMITED BY SIZE
                INTO WS-STEPLOG-NAME.
            OPEN EXTEND BMI-STEPLOG-FILE.
            IF WS-STEPLOG-STATUS NOT = "00"
                OPEN OUTPUT BMI-STEPLOG-FILE
                CLOSE BMI-STEPLOG-FILE
                OPEN EXTEND BMI-STEPLOG-FILE
            END-IF.
            IF WS-STEPLOG-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO OPEN STEP LOG "
                    WS-STEPLOG-NAME " - STATUS " WS-STEPLOG-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE SPACES TO BMI-STEPLOG-LINE.
            IF WS-RESTARTING
                STRING WS-RUN-DATE DELIMITED BY SIZE
                    "  JOB STREAM RESTARTED AT STEP " DELIMITED BY SIZE
                    WS-START-STEP DELIMITED BY SIZE
                    INTO BMI-STEPLOG-LINE
            ELSE
                STRING WS-RUN-DATE DELIMITED BY SIZE
                    "  JOB STREAM STARTED" DELIMITED BY SIZE
                    INTO BMI-STEPLOG-LINE
            END-IF.
            PERFORM WRITE-STEPLOG-LINE.
            MOVE SPACES TO BMI-STEPLOG-LINE.
      *Each literal here is the same width as the field (plus its
      *following gap literal) it labels in LOG-STEP-RESULT's
      *detail-line STRING, so the header lines up with the data*
            STRING "DATE      " DELIMITED BY SIZE
                "STEP " DELIMITED BY SIZE
                "PROGRAM   " DELIMITED BY SIZE
                "START   " DELIMITED BY SIZE
                "END     " DELIMITED BY SIZE
                "RC   " DELIMITED BY SIZE
                "MAX  " DELIMITED BY SIZE
                "RESULT" DELIMITED BY SIZE
                INTO BMI-STEPLOG-LINE.
            PERFORM WRITE-STEPLOG-LINE.

       RUN-ONE-STEP.
      *The restart point is written before the step starts, so a
      *stream that goes down mid-step restarts at that step*
            MOVE 0 TO WS-STEP-RC.
            MOVE 'R' TO WS-STEP-STATE.
            PERFORM WRITE-RESTART-POINT.
            ACCEPT WS-TIME-NOW FROM TIME.
            MOVE WS-TIME-HHMMSS TO WS-STEP-START.
            DISPLAY "STEP " WS-STEP-SUB " " WS-STP-PROGRAM(WS-STEP-SUB)
                " STARTING".
            MOVE SPACES TO WS-COMMAND.
            STRING WS-STP-COMMAND(WS-STEP-SUB) DELIMITED BY "  "
                LOW-VALUE DELIMITED BY SIZE
                INTO WS-COMMAND.
            CALL "SYSTEM" USING WS-COMMAND.
            MOVE RETURN-CODE TO WS-WAIT-STATUS.
            MOVE 0 TO RETURN-CODE.
            IF WS-WAIT-STATUS < 0
                MOVE 999 TO WS-STEP-RC
            ELSE
                IF WS-WAIT-STATUS > 0 AND WS-WAIT-STATUS < 256
                    MOVE 999 TO WS-STEP-RC
                ELSE
                    COMPUTE WS-STEP-RC = WS-WAIT-STATUS / 256
                END-IF
            END-IF.
            ACCEPT WS-TIME-NOW FROM TIME.
            MOVE WS-TIME-HHMMSS TO WS-STEP-END.
            IF WS-STEP-RC > WS-STP-MAX-RC(WS-STEP-SUB)
                IF WS-STP-HOLDS(WS-STEP-SUB)
                    MOVE WS-STEP-SUB TO WS-FAILED-STEP
                    MOVE "FAILED" TO WS-STEP-RESULT
                    MOVE 'F' TO WS-STEP-STATE
                    PERFORM WRITE-RESTART-POINT
                ELSE
                    ADD 1 TO WS-EXCEPTION-COUNT
                    MOVE "EXCEPTION" TO WS-STEP-RESULT
                END-IF
            ELSE
                MOVE "OK" TO WS-STEP-RESULT
            END-IF.
            PERFORM LOG-STEP-RESULT.
            DISPLAY "STEP " WS-STEP-SUB " " WS-STP-PROGRAM(WS-STEP-SUB)
                " ENDED RC " WS-STEP-RC " - " WS-STEP-RESULT.

       LOG-SKIPPED-STEP.
            MOVE 0 TO WS-STEP-START.
            MOVE 0 TO WS-STEP-END.
            MOVE "SKIPPED" TO WS-STEP-RESULT.
            MOVE SPACES TO BMI-STEPLOG-LINE.
            STRING WS-RUN-DATE DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-STEP-SUB DELIMITED BY SIZE
                "   " DELIMITED BY SIZE
                WS-STP-PROGRAM(WS-STEP-SUB) DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                "------  ------  ---  " DELIMITED BY SIZE
                WS-STP-MAX-RC(WS-STEP-SUB) DELIMITED BY SIZE
                "   " DELIMITED BY SIZE
                WS-STEP-RESULT DELIMITED BY SIZE
                INTO BMI-STEPLOG-LINE.
            PERFORM WRITE-STEPLOG-LINE.

       LOG-STEP-RESULT.
            MOVE SPACES TO BMI-STEPLOG-LINE.
            STRING WS-RUN-DATE DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-STEP-SUB DELIMITED BY SIZE
                "   " DELIMITED BY SIZE
                WS-STP-PROGRAM(WS-STEP-SUB) DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-STEP-START DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-STEP-END DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-STEP-RC DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-STP-MAX-RC(WS-STEP-SUB) DELIMITED BY SIZE
                "   " DELIMITED BY SIZE
                WS-STEP-RESULT DELIMITED BY SIZE
                INTO BMI-STEPLOG-LINE.
            PERFORM WRITE-STEPLOG-LINE.

       WRITE-STEPLOG-LINE.
            WRITE BMI-STEPLOG-LINE.
            IF WS-STEPLOG-STATUS NOT = "00"
                DISPLAY "WARNING: STEP LOG WRITE FAILED - STATUS "
                    WS-STEPLOG-STATUS
            END-IF.

       WRITE-RESTART-POINT.
      *The state is set by the caller - R before the step runs, F
      *when it came back over its threshold*
            OPEN OUTPUT BMI-RESTART-FILE.
            IF WS-RESTART-STATUS NOT = "00"
                DISPLAY "FATAL: UNABLE TO WRITE RESTART FILE"
                    " BMIJOBRS.DAT - STATUS " WS-RESTART-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE WS-RUN-DATE TO JR-RUN-DATE.
            MOVE WS-STEP-SUB TO JR-RESTART-STEP.
            MOVE WS-STEP-RC TO JR-LAST-RC.
            MOVE WS-STEP-STATE TO JR-STEP-STATE.
            MOVE WS-STP-PROGRAM(WS-STEP-SUB) TO JR-STEP-PROGRAM.
            WRITE BMI-RESTART-RECORD.
            CLOSE BMI-RESTART-FILE.

       CLEAR-RESTART-POINT.
      *A clean finish means there is nothing left to restart from*
            OPEN OUTPUT BMI-RESTART-FILE.
            MOVE WS-RUN-DATE TO JR-RUN-DATE.
            MOVE 0 TO JR-RESTART-STEP.
            MOVE 0 TO JR-LAST-RC.
            MOVE SPACE TO JR-STEP-STATE.
            MOVE SPACES TO JR-STEP-PROGRAM.
            WRITE BMI-RESTART-RECORD.
            CLOSE BMI-RESTART-FILE.

       END PROGRAM BMINIGHT.
