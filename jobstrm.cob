
        IDENTIFICATION DIVISION.
            PROGRAM-ID. JobStreamDriver.
            AUTHOR. Gustavo Selbach Teixeira.
            DATE-WRITTEN. 2026-10-15.
            *> Nightly job-stream driver - runs the steps listed on
            *> JOBSTREAM in order, checking each step's return code
            *> the way the operator used to by hand between steps.
            *>   A JOBSTREAM step names the program (the compiled
            *>   executable in the run directory), its run option and
            *>   model name (passed as the first and second
            *>   command-line words; &DATE in either stands for the
            *>   business date), the highest return code the stream
            *>   accepts from it, and whether a drift RC 4 stops the
            *>   stream (STOP) or only warns (WARN). Lines that are
            *>   blank or start with "*" are comments.
            *>   The business date is today, or yyyymmdd as the first
            *>   command-line word. Every step start and end goes to
            *>   RUNCTL as it happens, with the step's return code and
            *>   result: OK, WARNING (an accepted non-zero RC, or a
            *>   drift RC 4 under WARN), DRIFT (RC 4 under STOP - the
            *>   step did its work but the stream halts for the drift
            *>   to be looked at), FAILED (RC over the maximum) or
            *>   ABEND (the step did not end normally). FAILED and
            *>   ABEND halt the stream.
            *>   A rerun for the same business date skips every step
            *>   RUNCTL shows as completed for it (OK, WARNING, DRIFT
            *>   or SKIPPED) and resumes at the first one that is not
            *>   - the failed step, or one an abend left STARTED.
            *>   The stream ends with an "E" summary record on RUNCTL
            *>   (steps run, skipped, warned, failed and not reached,
            *>   and the stream RC) for OperationsRollup to report;
            *>   the stream's RC is the highest step RC run.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                    FILE-CONTROL.
                        SELECT job_stream_file ASSIGN TO "JOBSTREAM"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS job_stream_status.
                        SELECT run_control_file ASSIGN TO "RUNCTL"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS run_control_status.
            DATA DIVISION.
                FILE SECTION.
                    *> one step per line, in run order; the filler
                    *> takes a comment line's width
                    FD  job_stream_file
                        LABEL RECORDS ARE STANDARD.
                    01 job_stream_record.
                        05 jr_step_name       PIC X(08).
                        05 jr_program         PIC X(12).
                        05 jr_run_option      PIC X(10).
                        05 jr_model           PIC X(16).
                        05 jr_max_rc          PIC X(02).
                        05 jr_drift_action    PIC X(04).
                        05 FILLER             PIC X(28).
                    *> "S" records: one when a step starts, one when it
                    *> ends (or is skipped); "E" records: the stream
                    *> summary, with the step counts filled in and the
                    *> step fields naming the step the stream halted at
                    FD  run_control_file
                        LABEL RECORDS ARE STANDARD.
                    01 run_control_record.
                        05 rc_type            PIC X(01).
                        05 rc_business_date   PIC X(08).
                        05 rc_step_no         PIC 9(03).
                        05 rc_step_name       PIC X(08).
                        05 rc_program         PIC X(12).
                        05 rc_run_option      PIC X(10).
                        05 rc_model           PIC X(16).
                        05 rc_started         PIC X(14).
                        05 rc_ended           PIC X(14).
                        05 rc_return_code     PIC 9(04).
                        05 rc_result          PIC X(08).
                        05 rc_steps_total     PIC 9(03).
                        05 rc_steps_run       PIC 9(03).
                        05 rc_steps_skipped   PIC 9(03).
                        05 rc_steps_warned    PIC 9(03).
                        05 rc_steps_failed    PIC 9(03).
                        05 rc_steps_not_run   PIC 9(03).
                WORKING-STORAGE SECTION.
                    01 job_stream_status      PIC X(02).
                    01 run_control_status     PIC X(02).
                    01 report_ptr             PIC 9(04) COMP.
                    01 datetime               PIC X(21).
                    *> the business date the stream runs for: today,
                    *> or yyyymmdd given as the first command-line word
                    01 command_line           PIC X(40) VALUE SPACES.
                    01 business_date          PIC X(08) VALUE SPACES.
                    01 stream_started         PIC X(14) VALUE SPACES.
                    *> the stream's steps as JOBSTREAM lists them, with
                    *> the latest RUNCTL result each had for the
                    *> business date before this run
                    01 max_steps              CONSTANT as 50.
                    01 n_steps                PIC 9(03) COMP VALUE ZERO.
                    01 stream_steps OCCURS max_steps TIMES.
                        05 st_name            PIC X(08).
                        05 st_program         PIC X(12).
                        05 st_run_option      PIC X(10).
                        05 st_model           PIC X(16).
                        05 st_max_rc          PIC 9(02).
                        05 st_drift_action    PIC X(04).
                        05 st_prior_result    PIC X(08).
                    01 step_idx               PIC 9(03) COMP VALUE ZERO.
                    01 step_no                PIC 9(03) VALUE ZERO.
                    *> the step in hand: its command line, start time,
                    *> return code and result
                    01 step_command           PIC X(80) VALUE SPACES.
                    01 step_word              PIC X(16) VALUE SPACES.
                    01 step_started           PIC X(14) VALUE SPACES.
                    01 step_rc                PIC 9(04) VALUE ZERO.
                    01 step_result            PIC X(08) VALUE SPACES.
                    *> what the shell hands back for a finished command:
                    *> the exit code in the high byte, a terminating
                    *> signal in the low byte; an abended step counts
                    *> as RC 12
                    01 system_status          PIC S9(09) COMP
                                                    VALUE ZERO.
                    01 signal_part            PIC 9(09) COMP
                                                    VALUE ZERO.
                    *> stream totals for the summary
                    01 stream_rc              PIC 9(04) VALUE ZERO.
                    01 stream_result          PIC X(08) VALUE SPACES.
                    01 stream_stopped         PIC 9(01) COMP VALUE ZERO.
                    01 stopped_step           PIC 9(03) COMP VALUE ZERO.
                    01 steps_run              PIC 9(03) COMP VALUE ZERO.
                    01 steps_skipped          PIC 9(03) COMP VALUE ZERO.
                    01 steps_warned           PIC 9(03) COMP VALUE ZERO.
                    01 steps_failed           PIC 9(03) COMP VALUE ZERO.
                    01 steps_not_run          PIC 9(03) COMP VALUE ZERO.
                    01 count_edit             PIC ZZ9.
                    01 rc_edit                PIC ZZZ9.
                    01 summary_line           PIC X(80) VALUE SPACES.

            PROCEDURE DIVISION.
                ACCEPT command_line FROM COMMAND-LINE.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                IF command_line(1:8) IS NUMERIC THEN
                    MOVE command_line(1:8) TO business_date
                ELSE
                    MOVE datetime(1:8) TO business_date
                END-IF.
                MOVE datetime(1:14) TO stream_started.
                PERFORM read_job_stream.
                PERFORM read_run_control.
                PERFORM VARYING step_idx FROM 1 BY 1
                        UNTIL step_idx > n_steps OR stream_stopped = 1
                    IF st_prior_result(step_idx) = "OK" OR
                            st_prior_result(step_idx) = "WARNING" OR
                            st_prior_result(step_idx) = "DRIFT" OR
                            st_prior_result(step_idx) = "SKIPPED" THEN
                        PERFORM skip_step
                    ELSE
                        PERFORM run_step
                    END-IF
                END-PERFORM.
                PERFORM write_stream_summary.
                MOVE stream_rc TO RETURN-CODE.
            STOP RUN.

            *> load the steps off JOBSTREAM; a step the driver could
            *> not run as written stops everything before it starts
            read_job_stream.
                OPEN INPUT job_stream_file.
                IF job_stream_status NOT = "00" THEN
                    DISPLAY "ERROR: cannot open JOBSTREAM, status "
                            job_stream_status
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE ZERO TO n_steps.
                PERFORM UNTIL job_stream_status = "10"
                    READ job_stream_file
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM stow_job_step
                    END-READ
                END-PERFORM.
                CLOSE job_stream_file.
                IF n_steps = 0 THEN
                    DISPLAY "ERROR: JOBSTREAM lists no steps"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                EXIT.

            *> check one JOBSTREAM line and add it as the next step;
            *> a blank drift action means STOP
            stow_job_step.
                IF job_stream_record = SPACES OR
                        jr_step_name(1:1) = "*" THEN
                    EXIT PARAGRAPH
                END-IF.
                IF n_steps >= max_steps THEN
                    DISPLAY "ERROR: JOBSTREAM has more than "
                            max_steps " steps"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                IF jr_step_name = SPACES OR jr_program = SPACES THEN
                    DISPLAY "ERROR: JOBSTREAM step without a name or "
                            "program: " job_stream_record
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                IF jr_max_rc IS NOT NUMERIC THEN
                    DISPLAY "ERROR: JOBSTREAM step " jr_step_name
                            " max RC is not numeric: " jr_max_rc
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                IF jr_drift_action = SPACES THEN
                    MOVE "STOP" TO jr_drift_action
                END-IF.
                IF jr_drift_action NOT = "STOP" AND
                        jr_drift_action NOT = "WARN" THEN
                    DISPLAY "ERROR: JOBSTREAM step " jr_step_name
                            " drift action must be STOP or WARN: "
                            jr_drift_action
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                ADD 1 TO n_steps.
                MOVE jr_step_name TO st_name(n_steps).
                MOVE jr_program TO st_program(n_steps).
                MOVE jr_run_option TO st_run_option(n_steps).
                MOVE jr_model TO st_model(n_steps).
                MOVE jr_max_rc TO st_max_rc(n_steps).
                MOVE jr_drift_action TO st_drift_action(n_steps).
                MOVE SPACES TO st_prior_result(n_steps).
                EXIT.

            *> the latest result RUNCTL holds for each step for the
            *> business date; a step is matched on its place in the
            *> stream and its name, so a reworked JOBSTREAM does not
            *> inherit another step's result. A missing RUNCTL means
            *> the stream has not run before
            read_run_control.
                OPEN INPUT run_control_file.
                IF run_control_status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL run_control_status = "10"
                    READ run_control_file
                        AT END
                            CONTINUE
                        NOT AT END
                            IF rc_type = "S" AND
                                    rc_business_date = business_date
                                    AND rc_step_no >= 1
                                    AND rc_step_no <= n_steps THEN
                                IF st_name(rc_step_no)
                                        = rc_step_name THEN
                                    MOVE rc_result TO
                                        st_prior_result(rc_step_no)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE run_control_file.
                EXIT.

            *> a step completed earlier for the business date is not
            *> run again; the skip is recorded all the same
            skip_step.
                MOVE step_idx TO step_no.
                DISPLAY "STEP " step_no " " st_name(step_idx)
                        " SKIPPED - COMPLETED EARLIER FOR "
                        business_date.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(1:14) TO step_started.
                MOVE ZERO TO step_rc.
                MOVE "SKIPPED" TO step_result.
                PERFORM write_step_record.
                ADD 1 TO steps_skipped.
                EXIT.

            *> run one step: STARTED goes on RUNCTL before the program
            *> is launched, so an abend of the driver itself leaves
            *> the step to be rerun, then the end record with the RC
            run_step.
                MOVE step_idx TO step_no.
                PERFORM build_step_command.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(1:14) TO step_started.
                MOVE ZERO TO step_rc.
                MOVE "STARTED" TO step_result.
                PERFORM write_step_record.
                DISPLAY "STEP " step_no " " st_name(step_idx)
                        " STARTED: " FUNCTION TRIM(step_command).
                CALL "SYSTEM" USING step_command.
                MOVE RETURN-CODE TO system_status.
                MOVE ZERO TO RETURN-CODE.
                ADD 1 TO steps_run.
                PERFORM judge_step_result.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                PERFORM write_step_record.
                MOVE step_rc TO rc_edit.
                DISPLAY "STEP " step_no " " st_name(step_idx)
                        " ENDED RC:" rc_edit " RESULT:" step_result.
                IF step_rc > stream_rc THEN
                    MOVE step_rc TO stream_rc
                END-IF.
                EVALUATE step_result
                    WHEN "WARNING"
                        ADD 1 TO steps_warned
                    WHEN "DRIFT"
                        ADD 1 TO steps_warned
                        MOVE 1 TO stream_stopped
                        MOVE step_idx TO stopped_step
                    WHEN "FAILED"
                    WHEN "ABEND"
                        ADD 1 TO steps_failed
                        MOVE 1 TO stream_stopped
                        MOVE step_idx TO stopped_step
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                EXIT.

            *> ./program [option] [model], &DATE standing for the
            *> business date in either word
            build_step_command.
                MOVE SPACES TO step_command.
                MOVE 1 TO report_ptr.
                STRING "./" DELIMITED BY SIZE
                        st_program(step_idx) DELIMITED BY " "
                        INTO step_command
                        WITH POINTER report_ptr
                END-STRING.
                MOVE st_run_option(step_idx) TO step_word.
                PERFORM add_command_word.
                MOVE st_model(step_idx) TO step_word.
                PERFORM add_command_word.
                EXIT.

            add_command_word.
                IF step_word = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                IF step_word = "&DATE" THEN
                    MOVE business_date TO step_word
                END-IF.
                STRING " " DELIMITED BY SIZE
                        step_word DELIMITED BY " "
                        INTO step_command
                        WITH POINTER report_ptr
                END-STRING.
                EXIT.

            *> turn what the shell handed back into the step's RC and
            *> result: RC 4 is drift and goes by the step's drift
            *> action, anything else over the step's maximum fails
            *> the stream
            judge_step_result.
                IF system_status < 0 THEN
                    MOVE 12 TO step_rc
                    MOVE "ABEND" TO step_result
                    EXIT PARAGRAPH
                END-IF.
                DIVIDE system_status BY 256 GIVING step_rc
                        REMAINDER signal_part.
                *> the shell reports a program it saw killed as exit
                *> code 128 plus the signal
                IF signal_part NOT = 0 OR step_rc > 128 THEN
                    MOVE 12 TO step_rc
                    MOVE "ABEND" TO step_result
                    EXIT PARAGRAPH
                END-IF.
                EVALUATE TRUE
                    WHEN step_rc = 0
                        MOVE "OK" TO step_result
                    WHEN step_rc = 4 AND
                            st_drift_action(step_idx) = "STOP"
                        MOVE "DRIFT" TO step_result
                    WHEN step_rc = 4
                        MOVE "WARNING" TO step_result
                    WHEN step_rc > st_max_rc(step_idx)
                        MOVE "FAILED" TO step_result
                    WHEN OTHER
                        MOVE "WARNING" TO step_result
                END-EVALUATE.
                EXIT.

            *> one "S" record for the step in hand; RUNCTL is closed
            *> again straight away so the record survives an abend.
            *> The first record ever written starts the file
            write_step_record.
                PERFORM open_run_control.
                MOVE SPACES TO run_control_record.
                MOVE "S" TO rc_type.
                MOVE business_date TO rc_business_date.
                MOVE step_no TO rc_step_no.
                MOVE st_name(step_idx) TO rc_step_name.
                MOVE st_program(step_idx) TO rc_program.
                MOVE st_run_option(step_idx) TO rc_run_option.
                MOVE st_model(step_idx) TO rc_model.
                MOVE step_started TO rc_started.
                IF step_result NOT = "STARTED" THEN
                    MOVE datetime(1:14) TO rc_ended
                END-IF.
                MOVE step_rc TO rc_return_code.
                MOVE step_result TO rc_result.
                MOVE ZERO TO rc_steps_total rc_steps_run
                             rc_steps_skipped rc_steps_warned
                             rc_steps_failed rc_steps_not_run.
                WRITE run_control_record.
                CLOSE run_control_file.
                EXIT.

            open_run_control.
                OPEN EXTEND run_control_file.
                IF run_control_status NOT = "00" THEN
                    OPEN OUTPUT run_control_file
                END-IF.
                IF run_control_status NOT = "00" THEN
                    DISPLAY "ERROR: cannot open RUNCTL, status "
                            run_control_status
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                EXIT.

            *> the "E" record closing the stream, shown on SYSOUT too
            write_stream_summary.
                COMPUTE steps_not_run = n_steps - steps_run
                                        - steps_skipped.
                EVALUATE TRUE
                    WHEN stream_stopped = 0
                        MOVE "COMPLETE" TO stream_result
                    WHEN steps_failed > 0
                        MOVE "FAILED" TO stream_result
                    WHEN OTHER
                        MOVE "STOPPED" TO stream_result
                END-EVALUATE.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                PERFORM open_run_control.
                MOVE SPACES TO run_control_record.
                MOVE "E" TO rc_type.
                MOVE business_date TO rc_business_date.
                MOVE stopped_step TO rc_step_no.
                IF stopped_step > 0 THEN
                    MOVE st_name(stopped_step) TO rc_step_name
                    MOVE st_program(stopped_step) TO rc_program
                    MOVE st_run_option(stopped_step) TO rc_run_option
                    MOVE st_model(stopped_step) TO rc_model
                END-IF.
                MOVE stream_started TO rc_started.
                MOVE datetime(1:14) TO rc_ended.
                MOVE stream_rc TO rc_return_code.
                MOVE stream_result TO rc_result.
                MOVE n_steps TO rc_steps_total.
                MOVE steps_run TO rc_steps_run.
                MOVE steps_skipped TO rc_steps_skipped.
                MOVE steps_warned TO rc_steps_warned.
                MOVE steps_failed TO rc_steps_failed.
                MOVE steps_not_run TO rc_steps_not_run.
                WRITE run_control_record.
                CLOSE run_control_file.
                MOVE stream_rc TO rc_edit.
                DISPLAY "STREAM " business_date " " stream_result
                        " RC:" rc_edit.
                MOVE SPACES TO summary_line.
                MOVE 1 TO report_ptr.
                MOVE steps_run TO count_edit.
                STRING "  STEPS RUN:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO summary_line
                        WITH POINTER report_ptr
                END-STRING.
                MOVE steps_skipped TO count_edit.
                STRING "  SKIPPED:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO summary_line
                        WITH POINTER report_ptr
                END-STRING.
                MOVE steps_warned TO count_edit.
                STRING "  WARNED:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO summary_line
                        WITH POINTER report_ptr
                END-STRING.
                MOVE steps_failed TO count_edit.
                STRING "  FAILED:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO summary_line
                        WITH POINTER report_ptr
                END-STRING.
                MOVE steps_not_run TO count_edit.
                STRING "  NOT RUN:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO summary_line
                        WITH POINTER report_ptr
                END-STRING.
                DISPLAY summary_line.
                IF stopped_step > 0 THEN
                    DISPLAY "  HALTED AT STEP " rc_step_no " "
                            rc_step_name
                            " - RERUN FOR THE SAME DATE TO RESUME"
                END-IF.
                EXIT.
        END PROGRAM JobStreamDriver.
