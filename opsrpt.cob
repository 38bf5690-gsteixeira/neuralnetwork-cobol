            *>   and failures by run option and model, details scored,
            *>   per-label decision counts, review and exception rates,
            *>   and day-over-day deltas against the prior summary.
            *>   When the nightly JobStreamDriver ran for the date, its
            *>   RUNCTL records add a job-stream section: the stream
            *>   summary (or IN PROGRESS while the latest run has none
            *>   on file yet - the rollup usually runs as the stream's
            *>   own last step) and each step's latest result, RC and
            *>   run times.
            *>   The machine-readable daily totals live on OPSSUMM,
            *>   rewritten whole each run the way NeuralNetwork
            *>   rewrites MODELCAT.
            *> Mod log:
            *>   2026-10-15 GST - AUDITLOG lines widened to 320; the
            *>                    model name is the first word after
            *>                    MODEL:, now that VERSION:/OPERATOR:
            *>                    tags follow it.
            *>   2026-10-15 GST - REVIEWQ is one indexed queue for every
            *>                    generation, keyed on stamp + case key
            *>                    + output field; the business date's
            *>                    items are read off its stamps with a
            *>                    keyed START instead of one file per
            *>                    generation.
            *>   2026-10-15 GST - job-stream section off the nightly
            *>                    driver's RUNCTL records for the
            *>                    business date.
            *>   2026-10-15 GST - a stream summary older than the
            *>                    latest step record is a finished
            *>                    earlier run's; the stream shows as IN
            *>                    PROGRESS until the latest run's own
            *>                    summary is on RUNCTL.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                    FILE-CONTROL.
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS audit_status.
                        *> the scoring runs stamp their outputs with
                        *> the feed date and a cycle number; the
                        *> decision reports are assigned through a data
                        *> name so the rollup can walk the business
                        *> date's stamped generations as well as the
                        *> classic unstamped name. The review queue is
                        *> one indexed file, keyed by stamp.
                        SELECT decision_report_file
                            ASSIGN TO decision_report_name
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS decision_report_status.
                        SELECT review_file ASSIGN TO "REVIEWQ"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS rq_record_key
                            FILE STATUS IS review_status.
                        SELECT exception_file ASSIGN TO "DATAEXCP"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS exception_status.
                        SELECT run_control_file ASSIGN TO "RUNCTL"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS run_control_status.
                        SELECT ops_report_file ASSIGN TO "OPSRPT"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS ops_report_status.
                    *> re-uses NeuralNetwork's own AUDITLOG record shape
                    FD  audit_file
                        LABEL RECORDS ARE STANDARD.
                    01 audit_record PIC X(320).
                    *> re-uses NeuralNetwork's own DECISRPT record shape
                    FD  decision_report_file
                        LABEL RECORDS ARE STANDARD.
                    *> re-uses NeuralNetwork's own REVIEWQ record shape
                    FD  review_file
                        LABEL RECORDS ARE STANDARD.
                    01 review_record.
                        05 rq_record_key.
                            10 rq_stamp     PIC X(12).
                            10 rq_key       PIC X(10).
                            10 rq_field     PIC 9(03).
                        05 rq_score         PIC -9(05).9(7).
                        05 rq_reason        PIC X(20).
                        05 rq_date          PIC X(08).
                        05 FILLER           PIC X(53).
                    *> re-uses NeuralNetwork's own DATAEXCP record shape
                    FD  exception_file
                        LABEL RECORDS ARE STANDARD.
                    01 exception_record PIC X(80).
                    *> re-uses JobStreamDriver's own RUNCTL record shape
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
                    *> the dated operations summary for management
                    FD  ops_report_file
                        LABEL RECORDS ARE STANDARD.
                    01 decision_report_status PIC X(02).
                    01 review_status          PIC X(02).
                    01 exception_status       PIC X(02).
                    01 run_control_status     PIC X(02).
                    01 ops_report_status      PIC X(02).
                    01 summary_status         PIC X(02).
                    *> the business date the rollup is cut for: today,
                    *> the stamping
                    01 decision_report_name   PIC X(44)
                                                    VALUE "DECISRPT".
                    *> the generation walk counts in a binary item
                    *> that can hold 100 - a two-digit display counter
                    *> would wrap 99 to 00 and never end the loop -
                    *> runs write
                    01 cycle_scan             PIC 9(03) COMP VALUE ZERO.
                    01 stamp_cycle            PIC 9(02) VALUE ZERO.
                    *> set once any stamped generation opened for the
                    *> business date; the static pre-stamping legacy
                    *> file only stands in when none did, so it cannot
                    01 line_option            PIC X(10) VALUE SPACES.
                    01 line_date              PIC X(08) VALUE SPACES.
                    01 line_model             PIC X(16) VALUE SPACES.
                    01 parse_junk             PIC X(320) VALUE SPACES.
                    01 model_part             PIC X(20) VALUE SPACES.
                    01 jobs_started_total     PIC 9(05) COMP VALUE ZERO.
                    01 jobs_completed_total   PIC 9(05) COMP VALUE ZERO.
                    01 prior_idx              PIC 9(05) COMP VALUE ZERO.
                    01 oldest_idx             PIC 9(05) COMP VALUE ZERO.
                    01 delta_value            PIC S9(08) COMP VALUE ZERO.
                    *> the job stream's business-date steps, each at its
                    *> latest run (a later skip keeps the run it
                    *> skipped), and the latest stream summary
                    01 max_stream_steps       CONSTANT as 50.
                    01 n_stream_steps         PIC 9(03) COMP VALUE ZERO.
                    01 stream_steps OCCURS max_stream_steps TIMES.
                        05 ss_step_no         PIC 9(03).
                        05 ss_name            PIC X(08).
                        05 ss_program         PIC X(12).
                        05 ss_result          PIC X(08).
                        05 ss_rc              PIC 9(04).
                        05 ss_started         PIC X(14).
                        05 ss_ended           PIC X(14).
                    01 stream_idx             PIC 9(03) COMP VALUE ZERO.
                    01 found_stream_step      PIC 9(03) COMP VALUE ZERO.
                    01 stream_summary_found   PIC 9(01) COMP VALUE ZERO.
                    01 stream_summary.
                        05 se_result          PIC X(08).
                        05 se_rc              PIC 9(04).
                        05 se_step_name       PIC X(08).
                        05 se_total           PIC 9(03).
                        05 se_run             PIC 9(03).
                        05 se_skipped         PIC 9(03).
                        05 se_warned          PIC 9(03).
                        05 se_failed          PIC 9(03).
                        05 se_not_run         PIC 9(03).
                    *> report edits
                    01 count_edit             PIC Z(06)9.
                    01 delta_edit             PIC +9(06).
                PERFORM read_decision_report.
                PERFORM read_review_queue.
                PERFORM read_exceptions.
                PERFORM read_run_control.
                PERFORM read_prior_summaries.
                PERFORM write_operations_report.
                PERFORM rewrite_summary_file.
                EXIT.

            *> start accounting for one run: pull its model name off
            *> the line's MODEL: tag (the word up to the VERSION:/
            *> OPERATOR: tags that follow it) and bump the
            *> option/model row when the run belongs to the business
            *> date
            open_pending_run.
                MOVE SPACES TO parse_junk.
                MOVE SPACES TO model_part.
                IF model_part = SPACES THEN
                    MOVE "(DEFAULT)" TO line_model
                ELSE
                    MOVE SPACES TO line_model
                    UNSTRING model_part DELIMITED BY " "
                            INTO line_model
                    END-UNSTRING
                END-IF.
                MOVE 1 TO pending_switch.
                MOVE ZERO TO pending_counted.
                ADD label_count TO ls_count(label_idx).
                EXIT.

            *> count the business date's review-queue items: every
            *> item queued under a stamp dated the business date, read
            *> off the stamp key. Like the decision reports, the items
            *> converted from the classic unstamped queue (blank stamp)
            *> only stand in when the date has no stamped item; they
            *> accumulated from many runs, so those count by the date
            *> they were queued (an undated one counts toward the
            *> stampless date being reported)
            read_review_queue.
                MOVE ZERO TO review_queued.
                MOVE ZERO TO stamped_found.
                OPEN INPUT review_file.
                IF review_status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE LOW-VALUES TO rq_record_key.
                MOVE business_date TO rq_stamp(1:8).
                PERFORM count_stamped_items.
                IF stamped_found = 0 THEN
                    MOVE LOW-VALUES TO rq_record_key
                    MOVE SPACES TO rq_stamp
                    PERFORM count_legacy_items
                END-IF.
                CLOSE review_file.
                EXIT.

            *> the items under the business date's stamps
            count_stamped_items.
                START review_file KEY IS >= rq_record_key
                    INVALID KEY
                        EXIT PARAGRAPH
                END-START.
                PERFORM UNTIL review_status NOT = "00"
                    READ review_file NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF rq_stamp(1:8) NOT = business_date THEN
                                MOVE "10" TO review_status
                            ELSE
                                MOVE 1 TO stamped_found
                                ADD 1 TO review_queued
                            END-IF
                    END-READ
                END-PERFORM.
                EXIT.

            *> the blank-stamp items queued on the business date
            count_legacy_items.
                START review_file KEY IS >= rq_record_key
                    INVALID KEY
                        EXIT PARAGRAPH
                END-START.
                PERFORM UNTIL review_status NOT = "00"
                    READ review_file NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF rq_stamp NOT = SPACES THEN
                                MOVE "10" TO review_status
                            ELSE
                                IF rq_date = SPACES OR
                                        rq_date = business_date THEN
                                    ADD 1 TO review_queued
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                EXIT.

            *> the business date's RUNCTL records; no RUNCTL means
            *> the stream driver is not in use
            read_run_control.
                MOVE ZERO TO n_stream_steps.
                MOVE ZERO TO stream_summary_found.
                OPEN INPUT run_control_file.
                IF run_control_status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL run_control_status = "10"
                    READ run_control_file
                        AT END
                            CONTINUE
                        NOT AT END
                            IF rc_business_date = business_date THEN
                                PERFORM stow_run_control_record
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE run_control_file.
                EXIT.

            *> an "E" record replaces the stream summary; an "S"
            *> record replaces its step's row, except that a skip
            *> does not hide the run it skipped. RUNCTL is written in
            *> run order, so an "S" after the last "E" is a later run
            *> (a restart, or the run this rollup is a step of) still
            *> going, and the earlier run's summary no longer stands
            stow_run_control_record.
                IF rc_type = "E" THEN
                    MOVE 1 TO stream_summary_found
                    MOVE rc_result TO se_result
                    MOVE rc_return_code TO se_rc
                    MOVE rc_step_name TO se_step_name
                    MOVE rc_steps_total TO se_total
                    MOVE rc_steps_run TO se_run
                    MOVE rc_steps_skipped TO se_skipped
                    MOVE rc_steps_warned TO se_warned
                    MOVE rc_steps_failed TO se_failed
                    MOVE rc_steps_not_run TO se_not_run
                    EXIT PARAGRAPH
                END-IF.
                IF rc_type NOT = "S" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE ZERO TO stream_summary_found.
                MOVE ZERO TO found_stream_step.
                PERFORM VARYING stream_idx FROM 1 BY 1
                                UNTIL stream_idx > n_stream_steps
                    IF ss_step_no(stream_idx) = rc_step_no THEN
                        MOVE stream_idx TO found_stream_step
                    END-IF
                END-PERFORM.
                IF found_stream_step = 0 THEN
                    IF n_stream_steps >= max_stream_steps THEN
                        EXIT PARAGRAPH
                    END-IF
                    ADD 1 TO n_stream_steps
                    MOVE n_stream_steps TO found_stream_step
                ELSE
                    IF rc_result = "SKIPPED" THEN
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                MOVE rc_step_no TO ss_step_no(found_stream_step).
                MOVE rc_step_name TO ss_name(found_stream_step).
                MOVE rc_program TO ss_program(found_stream_step).
                MOVE rc_result TO ss_result(found_stream_step).
                MOVE rc_return_code TO ss_rc(found_stream_step).
                MOVE rc_started TO ss_started(found_stream_step).
                MOVE rc_ended TO ss_ended(found_stream_step).
                EXIT.

            *> count the data-quality exception lines
                END-STRING.
                WRITE ops_report_record.
                PERFORM write_jobs_section.
                PERFORM write_stream_section.
                PERFORM write_scoring_section.
                PERFORM write_delta_section.
                CLOSE ops_report_file.
                WRITE ops_report_record.
                EXIT.

            *> the job stream's summary and its steps, when the driver
            *> ran for the business date
            write_stream_section.
                IF n_stream_steps = 0 AND
                        stream_summary_found = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO ops_report_record.
                MOVE 1 TO report_ptr.
                IF stream_summary_found = 0 THEN
                    STRING "JOB STREAM: IN PROGRESS  (NO SUMMARY ON "
                                DELIMITED BY SIZE
                            "RUNCTL FOR THE LATEST RUN YET)"
                                DELIMITED BY SIZE
                            INTO ops_report_record
                            WITH POINTER report_ptr
                    END-STRING
                ELSE
                    MOVE se_rc TO count_edit
                    STRING "JOB STREAM: " DELIMITED BY SIZE
                            se_result DELIMITED BY " "
                            "  RC:" DELIMITED BY SIZE
                            count_edit DELIMITED BY SIZE
                            INTO ops_report_record
                            WITH POINTER report_ptr
                    END-STRING
                    MOVE se_run TO count_edit
                    STRING "  RUN:" DELIMITED BY SIZE
                            count_edit DELIMITED BY SIZE
                            INTO ops_report_record
                            WITH POINTER report_ptr
                    END-STRING
                    MOVE se_skipped TO count_edit
                    STRING "  SKIPPED:" DELIMITED BY SIZE
                            count_edit DELIMITED BY SIZE
                            INTO ops_report_record
                            WITH POINTER report_ptr
                    END-STRING
                    MOVE se_warned TO count_edit
                    STRING "  WARNED:" DELIMITED BY SIZE
                            count_edit DELIMITED BY SIZE
                            INTO ops_report_record
                            WITH POINTER report_ptr
                    END-STRING
                    MOVE se_failed TO count_edit
                    STRING "  FAILED:" DELIMITED BY SIZE
                            count_edit DELIMITED BY SIZE
                            INTO ops_report_record
                            WITH POINTER report_ptr
                    END-STRING
                    MOVE se_not_run TO count_edit
                    STRING "  NOT RUN:" DELIMITED BY SIZE
                            count_edit DELIMITED BY SIZE
                            INTO ops_report_record
                            WITH POINTER report_ptr
                    END-STRING
                    IF se_step_name NOT = SPACES THEN
                        STRING "  HALTED AT:" DELIMITED BY SIZE
                                se_step_name DELIMITED BY " "
                                INTO ops_report_record
                                WITH POINTER report_ptr
                        END-STRING
                    END-IF
                END-IF.
                WRITE ops_report_record.
                PERFORM VARYING stream_idx FROM 1 BY 1
                                UNTIL stream_idx > n_stream_steps
                    PERFORM write_stream_step_line
                END-PERFORM.
                EXIT.

            *> one report line per stream step
            write_stream_step_line.
                MOVE SPACES TO ops_report_record.
                MOVE 1 TO report_ptr.
                MOVE ss_rc(stream_idx) TO count_edit.
                STRING "  STEP:" DELIMITED BY SIZE
                        ss_step_no(stream_idx) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        ss_name(stream_idx) DELIMITED BY SIZE
                        "  PROGRAM:" DELIMITED BY SIZE
                        ss_program(stream_idx) DELIMITED BY SIZE
                        "  RESULT:" DELIMITED BY SIZE
                        ss_result(stream_idx) DELIMITED BY SIZE
                        "  RC:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        "  STARTED:" DELIMITED BY SIZE
                        ss_started(stream_idx)(9:6) DELIMITED BY SIZE
                        "  ENDED:" DELIMITED BY SIZE
                        ss_ended(stream_idx)(9:6) DELIMITED BY SIZE
                        INTO ops_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE ops_report_record.
                EXIT.

            *> scoring volume, label mix, review and exception rates
            write_scoring_section.
                MOVE SPACES TO ops_report_record.
