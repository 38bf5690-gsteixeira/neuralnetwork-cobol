            *>                    configurations that overfit; keep each
            *>                    trial's LOSSRPT/EVALRPT under a
            *>                    per-trial name.
            *>   2026-10-15 GST - trials train as versions of the SWEEP
            *>                    model, so each lands on MODELCAT as
            *>                    PENDING like any other training; the
            *>                    EVAL after a trial names the version
            *>                    it just trained, and SWEEPRPT shows
            *>                    each trial's version so the winner can
            *>                    be put up for approval.
            *>   2026-10-15 GST - once ranked, every version this sweep
            *>                    trained other than the winner's is
            *>                    marked REJECTED on MODELCAT (with a
            *>                    REJECT line on AUDITLOG), so only the
            *>                    winner waits for approval and the
            *>                    losers fall to the console's
            *>                    retention purge instead of holding
            *>                    catalog slots.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                    FILE-CONTROL.
                        SELECT eval_report_file ASSIGN TO "EVALRPT"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS eval_report_status.
                        SELECT catalog_file ASSIGN TO "MODELCAT"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS catalog_status.
                        SELECT audit_file ASSIGN TO "AUDITLOG"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS audit_status.
            DATA DIVISION.
                FILE SECTION.
                    *> one hidden_size/learning_rate combination per line
                    FD  eval_report_file
                        LABEL RECORDS ARE STANDARD.
                    01 eval_report_record PIC X(600).
                    *> re-uses NeuralNetwork's own MODELCAT record shape;
                    *> read to find the version a trial trained, and
                    *> rewritten whole once the losing trials are
                    *> rejected
                    FD  catalog_file
                        LABEL RECORDS ARE STANDARD.
                    01 catalog_record.
                        05 cat_model_name  PIC X(16).
                        05 cat_version     PIC 9(04).
                        05 cat_status      PIC X(10).
                        05 cat_input_size  PIC 9(05).
                        05 cat_hidden_size PIC 9(05).
                        05 cat_output_size PIC 9(05).
                        05 cat_n_hidden    PIC 9(05).
                        05 cat_function    PIC X(20).
                        05 cat_trained     PIC X(21).
                        05 cat_final_loss  PIC -9(05).9(7).
                        05 cat_dataset_id  PIC X(08).
                    *> the console's AUDITLOG line shape
                    FD  audit_file
                        LABEL RECORDS ARE STANDARD.
                    01 audit_record PIC X(320).
                WORKING-STORAGE SECTION.
                    01 sweep_config_status  PIC X(02).
                    01 parm_file_status     PIC X(02).
                    01 loss_report_status   PIC X(02).
                    01 sweep_report_status  PIC X(02).
                    01 report_ptr           PIC 9(04) COMP.
                    *> the compiled NeuralNetwork executable to drive: a
                    *> trial trains the next version of the SWEEP model
                    *> (booked to operator SWEEP), which lands on
                    *> MODELCAT as PENDING like any other training
                    01 sweep_model_name     PIC X(16) VALUE "SWEEP".
                    01 neural_command       PIC X(40)
                                    VALUE "./neural TRAIN SWEEP SWEEP".
                    01 catalog_status       PIC X(02).
                    01 audit_status         PIC X(02).
                    *> MODELCAT read whole into storage to reject the
                    *> losing trials and rewritten from it, the same
                    *> pattern NeuralNetwork and the console use
                    01 max_catalog_entries  CONSTANT as 50.
                    01 n_catalog_entries    PIC 9(05) COMP VALUE ZERO.
                    01 catalog_idx          PIC 9(05) COMP VALUE ZERO.
                    01 catalog_entries OCCURS max_catalog_entries TIMES.
                        05 ce_model_name  PIC X(16).
                        05 ce_version     PIC 9(04).
                        05 ce_status      PIC X(10).
                        05 ce_input_size  PIC 9(05).
                        05 ce_hidden_size PIC 9(05).
                        05 ce_output_size PIC 9(05).
                        05 ce_n_hidden    PIC 9(05).
                        05 ce_function    PIC X(20).
                        05 ce_trained     PIC X(21).
                        05 ce_final_loss  PIC -9(05).9(7).
                        05 ce_dataset_id  PIC X(08).
                    *> the highest SWEEP version before the first trial:
                    *> every SWEEP version above it was trained by this
                    *> sweep, including any whose trial failed before
                    *> its version could be read back
                    01 sweep_start_version  PIC 9(04) VALUE ZERO.
                    01 winner_version       PIC 9(04) VALUE ZERO.
                    01 rejected_count       PIC 9(03) VALUE ZERO.
                    01 datetime             PIC X(21) VALUE SPACES.
                    *> About the array sizes.
                        *> Probably dont need to touch this. Numbers are high.
                    01 max_sweep_configs    CONSTANT as 50.
                        05 sr_hit_rate       PIC 9(03)V9(2) COMP-3 SYNC.
                        05 sr_binary         PIC 9(01) COMP VALUE ZERO.
                        05 sr_trial_failed   PIC 9(01) COMP VALUE ZERO.
                        05 sr_version        PIC 9(04) VALUE ZERO.
                    *> a failed trial is ranked last, not silently merged
                    *> in with real results, by sorting it behind any
                    *> loss this normalized data can actually produce
                    01 swap_hit_rate        PIC 9(03)V9(2) COMP-3 SYNC.
                    01 swap_binary          PIC 9(01) COMP.
                    01 swap_trial_failed    PIC 9(01) COMP.
                    01 swap_version         PIC 9(04).
                    *> the per-trial holdout scoring: the EVAL command
                    *> driven after each training, the summary fields
                    *> read back off EVALRPT, and the per-trial names
                    *> the reports are kept under
                    01 eval_report_status   PIC X(02).
                    01 eval_command         PIC X(40) VALUE SPACES.
                    01 move_command         PIC X(60) VALUE SPACES.
                    01 trial_edit           PIC 9(03) VALUE ZERO.
                    01 eval_line_prefix     PIC X(60) VALUE SPACES.
            PROCEDURE DIVISION.
                PERFORM read_sweep_config.
                PERFORM read_base_params.
                PERFORM find_sweep_start_version.
                PERFORM VARYING cfg_idx FROM 1 BY 1
                                UNTIL cfg_idx > n_configs
                    PERFORM write_trial_params
                    PERFORM run_trial
                    PERFORM collect_trial_result
                    PERFORM find_trial_version
                    PERFORM run_trial_eval
                    PERFORM collect_eval_result
                    PERFORM keep_trial_reports
                END-PERFORM.
                PERFORM rank_results.
                PERFORM write_sweep_report.
                PERFORM reject_losing_trials.
            STOP RUN.

            *> load every hidden_size/learning_rate pair off SWEEPCFG
                        FUNCTION NUMVAL(FUNCTION TRIM(final_loss_text)).
                EXIT.

            *> note the highest SWEEP version already on MODELCAT, so
            *> reject_losing_trials can tell this sweep's versions from
            *> earlier ones; no MODELCAT yet means none
            find_sweep_start_version.
                MOVE ZERO TO sweep_start_version.
                OPEN INPUT catalog_file.
                IF catalog_status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL catalog_status = "10"
                    READ catalog_file
                        AT END
                            CONTINUE
                        NOT AT END
                            IF cat_model_name = sweep_model_name AND
                                    cat_version > sweep_start_version
                                    THEN
                                MOVE cat_version TO sweep_start_version
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE catalog_file.
                EXIT.

            *> the version this trial registered is the highest SWEEP
            *> version on MODELCAT once its training has finished; a
            *> trial whose version cannot be found is flagged rather
            *> than evaluated against some other version's weights
            find_trial_version.
                MOVE ZERO TO sr_version(cfg_idx).
                IF sr_trial_failed(cfg_idx) = 1 THEN
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT catalog_file.
                IF catalog_status NOT = "00" THEN
                    DISPLAY "WARNING: trial " cfg_idx
                            " (hidden_size=" sr_hidden_size(cfg_idx)
                            ") - cannot open MODELCAT, status "
                            catalog_status
                    MOVE 1 TO sr_trial_failed(cfg_idx)
                    MOVE failed_loss_sentinel TO sr_final_loss(cfg_idx)
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL catalog_status = "10"
                    READ catalog_file
                        AT END
                            CONTINUE
                        NOT AT END
                            IF cat_model_name = sweep_model_name AND
                                    cat_version > sr_version(cfg_idx)
                                    THEN
                                MOVE cat_version
                                        TO sr_version(cfg_idx)
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE catalog_file.
                IF sr_version(cfg_idx) = ZERO THEN
                    DISPLAY "WARNING: trial " cfg_idx
                            " (hidden_size=" sr_hidden_size(cfg_idx)
                            ") - no " sweep_model_name
                            " version on MODELCAT"
                    MOVE 1 TO sr_trial_failed(cfg_idx)
                    MOVE failed_loss_sentinel TO sr_final_loss(cfg_idx)
                END-IF.
                EXIT.

            *> score this trial's checkpoint against the EVALDATA
            *> holdout - the number the ranking actually goes by
            run_trial_eval.
                IF sr_trial_failed(cfg_idx) = 1 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO eval_command.
                MOVE 1 TO report_ptr.
                STRING "./neural EVAL " DELIMITED BY SIZE
                        sweep_model_name DELIMITED BY " "
                        " V" DELIMITED BY SIZE
                        sr_version(cfg_idx) DELIMITED BY SIZE
                        INTO eval_command
                        WITH POINTER report_ptr
                END-STRING.
                CALL "SYSTEM" USING eval_command.
                IF RETURN-CODE NOT = 0 THEN
                    DISPLAY "WARNING: trial " cfg_idx
                MOVE sr_hit_rate(i) TO swap_hit_rate.
                MOVE sr_binary(i) TO swap_binary.
                MOVE sr_trial_failed(i) TO swap_trial_failed.
                MOVE sr_version(i) TO swap_version.
                MOVE sr_hidden_size(best_idx) TO sr_hidden_size(i).
                MOVE sr_learning_rate(best_idx) TO sr_learning_rate(i).
                MOVE sr_final_loss(best_idx) TO sr_final_loss(i).
                MOVE sr_hit_rate(best_idx) TO sr_hit_rate(i).
                MOVE sr_binary(best_idx) TO sr_binary(i).
                MOVE sr_trial_failed(best_idx) TO sr_trial_failed(i).
                MOVE sr_version(best_idx) TO sr_version(i).
                MOVE swap_hidden_size TO sr_hidden_size(best_idx).
                MOVE swap_learning_rate TO sr_learning_rate(best_idx).
                MOVE swap_final_loss TO sr_final_loss(best_idx).
                MOVE swap_hit_rate TO sr_hit_rate(best_idx).
                MOVE swap_binary TO sr_binary(best_idx).
                MOVE swap_trial_failed TO sr_trial_failed(best_idx).
                MOVE swap_version TO sr_version(best_idx).
                EXIT.

            *> write the ranked comparison report to SWEEPRPT
                            INTO sweep_report_record
                            WITH POINTER report_ptr
                    END-STRING
                    IF sr_version(i) NOT = ZERO THEN
                        STRING "  VERSION:V" DELIMITED BY SIZE
                                sr_version(i) DELIMITED BY SIZE
                                INTO sweep_report_record
                                WITH POINTER report_ptr
                        END-STRING
                    END-IF
                    IF sr_binary(i) = 1 THEN
                        MOVE sr_hit_rate(i) TO hit_rate_edit
                        STRING "  HIT_RATE:" DELIMITED BY SIZE
                END-PERFORM.
                CLOSE sweep_report_file.
                EXIT.

            *> mark every SWEEP version this sweep trained REJECTED
            *> except the winner's - rank 1, when that trial did not
            *> fail - so only the winner stays PENDING for approval.
            *> A version left TRAINING by a failed trial is rejected
            *> too; anything already decided is left alone.
            reject_losing_trials.
                MOVE ZERO TO winner_version.
                IF n_configs > 0 THEN
                    IF sr_trial_failed(1) = 0 THEN
                        MOVE sr_version(1) TO winner_version
                    END-IF
                END-IF.
                PERFORM load_model_catalog.
                MOVE ZERO TO rejected_count.
                PERFORM VARYING catalog_idx FROM 1 BY 1
                                UNTIL catalog_idx > n_catalog_entries
                    IF ce_model_name(catalog_idx) = sweep_model_name
                            AND ce_version(catalog_idx)
                                    > sweep_start_version
                            AND ce_version(catalog_idx)
                                    NOT = winner_version
                            AND (ce_status(catalog_idx) = "PENDING"
                                OR ce_status(catalog_idx) = "TRAINING")
                            THEN
                        MOVE "REJECTED" TO ce_status(catalog_idx)
                        ADD 1 TO rejected_count
                        PERFORM write_reject_audit
                    END-IF
                END-PERFORM.
                IF rejected_count = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM rewrite_catalog.
                DISPLAY "REJECTED " rejected_count " LOSING "
                        sweep_model_name " VERSION(S), WINNER V"
                        winner_version.
                EXIT.

            *> read MODELCAT whole into catalog_entries, the same way
            *> NeuralNetwork loads it; the rewrite carries only what
            *> was loaded, so an overflow abends rather than truncate
            load_model_catalog.
                MOVE ZERO TO n_catalog_entries.
                OPEN INPUT catalog_file.
                IF catalog_status NOT = "00" THEN
                    DISPLAY "WARNING: cannot open MODELCAT, status "
                            catalog_status " - no trials rejected"
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL catalog_status = "10"
                    READ catalog_file
                        AT END
                            CONTINUE
                        NOT AT END
                            IF n_catalog_entries
                                    >= max_catalog_entries THEN
                                DISPLAY "ERROR: MODELCAT exceeds "
                                        max_catalog_entries " entries"
                                CLOSE catalog_file
                                MOVE 12 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO n_catalog_entries
                            MOVE catalog_record
                                TO catalog_entries(n_catalog_entries)
                    END-READ
                END-PERFORM.
                CLOSE catalog_file.
                EXIT.

            *> rewrite MODELCAT whole from catalog_entries
            rewrite_catalog.
                OPEN OUTPUT catalog_file.
                PERFORM VARYING catalog_idx FROM 1 BY 1
                                UNTIL catalog_idx > n_catalog_entries
                    MOVE catalog_entries(catalog_idx)
                            TO catalog_record
                    WRITE catalog_record
                END-PERFORM.
                CLOSE catalog_file.
                EXIT.

            *> append a REJECT line to AUDITLOG in the console's
            *> format, booked to the sweep's own operator
            write_reject_audit.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                OPEN EXTEND audit_file.
                MOVE SPACES TO audit_record.
                MOVE 1 TO report_ptr.
                STRING "REJECT " DELIMITED BY SIZE
                        datetime DELIMITED BY SIZE
                        " MODEL:" DELIMITED BY SIZE
                        sweep_model_name DELIMITED BY " "
                        " VERSION:" DELIMITED BY SIZE
                        ce_version(catalog_idx) DELIMITED BY SIZE
                        " LAUNCHED_BY:SWEEP REJECTED_BY:SWEEP"
                                DELIMITED BY SIZE
                        INTO audit_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE audit_record.
                CLOSE audit_file.
                EXIT.
        END PROGRAM HyperparameterSweep.
