
        IDENTIFICATION DIVISION.
            PROGRAM-ID. OutcomeMatcher.
            AUTHOR. Gustavo Selbach Teixeira.
            DATE-WRITTEN. 2026-10-15.
            *> Realized-outcome matching for NeuralNetwork's scored
            *> feeds - how a model actually did in production, weeks
            *> after the feed was scored, as opposed to how it did on
            *> the EVALDATA holdout at training time.
            *>   Reads OUTCOMES (one line per case: record key, outcome
            *>   date, then the actual value of each output field) and
            *>   walks every feed ledgered on PREDLOG, optionally only
            *>   those whose feed date falls between the yyyymmdd
            *>   dates given as the first and second command-line
            *>   words. Each outcome is matched by key to the feed's
            *>   stamped PREDICTOUT detail (raw score and decided
            *>   label) and to the SOURCE:MANUAL resolutions on the
            *>   same stamp's DECISFNL, and the feed is tied to the
            *>   model name/version PREDLOG says scored it, with that
            *>   version's MODELCAT entry shown beside it.
            *> Mod log:
            *>   2026-10-15 GST - the MODELCAT entry line shows the
            *>                    TRAINREG dataset ID the version was
            *>                    trained on.
            *>   2026-10-15 GST - PREDLOG record follows NeuralNetwork's
            *>                    added resubmission origin stamp.
            *>   2026-10-15 GST - PREDLOG is an indexed file now; it is
            *>                    read in header-date order through its
            *>                    date key.
            *>   2026-10-15 GST - PREDICTOUT/DECISFNL lines are read 1400
            *>                    wide; an ENSEMBLE run's MEMBERS: scores
            *>                    after the labels are not taken for
            *>                    labels.
            *>   2026-10-15 GST - PREDLOG is no longer loaded into a
            *>                    table (which capped it at 200 entries
            *>                    whatever the window); each scan reads
            *>                    the window straight off the date key.
            *>   OUTCRPT carries, per model version and feed date and
            *>   per output field: matched count, realized mean
            *>   absolute error, hit rate and confusion matrix of the
            *>   final decision against the actual (an actual at or
            *>   over decision_cutoff_n is the high-label side), and
            *>   auto-decided against manually reviewed results - with
            *>   how often the model's own side of the cutoff would
            *>   have been right on the reviewed cases. Outcomes with
            *>   no scored prediction, and predictions never resolved
            *>   (no outcome yet, or still open in review) are listed
            *>   after the sections.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                    FILE-CONTROL.
                        SELECT outcome_file ASSIGN TO "OUTCOMES"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS outcome_status.
                        SELECT predict_log_file ASSIGN TO "PREDLOG"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS pl_record_key
                            ALTERNATE RECORD KEY IS pl_date
                                WITH DUPLICATES
                            FILE STATUS IS predict_log_status.
                        SELECT catalog_file ASSIGN TO "MODELCAT"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS catalog_status.
                        SELECT parm_file ASSIGN TO "PARAMS"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS parm_file_status.
                        *> the scored generations are assigned through
                        *> data names, pointed at each ledgered feed's
                        *> stamp in turn
                        SELECT predict_out_file
                            ASSIGN TO predict_out_name
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS predict_out_status.
                        SELECT final_file ASSIGN TO final_file_name
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS final_status.
                        SELECT outcome_report_file ASSIGN TO "OUTCRPT"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS outcome_report_status.
            DATA DIVISION.
                FILE SECTION.
                    *> one realized outcome per case: the PREDICTIN
                    *> pass-through key, the date the outcome became
                    *> known, and the actual value per output field in
                    *> the same raw units the PREDICTOUT scores carry
                    FD  outcome_file
                        LABEL RECORDS ARE STANDARD.
                    01 outcome_record.
                        05 oc_key          PIC X(10).
                        05 oc_date         PIC X(08).
                        05 oc_actuals OCCURS max_output_size TIMES
                                    PIC S9(05)V9(7)
                                    SIGN IS LEADING SEPARATE.
                    *> re-uses NeuralNetwork's own PREDLOG record shape
                    FD  predict_log_file
                        LABEL RECORDS ARE STANDARD.
                    01 predict_log_record.
                        05 pl_record_key.
                            10 pl_feed_name PIC X(44).
                            10 pl_date      PIC X(08).
                        05 pl_cycle     PIC 9(02).
                        05 pl_model     PIC X(16).
                        05 pl_version   PIC 9(04).
                        05 pl_origin    PIC X(12).
                    *> re-uses NeuralNetwork's own MODELCAT record shape
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
                    *> re-uses NeuralNetwork's own PARAMS record shape
                    FD  parm_file
                        LABEL RECORDS ARE STANDARD.
                    01 parm_record.
                        05 parm_name  PIC X(24).
                        05 parm_value PIC X(24).
                    *> re-uses NeuralNetwork's own PREDICTOUT record
                    *> shape
                    FD  predict_out_file
                        LABEL RECORDS ARE STANDARD.
                    01 predict_out_record PIC X(1400).
                    *> re-uses ReviewWorkstation's own DECISFNL record
                    *> shape
                    FD  final_file
                        LABEL RECORDS ARE STANDARD.
                    01 final_record PIC X(1400).
                    *> the production performance report
                    FD  outcome_report_file
                        LABEL RECORDS ARE STANDARD.
                    01 outcome_report_record PIC X(132).
                WORKING-STORAGE SECTION.
                    01 outcome_status         PIC X(02).
                    01 predict_log_status     PIC X(02).
                    01 catalog_status         PIC X(02).
                    01 parm_file_status       PIC X(02).
                    01 predict_out_status     PIC X(02).
                    01 final_status           PIC X(02).
                    01 outcome_report_status  PIC X(02).
                    01 report_ptr             PIC 9(04) COMP.
                    01 datetime               PIC X(21).
                    *> the feed-date window: every ledgered feed by
                    *> default, or the feeds dated from/to the yyyymmdd
                    *> first and second command-line words
                    01 command_line           PIC X(40) VALUE SPACES.
                    01 from_word              PIC X(10) VALUE SPACES.
                    01 to_word                PIC X(10) VALUE SPACES.
                    01 from_date              PIC X(08)
                                                    VALUE "00000000".
                    01 to_date                PIC X(08)
                                                    VALUE "99999999".
                    01 max_output_size        CONSTANT as 10.
                    *> the cutoff and label pair per output field, off
                    *> PARAMS the way NeuralNetwork reads them: which
                    *> side of the cutoff an actual value falls on, and
                    *> which side a decided label stands for
                    01 decision_config OCCURS max_output_size TIMES.
                        05 decision_cutoff PIC S9(05)V9(7) COMP-3 SYNC
                                                VALUE 0.5.
                        05 decision_high_label PIC X(10)
                                                VALUE "APPROVE".
                        05 decision_low_label  PIC X(10)
                                                VALUE "REFER".
                    01 decision_field         PIC 9(03) VALUE ZERO.
                    *> the model catalog, read whole
                    01 max_catalog_entries    CONSTANT as 50.
                    01 n_catalog_entries      PIC 9(05) COMP VALUE ZERO.
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
                    01 catalog_idx            PIC 9(05) COMP VALUE ZERO.
                    01 model_entry_idx        PIC 9(05) COMP VALUE ZERO.
                    *> OUTCOMES, read whole; the matched switch is set
                    *> the first time a scored detail carries the key
                    01 max_outcomes           CONSTANT as 5000.
                    01 n_outcomes             PIC 9(05) COMP VALUE ZERO.
                    01 outcomes OCCURS max_outcomes TIMES.
                        05 ot_key             PIC X(10).
                        05 ot_date            PIC X(08).
                        05 ot_actual OCCURS max_output_size TIMES
                                    PIC S9(05)V9(7) COMP-3 SYNC.
                        05 ot_matched         PIC 9(01) COMP.
                    01 outcome_idx            PIC 9(05) COMP VALUE ZERO.
                    01 found_outcome          PIC 9(05) COMP VALUE ZERO.
                    *> the manual resolutions on one generation's
                    *> DECISFNL, by key and output field; a later line
                    *> for the same key/field replaces an earlier one
                    01 max_manual_finals      CONSTANT as 1000.
                    01 n_manual_finals        PIC 9(05) COMP VALUE ZERO.
                    01 manual_finals OCCURS max_manual_finals TIMES.
                        05 mf_key             PIC X(10).
                        05 mf_field           PIC 9(03).
                        05 mf_label           PIC X(10).
                    01 manual_idx             PIC 9(05) COMP VALUE ZERO.
                    01 found_manual           PIC 9(05) COMP VALUE ZERO.
                    *> one performance section per model version and
                    *> feed date, with its statistics per output field
                    01 max_groups             CONSTANT as 100.
                    01 n_groups               PIC 9(05) COMP VALUE ZERO.
                    01 groups OCCURS max_groups TIMES.
                        05 gr_model           PIC X(16).
                        05 gr_version         PIC 9(04).
                        05 gr_date            PIC X(08).
                        05 gr_n_fields        PIC 9(03) COMP.
                        05 gr_fields OCCURS max_output_size TIMES.
                            10 gs_matched     PIC 9(07) COMP.
                            10 gs_error_total PIC S9(11)V9(7) COMP-3.
                            10 gs_true_pos    PIC 9(07) COMP.
                            10 gs_true_neg    PIC 9(07) COMP.
                            10 gs_false_pos   PIC 9(07) COMP.
                            10 gs_false_neg   PIC 9(07) COMP.
                            10 gs_auto        PIC 9(07) COMP.
                            10 gs_auto_hits   PIC 9(07) COMP.
                            10 gs_manual      PIC 9(07) COMP.
                            10 gs_manual_hits PIC 9(07) COMP.
                            10 gs_model_hits  PIC 9(07) COMP.
                            10 gs_unmapped    PIC 9(07) COMP.
                            10 gs_open        PIC 9(07) COMP.
                    01 group_idx              PIC 9(05) COMP VALUE ZERO.
                    01 group_row              PIC 9(05) COMP VALUE ZERO.
                    01 field_idx              PIC 9(03) COMP VALUE ZERO.
                    *> the generation being walked: its stamped names
                    *> and the model it was scored with
                    01 predict_out_name       PIC X(44)
                                                    VALUE "PREDICTOUT".
                    01 final_file_name        PIC X(44)
                                                    VALUE "DECISFNL".
                    01 stamp_text             PIC X(12) VALUE SPACES.
                    01 current_model          PIC X(16) VALUE SPACES.
                    01 current_version        PIC 9(04) VALUE ZERO.
                    *> the report is written in two passes over the
                    *> same generations: pass 1 folds matched outcomes
                    *> into the sections, pass 2 lists what never
                    *> resolved once the sections are out
                    01 scan_pass              PIC 9(01) COMP VALUE ZERO.
                    *> one PREDICTOUT detail pulled apart: its key, the
                    *> raw score and decided label per output field
                    01 line_key               PIC X(10) VALUE SPACES.
                    01 parse_junk             PIC X(600) VALUE SPACES.
                    01 parse_inputs           PIC X(300) VALUE SPACES.
                    01 parse_scores           PIC X(200) VALUE SPACES.
                    01 parse_labels           PIC X(200) VALUE SPACES.
                    01 parse_key              PIC X(14) VALUE SPACES.
                    01 parse_field            PIC X(08) VALUE SPACES.
                    01 parse_label            PIC X(14) VALUE SPACES.
                    01 parse_rest             PIC X(80) VALUE SPACES.
                    01 field_number           PIC 9(03) VALUE ZERO.
                    01 n_line_fields          PIC 9(03) COMP VALUE ZERO.
                    01 line_scores OCCURS max_output_size TIMES
                                    PIC S9(05)V9(7) COMP-3 SYNC.
                    01 line_labels OCCURS max_output_size TIMES
                                    PIC X(10).
                    *> blank-delimited word list scratch: token_source
                    *> split one word at a time into token_list
                    01 token_source           PIC X(200) VALUE SPACES.
                    01 token_word             PIC X(20) VALUE SPACES.
                    01 token_ptr              PIC 9(04) COMP VALUE ZERO.
                    01 n_tokens               PIC 9(03) COMP VALUE ZERO.
                    01 token_list OCCURS max_output_size TIMES
                                    PIC X(20).
                    *> one field's resolution: the final label and
                    *> where it came from, and the high/low side the
                    *> label, the score and the actual each fall on
                    01 final_label            PIC X(10) VALUE SPACES.
                    01 final_source           PIC X(06) VALUE SPACES.
                    01 label_side             PIC 9(01) COMP VALUE ZERO.
                    01 actual_side            PIC 9(01) COMP VALUE ZERO.
                    01 score_side             PIC 9(01) COMP VALUE ZERO.
                    01 side_unknown           CONSTANT as 9.
                    01 abs_error              PIC S9(06)V9(7) COMP-3
                                                    VALUE ZERO.
                    01 open_field_switch      PIC 9(01) COMP VALUE ZERO.
                    *> run totals
                    01 outcomes_matched       PIC 9(07) COMP VALUE ZERO.
                    01 outcomes_unmatched     PIC 9(07) COMP VALUE ZERO.
                    01 details_scanned        PIC 9(07) COMP VALUE ZERO.
                    01 details_no_outcome     PIC 9(07) COMP VALUE ZERO.
                    01 details_open_review    PIC 9(07) COMP VALUE ZERO.
                    01 generations_scanned    PIC 9(05) COMP VALUE ZERO.
                    01 generations_missing    PIC 9(05) COMP VALUE ZERO.
                    *> report edits
                    01 count_edit             PIC Z(06)9.
                    01 field_edit             PIC Z(02)9.
                    01 version_edit           PIC 9(04).
                    01 cycle_edit             PIC 9(02).
                    01 report_value           PIC -9(05).9(7).
                    01 mae_edit               PIC -9(06).9(7).
                    01 mean_error             PIC S9(06)V9(7) COMP-3
                                                    VALUE ZERO.
                    01 rate                   PIC 9(03)V9(2) COMP-3
                                                    VALUE ZERO.
                    01 rate_edit              PIC ZZ9.99.
                    01 rate_base              PIC 9(07) COMP VALUE ZERO.
                    01 rate_hits              PIC 9(07) COMP VALUE ZERO.

            PROCEDURE DIVISION.
                ACCEPT command_line FROM COMMAND-LINE.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                PERFORM set_date_range.
                PERFORM read_decision_parameters.
                PERFORM load_model_catalog.
                PERFORM open_predict_log.
                PERFORM load_outcomes.
                OPEN OUTPUT outcome_report_file.
                PERFORM write_report_heading.
                MOVE 1 TO scan_pass.
                PERFORM scan_scored_generations.
                PERFORM write_group_sections.
                PERFORM write_unmatched_outcomes.
                PERFORM write_unresolved_heading.
                MOVE 2 TO scan_pass.
                PERFORM scan_scored_generations.
                PERFORM write_outcome_totals.
                CLOSE predict_log_file.
                CLOSE outcome_report_file.
            STOP RUN.

            *> the feed-date window off the command line; a word that
            *> is not a yyyymmdd date leaves that end of it open
            set_date_range.
                UNSTRING command_line DELIMITED BY ALL " "
                        INTO from_word to_word
                END-UNSTRING.
                IF from_word(1:8) IS NUMERIC THEN
                    MOVE from_word(1:8) TO from_date
                END-IF.
                IF to_word(1:8) IS NUMERIC THEN
                    MOVE to_word(1:8) TO to_date
                END-IF.
                EXIT.

            *> pick the per-field cutoffs and label pairs off PARAMS;
            *> a missing PARAMS or absent name leaves the defaults in
            *> place, same as NeuralNetwork's own read_parameters
            read_decision_parameters.
                OPEN INPUT parm_file.
                IF parm_file_status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL parm_file_status = "10"
                    READ parm_file
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM parse_decision_parameter
                    END-READ
                END-PERFORM.
                CLOSE parm_file.
                EXIT.

            *> decision_cutoff_n / decision_high_n / decision_low_n,
            *> field number off the name's tail as NeuralNetwork's
            *> parse_decision_parameter takes it
            parse_decision_parameter.
                MOVE ZERO TO decision_field.
                EVALUATE TRUE
                    WHEN parm_name(1:16) = "decision_cutoff_"
                        COMPUTE decision_field =
                            FUNCTION NUMVAL(parm_name(17:3))
                        IF decision_field >= 1 AND
                                decision_field <= max_output_size THEN
                            COMPUTE decision_cutoff(decision_field) =
                                FUNCTION NUMVAL(parm_value)
                        END-IF
                    WHEN parm_name(1:14) = "decision_high_"
                        COMPUTE decision_field =
                            FUNCTION NUMVAL(parm_name(15:3))
                        IF decision_field >= 1 AND
                                decision_field <= max_output_size THEN
                            MOVE FUNCTION TRIM(parm_value)
                                TO decision_high_label(decision_field)
                        END-IF
                    WHEN parm_name(1:13) = "decision_low_"
                        COMPUTE decision_field =
                            FUNCTION NUMVAL(parm_name(14:3))
                        IF decision_field >= 1 AND
                                decision_field <= max_output_size THEN
                            MOVE FUNCTION TRIM(parm_value)
                                TO decision_low_label(decision_field)
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                EXIT.

            *> read MODELCAT whole; a missing catalog only means the
            *> sections go out without catalog detail
            load_model_catalog.
                MOVE ZERO TO n_catalog_entries.
                OPEN INPUT catalog_file.
                IF catalog_status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL catalog_status = "10"
                            OR n_catalog_entries >= max_catalog_entries
                    READ catalog_file
                        AT END
                            CONTINUE
                        NOT AT END
                            ADD 1 TO n_catalog_entries
                            MOVE catalog_record
                                TO catalog_entries(n_catalog_entries)
                    END-READ
                END-PERFORM.
                CLOSE catalog_file.
                EXIT.

            *> the PREDLOG ledger, walked through its date key on
            *> each scan; without it there are no scored generations
            *> to match against
            open_predict_log.
                OPEN INPUT predict_log_file.
                IF predict_log_status NOT = "00" THEN
                    DISPLAY "ERROR: cannot open PREDLOG, status "
                            predict_log_status
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                EXIT.

            *> read OUTCOMES whole into storage; dropping overflow
            *> would misreport the lost cases as never resolved, so an
            *> oversized file stops the run instead
            load_outcomes.
                MOVE ZERO TO n_outcomes.
                OPEN INPUT outcome_file.
                IF outcome_status NOT = "00" THEN
                    DISPLAY "ERROR: cannot open OUTCOMES, status "
                            outcome_status
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                PERFORM UNTIL outcome_status = "10"
                    READ outcome_file
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM stow_outcome
                    END-READ
                END-PERFORM.
                CLOSE outcome_file.
                EXIT.

            *> one OUTCOMES line into the next table slot; a blank key
            *> cannot be matched to anything and is passed over
            stow_outcome.
                IF oc_key = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                IF n_outcomes >= max_outcomes THEN
                    DISPLAY "ERROR: OUTCOMES exceeds " max_outcomes
                            " entries"
                    CLOSE outcome_file
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                ADD 1 TO n_outcomes.
                MOVE oc_key TO ot_key(n_outcomes).
                MOVE oc_date TO ot_date(n_outcomes).
                MOVE ZERO TO ot_matched(n_outcomes).
                PERFORM VARYING field_idx FROM 1 BY 1
                                UNTIL field_idx > max_output_size
                    IF oc_actuals(field_idx) IS NUMERIC THEN
                        MOVE oc_actuals(field_idx)
                            TO ot_actual(n_outcomes, field_idx)
                    ELSE
                        MOVE ZERO TO ot_actual(n_outcomes, field_idx)
                    END-IF
                END-PERFORM.
                EXIT.

            *> walk every ledgered generation whose feed date is in the
            *> window, in feed-date order off PREDLOG's date key from
            *> the window's first date to the first entry past it
            scan_scored_generations.
                MOVE from_date TO pl_date.
                START predict_log_file KEY IS >= pl_date
                    INVALID KEY
                        MOVE "10" TO predict_log_status
                    NOT INVALID KEY
                        MOVE "00" TO predict_log_status
                END-START.
                PERFORM UNTIL predict_log_status NOT = "00"
                    READ predict_log_file NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF pl_date > to_date THEN
                                MOVE "10" TO predict_log_status
                            ELSE
                                PERFORM scan_one_generation
                            END-IF
                    END-READ
                END-PERFORM.
                EXIT.

            *> one generation: its manual resolutions off DECISFNL,
            *> then every PREDICTOUT detail line; a generation whose
            *> PREDICTOUT is gone is counted and passed over
            scan_one_generation.
                MOVE pl_cycle TO cycle_edit.
                MOVE SPACES TO stamp_text.
                MOVE 1 TO report_ptr.
                STRING pl_date DELIMITED BY SIZE
                        ".C" DELIMITED BY SIZE
                        cycle_edit DELIMITED BY SIZE
                        INTO stamp_text
                        WITH POINTER report_ptr
                END-STRING.
                MOVE SPACES TO predict_out_name.
                MOVE 1 TO report_ptr.
                STRING "PREDICTOUT." DELIMITED BY SIZE
                        stamp_text DELIMITED BY " "
                        INTO predict_out_name
                        WITH POINTER report_ptr
                END-STRING.
                MOVE SPACES TO final_file_name.
                MOVE 1 TO report_ptr.
                STRING "DECISFNL." DELIMITED BY SIZE
                        stamp_text DELIMITED BY " "
                        INTO final_file_name
                        WITH POINTER report_ptr
                END-STRING.
                *> a feed ledgered before the scoring model was
                *> recorded ran under the default unnamed model
                MOVE pl_model TO current_model.
                IF current_model = SPACES THEN
                    MOVE "(DEFAULT)" TO current_model
                END-IF.
                IF pl_version IS NUMERIC THEN
                    MOVE pl_version TO current_version
                ELSE
                    MOVE ZERO TO current_version
                END-IF.
                OPEN INPUT predict_out_file.
                IF predict_out_status NOT = "00" THEN
                    IF scan_pass = 1 THEN
                        ADD 1 TO generations_missing
                        DISPLAY "WARNING: " predict_out_name
                                " not found, generation skipped"
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                IF scan_pass = 1 THEN
                    ADD 1 TO generations_scanned
                END-IF.
                PERFORM load_manual_finals.
                PERFORM UNTIL predict_out_status = "10"
                    READ predict_out_file
                        AT END
                            CONTINUE
                        NOT AT END
                            IF predict_out_record(1:4) = "KEY:" THEN
                                PERFORM match_scored_detail
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE predict_out_file.
                EXIT.

            *> the SOURCE:MANUAL lines of the generation's DECISFNL;
            *> no DECISFNL yet means nothing has been merged, so every
            *> REVIEW decision is still open
            load_manual_finals.
                MOVE ZERO TO n_manual_finals.
                OPEN INPUT final_file.
                IF final_status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL final_status = "10"
                    READ final_file
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM stow_manual_final
                    END-READ
                END-PERFORM.
                CLOSE final_file.
                EXIT.

            *> "KEY:k  FIELD:nnn  FINAL:label  REVIEWER:r  DATE:d
            *> SOURCE:MANUAL" into the manual_finals table
            stow_manual_final.
                IF final_record(1:4) NOT = "KEY:" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO parse_junk parse_key parse_field
                               parse_label parse_rest.
                UNSTRING final_record
                        DELIMITED BY "KEY:" OR "FIELD:" OR "FINAL:"
                                OR "REVIEWER:"
                        INTO parse_junk parse_key parse_field
                             parse_label parse_rest
                END-UNSTRING.
                IF parse_label = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE field_number = FUNCTION NUMVAL(parse_field).
                MOVE parse_key(1:10) TO line_key.
                PERFORM find_manual_final.
                IF found_manual = 0 THEN
                    IF n_manual_finals >= max_manual_finals THEN
                        DISPLAY "ERROR: " final_file_name
                                " exceeds " max_manual_finals
                                " manual resolutions"
                        CLOSE final_file
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO n_manual_finals
                    MOVE n_manual_finals TO found_manual
                    MOVE line_key TO mf_key(found_manual)
                    MOVE field_number TO mf_field(found_manual)
                END-IF.
                MOVE FUNCTION TRIM(parse_label)
                        TO mf_label(found_manual).
                EXIT.

            *> the manual_finals slot for line_key/field_number, zero
            *> when the generation has none
            find_manual_final.
                MOVE ZERO TO found_manual.
                PERFORM VARYING manual_idx FROM 1 BY 1
                                UNTIL manual_idx > n_manual_finals
                    IF mf_key(manual_idx) = line_key AND
                            mf_field(manual_idx) = field_number THEN
                        MOVE manual_idx TO found_manual
                        EXIT PARAGRAPH
                    END-IF
                END-PERFORM.
                EXIT.

            *> one scored detail: pull it apart and look its key up on
            *> OUTCOMES; pass 1 folds a match into the section, pass 2
            *> lists a detail that never resolved
            match_scored_detail.
                PERFORM split_scored_detail.
                PERFORM find_outcome.
                IF scan_pass = 1 THEN
                    ADD 1 TO details_scanned
                    IF found_outcome NOT = 0 THEN
                        IF ot_matched(found_outcome) = 0 THEN
                            MOVE 1 TO ot_matched(found_outcome)
                            ADD 1 TO outcomes_matched
                        END-IF
                        PERFORM fold_matched_detail
                    END-IF
                ELSE
                    PERFORM list_unresolved_detail
                END-IF.
                EXIT.

            *> the OUTCOMES slot for line_key, zero when no outcome
            *> has arrived for it
            find_outcome.
                MOVE ZERO TO found_outcome.
                PERFORM VARYING outcome_idx FROM 1 BY 1
                                UNTIL outcome_idx > n_outcomes
                    IF ot_key(outcome_idx) = line_key THEN
                        MOVE outcome_idx TO found_outcome
                        EXIT PARAGRAPH
                    END-IF
                END-PERFORM.
                EXIT.

            *> "KEY:k  INPUT: v...  PREDICTION: v...  DECISION: l..."
            *> (an ensemble run's "  MEMBERS: ..." scores, trailing
            *> the labels, are left unread)
            *> into line_key, line_scores and line_labels
            split_scored_detail.
                MOVE predict_out_record(5:10) TO line_key.
                MOVE SPACES TO parse_junk parse_inputs parse_scores
                               parse_labels.
                UNSTRING predict_out_record
                        DELIMITED BY "  INPUT:" OR "  PREDICTION:"
                                OR "  DECISION:" OR "  MEMBERS:"
                        INTO parse_junk parse_inputs parse_scores
                             parse_labels
                END-UNSTRING.
                MOVE parse_scores TO token_source.
                PERFORM split_token_list.
                MOVE n_tokens TO n_line_fields.
                PERFORM VARYING field_idx FROM 1 BY 1
                                UNTIL field_idx > n_line_fields
                    COMPUTE line_scores(field_idx) =
                        FUNCTION NUMVAL(token_list(field_idx))
                END-PERFORM.
                MOVE parse_labels TO token_source.
                PERFORM split_token_list.
                PERFORM VARYING field_idx FROM 1 BY 1
                                UNTIL field_idx > n_line_fields
                    MOVE token_list(field_idx) TO line_labels(field_idx)
                END-PERFORM.
                EXIT.

            *> split token_source on blanks, one word per token_list
            *> slot, up to max_output_size words
            split_token_list.
                MOVE ZERO TO n_tokens.
                MOVE SPACES TO token_list(1).
                MOVE 1 TO token_ptr.
                PERFORM UNTIL token_ptr > LENGTH OF token_source
                                OR n_tokens >= max_output_size
                    MOVE SPACES TO token_word
                    UNSTRING token_source DELIMITED BY ALL " "
                            INTO token_word
                            WITH POINTER token_ptr
                    END-UNSTRING
                    IF token_word NOT = SPACES THEN
                        ADD 1 TO n_tokens
                        MOVE token_word TO token_list(n_tokens)
                    END-IF
                END-PERFORM.
                EXIT.

            *> find or open the section for the generation's model
            *> version and feed date, then fold each output field of
            *> the matched detail into it
            fold_matched_detail.
                MOVE ZERO TO group_row.
                PERFORM VARYING group_idx FROM 1 BY 1
                                UNTIL group_idx > n_groups
                    IF gr_model(group_idx) = current_model AND
                            gr_version(group_idx) = current_version AND
                            gr_date(group_idx) = pl_date THEN
                        MOVE group_idx TO group_row
                    END-IF
                END-PERFORM.
                IF group_row = 0 THEN
                    IF n_groups >= max_groups THEN
                        DISPLAY "ERROR: more than " max_groups
                                " model version/feed date sections,"
                                " narrow the date range"
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO n_groups
                    MOVE n_groups TO group_row
                    INITIALIZE groups(group_row)
                    MOVE current_model TO gr_model(group_row)
                    MOVE current_version TO gr_version(group_row)
                    MOVE pl_date TO gr_date(group_row)
                END-IF.
                IF n_line_fields > gr_n_fields(group_row) THEN
                    MOVE n_line_fields TO gr_n_fields(group_row)
                END-IF.
                PERFORM VARYING field_idx FROM 1 BY 1
                                UNTIL field_idx > n_line_fields
                    PERFORM fold_matched_field
                END-PERFORM.
                EXIT.

            *> one output field of a matched detail: the realized
            *> error of the raw score, and - once a final label is
            *> known - the hit/miss of the final decision against the
            *> actual, split by auto and manual
            fold_matched_field.
                ADD 1 TO gs_matched(group_row, field_idx).
                COMPUTE abs_error = FUNCTION ABS(
                        line_scores(field_idx)
                        - ot_actual(found_outcome, field_idx)).
                ADD abs_error TO gs_error_total(group_row, field_idx).
                PERFORM resolve_final_label.
                IF open_field_switch = 1 THEN
                    ADD 1 TO gs_open(group_row, field_idx)
                    EXIT PARAGRAPH
                END-IF.
                IF ot_actual(found_outcome, field_idx)
                        >= decision_cutoff(field_idx) THEN
                    MOVE 1 TO actual_side
                ELSE
                    MOVE 0 TO actual_side
                END-IF.
                IF line_scores(field_idx)
                        >= decision_cutoff(field_idx) THEN
                    MOVE 1 TO score_side
                ELSE
                    MOVE 0 TO score_side
                END-IF.
                EVALUATE final_label
                    WHEN decision_high_label(field_idx)
                        MOVE 1 TO label_side
                    WHEN decision_low_label(field_idx)
                        MOVE 0 TO label_side
                    WHEN OTHER
                        MOVE side_unknown TO label_side
                END-EVALUATE.
                *> a reviewer's label outside the configured pair has
                *> no side to score; it is counted, not guessed at
                IF label_side = side_unknown THEN
                    ADD 1 TO gs_unmapped(group_row, field_idx)
                    EXIT PARAGRAPH
                END-IF.
                EVALUATE TRUE
                    WHEN label_side = 1 AND actual_side = 1
                        ADD 1 TO gs_true_pos(group_row, field_idx)
                    WHEN label_side = 0 AND actual_side = 0
                        ADD 1 TO gs_true_neg(group_row, field_idx)
                    WHEN label_side = 1 AND actual_side = 0
                        ADD 1 TO gs_false_pos(group_row, field_idx)
                    WHEN OTHER
                        ADD 1 TO gs_false_neg(group_row, field_idx)
                END-EVALUATE.
                IF final_source = "AUTO" THEN
                    ADD 1 TO gs_auto(group_row, field_idx)
                    IF label_side = actual_side THEN
                        ADD 1 TO gs_auto_hits(group_row, field_idx)
                    END-IF
                ELSE
                    ADD 1 TO gs_manual(group_row, field_idx)
                    IF label_side = actual_side THEN
                        ADD 1 TO gs_manual_hits(group_row, field_idx)
                    END-IF
                    IF score_side = actual_side THEN
                        ADD 1 TO gs_model_hits(group_row, field_idx)
                    END-IF
                END-IF.
                EXIT.

            *> the final label for field_idx of the current detail: the
            *> decided label as scored, or for a REVIEW decision the
            *> manual resolution off DECISFNL - open when there is none
            resolve_final_label.
                MOVE ZERO TO open_field_switch.
                IF line_labels(field_idx) NOT = "REVIEW" THEN
                    MOVE line_labels(field_idx) TO final_label
                    MOVE "AUTO" TO final_source
                    EXIT PARAGRAPH
                END-IF.
                MOVE field_idx TO field_number.
                PERFORM find_manual_final.
                IF found_manual = 0 THEN
                    MOVE SPACES TO final_label
                    MOVE SPACES TO final_source
                    MOVE 1 TO open_field_switch
                ELSE
                    MOVE mf_label(found_manual) TO final_label
                    MOVE "MANUAL" TO final_source
                END-IF.
                EXIT.

            *> pass 2: a detail with no outcome on file, or one whose
            *> review decision was never worked, is listed with its
            *> stamp and the model that scored it
            list_unresolved_detail.
                IF found_outcome = 0 THEN
                    ADD 1 TO details_no_outcome
                    MOVE "NO OUTCOME" TO parse_rest
                    PERFORM write_unresolved_line
                    EXIT PARAGRAPH
                END-IF.
                MOVE ZERO TO open_field_switch.
                PERFORM VARYING field_idx FROM 1 BY 1
                                UNTIL field_idx > n_line_fields
                                   OR open_field_switch = 1
                    PERFORM resolve_final_label
                END-PERFORM.
                IF open_field_switch = 1 THEN
                    ADD 1 TO details_open_review
                    MOVE "REVIEW NEVER WORKED" TO parse_rest
                    PERFORM write_unresolved_line
                END-IF.
                EXIT.

            *> one never-resolved line: key, stamp, model and why
            write_unresolved_line.
                MOVE current_version TO version_edit.
                MOVE SPACES TO outcome_report_record.
                MOVE 1 TO report_ptr.
                STRING "UNRESOLVED  KEY:" DELIMITED BY SIZE
                        line_key DELIMITED BY SIZE
                        "  STAMP:" DELIMITED BY SIZE
                        stamp_text DELIMITED BY SIZE
                        "  MODEL:" DELIMITED BY SIZE
                        current_model DELIMITED BY " "
                        "  VERSION:" DELIMITED BY SIZE
                        version_edit DELIMITED BY SIZE
                        "  " DELIMITED BY SIZE
                        parse_rest DELIMITED BY "  "
                        INTO outcome_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE outcome_report_record.
                EXIT.

            *> report heading: run date and the feed-date window
            write_report_heading.
                MOVE SPACES TO outcome_report_record.
                MOVE 1 TO report_ptr.
                STRING "REALIZED OUTCOME REPORT  RUN DATE:"
                            DELIMITED BY SIZE
                        datetime(1:8) DELIMITED BY SIZE
                        "  FEED DATES:" DELIMITED BY SIZE
                        from_date DELIMITED BY SIZE
                        " TO " DELIMITED BY SIZE
                        to_date DELIMITED BY SIZE
                        INTO outcome_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE outcome_report_record.
                EXIT.

            *> one section per model version and feed date
            write_group_sections.
                PERFORM VARYING group_idx FROM 1 BY 1
                                UNTIL group_idx > n_groups
                    PERFORM write_group_heading
                    PERFORM VARYING field_idx FROM 1 BY 1
                            UNTIL field_idx > gr_n_fields(group_idx)
                        PERFORM write_field_lines
                    END-PERFORM
                END-PERFORM.
                EXIT.

            *> the section's lead line, with the version's MODELCAT
            *> entry beside it when the catalog still holds it
            write_group_heading.
                MOVE ZERO TO model_entry_idx.
                PERFORM VARYING catalog_idx FROM 1 BY 1
                                UNTIL catalog_idx > n_catalog_entries
                    IF ce_model_name(catalog_idx)
                                = gr_model(group_idx) AND
                            ce_version(catalog_idx)
                                = gr_version(group_idx) THEN
                        MOVE catalog_idx TO model_entry_idx
                    END-IF
                END-PERFORM.
                MOVE gr_version(group_idx) TO version_edit.
                MOVE SPACES TO outcome_report_record.
                MOVE 1 TO report_ptr.
                STRING "MODEL:" DELIMITED BY SIZE
                        gr_model(group_idx) DELIMITED BY " "
                        "  VERSION:" DELIMITED BY SIZE
                        version_edit DELIMITED BY SIZE
                        "  FEED DATE:" DELIMITED BY SIZE
                        gr_date(group_idx) DELIMITED BY SIZE
                        INTO outcome_report_record
                        WITH POINTER report_ptr
                END-STRING.
                IF model_entry_idx = 0 THEN
                    STRING "  NOT IN MODELCAT" DELIMITED BY SIZE
                            INTO outcome_report_record
                            WITH POINTER report_ptr
                    END-STRING
                ELSE
                    STRING "  STATUS:" DELIMITED BY SIZE
                            ce_status(model_entry_idx)
                                DELIMITED BY " "
                            "  TRAINED:" DELIMITED BY SIZE
                            ce_trained(model_entry_idx)(1:8)
                                DELIMITED BY SIZE
                            "  FINAL LOSS:" DELIMITED BY SIZE
                            ce_final_loss(model_entry_idx)
                                DELIMITED BY SIZE
                            INTO outcome_report_record
                            WITH POINTER report_ptr
                    END-STRING
                    IF ce_dataset_id(model_entry_idx) NOT = SPACES THEN
                        STRING "  DATASET:" DELIMITED BY SIZE
                                ce_dataset_id(model_entry_idx)
                                    DELIMITED BY SIZE
                                INTO outcome_report_record
                                WITH POINTER report_ptr
                        END-STRING
                    END-IF
                END-IF.
                WRITE outcome_report_record.
                EXIT.

            *> per output field: matched count, realized MAE and hit
            *> rate, the confusion matrix, and auto against manual
            write_field_lines.
                MOVE field_idx TO field_edit.
                MOVE gs_matched(group_idx, field_idx) TO count_edit.
                IF gs_matched(group_idx, field_idx) > 0 THEN
                    COMPUTE mean_error =
                        gs_error_total(group_idx, field_idx)
                            / gs_matched(group_idx, field_idx)
                ELSE
                    MOVE ZERO TO mean_error
                END-IF.
                MOVE mean_error TO mae_edit.
                COMPUTE rate_base = gs_true_pos(group_idx, field_idx)
                                  + gs_true_neg(group_idx, field_idx)
                                  + gs_false_pos(group_idx, field_idx)
                                  + gs_false_neg(group_idx, field_idx).
                COMPUTE rate_hits = gs_true_pos(group_idx, field_idx)
                                  + gs_true_neg(group_idx, field_idx).
                PERFORM compute_rate.
                MOVE SPACES TO outcome_report_record.
                MOVE 1 TO report_ptr.
                STRING "  FIELD:" DELIMITED BY SIZE
                        field_edit DELIMITED BY SIZE
                        "  MATCHED:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        "  MAE:" DELIMITED BY SIZE
                        mae_edit DELIMITED BY SIZE
                        "  HIT RATE:" DELIMITED BY SIZE
                        rate_edit DELIMITED BY SIZE
                        "%" DELIMITED BY SIZE
                        INTO outcome_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE gs_open(group_idx, field_idx) TO count_edit.
                STRING "  OPEN REVIEW:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO outcome_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE gs_unmapped(group_idx, field_idx) TO count_edit.
                STRING "  UNMAPPED LABEL:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO outcome_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE outcome_report_record.
                MOVE SPACES TO outcome_report_record.
                MOVE 1 TO report_ptr.
                MOVE gs_true_pos(group_idx, field_idx) TO count_edit.
                STRING "  FIELD:" DELIMITED BY SIZE
                        field_edit DELIMITED BY SIZE
                        "  CONFUSION  TRUE POS:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO outcome_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE gs_true_neg(group_idx, field_idx) TO count_edit.
                STRING "  TRUE NEG:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO outcome_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE gs_false_pos(group_idx, field_idx) TO count_edit.
                STRING "  FALSE POS:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO outcome_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE gs_false_neg(group_idx, field_idx) TO count_edit.
                STRING "  FALSE NEG:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO outcome_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE outcome_report_record.
                PERFORM write_source_line.
                EXIT.

            *> auto-decided against manually reviewed: count and hit
            *> rate each, and for the reviewed cases how often the
            *> model's own side of the cutoff would have been right
            write_source_line.
                MOVE SPACES TO outcome_report_record.
                MOVE 1 TO report_ptr.
                MOVE gs_auto(group_idx, field_idx) TO count_edit.
                MOVE gs_auto(group_idx, field_idx) TO rate_base.
                MOVE gs_auto_hits(group_idx, field_idx) TO rate_hits.
                PERFORM compute_rate.
                STRING "  FIELD:" DELIMITED BY SIZE
                        field_edit DELIMITED BY SIZE
                        "  AUTO:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        " HIT RATE:" DELIMITED BY SIZE
                        rate_edit DELIMITED BY SIZE
                        "%" DELIMITED BY SIZE
                        INTO outcome_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE gs_manual(group_idx, field_idx) TO count_edit.
                MOVE gs_manual(group_idx, field_idx) TO rate_base.
                MOVE gs_manual_hits(group_idx, field_idx) TO rate_hits.
                PERFORM compute_rate.
                STRING "  MANUAL:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        " HIT RATE:" DELIMITED BY SIZE
                        rate_edit DELIMITED BY SIZE
                        "%" DELIMITED BY SIZE
                        INTO outcome_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE gs_model_hits(group_idx, field_idx) TO rate_hits.
                PERFORM compute_rate.
                STRING "  MODEL SIDE ON MANUAL:" DELIMITED BY SIZE
                        rate_edit DELIMITED BY SIZE
                        "%" DELIMITED BY SIZE
                        INTO outcome_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE outcome_report_record.
                EXIT.

            *> rate_hits as a percentage of rate_base, zero on an
            *> empty base
            compute_rate.
                IF rate_base > 0 THEN
                    COMPUTE rate = rate_hits * 100 / rate_base
                ELSE
                    MOVE ZERO TO rate
                END-IF.
                MOVE rate TO rate_edit.
                EXIT.

            *> every outcome no scored detail in the window carried
            write_unmatched_outcomes.
                MOVE ZERO TO outcomes_unmatched.
                PERFORM VARYING outcome_idx FROM 1 BY 1
                                UNTIL outcome_idx > n_outcomes
                    IF ot_matched(outcome_idx) = 0 THEN
                        ADD 1 TO outcomes_unmatched
                        MOVE SPACES TO outcome_report_record
                        MOVE 1 TO report_ptr
                        STRING "UNMATCHED OUTCOME  KEY:"
                                    DELIMITED BY SIZE
                                ot_key(outcome_idx) DELIMITED BY SIZE
                                "  OUTCOME DATE:" DELIMITED BY SIZE
                                ot_date(outcome_idx) DELIMITED BY SIZE
                                INTO outcome_report_record
                                WITH POINTER report_ptr
                        END-STRING
                        WRITE outcome_report_record
                    END-IF
                END-PERFORM.
                EXIT.

            *> lead line for the never-resolved listing
            write_unresolved_heading.
                MOVE SPACES TO outcome_report_record.
                MOVE "PREDICTIONS NEVER RESOLVED"
                        TO outcome_report_record.
                WRITE outcome_report_record.
                EXIT.

            *> the run's matching totals
            write_outcome_totals.
                MOVE SPACES TO outcome_report_record.
                MOVE 1 TO report_ptr.
                MOVE n_outcomes TO count_edit.
                STRING "OUTCOMES READ:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO outcome_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE outcomes_matched TO count_edit.
                STRING "  MATCHED:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO outcome_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE outcomes_unmatched TO count_edit.
                STRING "  UNMATCHED:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO outcome_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE outcome_report_record.
                MOVE SPACES TO outcome_report_record.
                MOVE 1 TO report_ptr.
                MOVE generations_scanned TO count_edit.
                STRING "GENERATIONS SCANNED:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO outcome_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE generations_missing TO count_edit.
                STRING "  MISSING:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO outcome_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE details_scanned TO count_edit.
                STRING "  DETAILS:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO outcome_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE details_no_outcome TO count_edit.
                STRING "  NO OUTCOME:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO outcome_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE details_open_review TO count_edit.
                STRING "  REVIEW NEVER WORKED:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO outcome_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE outcome_report_record.
                EXIT.
        END PROGRAM OutcomeMatcher.
