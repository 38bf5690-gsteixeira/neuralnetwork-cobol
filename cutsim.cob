
        IDENTIFICATION DIVISION.
            PROGRAM-ID. CutoffSimulator.
            AUTHOR. Gustavo Selbach Teixeira.
            DATE-WRITTEN. 2026-10-15.
            *> Decision-cutoff what-if simulator: replays candidate
            *> decision settings against the raw scores already on the
            *> generation-stamped PREDICTOUT files, without running the
            *> network, so a cutoff change goes to committee with
            *> numbers behind it instead of being tried on live feeds.
            *>   Reads CUTSCEN, laid out like PARAMS: a "scenario" line
            *>   names each candidate, and the decision_cutoff_n,
            *>   decision_band_n, decision_high_n and decision_low_n
            *>   lines after it override, for that scenario only, the
            *>   live settings it starts from (PARAMS, else the
            *>   NeuralNetwork defaults). Every feed ledgered on
            *>   PREDLOG - or only those dated between the yyyymmdd
            *>   first and second command-line words - is replayed
            *>   detail by detail through each scenario the way
            *>   apply_decisions decides a score; for a feed an
            *>   ENSEMBLE scored, the members' own scores on the
            *>   detail are checked against each scenario's cutoff,
            *>   weighted members on both sides of it going to REVIEW
            *>   as MODEL-DISAGREE, with the weights the ensemble's
            *>   ENSDEF lines give.
            *>   CUTSRPT carries, per scenario and output field: the
            *>   resulting high/low/REVIEW mix, the review volume
            *>   against what the runs actually queued (the stamped
            *>   DECISRPT REVIEW counts), and the cases that would have
            *>   flipped - into review, out of review, or across the
            *>   cutoff - with how those flipped cases were actually
            *>   resolved: by a reviewer on the stamp's DECISFNL (and
            *>   whether the reviewer landed where the scenario would
            *>   have), still open, and against OUTCOMES where a
            *>   realized outcome is on file.
            *> Mod log:
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
            *>                    whatever the window); the window is
            *>                    read straight off the date key.
            *>   2026-10-15 GST - an ENSEMBLE-scored detail replays
            *>                    MODEL-DISAGREE: the MEMBERS: scores
            *>                    are read, weighted off ENSDEF for the
            *>                    ensemble PREDLOG ledgers at version
            *>                    0000, and weighted members split
            *>                    across a scenario's cutoff send the
            *>                    field to REVIEW, as check_member_
            *>                    agreement does in the live run.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                    FILE-CONTROL.
                        SELECT scenario_file ASSIGN TO "CUTSCEN"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS scenario_status.
                        SELECT parm_file ASSIGN TO "PARAMS"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS parm_file_status.
                        SELECT predict_log_file ASSIGN TO "PREDLOG"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS pl_record_key
                            ALTERNATE RECORD KEY IS pl_date
                                WITH DUPLICATES
                            FILE STATUS IS predict_log_status.
                        SELECT ensemble_def_file ASSIGN TO "ENSDEF"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS ensemble_def_status.
                        SELECT outcome_file ASSIGN TO "OUTCOMES"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS outcome_status.
                        *> the scored generations are assigned through
                        *> data names, pointed at each ledgered feed's
                        *> stamp in turn
                        SELECT predict_out_file
                            ASSIGN TO predict_out_name
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS predict_out_status.
                        SELECT decision_report_file
                            ASSIGN TO decision_report_name
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS decision_report_status.
                        SELECT final_file ASSIGN TO final_file_name
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS final_status.
                        SELECT simulation_report_file
                            ASSIGN TO "CUTSRPT"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS simulation_report_status.
            DATA DIVISION.
                FILE SECTION.
                    *> candidate decision settings, in the PARAMS
                    *> name/value shape
                    FD  scenario_file
                        LABEL RECORDS ARE STANDARD.
                    01 scenario_record.
                        05 scen_name  PIC X(24).
                        05 scen_value PIC X(24).
                    *> re-uses NeuralNetwork's own PARAMS record shape
                    FD  parm_file
                        LABEL RECORDS ARE STANDARD.
                    01 parm_record.
                        05 parm_name  PIC X(24).
                        05 parm_value PIC X(24).
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
                    *> re-uses NeuralNetwork's own ENSDEF record shape
                    FD  ensemble_def_file
                        LABEL RECORDS ARE STANDARD.
                    01 ensemble_def_record.
                        05 ed_ensemble      PIC X(16).
                        05 ed_model         PIC X(16).
                        05 ed_version       PIC X(05).
                        05 ed_weight        PIC X(10).
                    *> re-uses OutcomeMatcher's OUTCOMES record shape
                    FD  outcome_file
                        LABEL RECORDS ARE STANDARD.
                    01 outcome_record.
                        05 oc_key          PIC X(10).
                        05 oc_date         PIC X(08).
                        05 oc_actuals OCCURS max_output_size TIMES
                                    PIC S9(05)V9(7)
                                    SIGN IS LEADING SEPARATE.
                    *> re-uses NeuralNetwork's own PREDICTOUT record
                    *> shape
                    FD  predict_out_file
                        LABEL RECORDS ARE STANDARD.
                    01 predict_out_record PIC X(1400).
                    *> re-uses NeuralNetwork's own DECISRPT record shape
                    FD  decision_report_file
                        LABEL RECORDS ARE STANDARD.
                    01 decision_report_record PIC X(120).
                    *> re-uses ReviewWorkstation's own DECISFNL record
                    *> shape
                    FD  final_file
                        LABEL RECORDS ARE STANDARD.
                    01 final_record PIC X(1400).
                    *> the simulation report
                    FD  simulation_report_file
                        LABEL RECORDS ARE STANDARD.
                    01 simulation_report_record PIC X(132).
                WORKING-STORAGE SECTION.
                    01 scenario_status          PIC X(02).
                    01 parm_file_status         PIC X(02).
                    01 predict_log_status       PIC X(02).
                    01 ensemble_def_status      PIC X(02).
                    01 outcome_status           PIC X(02).
                    01 predict_out_status       PIC X(02).
                    01 decision_report_status   PIC X(02).
                    01 final_status             PIC X(02).
                    01 simulation_report_status PIC X(02).
                    01 report_ptr               PIC 9(04) COMP.
                    01 datetime                 PIC X(21).
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
                    *> the decision settings parse_decision_parameter
                    *> fills: first the live PARAMS ones, then each
                    *> scenario's, starting over from the live ones
                    01 decision_config OCCURS max_output_size TIMES.
                        05 decision_cutoff PIC S9(05)V9(7) COMP-3 SYNC
                                                VALUE 0.5.
                        05 decision_band   PIC S9(05)V9(7) COMP-3 SYNC
                                                VALUE ZERO.
                        05 decision_high_label PIC X(10)
                                                VALUE "APPROVE".
                        05 decision_low_label  PIC X(10)
                                                VALUE "REFER".
                    01 decision_field         PIC 9(03) VALUE ZERO.
                    *> the live settings the scored labels were decided
                    *> under; they say which side of the cutoff a label
                    *> on PREDICTOUT/DECISFNL (or an actual) stands for
                    01 live_config OCCURS max_output_size TIMES.
                        05 lv_cutoff       PIC S9(05)V9(7) COMP-3 SYNC.
                        05 lv_band         PIC S9(05)V9(7) COMP-3 SYNC.
                        05 lv_high_label   PIC X(10).
                        05 lv_low_label    PIC X(10).
                    *> the candidate scenarios, each with its settings
                    *> and replayed tallies per output field
                    01 max_scenarios          CONSTANT as 20.
                    01 n_scenarios            PIC 9(03) COMP VALUE ZERO.
                    01 scenario_idx           PIC 9(03) COMP VALUE ZERO.
                    01 scenarios OCCURS max_scenarios TIMES.
                        05 sn_name            PIC X(24).
                        05 sn_fields OCCURS max_output_size TIMES.
                            10 sf_cutoff      PIC S9(05)V9(7) COMP-3.
                            10 sf_band        PIC S9(05)V9(7) COMP-3.
                            10 sf_high_label  PIC X(10).
                            10 sf_low_label   PIC X(10).
                            10 sf_high        PIC 9(07) COMP.
                            10 sf_low         PIC 9(07) COMP.
                            10 sf_review      PIC 9(07) COMP.
                            10 sf_flipped     PIC 9(07) COMP.
                            10 sf_to_review   PIC 9(07) COMP.
                            10 sf_from_review PIC 9(07) COMP.
                            10 sf_crossed     PIC 9(07) COMP.
                            10 sf_reviewed    PIC 9(07) COMP.
                            10 sf_agreed      PIC 9(07) COMP.
                            10 sf_open        PIC 9(07) COMP.
                            10 sf_outcomes    PIC 9(07) COMP.
                            10 sf_scen_right  PIC 9(07) COMP.
                            10 sf_final_right PIC 9(07) COMP.
                    *> what the runs actually did, per output field: the
                    *> labels on PREDICTOUT and the REVIEW counts on the
                    *> stamped DECISRPTs
                    01 actual_totals OCCURS max_output_size TIMES.
                        05 ac_high            PIC 9(07) COMP.
                        05 ac_low             PIC 9(07) COMP.
                        05 ac_review          PIC 9(07) COMP.
                        05 ac_unmapped        PIC 9(07) COMP.
                        05 ac_queued          PIC 9(07) COMP.
                    01 n_fields_seen          PIC 9(03) COMP VALUE ZERO.
                    *> an ENSEMBLE-scored generation's members, off
                    *> the ENSDEF lines under the name PREDLOG ledgers
                    *> it at (version 0000): model, version named
                    *> (blank for the model's ACTIVE one) and weight
                    01 max_ensemble_members   CONSTANT as 5.
                    01 n_gen_members          PIC 9(02) COMP VALUE ZERO.
                    01 gen_members OCCURS max_ensemble_members TIMES.
                        05 gm_model           PIC X(16).
                        05 gm_version         PIC X(05).
                        05 gm_weight          PIC S9(05)V9(7) COMP-3.
                    01 gen_member_idx         PIC 9(02) COMP VALUE ZERO.
                    01 found_gen_member       PIC 9(02) COMP VALUE ZERO.
                    *> OUTCOMES, read whole when present
                    01 max_outcomes           CONSTANT as 5000.
                    01 n_outcomes             PIC 9(05) COMP VALUE ZERO.
                    01 outcomes OCCURS max_outcomes TIMES.
                        05 ot_key             PIC X(10).
                        05 ot_actual OCCURS max_output_size TIMES
                                    PIC S9(05)V9(7) COMP-3 SYNC.
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
                    01 field_idx              PIC 9(03) COMP VALUE ZERO.
                    *> the generation being replayed
                    01 predict_out_name       PIC X(44)
                                                    VALUE "PREDICTOUT".
                    01 decision_report_name   PIC X(44)
                                                    VALUE "DECISRPT".
                    01 final_file_name        PIC X(44)
                                                    VALUE "DECISFNL".
                    01 stamp_text             PIC X(12) VALUE SPACES.
                    *> one PREDICTOUT detail pulled apart: its key, the
                    *> raw score and decided label per output field
                    01 line_key               PIC X(10) VALUE SPACES.
                    01 parse_junk             PIC X(600) VALUE SPACES.
                    01 parse_inputs           PIC X(300) VALUE SPACES.
                    01 parse_scores           PIC X(200) VALUE SPACES.
                    01 parse_labels           PIC X(200) VALUE SPACES.
                    01 parse_members          PIC X(1000) VALUE SPACES.
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
                    *> an ensemble detail's MEMBERS: scores per member
                    *> and output field ("model.Vnnnn: score..."), and
                    *> whether the member has a say (a weight-zero
                    *> shadow member has none)
                    01 n_line_members         PIC 9(02) COMP VALUE ZERO.
                    01 line_members OCCURS max_ensemble_members TIMES.
                        05 lm_weighted        PIC 9(01) COMP.
                        05 lm_scores OCCURS max_output_size TIMES
                                    PIC S9(05)V9(7) COMP-3 SYNC.
                    01 member_idx             PIC 9(02) COMP VALUE ZERO.
                    01 member_field           PIC 9(03) COMP VALUE ZERO.
                    01 member_taking          PIC 9(01) COMP VALUE ZERO.
                    01 member_ptr             PIC 9(04) COMP VALUE ZERO.
                    01 member_word            PIC X(30) VALUE SPACES.
                    01 member_tag_length      PIC 9(03) COMP VALUE ZERO.
                    01 member_model           PIC X(16) VALUE SPACES.
                    01 member_version         PIC X(05) VALUE SPACES.
                    01 member_high_seen       PIC 9(01) COMP VALUE ZERO.
                    01 member_low_seen        PIC 9(01) COMP VALUE ZERO.
                    01 member_split_switch    PIC 9(01) COMP VALUE ZERO.
                    *> blank-delimited word list scratch: token_source
                    *> split one word at a time into token_list
                    01 token_source           PIC X(200) VALUE SPACES.
                    01 token_word             PIC X(20) VALUE SPACES.
                    01 token_ptr              PIC 9(04) COMP VALUE ZERO.
                    01 n_tokens               PIC 9(03) COMP VALUE ZERO.
                    01 token_list OCCURS max_output_size TIMES
                                    PIC X(20).
                    *> one field of one detail: the side of the cutoff
                    *> (1 high, 0 low, 2 review, 9 a label outside the
                    *> live pair) it was decided, finally resolved and
                    *> replayed to, and the side its outcome fell on
                    01 side_low               CONSTANT as 0.
                    01 side_high              CONSTANT as 1.
                    01 side_review            CONSTANT as 2.
                    01 side_unknown           CONSTANT as 9.
                    01 decided_side           PIC 9(01) COMP VALUE ZERO.
                    01 final_side             PIC 9(01) COMP VALUE ZERO.
                    01 scenario_side          PIC 9(01) COMP VALUE ZERO.
                    01 actual_side            PIC 9(01) COMP VALUE ZERO.
                    01 label_side             PIC 9(01) COMP VALUE ZERO.
                    01 side_label             PIC X(10) VALUE SPACES.
                    01 open_field_switch      PIC 9(01) COMP VALUE ZERO.
                    01 decision_delta         PIC S9(06)V9(7) COMP-3
                                                    VALUE ZERO.
                    *> run totals
                    01 details_replayed       PIC 9(07) COMP VALUE ZERO.
                    01 generations_scanned    PIC 9(05) COMP VALUE ZERO.
                    01 generations_missing    PIC 9(05) COMP VALUE ZERO.
                    01 generations_no_decisrpt PIC 9(05) COMP
                                                    VALUE ZERO.
                    01 generation_queued      PIC 9(07) COMP VALUE ZERO.
                    01 decisrpt_switch        PIC 9(01) COMP VALUE ZERO.
                    *> report edits
                    01 count_edit             PIC Z(06)9.
                    01 field_edit             PIC Z(02)9.
                    01 cycle_edit             PIC 9(02).
                    01 report_value           PIC -9(05).9(7).
                    01 change_edit            PIC -(07)9.
                    01 change_count          PIC S9(08) COMP VALUE ZERO.
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
                PERFORM load_scenarios.
                PERFORM load_outcomes.
                PERFORM scan_scored_generations.
                OPEN OUTPUT simulation_report_file.
                PERFORM write_report_heading.
                PERFORM write_actual_section.
                PERFORM VARYING scenario_idx FROM 1 BY 1
                                UNTIL scenario_idx > n_scenarios
                    PERFORM write_scenario_section
                END-PERFORM.
                CLOSE simulation_report_file.
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

            *> the live decision settings off PARAMS; a missing PARAMS
            *> or absent name leaves the defaults in place, same as
            *> NeuralNetwork's own read_parameters. They are kept
            *> aside as the starting point of every scenario.
            read_decision_parameters.
                OPEN INPUT parm_file.
                IF parm_file_status = "00" THEN
                    PERFORM UNTIL parm_file_status = "10"
                        READ parm_file
                            AT END
                                CONTINUE
                            NOT AT END
                                PERFORM parse_decision_parameter
                        END-READ
                    END-PERFORM
                    CLOSE parm_file
                END-IF.
                PERFORM VARYING field_idx FROM 1 BY 1
                                UNTIL field_idx > max_output_size
                    MOVE decision_cutoff(field_idx)
                            TO lv_cutoff(field_idx)
                    MOVE decision_band(field_idx) TO lv_band(field_idx)
                    MOVE decision_high_label(field_idx)
                            TO lv_high_label(field_idx)
                    MOVE decision_low_label(field_idx)
                            TO lv_low_label(field_idx)
                END-PERFORM.
                EXIT.

            *> decision_cutoff_n / decision_band_n / decision_high_n /
            *> decision_low_n, field number off the name's tail as
            *> NeuralNetwork's parse_decision_parameter takes it
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
                    WHEN parm_name(1:14) = "decision_band_"
                        COMPUTE decision_field =
                            FUNCTION NUMVAL(parm_name(15:3))
                        IF decision_field >= 1 AND
                                decision_field <= max_output_size THEN
                            COMPUTE decision_band(decision_field) =
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

            *> read CUTSCEN: each "scenario" line opens a candidate
            *> that starts from the live settings, and the decision_*
            *> lines under it are parsed over them; without a single
            *> scenario there is nothing to simulate
            load_scenarios.
                MOVE ZERO TO n_scenarios.
                OPEN INPUT scenario_file.
                IF scenario_status NOT = "00" THEN
                    DISPLAY "ERROR: cannot open CUTSCEN, status "
                            scenario_status
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                PERFORM UNTIL scenario_status = "10"
                    READ scenario_file
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM stow_scenario_line
                    END-READ
                END-PERFORM.
                CLOSE scenario_file.
                IF n_scenarios = 0 THEN
                    DISPLAY "ERROR: CUTSCEN names no scenario"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                PERFORM save_scenario_settings.
                EXIT.

            *> route one CUTSCEN line; decision_* lines ahead of the
            *> first scenario line have nothing to apply to and are
            *> passed over
            stow_scenario_line.
                IF FUNCTION TRIM(scen_name) = "scenario" THEN
                    IF n_scenarios > 0 THEN
                        PERFORM save_scenario_settings
                    END-IF
                    IF n_scenarios >= max_scenarios THEN
                        DISPLAY "ERROR: CUTSCEN exceeds "
                                max_scenarios " scenarios"
                        CLOSE scenario_file
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO n_scenarios
                    INITIALIZE scenarios(n_scenarios)
                    MOVE scen_value TO sn_name(n_scenarios)
                    PERFORM VARYING field_idx FROM 1 BY 1
                                    UNTIL field_idx > max_output_size
                        MOVE lv_cutoff(field_idx)
                                TO decision_cutoff(field_idx)
                        MOVE lv_band(field_idx)
                                TO decision_band(field_idx)
                        MOVE lv_high_label(field_idx)
                                TO decision_high_label(field_idx)
                        MOVE lv_low_label(field_idx)
                                TO decision_low_label(field_idx)
                    END-PERFORM
                    EXIT PARAGRAPH
                END-IF.
                IF n_scenarios > 0 THEN
                    MOVE scen_name TO parm_name
                    MOVE scen_value TO parm_value
                    PERFORM parse_decision_parameter
                END-IF.
                EXIT.

            *> the parsed settings into the current scenario's slot
            save_scenario_settings.
                PERFORM VARYING field_idx FROM 1 BY 1
                                UNTIL field_idx > max_output_size
                    MOVE decision_cutoff(field_idx)
                            TO sf_cutoff(n_scenarios, field_idx)
                    MOVE decision_band(field_idx)
                            TO sf_band(n_scenarios, field_idx)
                    MOVE decision_high_label(field_idx)
                            TO sf_high_label(n_scenarios, field_idx)
                    MOVE decision_low_label(field_idx)
                            TO sf_low_label(n_scenarios, field_idx)
                END-PERFORM.
                EXIT.

            *> read OUTCOMES whole when there is one; the simulation
            *> runs without it, only the outcome columns stay empty
            load_outcomes.
                MOVE ZERO TO n_outcomes.
                OPEN INPUT outcome_file.
                IF outcome_status NOT = "00" THEN
                    EXIT PARAGRAPH
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

            *> replay every ledgered generation whose feed date is in
            *> the window, in feed-date order off PREDLOG's date key
            *> from the window's first date to the first entry past
            *> it; without PREDLOG there are no scored generations to
            *> replay
            scan_scored_generations.
                OPEN INPUT predict_log_file.
                IF predict_log_status NOT = "00" THEN
                    DISPLAY "ERROR: cannot open PREDLOG, status "
                            predict_log_status
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
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
                CLOSE predict_log_file.
                EXIT.

            *> one generation: its manual resolutions off DECISFNL, its
            *> actual review volume off DECISRPT, then every PREDICTOUT
            *> detail through every scenario; a generation whose
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
                MOVE SPACES TO decision_report_name.
                MOVE 1 TO report_ptr.
                STRING "DECISRPT." DELIMITED BY SIZE
                        stamp_text DELIMITED BY " "
                        INTO decision_report_name
                        WITH POINTER report_ptr
                END-STRING.
                MOVE SPACES TO final_file_name.
                MOVE 1 TO report_ptr.
                STRING "DECISFNL." DELIMITED BY SIZE
                        stamp_text DELIMITED BY " "
                        INTO final_file_name
                        WITH POINTER report_ptr
                END-STRING.
                OPEN INPUT predict_out_file.
                IF predict_out_status NOT = "00" THEN
                    ADD 1 TO generations_missing
                    DISPLAY "WARNING: " predict_out_name
                            " not found, generation skipped"
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO generations_scanned.
                PERFORM load_ensemble_weights.
                PERFORM load_manual_finals.
                PERFORM read_generation_decisrpt.
                PERFORM UNTIL predict_out_status = "10"
                    READ predict_out_file
                        AT END
                            CONTINUE
                        NOT AT END
                            IF predict_out_record(1:4) = "KEY:" THEN
                                PERFORM replay_scored_detail
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE predict_out_file.
                EXIT.

            *> the member weights of the ensemble PREDLOG ledgers the
            *> generation under (an ensemble is ledgered at version
            *> 0000); without ENSDEF, or for a member no longer on it,
            *> every member is taken to have a say
            load_ensemble_weights.
                MOVE ZERO TO n_gen_members.
                IF pl_model = SPACES OR pl_version IS NOT NUMERIC THEN
                    EXIT PARAGRAPH
                END-IF.
                IF pl_version NOT = ZERO THEN
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT ensemble_def_file.
                IF ensemble_def_status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL ensemble_def_status = "10"
                    READ ensemble_def_file
                        AT END
                            CONTINUE
                        NOT AT END
                            IF ed_ensemble = pl_model AND
                                    n_gen_members < max_ensemble_members
                                    THEN
                                ADD 1 TO n_gen_members
                                MOVE ed_model TO gm_model(n_gen_members)
                                MOVE ed_version
                                    TO gm_version(n_gen_members)
                                COMPUTE gm_weight(n_gen_members) =
                                    FUNCTION NUMVAL(ed_weight)
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE ensemble_def_file.
                EXIT.

            *> the REVIEW count per field the generation's run queued,
            *> off its DECISRPT ("FIELD:nnn  high:n  low:n  REVIEW:n");
            *> a generation without one has its REVIEW labels counted
            *> off PREDICTOUT instead (see tally_decided_field)
            read_generation_decisrpt.
                MOVE ZERO TO decisrpt_switch.
                OPEN INPUT decision_report_file.
                IF decision_report_status NOT = "00" THEN
                    ADD 1 TO generations_no_decisrpt
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO decisrpt_switch.
                PERFORM UNTIL decision_report_status = "10"
                    READ decision_report_file
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM stow_decisrpt_line
                    END-READ
                END-PERFORM.
                CLOSE decision_report_file.
                EXIT.

            *> one DECISRPT line into the field's queued count
            stow_decisrpt_line.
                IF decision_report_record(1:6) NOT = "FIELD:" THEN
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE field_number =
                    FUNCTION NUMVAL(decision_report_record(7:3)).
                IF field_number < 1 OR
                        field_number > max_output_size THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO parse_junk parse_rest.
                UNSTRING decision_report_record DELIMITED BY "REVIEW:"
                        INTO parse_junk parse_rest
                END-UNSTRING.
                IF parse_rest NOT = SPACES THEN
                    COMPUTE generation_queued =
                        FUNCTION NUMVAL(parse_rest)
                    ADD generation_queued TO ac_queued(field_number)
                END-IF.
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

            *> one scored detail: pull it apart, look its key up on
            *> OUTCOMES, and replay each output field through every
            *> scenario
            replay_scored_detail.
                PERFORM split_scored_detail.
                PERFORM find_outcome.
                ADD 1 TO details_replayed.
                IF n_line_fields > n_fields_seen THEN
                    MOVE n_line_fields TO n_fields_seen
                END-IF.
                PERFORM VARYING field_idx FROM 1 BY 1
                                UNTIL field_idx > n_line_fields
                    PERFORM tally_decided_field
                    PERFORM VARYING scenario_idx FROM 1 BY 1
                                    UNTIL scenario_idx > n_scenarios
                        PERFORM replay_field
                    END-PERFORM
                END-PERFORM.
                EXIT.

            *> "KEY:k  INPUT: v...  PREDICTION: v...  DECISION: l..."
            *> (then, from an ensemble run, "  MEMBERS: ...")
            *> into line_key, line_scores, line_labels and the
            *> line_members scores
            split_scored_detail.
                MOVE predict_out_record(5:10) TO line_key.
                MOVE SPACES TO parse_junk parse_inputs parse_scores
                               parse_labels parse_members.
                UNSTRING predict_out_record
                        DELIMITED BY "  INPUT:" OR "  PREDICTION:"
                                OR "  DECISION:" OR "  MEMBERS:"
                        INTO parse_junk parse_inputs parse_scores
                             parse_labels parse_members
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
                PERFORM split_member_scores.
                EXIT.

            *> " model.Vnnnn: score... model.Vnnnn: score..." into
            *> line_members, one word at a time: a word ending in ":"
            *> opens the next member, the scores after it fill its
            *> output fields in turn
            split_member_scores.
                MOVE ZERO TO n_line_members.
                MOVE ZERO TO member_taking.
                MOVE 1 TO member_ptr.
                PERFORM UNTIL member_ptr > LENGTH OF parse_members
                    MOVE SPACES TO member_word
                    UNSTRING parse_members DELIMITED BY ALL " "
                            INTO member_word
                            WITH POINTER member_ptr
                    END-UNSTRING
                    IF member_word NOT = SPACES THEN
                        PERFORM take_member_word
                    END-IF
                END-PERFORM.
                EXIT.

            *> one word of the MEMBERS: segment; members past the
            *> ensemble limit, and scores past the output size, are
            *> passed over
            take_member_word.
                MOVE ZERO TO member_tag_length.
                INSPECT member_word TALLYING member_tag_length
                        FOR CHARACTERS BEFORE INITIAL ":".
                IF member_tag_length < LENGTH OF member_word THEN
                    MOVE ZERO TO member_taking
                    IF n_line_members < max_ensemble_members AND
                            member_tag_length > 6 THEN
                        ADD 1 TO n_line_members
                        INITIALIZE line_members(n_line_members)
                        MOVE SPACES TO member_model
                        MOVE member_word(1:member_tag_length - 6)
                                TO member_model
                        MOVE member_word(member_tag_length - 4:5)
                                TO member_version
                        PERFORM find_member_weight
                        MOVE ZERO TO member_field
                        MOVE 1 TO member_taking
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                IF member_taking = 0 OR
                        member_field >= max_output_size THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO member_field.
                COMPUTE lm_scores(n_line_members, member_field) =
                    FUNCTION NUMVAL(member_word).
                EXIT.

            *> the member's ENSDEF line, the one naming its version
            *> before one naming none (the model's ACTIVE version);
            *> only a weight of zero takes away its say
            find_member_weight.
                MOVE 1 TO lm_weighted(n_line_members).
                MOVE ZERO TO found_gen_member.
                PERFORM VARYING gen_member_idx FROM 1 BY 1
                                UNTIL gen_member_idx > n_gen_members
                    IF gm_model(gen_member_idx) = member_model THEN
                        IF gm_version(gen_member_idx) = member_version
                                THEN
                            MOVE gen_member_idx TO found_gen_member
                        END-IF
                        IF gm_version(gen_member_idx) = SPACES AND
                                found_gen_member = 0 THEN
                            MOVE gen_member_idx TO found_gen_member
                        END-IF
                    END-IF
                END-PERFORM.
                IF found_gen_member NOT = 0 THEN
                    IF gm_weight(found_gen_member) NOT > 0 THEN
                        MOVE ZERO TO lm_weighted(n_line_members)
                    END-IF
                END-IF.
                EXIT.

            *> does field_idx split the detail's weighted ensemble
            *> members across scenario_idx's cutoff? Same rule as
            *> NeuralNetwork's check_member_agreement
            check_member_agreement.
                MOVE ZERO TO member_high_seen.
                MOVE ZERO TO member_low_seen.
                MOVE ZERO TO member_split_switch.
                PERFORM VARYING member_idx FROM 1 BY 1
                                UNTIL member_idx > n_line_members
                    IF lm_weighted(member_idx) = 1 THEN
                        IF lm_scores(member_idx, field_idx)
                                >= sf_cutoff(scenario_idx, field_idx)
                                THEN
                            MOVE 1 TO member_high_seen
                        ELSE
                            MOVE 1 TO member_low_seen
                        END-IF
                    END-IF
                END-PERFORM.
                IF member_high_seen = 1 AND member_low_seen = 1 THEN
                    MOVE 1 TO member_split_switch
                END-IF.
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

            *> what the run actually did with field_idx of the detail:
            *> the decided side, the finally resolved side (the
            *> reviewer's label for a REVIEW decision, open without
            *> one) and the side the realized outcome fell on
            tally_decided_field.
                MOVE line_labels(field_idx) TO side_label.
                PERFORM label_to_side.
                MOVE label_side TO decided_side.
                EVALUATE decided_side
                    WHEN side_high
                        ADD 1 TO ac_high(field_idx)
                    WHEN side_low
                        ADD 1 TO ac_low(field_idx)
                    WHEN side_review
                        ADD 1 TO ac_review(field_idx)
                        IF decisrpt_switch = 0 THEN
                            ADD 1 TO ac_queued(field_idx)
                        END-IF
                    WHEN OTHER
                        ADD 1 TO ac_unmapped(field_idx)
                END-EVALUATE.
                MOVE ZERO TO open_field_switch.
                MOVE decided_side TO final_side.
                IF decided_side = side_review THEN
                    MOVE field_idx TO field_number
                    PERFORM find_manual_final
                    IF found_manual = 0 THEN
                        MOVE 1 TO open_field_switch
                    ELSE
                        MOVE mf_label(found_manual) TO side_label
                        PERFORM label_to_side
                        MOVE label_side TO final_side
                    END-IF
                END-IF.
                MOVE side_unknown TO actual_side.
                IF found_outcome NOT = 0 THEN
                    IF ot_actual(found_outcome, field_idx)
                            >= lv_cutoff(field_idx) THEN
                        MOVE side_high TO actual_side
                    ELSE
                        MOVE side_low TO actual_side
                    END-IF
                END-IF.
                EXIT.

            *> the side of the cutoff side_label stands for under the
            *> live label pair for field_idx
            label_to_side.
                EVALUATE TRUE
                    WHEN side_label = "REVIEW"
                        MOVE side_review TO label_side
                    WHEN side_label = lv_high_label(field_idx)
                        MOVE side_high TO label_side
                    WHEN side_label = lv_low_label(field_idx)
                        MOVE side_low TO label_side
                    WHEN OTHER
                        MOVE side_unknown TO label_side
                END-EVALUATE.
                EXIT.

            *> decide field_idx's raw score under scenario_idx's
            *> settings the way apply_decisions does - ensemble
            *> members split across the cutoff first, then the band -
            *> and when that lands on another side than the run
            *> decided, count the flip and how the case was actually
            *> resolved
            replay_field.
                COMPUTE decision_delta = line_scores(field_idx)
                        - sf_cutoff(scenario_idx, field_idx).
                PERFORM check_member_agreement.
                EVALUATE TRUE
                    WHEN member_split_switch = 1
                        MOVE side_review TO scenario_side
                        ADD 1 TO sf_review(scenario_idx, field_idx)
                    WHEN sf_band(scenario_idx, field_idx) > 0 AND
                            FUNCTION ABS(decision_delta)
                                <= sf_band(scenario_idx, field_idx)
                        MOVE side_review TO scenario_side
                        ADD 1 TO sf_review(scenario_idx, field_idx)
                    WHEN decision_delta >= 0
                        MOVE side_high TO scenario_side
                        ADD 1 TO sf_high(scenario_idx, field_idx)
                    WHEN OTHER
                        MOVE side_low TO scenario_side
                        ADD 1 TO sf_low(scenario_idx, field_idx)
                END-EVALUATE.
                *> a decided label outside the live pair has no side
                *> to flip from; it shows on the actual mix instead
                IF decided_side = side_unknown OR
                        scenario_side = decided_side THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO sf_flipped(scenario_idx, field_idx).
                EVALUATE TRUE
                    WHEN scenario_side = side_review
                        ADD 1 TO sf_to_review(scenario_idx, field_idx)
                    WHEN decided_side = side_review
                        ADD 1
                            TO sf_from_review(scenario_idx, field_idx)
                    WHEN OTHER
                        ADD 1 TO sf_crossed(scenario_idx, field_idx)
                END-EVALUATE.
                IF decided_side = side_review THEN
                    IF open_field_switch = 1 THEN
                        ADD 1 TO sf_open(scenario_idx, field_idx)
                    ELSE
                        ADD 1 TO sf_reviewed(scenario_idx, field_idx)
                        IF final_side = scenario_side THEN
                            ADD 1 TO sf_agreed(scenario_idx, field_idx)
                        END-IF
                    END-IF
                END-IF.
                IF actual_side NOT = side_unknown THEN
                    ADD 1 TO sf_outcomes(scenario_idx, field_idx)
                    IF scenario_side = actual_side THEN
                        ADD 1
                            TO sf_scen_right(scenario_idx, field_idx)
                    END-IF
                    IF open_field_switch = 0 AND
                            final_side = actual_side THEN
                        ADD 1
                            TO sf_final_right(scenario_idx, field_idx)
                    END-IF
                END-IF.
                EXIT.

            *> report heading: run date, the feed-date window and what
            *> was replayed
            write_report_heading.
                MOVE SPACES TO simulation_report_record.
                MOVE 1 TO report_ptr.
                STRING "CUTOFF WHAT-IF SIMULATION  RUN DATE:"
                            DELIMITED BY SIZE
                        datetime(1:8) DELIMITED BY SIZE
                        "  FEED DATES:" DELIMITED BY SIZE
                        from_date DELIMITED BY SIZE
                        " TO " DELIMITED BY SIZE
                        to_date DELIMITED BY SIZE
                        INTO simulation_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE simulation_report_record.
                MOVE SPACES TO simulation_report_record.
                MOVE 1 TO report_ptr.
                MOVE generations_scanned TO count_edit.
                STRING "GENERATIONS REPLAYED:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO simulation_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE generations_missing TO count_edit.
                STRING "  MISSING:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO simulation_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE generations_no_decisrpt TO count_edit.
                STRING "  WITHOUT DECISRPT:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO simulation_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE details_replayed TO count_edit.
                STRING "  DETAILS:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO simulation_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE n_outcomes TO count_edit.
                STRING "  OUTCOMES ON FILE:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO simulation_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE simulation_report_record.
                EXIT.

            *> what actually happened under the live settings, per
            *> output field: the decided mix and the review volume
            *> DECISRPT recorded
            write_actual_section.
                MOVE SPACES TO simulation_report_record.
                MOVE "AS SCORED (LIVE PARAMS)"
                        TO simulation_report_record.
                WRITE simulation_report_record.
                PERFORM VARYING field_idx FROM 1 BY 1
                                UNTIL field_idx > n_fields_seen
                    MOVE field_idx TO field_edit
                    MOVE SPACES TO simulation_report_record
                    MOVE 1 TO report_ptr
                    MOVE lv_cutoff(field_idx) TO report_value
                    STRING "  FIELD:" DELIMITED BY SIZE
                            field_edit DELIMITED BY SIZE
                            "  CUTOFF:" DELIMITED BY SIZE
                            report_value DELIMITED BY SIZE
                            INTO simulation_report_record
                            WITH POINTER report_ptr
                    END-STRING
                    MOVE lv_band(field_idx) TO report_value
                    STRING "  BAND:" DELIMITED BY SIZE
                            report_value DELIMITED BY SIZE
                            INTO simulation_report_record
                            WITH POINTER report_ptr
                    END-STRING
                    WRITE simulation_report_record
                    MOVE SPACES TO simulation_report_record
                    MOVE 1 TO report_ptr
                    MOVE ac_high(field_idx) TO count_edit
                    STRING "  FIELD:" DELIMITED BY SIZE
                            field_edit DELIMITED BY SIZE
                            "  " DELIMITED BY SIZE
                            lv_high_label(field_idx) DELIMITED BY " "
                            ":" DELIMITED BY SIZE
                            count_edit DELIMITED BY SIZE
                            INTO simulation_report_record
                            WITH POINTER report_ptr
                    END-STRING
                    MOVE ac_low(field_idx) TO count_edit
                    STRING "  " DELIMITED BY SIZE
                            lv_low_label(field_idx) DELIMITED BY " "
                            ":" DELIMITED BY SIZE
                            count_edit DELIMITED BY SIZE
                            INTO simulation_report_record
                            WITH POINTER report_ptr
                    END-STRING
                    MOVE ac_review(field_idx) TO count_edit
                    STRING "  REVIEW:" DELIMITED BY SIZE
                            count_edit DELIMITED BY SIZE
                            INTO simulation_report_record
                            WITH POINTER report_ptr
                    END-STRING
                    MOVE ac_unmapped(field_idx) TO count_edit
                    STRING "  OTHER LABEL:" DELIMITED BY SIZE
                            count_edit DELIMITED BY SIZE
                            INTO simulation_report_record
                            WITH POINTER report_ptr
                    END-STRING
                    MOVE ac_queued(field_idx) TO count_edit
                    STRING "  QUEUED PER DECISRPT:" DELIMITED BY SIZE
                            count_edit DELIMITED BY SIZE
                            INTO simulation_report_record
                            WITH POINTER report_ptr
                    END-STRING
                    WRITE simulation_report_record
                END-PERFORM.
                EXIT.

            *> one scenario: per output field its settings and mix,
            *> the review-volume change, the flips and how the flipped
            *> cases were actually resolved
            write_scenario_section.
                MOVE SPACES TO simulation_report_record.
                MOVE 1 TO report_ptr.
                STRING "SCENARIO:" DELIMITED BY SIZE
                        sn_name(scenario_idx) DELIMITED BY "  "
                        INTO simulation_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE simulation_report_record.
                PERFORM VARYING field_idx FROM 1 BY 1
                                UNTIL field_idx > n_fields_seen
                    MOVE field_idx TO field_edit
                    PERFORM write_scenario_mix
                    PERFORM write_scenario_volume
                    PERFORM write_scenario_flips
                END-PERFORM.
                EXIT.

            *> the scenario's cutoff/band and the mix it decides, each
            *> label with its share of the field's replayed details
            write_scenario_mix.
                MOVE SPACES TO simulation_report_record.
                MOVE 1 TO report_ptr.
                MOVE sf_cutoff(scenario_idx, field_idx) TO report_value.
                STRING "  FIELD:" DELIMITED BY SIZE
                        field_edit DELIMITED BY SIZE
                        "  CUTOFF:" DELIMITED BY SIZE
                        report_value DELIMITED BY SIZE
                        INTO simulation_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE sf_band(scenario_idx, field_idx) TO report_value.
                STRING "  BAND:" DELIMITED BY SIZE
                        report_value DELIMITED BY SIZE
                        INTO simulation_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE simulation_report_record.
                COMPUTE rate_base = sf_high(scenario_idx, field_idx)
                                  + sf_low(scenario_idx, field_idx)
                                  + sf_review(scenario_idx, field_idx).
                MOVE SPACES TO simulation_report_record.
                MOVE 1 TO report_ptr.
                MOVE sf_high(scenario_idx, field_idx) TO count_edit.
                MOVE sf_high(scenario_idx, field_idx) TO rate_hits.
                PERFORM compute_rate.
                STRING "  FIELD:" DELIMITED BY SIZE
                        field_edit DELIMITED BY SIZE
                        "  " DELIMITED BY SIZE
                        sf_high_label(scenario_idx, field_idx)
                            DELIMITED BY " "
                        ":" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        " (" DELIMITED BY SIZE
                        rate_edit DELIMITED BY SIZE
                        "%)" DELIMITED BY SIZE
                        INTO simulation_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE sf_low(scenario_idx, field_idx) TO count_edit.
                MOVE sf_low(scenario_idx, field_idx) TO rate_hits.
                PERFORM compute_rate.
                STRING "  " DELIMITED BY SIZE
                        sf_low_label(scenario_idx, field_idx)
                            DELIMITED BY " "
                        ":" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        " (" DELIMITED BY SIZE
                        rate_edit DELIMITED BY SIZE
                        "%)" DELIMITED BY SIZE
                        INTO simulation_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE sf_review(scenario_idx, field_idx) TO count_edit.
                MOVE sf_review(scenario_idx, field_idx) TO rate_hits.
                PERFORM compute_rate.
                STRING "  REVIEW:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        " (" DELIMITED BY SIZE
                        rate_edit DELIMITED BY SIZE
                        "%)" DELIMITED BY SIZE
                        INTO simulation_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE simulation_report_record.
                EXIT.

            *> the scenario's review volume against what the runs
            *> actually queued
            write_scenario_volume.
                COMPUTE change_count =
                        sf_review(scenario_idx, field_idx)
                        - ac_queued(field_idx).
                MOVE change_count TO change_edit.
                MOVE SPACES TO simulation_report_record.
                MOVE 1 TO report_ptr.
                MOVE sf_review(scenario_idx, field_idx) TO count_edit.
                STRING "  FIELD:" DELIMITED BY SIZE
                        field_edit DELIMITED BY SIZE
                        "  REVIEW VOLUME:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO simulation_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE ac_queued(field_idx) TO count_edit.
                STRING "  ACTUALLY QUEUED:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        "  CHANGE:" DELIMITED BY SIZE
                        change_edit DELIMITED BY SIZE
                        INTO simulation_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE simulation_report_record.
                EXIT.

            *> the flips by kind, then how the flipped cases were
            *> actually resolved: by a reviewer (and how many of those
            *> landed where the scenario would have), still open, and
            *> against realized outcomes - the scenario's side against
            *> the side the case was finally resolved to
            write_scenario_flips.
                MOVE SPACES TO simulation_report_record.
                MOVE 1 TO report_ptr.
                MOVE sf_flipped(scenario_idx, field_idx) TO count_edit.
                STRING "  FIELD:" DELIMITED BY SIZE
                        field_edit DELIMITED BY SIZE
                        "  FLIPPED:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO simulation_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE sf_to_review(scenario_idx, field_idx)
                        TO count_edit.
                STRING "  INTO REVIEW:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO simulation_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE sf_from_review(scenario_idx, field_idx)
                        TO count_edit.
                STRING "  OUT OF REVIEW:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO simulation_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE sf_crossed(scenario_idx, field_idx) TO count_edit.
                STRING "  ACROSS CUTOFF:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO simulation_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE simulation_report_record.
                MOVE SPACES TO simulation_report_record.
                MOVE 1 TO report_ptr.
                MOVE sf_reviewed(scenario_idx, field_idx) TO count_edit.
                STRING "  FIELD:" DELIMITED BY SIZE
                        field_edit DELIMITED BY SIZE
                        "  FLIPS WORKED BY REVIEWER:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO simulation_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE sf_agreed(scenario_idx, field_idx) TO count_edit.
                STRING "  REVIEWER AGREED WITH SCENARIO:"
                            DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO simulation_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE sf_open(scenario_idx, field_idx) TO count_edit.
                STRING "  STILL OPEN:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO simulation_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE simulation_report_record.
                MOVE SPACES TO simulation_report_record.
                MOVE 1 TO report_ptr.
                MOVE sf_outcomes(scenario_idx, field_idx) TO count_edit.
                STRING "  FIELD:" DELIMITED BY SIZE
                        field_edit DELIMITED BY SIZE
                        "  FLIPS WITH OUTCOME:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO simulation_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE sf_outcomes(scenario_idx, field_idx) TO rate_base.
                MOVE sf_scen_right(scenario_idx, field_idx)
                        TO rate_hits.
                PERFORM compute_rate.
                MOVE sf_scen_right(scenario_idx, field_idx)
                        TO count_edit.
                STRING "  SCENARIO RIGHT:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        " (" DELIMITED BY SIZE
                        rate_edit DELIMITED BY SIZE
                        "%)" DELIMITED BY SIZE
                        INTO simulation_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE sf_final_right(scenario_idx, field_idx)
                        TO rate_hits.
                PERFORM compute_rate.
                MOVE sf_final_right(scenario_idx, field_idx)
                        TO count_edit.
                STRING "  AS RESOLVED RIGHT:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        " (" DELIMITED BY SIZE
                        rate_edit DELIMITED BY SIZE
                        "%)" DELIMITED BY SIZE
                        INTO simulation_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE simulation_report_record.
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
        END PROGRAM CutoffSimulator.
