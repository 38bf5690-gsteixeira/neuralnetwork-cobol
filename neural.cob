            *>                    loading falls back to the old shared
            *>                    per-model profile for versions that
            *>                    predate the change.
            *>   2026-10-15 GST - PREDLOG lines carry the catalog model
            *>                    name/version that scored the feed, for
            *>                    the realized-outcome report.
            *>   2026-10-15 GST - maker-checker gate: a completed
            *>                    training lands its catalog version in
            *>                    PENDING (approval) instead of ACTIVE;
            *>                    the launching operator ID (third word
            *>                    on a training run, BATCH if absent)
            *>                    and the version ride on the AUDITLOG
            *>                    START/RESTART line; PREDICT/CYCLE/
            *>                    COMPARE load approved versions only;
            *>                    EVAL can score a named Vnnnn or the
            *>                    pending version and heads EVALRPT with
            *>                    the model/version it scored.
            *>   2026-10-15 GST - training dataset registry: every
            *>                    training (TRAIN, RESUME, XVAL, sweep
            *>                    trials) registers TRAINDATA on TRAINREG
            *>                    under a dataset ID with its record
            *>                    count, control/hash totals,
            *>                    validation split point and per-field
            *>                    min/max, and keeps a copy of the file
            *>                    as TRAINDATA.<id>; the ID is stamped on
            *>                    the MODELCAT entry, the AUDITLOG START/
            *>                    RESTART line and XVALRPT. New VERIFY
            *>                    run option re-reads a registered
            *>                    dataset (by ID, or a model's ACTIVE/
            *>                    Vnnnn version) against its totals.
            *>   2026-10-15 GST - PREDICTIN details are validated one by
            *>                    one before scoring: a blank key, an
            *>                    unsigned or non-numeric input field,
            *>                    or a key already in the feed or on a
            *>                    PREDICTOUT ledgered for the same date
            *>                    sends just that record to a stamped
            *>                    SUSPENSE file with a reason code, and
            *>                    the clean records score normally. The
            *>                    PREDICTOUT trailer and PREDCTL show
            *>                    input = scored + suspended. A SUSPENSE
            *>                    file is itself a feed: corrected, it
            *>                    resubmits as a follow-on feed whose
            *>                    header names the original stamp, and
            *>                    PREDLOG ledgers that origin.
            *>   2026-10-15 GST - REVIEWQ and PREDLOG are indexed files.
            *>                    REVIEWQ is one queue for every
            *>                    generation, keyed on stamp + case key
            *>                    + output field; a run clears whatever
            *>                    a rejected attempt under its stamp
            *>                    left behind before queueing. PREDLOG
            *>                    is keyed on feed name + header date
            *>                    with the date as an alternate key, so
            *>                    a run reads only its own date's
            *>                    entries instead of the whole ledger.
            *>   2026-10-15 GST - ENSEMBLE run option: PREDICTIN scored
            *>                    through several approved catalog
            *>                    versions of one input/output shape at
            *>                    once, as listed with a weight each
            *>                    under the ensemble's name on ENSDEF,
            *>                    each member under its own versioned
            *>                    SCALEPROF. The weighted average of the
            *>                    members' raw scores is what the
            *>                    decision layer, REVIEWQ, DECISRPT and
            *>                    the drift report see; members landing
            *>                    on opposite sides of a cutoff send the
            *>                    case to review as MODEL-DISAGREE.
            *>                    PREDICTOUT lines (now 1400 wide) show
            *>                    every member's scores after the
            *>                    decided labels, DECISRPT the blend and
            *>                    its disagreement counts, and PREDLOG
            *>                    ledgers the feed under the ensemble's
            *>                    name at version 0000.
            *>   2026-10-15 GST - a model name is required on every run
            *>                    but XVAL, so nothing trains outside
            *>                    the catalog and approval or scores
            *>                    with weights nobody approved; RESUME
            *>                    no longer trains the ACTIVE version in
            *>                    place.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                    FILE-CONTROL.
                        *> the training set is assigned through a data
                        *> name so VERIFY can re-read a dataset's
                        *> retained copy through the same read path;
                        *> TRAINREG registers every set trained on and
                        *> the copy kept of it under its dataset ID
                        SELECT training_file
                            ASSIGN TO training_file_name
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS training_file_status.
                        SELECT retained_file
                            ASSIGN TO retained_file_name
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS retained_status.
                        SELECT dataset_registry_file
                            ASSIGN TO "TRAINREG"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS registry_status.
                        *> WEIGHTS/SCALEPROF/CHKPOINT are assigned
                        *> through data names so a model name on the
                        *> command line can key per-model files; the
                        SELECT catalog_file ASSIGN TO "MODELCAT"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS catalog_status.
                        *> the manual-review queue of every scoring
                        *> generation, keyed on the generation stamp,
                        *> the case key and the output field
                        SELECT review_file ASSIGN TO "REVIEWQ"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS rq_record_key
                            FILE STATUS IS review_status.
                        SELECT decision_report_file
                            ASSIGN TO decision_report_name
                            FILE STATUS IS explain_status.
                        *> ledger of feeds already processed, keyed by
                        *> feed name and header date; what a CYCLE run
                        *> refuses a rescore against. The header date
                        *> alone is an alternate key, for the cycles
                        *> already stamped under a date
                        SELECT predict_log_file ASSIGN TO "PREDLOG"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS pl_record_key
                            ALTERNATE RECORD KEY IS pl_date
                                WITH DUPLICATES
                            FILE STATUS IS predict_log_status.
                        SELECT feed_list_file ASSIGN TO "PREDLIST"
                            ORGANIZATION IS LINE SEQUENTIAL
                        SELECT cycle_report_file ASSIGN TO "PREDCTL"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS cycle_report_status.
                        *> details held out of scoring, stamped like
                        *> the feed's other outputs; and the earlier
                        *> PREDICTOUT generations of the feed's date,
                        *> read back for the keys already scored
                        SELECT suspense_file
                            ASSIGN TO suspense_file_name
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS suspense_status.
                        SELECT scored_out_file
                            ASSIGN TO scored_out_name
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS scored_out_status.
                        *> ensemble definitions: the catalog versions an
                        *> ENSEMBLE run blends, and the weight of each
                        SELECT ensemble_def_file ASSIGN TO "ENSDEF"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS ensemble_def_status.
            DATA DIVISION.
                FILE SECTION.
                    *> one record per training example, exactly
                                    DEPENDING ON output_size
                                    PIC S9(05)V9(7)
                                    SIGN IS LEADING SEPARATE.
                    *> the copy of a registered training set kept under
                    *> its dataset ID, record for record the TRAINDATA
                    *> shape
                    FD  retained_file
                        LABEL RECORDS ARE STANDARD.
                    01 retained_record.
                        05 retained_inputs
                                    OCCURS 1 TO max_input_size TIMES
                                    DEPENDING ON input_size
                                    PIC S9(05)V9(7)
                                    SIGN IS LEADING SEPARATE.
                        05 retained_outputs
                                    OCCURS 1 TO max_output_size TIMES
                                    DEPENDING ON output_size
                                    PIC S9(05)V9(7)
                                    SIGN IS LEADING SEPARATE.
                    *> one entry per distinct training set trained on:
                    *> its dataset ID, when and by which run it was
                    *> first registered, the record count, control
                    *> totals over the raw input and output fields, a
                    *> position-weighted hash total that also catches
                    *> reordered or swapped values, the validation
                    *> split (training records ahead of the holdout)
                    *> and every field's raw min/max
                    FD  dataset_registry_file
                        LABEL RECORDS ARE STANDARD.
                    01 dataset_registry_record.
                        05 dr_dataset_id      PIC X(08).
                        05 dr_registered      PIC X(21).
                        05 dr_run_option      PIC X(10).
                        05 dr_model_name      PIC X(16).
                        05 dr_operator        PIC X(08).
                        05 dr_record_count    PIC 9(07).
                        05 dr_input_size      PIC 9(05).
                        05 dr_output_size     PIC 9(05).
                        05 dr_input_total     PIC S9(11)V9(7)
                                    SIGN IS LEADING SEPARATE.
                        05 dr_output_total    PIC S9(11)V9(7)
                                    SIGN IS LEADING SEPARATE.
                        05 dr_hash_total      PIC S9(15)V9(7)
                                    SIGN IS LEADING SEPARATE.
                        05 dr_validation_fraction PIC S9V9(7)
                                    SIGN IS LEADING SEPARATE.
                        05 dr_split_point     PIC 9(07).
                        05 dr_input_ranges OCCURS max_input_size TIMES.
                            10 dr_input_min   PIC S9(05)V9(7)
                                    SIGN IS LEADING SEPARATE.
                            10 dr_input_max   PIC S9(05)V9(7)
                                    SIGN IS LEADING SEPARATE.
                        05 dr_output_ranges OCCURS max_output_size TIMES.
                            10 dr_output_min  PIC S9(05)V9(7)
                                    SIGN IS LEADING SEPARATE.
                            10 dr_output_max  PIC S9(05)V9(7)
                                    SIGN IS LEADING SEPARATE.
                    *> one "W" record per layer/node slot, bracketed by an
                    *> "H" header (the topology/function/seed the
                    *> checkpoint was trained under) and a "T" trailer
                    *> per case carrying a pass-through key the network
                    *> never sees, and a "T" trailer with the detail
                    *> count run_predictions reconciles against what it
                    *> actually read. A resubmitted SUSPENSE file is
                    *> read through the same record: its header names
                    *> the stamp of the feed it was suspended from, and
                    *> each detail still carries its reason note past
                    *> the case data, where scoring never looks
                    FD  predict_in_file
                        LABEL RECORDS ARE STANDARD.
                    01 predict_in_record.
                                    SIGN IS LEADING SEPARATE.
                        05 pi_header REDEFINES pi_detail.
                            10 pi_header_date PIC X(08).
                            10 pi_header_origin PIC X(12).
                            10 FILLER PIC X(120).
                        05 pi_trailer REDEFINES pi_detail.
                            10 pi_trailer_count PIC 9(07).
                            10 FILLER PIC X(133).
                        05 pi_note PIC X(59).
                    *> one prediction report line per PREDICTIN record;
                    *> wide enough for "INPUT:"/"  PREDICTION:" plus
                    *> max_input_size/max_output_size report_value fields,
                    *> and on an ENSEMBLE run every member's scores too
                    FD  predict_out_file
                        LABEL RECORDS ARE STANDARD.
                    01 predict_out_record PIC X(1400).
                    *> one summary line per reported epoch
                    FD  loss_report_file
                        LABEL RECORDS ARE STANDARD.
                    *> wide enough for write_audit_header's full STRING
                    FD  audit_file
                        LABEL RECORDS ARE STANDARD.
                    01 audit_record PIC X(320).
                    *> one labeled holdout example per record, exactly the
                    *> TRAINDATA record shape: input_size input fields then
                    *> output_size expected output fields
                        05 cat_function    PIC X(20).
                        05 cat_trained     PIC X(21).
                        05 cat_final_loss  PIC -9(05).9(7).
                        05 cat_dataset_id  PIC X(08).
                    *> one record per score landing inside an output
                    *> field's uncertainty band: the generation stamp,
                    *> case key and field, the raw score, a reason code
                    *> for the supervisors and the date it was queued
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
                    *> run-end decision balance: one line per output
                    *> field with counts per decided label and the
                    *> number sent to manual review
                        LABEL RECORDS ARE STANDARD.
                    01 explain_record PIC X(200).
                    *> one ledger line per feed scored to completion:
                    *> the feed file's name, its header date, the
                    *> cycle number its outputs were stamped with and
                    *> the catalog model/version that scored it (blank
                    *> on lines ledgered before the model was recorded)
                    *> and, for a resubmitted SUSPENSE file, the stamp
                    *> of the feed its records were suspended from
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
                    *> one pending feed file name per line
                    FD  feed_list_file
                        LABEL RECORDS ARE STANDARD.
                    FD  cycle_report_file
                        LABEL RECORDS ARE STANDARD.
                    01 cycle_report_record PIC X(132).
                    *> the feed's own header/trailer shape around one
                    *> line per suspended detail: the detail's record
                    *> image as it arrived, then its reason code and,
                    *> for a field-level reason, the field number
                    FD  suspense_file
                        LABEL RECORDS ARE STANDARD.
                    01 suspense_record PIC X(200).
                    *> re-uses this program's own PREDICTOUT line shape
                    FD  scored_out_file
                        LABEL RECORDS ARE STANDARD.
                    01 scored_out_record PIC X(1400).
                    *> one line per ensemble member: the ensemble's
                    *> name, a cataloged model, the version to load
                    *> (Vnnnn, or blank for the model's ACTIVE version)
                    *> and the member's weight in the blend. A file may
                    *> define any number of ensembles; a run reads the
                    *> lines carrying its own name.
                    FD  ensemble_def_file
                        LABEL RECORDS ARE STANDARD.
                    01 ensemble_def_record.
                        05 ed_ensemble      PIC X(16).
                        05 ed_model         PIC X(16).
                        05 ed_version       PIC X(05).
                        05 ed_weight        PIC X(10).
                WORKING-STORAGE SECTION.
                    01 training_file_status   PIC X(02).
                    01 weights_file_status    PIC X(02).
                    01 scale_file_status      PIC X(02).
                    01 checkpoint_status      PIC X(02).
                    01 catalog_status         PIC X(02).
                    01 retained_status        PIC X(02).
                    01 registry_status        PIC X(02).
                    *> the training set read_training_data reads: the
                    *> live TRAINDATA, or on VERIFY a dataset's retained
                    *> copy (TRAINDATA.<dataset ID>)
                    01 training_file_name     PIC X(44)
                                                    VALUE "TRAINDATA".
                    01 retained_file_name     PIC X(44) VALUE SPACES.
                    *> physical file names behind the model-keyed
                    *> selects; set_model_files rewrites them when a
                    *> model name is given on the command line
                                                    VALUE "PREDICTIN".
                    01 predict_out_name       PIC X(44)
                                                    VALUE "PREDICTOUT".
                    01 decision_report_name   PIC X(44)
                                                    VALUE "DECISRPT".
                    01 drift_report_name      PIC X(44)
                    01 mean_shift_edit      PIC -9(05).9(7).
                    01 review_delta         PIC S9(07) COMP VALUE ZERO.
                    01 review_delta_edit    PIC -9(06).
                    *> ensemble scoring: the members ENSDEF lists for
                    *> the ensemble named on the command line, each an
                    *> approved catalog version of one input/output
                    *> shape, loaded once at job start with its own
                    *> checkpoint and versioned scaling profile. Every
                    *> case is scored through each member in turn; the
                    *> members' raw scores, weighted by their share of
                    *> the ENSDEF weights, average into the score the
                    *> decision layer sees. The first member listed is
                    *> the lead: drift and the explanation ranges are
                    *> measured against its training ranges.
                    01 ensemble_def_status  PIC X(02).
                    01 max_ensemble_members CONSTANT as 5.
                    01 ensemble_mode        PIC 9(01) COMP VALUE ZERO.
                    01 ensemble_name        PIC X(16) VALUE SPACES.
                    01 n_members            PIC 9(02) COMP VALUE ZERO.
                    01 member_idx           PIC 9(02) COMP VALUE ZERO.
                    01 member_weight_total  PIC S9(05)V9(7) COMP-3
                                                    VALUE ZERO.
                    01 member_weight_read   PIC S9(05)V9(7) COMP-3
                                                    VALUE ZERO.
                    01 member_raw           PIC S9(05)V9(7) COMP-3
                                                    VALUE ZERO.
                    01 member_share_edit    PIC 9.9(7).
                    *> a member may be listed at weight zero to run in
                    *> its shadow: scored and shown, but neither blended
                    *> nor counted when the members disagree
                    01 ensemble_members OCCURS max_ensemble_members
                                TIMES.
                        05 em_model         PIC X(16).
                        05 em_version       PIC 9(04).
                        05 em_entry_idx     PIC 9(05) COMP.
                        05 em_n_hidden      PIC 9(05) COMP.
                        05 em_weight        PIC S9(05)V9(7) COMP-3 SYNC.
                        05 em_function      PIC X(20).
                        05 em_input_scale OCCURS max_input_size TIMES.
                            10 em_in_min    PIC S9(05)V9(7) COMP-3 SYNC.
                            10 em_in_max    PIC S9(05)V9(7) COMP-3 SYNC.
                        05 em_output_scale OCCURS max_output_size TIMES.
                            10 em_out_min   PIC S9(05)V9(7) COMP-3 SYNC.
                            10 em_out_max   PIC S9(05)V9(7) COMP-3 SYNC.
                        05 em_scores OCCURS max_output_size TIMES
                                    PIC S9(05)V9(7) COMP-3 SYNC.
                    *> the weighted average per output field; scratch
                    *> the explanation probes may overwrite, so a case's
                    *> own blend is moved to denorm_outputs at once
                    01 ensemble_combined_set.
                        05 ensemble_combined OCCURS max_output_size TIMES
                                    PIC S9(05)V9(7) COMP-3 SYNC.
                        05 ensemble_total OCCURS max_output_size TIMES
                                    PIC S9(11)V9(7) COMP-3 SYNC.
                    *> input field an explanation probe holds at the
                    *> middle of every member's training range (zero on
                    *> the case's own scoring pass)
                    01 ensemble_hold_field  PIC 9(03) COMP VALUE ZERO.
                    *> weighted members on each side of a field's cutoff
                    01 member_high_seen     PIC 9(01) COMP VALUE ZERO.
                    01 member_low_seen      PIC 9(01) COMP VALUE ZERO.
                    01 member_split_switch  PIC 9(01) COMP VALUE ZERO.
                    *> input drift monitoring: per input field the
                    *> feed's observed min/max/sum and how many details
                    *> fell outside the range the model was trained
                    01 explain_rank_edit    PIC Z(02)9.
                    01 pos_pct_edit         PIC -ZZZZ9.99.
                    *> generation stamping and the scoring cycle: the
                    *> PREDLOG entries of the feed's date, its stamp
                    *> (header date + next free cycle for that date),
                    *> and the per-feed rejection state a CYCLE run
                    *> continues through where a single PREDICT abends
                    01 predict_log_status   PIC X(02).
                    01 feed_list_status     PIC X(02).
                    01 cycle_report_status  PIC X(02).
                    *> a date holds at most 99 cycles, so its entries
                    *> always fit
                    01 max_predict_log      CONSTANT as 200.
                    01 n_predict_log        PIC 9(05) COMP VALUE ZERO.
                    01 predict_log OCCURS max_predict_log TIMES.
                        05 pg_feed          PIC X(44).
                        05 pg_date          PIC X(08).
                        05 pg_cycle         PIC 9(02).
                        05 pg_model         PIC X(16).
                        05 pg_version       PIC 9(04).
                        05 pg_origin        PIC X(12).
                    01 log_idx              PIC 9(05) COMP VALUE ZERO.
                    01 feed_stamp_date      PIC X(08) VALUE SPACES.
                    01 feed_cycle           PIC 9(02) VALUE ZERO.
                    *> the two together as the yyyymmdd.Cnn stamp the
                    *> REVIEWQ records are keyed under
                    01 feed_stamp           PIC X(12) VALUE SPACES.
                    01 already_processed    PIC 9(01) COMP VALUE ZERO.
                    01 cycle_mode           PIC 9(01) COMP VALUE ZERO.
                    01 feed_reject_switch   PIC 9(01) COMP VALUE ZERO.
                    01 feeds_rejected       PIC 9(05) COMP VALUE ZERO.
                    01 cycle_details_total  PIC 9(07) COMP VALUE ZERO.
                    01 cycle_count_edit     PIC Z(04)9.
                    01 cycle_scored_total   PIC 9(07) COMP VALUE ZERO.
                    01 cycle_suspended_total PIC 9(07) COMP VALUE ZERO.
                    *> per-record suspense: the reason the detail in
                    *> hand is held out of scoring (spaces when clean)
                    *> and the input field it concerns; the feed's
                    *> SUSPENSE file is opened on its first suspended
                    *> detail only. A resubmitted feed's origin is the
                    *> stamp its header names; suspense_root_stamp is
                    *> what its own SUSPENSE header passes on, so a
                    *> record suspended twice still traces back to the
                    *> feed it first arrived on
                    01 suspense_status      PIC X(02).
                    01 suspense_file_name   PIC X(44) VALUE "SUSPENSE".
                    01 suspense_open_switch PIC 9(01) COMP VALUE ZERO.
                    01 suspense_reason      PIC X(12) VALUE SPACES.
                    01 suspense_field       PIC 9(03) VALUE ZERO.
                    01 feed_origin_stamp    PIC X(12) VALUE SPACES.
                    01 suspense_root_stamp  PIC X(12) VALUE SPACES.
                    01 origin_found         PIC 9(01) COMP VALUE ZERO.
                    *> every key this date has scored: the keys on the
                    *> date's ledgered PREDICTOUT generations first (the
                    *> first n_prior_keys entries), then each clean key
                    *> of the feed in hand as it is scored
                    01 scored_out_status    PIC X(02).
                    01 scored_out_name      PIC X(44) VALUE SPACES.
                    01 max_feed_keys        CONSTANT as 5000.
                    01 n_feed_keys          PIC 9(05) COMP VALUE ZERO.
                    01 n_prior_keys         PIC 9(05) COMP VALUE ZERO.
                    01 feed_keys OCCURS max_feed_keys TIMES.
                        05 fk_key           PIC X(10).
                    01 key_idx              PIC 9(05) COMP VALUE ZERO.
                    01 key_found            PIC 9(05) COMP VALUE ZERO.
                    *> decision layer for the PREDICT path: per output
                    *> field a cutoff, an uncertainty band around it and
                    *> a high/low label pair, all overridable from
                        05 high_count      PIC 9(07) COMP VALUE ZERO.
                        05 low_count       PIC 9(07) COMP VALUE ZERO.
                        05 review_count    PIC 9(07) COMP VALUE ZERO.
                        *> of review_count, the ensemble cases queued
                        *> because the members split across the cutoff
                        05 disagree_count  PIC 9(07) COMP VALUE ZERO.
                    *> the reason code write_review_record queues with
                    01 review_reason          PIC X(20)
                                                    VALUE "NEAR-CUTOFF".
                    01 decision_delta         PIC S9(06)V9(7) COMP-3
                                                    VALUE ZERO.
                    01 decision_field         PIC 9(03) VALUE ZERO.
                    *> read versus the count the input trailer claims
                    01 predict_read_count     PIC 9(07) COMP VALUE ZERO.
                    01 predict_trailer_count  PIC 9(07) COMP VALUE ZERO.
                    *> of the details read, how many were scored and how
                    *> many held out to SUSPENSE; read = scored +
                    *> suspended on every feed that completes
                    01 predict_scored_count   PIC 9(07) COMP VALUE ZERO.
                    01 predict_suspended_count PIC 9(07) COMP VALUE ZERO.
                    01 trailer_seen_switch    PIC 9(01) COMP VALUE ZERO.
                    01 predict_count_edit     PIC Z(06)9.
                    *> zero-filled count for the PREDICTOUT trailer, the
                    *> holdout on EVALDATA into EVALRPT; "COMPARE" scores
                    *> PREDICTIN through the named model and a challenger
                    *> side by side; "CYCLE" scores every feed listed on
                    *> PREDLIST. The second word names the model to
                    *> train or score, keyed through the MODELCAT
                    *> catalog, and is required on every run but XVAL;
                    *> COMPARE takes a third word
                    *> naming the challenger model (or Vnnnn, a version
                    *> of the same model), EVAL an optional Vnnnn naming
                    *> the version to evaluate, and a training run the
                    *> ID of the operator launching it. "VERIFY" checks
                    *> a registered training set against its TRAINREG
                    *> totals: the second word is its dataset ID (the
                    *> third then the checking operator), or a model
                    *> whose ACTIVE (or third-word Vnnnn) version's
                    *> dataset is checked. "ENSEMBLE" scores PREDICTIN
                    *> like PREDICT through the blend of models ENSDEF
                    *> lists under the ensemble named in the second word.
                    01 command_line         PIC X(60) VALUE SPACES.
                    01 run_option           PIC X(10) VALUE SPACES.
                    01 model_name           PIC X(16) VALUE SPACES.
                    *> the maker half of the maker-checker control: the
                    *> launching operator is stamped on the AUDITLOG
                    *> START/RESTART line, and the operator console will
                    *> not let the same ID approve the version. A run
                    *> launched without one is booked to BATCH.
                    01 operator_id          PIC X(08) VALUE SPACES.
                    *> the model catalog, read whole into storage and
                    *> rewritten whole after a training run registers or
                    *> updates its version (same pattern the sweep
                        05 ce_function    PIC X(20).
                        05 ce_trained     PIC X(21).
                        05 ce_final_loss  PIC -9(05).9(7).
                        05 ce_dataset_id  PIC X(08).
                    *> version this run reads (RESUME/PREDICT/EVAL) or
                    *> writes (a fresh training registers highest + 1),
                    *> and the catalog slots select_model_version found.
                    *> A fresh training registers its version with
                    *> status TRAINING at start and finalizes it to
                    *> PENDING (approval) at completion, so an abended
                    *> run's version is findable by RESUME and nothing
                    *> scores live feeds until a second operator has
                    *> approved it to ACTIVE on the operator console.
                    01 model_version        PIC 9(04) VALUE ZERO.
                    01 active_entry_idx     PIC 9(05) COMP VALUE ZERO.
                    01 training_entry_idx   PIC 9(05) COMP VALUE ZERO.
                    01 pending_entry_idx    PIC 9(05) COMP VALUE ZERO.
                    01 scoring_entry_idx    PIC 9(05) COMP VALUE ZERO.
                    01 model_entry_idx      PIC 9(05) COMP VALUE ZERO.
                    01 catalog_idx          PIC 9(05) COMP VALUE ZERO.
                    *> how update_model_catalog stamps the entry it
                    *> writes: the status to set and the datetime
                    01 catalog_new_status   PIC X(10) VALUE SPACES.
                    01 catalog_stamp        PIC X(21) VALUE SPACES.
                    *> training dataset lineage: control totals over
                    *> the raw training set as read, accumulated the
                    *> same way at registration and on VERIFY so
                    *> equality is exact. A set whose count, totals,
                    *> shape and split match a TRAINREG entry reuses
                    *> that entry's ID; anything else registers the
                    *> next DSnnnnnn and keeps a copy of the file.
                    01 dataset_id           PIC X(08) VALUE SPACES.
                    01 dataset_seq          PIC 9(06) VALUE ZERO.
                    01 dataset_seq_high     PIC 9(06) VALUE ZERO.
                    01 dataset_found        PIC 9(01) COMP VALUE ZERO.
                    01 dataset_record_count PIC 9(07) COMP VALUE ZERO.
                    01 dataset_input_total  PIC S9(11)V9(7) COMP-3
                                                    VALUE ZERO.
                    01 dataset_output_total PIC S9(11)V9(7) COMP-3
                                                    VALUE ZERO.
                    01 dataset_hash_total   PIC S9(15)V9(7) COMP-3
                                                    VALUE ZERO.
                    01 dataset_hash_weight  PIC 9(05) COMP VALUE ZERO.
                    01 dataset_split_point  PIC 9(07) COMP VALUE ZERO.
                    01 dataset_copy_count   PIC 9(07) COMP VALUE ZERO.
                    *> VERIFY: the catalog entry a model name resolved
                    *> to, and how many registered totals disagreed
                    01 verify_entry_idx     PIC 9(05) COMP VALUE ZERO.
                    01 verify_mismatches    PIC 9(05) COMP VALUE ZERO.
                    01 verify_result        PIC X(08) VALUE SPACES.
                    01 verify_item          PIC X(20) VALUE SPACES.
                    01 dataset_count_edit   PIC Z(06)9.
                    01 dataset_total_edit   PIC -9(15).9(7).
                    *> Parameters below are loaded from PARAMS at job start
                    *> (see read_parameters); the VALUE clauses here are just
                    *> the defaults used when PARAMS is missing or a given
                                15 bw_prior_update PIC S9V9(7) COMP-3
                                        SYNC.

                    *> one more mirror of the layer table per ENSEMBLE
                    *> member, loaded from the member's checkpoint at job
                    *> start and copied back over the live table when
                    *> the member's turn to score a case comes round
                    01 member_networks OCCURS max_ensemble_members TIMES.
                        05 member_layer OCCURS n_layers TIMES.
                            10 ml_n_connections PIC 999 COMP-3.
                            10 ml_n_nodes       PIC 999 COMP-3.
                            10 ml_nodes OCCURS weights_matrix_size TIMES.
                                15 ml_valuess  PIC S9V9(7) COMP-3 SYNC.
                                15 ml_bias     PIC S9V9(7) COMP-3 SYNC.
                                15 ml_deltas   PIC S9V9(7) COMP-3 SYNC.
                                15 ml_bias_momentum PIC S9V9(7) COMP-3
                                        SYNC.
                                15 ml_synapses OCCURS weights_matrix_size
                                            TIMES.
                                    20 ml_weights PIC S9V9(7) COMP-3
                                            SYNC.
                                    20 ml_prior_update PIC S9V9(7)
                                            COMP-3 SYNC.

            PROCEDURE DIVISION.
                ACCEPT command_line FROM COMMAND-LINE.
                UNSTRING command_line DELIMITED BY ALL " "
                        INTO run_option model_name compare_target
                END-UNSTRING.
                *> on a training run the third word is the launching
                *> operator, not a challenger
                IF run_option NOT = "PREDICT" AND
                        run_option NOT = "CYCLE" AND
                        run_option NOT = "EVAL" AND
                        run_option NOT = "COMPARE" AND
                        run_option NOT = "ENSEMBLE" AND
                        run_option NOT = "VERIFY" THEN
                    MOVE compare_target TO operator_id
                    MOVE SPACES TO compare_target
                END-IF.
                IF operator_id = SPACES THEN
                    MOVE "BATCH" TO operator_id
                END-IF.
                *> a dataset check needs no network at all
                IF run_option = "VERIFY" THEN
                    PERFORM verify_training_dataset
                    STOP RUN
                END-IF.
                PERFORM initialize_network.
                EVALUATE run_option
                WHEN "PREDICT"
                    PERFORM run_predictions
                WHEN "CYCLE"
                    PERFORM run_scoring_cycle
                WHEN "ENSEMBLE"
                    PERFORM run_predictions
                WHEN "EVAL"
                    PERFORM run_evaluation
                WHEN "COMPARE"
                    MOVE n_epochs TO checkpoint_epoch
                    PERFORM save_checkpoint_state
                    PERFORM write_audit_trailer
                    *> a finished training is not live until a second
                    *> operator approves it on the operator console
                    IF model_name NOT = SPACES THEN
                        MOVE "PENDING" TO catalog_new_status
                        MOVE end_datetime TO catalog_stamp
                        PERFORM update_model_catalog
                    END-IF
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                IF run_option = "ENSEMBLE" AND model_name = SPACES THEN
                    DISPLAY "ERROR: ENSEMBLE needs the name of an "
                            "ensemble defined on ENSDEF"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                *> only cataloged versions are scored, and only a
                *> cataloged training goes through approval, so every
                *> run but a cross-validation (which keeps no weights)
                *> must name its model
                IF model_name = SPACES AND run_option NOT = "XVAL" THEN
                    DISPLAY "ERROR: a model name is required; only a "
                            "cataloged, approved version is scored "
                            "and every training must be cataloged"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                *> a named model resolves its catalog entry and files
                *> before the topology below is wired up, so a scoring
                *> run takes its shape from the catalog, not from
                *> whatever PARAMS happens to be lying around; an
                *> ensemble takes its shape from its members'
                EVALUATE TRUE
                    WHEN run_option = "ENSEMBLE"
                        PERFORM load_ensemble_definition
                    WHEN model_name NOT = SPACES
                        PERFORM load_model_catalog
                        PERFORM select_model_version
                        PERFORM set_model_files
                END-EVALUATE.
                PERFORM wire_network_topology.
                *> momentum carries no history into a fresh run
                PERFORM reset_momentum.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(8:9) TO seed.
                COMPUTE i = FUNCTION RANDOM(seed).
                *> resume/predict/eval/compare reload a checkpoint, an
                *> ensemble one per member, else start fresh
                EVALUATE TRUE
                    WHEN run_option = "ENSEMBLE"
                        PERFORM load_ensemble_members
                    WHEN run_option = "RESUME" OR run_option = "PREDICT"
                            OR run_option = "EVAL"
                            OR run_option = "COMPARE"
                            OR run_option = "CYCLE"
                        PERFORM load_weights
                    WHEN OTHER
                        PERFORM randomize_weights
                END-EVALUATE.
                PERFORM set_activation_functions.
                *> prediction/evaluation runs never touch the training
                *> set; they reload the scaling the model was trained
                *> under instead of recomputing it (an ensemble, its
                *> lead member's)
                IF run_option = "PREDICT" OR run_option = "EVAL"
                        OR run_option = "COMPARE"
                        OR run_option = "CYCLE"
                        OR run_option = "ENSEMBLE" THEN
                    PERFORM load_scale_profile
                ELSE
                    *> the file's record count sizes the training pass,
                    *> so read before building the training sequence
                    PERFORM read_training_data
                    *> lineage totals are taken over the raw values,
                    *> before normalization rewrites them
                    PERFORM compute_dataset_totals
                    PERFORM compute_scale_profile
                    PERFORM normalize_training_data
                    *> fold models are throwaways; a cross-validation
                    *> the training sequence below is built, so the
                    *> epoch loop and shuffle never touch it
                    PERFORM split_validation_set
                    *> with the split point known, the set goes on
                    *> TRAINREG before anything is trained on it
                    PERFORM register_training_dataset
                    PERFORM VARYING i FROM 1 BY 1 UNTIL i > training_size
                        MOVE i TO training_sequence(i)
                    END-PERFORM
                EXIT.

            *> resolve the named model against the catalog: find its
            *> ACTIVE, TRAINING and newest PENDING entries and highest
            *> version. A fresh training registers highest + 1; the
            *> live scoring runs (PREDICT/CYCLE/COMPARE) take only the
            *> approved ACTIVE version; EVAL takes a Vnnnn version when
            *> named, else ACTIVE, else the version awaiting approval,
            *> so a checker can see it scored before signing off. A
            *> scoring run's recorded topology and activation function
            *> override PARAMS.
            select_model_version.
                MOVE ZERO TO active_entry_idx.
                MOVE ZERO TO training_entry_idx.
                MOVE ZERO TO pending_entry_idx.
                MOVE ZERO TO scoring_entry_idx.
                MOVE ZERO TO model_version.
                PERFORM VARYING catalog_idx FROM 1 BY 1
                                UNTIL catalog_idx > n_catalog_entries
                        IF ce_status(catalog_idx) = "TRAINING" THEN
                            MOVE catalog_idx TO training_entry_idx
                        END-IF
                        IF ce_status(catalog_idx) = "PENDING" THEN
                            IF pending_entry_idx = 0 THEN
                                MOVE catalog_idx TO pending_entry_idx
                            ELSE
                                IF ce_version(catalog_idx) >
                                    ce_version(pending_entry_idx) THEN
                                    MOVE catalog_idx
                                            TO pending_entry_idx
                                END-IF
                            END-IF
                        END-IF
                        IF run_option = "EVAL" AND
                                compare_target(1:1) = "V" AND
                                compare_target(2:4) IS NUMERIC THEN
                            IF ce_version(catalog_idx)
                                    = compare_target(2:4) THEN
                                MOVE catalog_idx TO scoring_entry_idx
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM.
                IF run_option = "RESUME" THEN
                    *> an interrupted training left its version in
                    *> TRAINING status; that run is the one to pick
                    *> back up. Otherwise keep training the version
                    *> awaiting approval. The ACTIVE version is never
                    *> trained in place: its checkpoints would overwrite
                    *> the live weights and the run would leave the
                    *> model with nothing approved to score with.
                    EVALUATE TRUE
                        WHEN training_entry_idx NOT = 0
                            MOVE ce_version(training_entry_idx)
                                    TO model_version
                        WHEN pending_entry_idx NOT = 0
                            MOVE ce_version(pending_entry_idx)
                                    TO model_version
                        WHEN active_entry_idx NOT = 0
                            DISPLAY "ERROR: model " model_name
                                    " has only an ACTIVE version in "
                                    "MODELCAT; RESUME continues a "
                                    "TRAINING or PENDING version, "
                                    "start a fresh training instead"
                            MOVE 12 TO RETURN-CODE
                            STOP RUN
                        WHEN OTHER
                            DISPLAY "ERROR: model " model_name
                                    " has no ACTIVE, PENDING or "
                                    "TRAINING entry in MODELCAT"
                            MOVE 12 TO RETURN-CODE
                            STOP RUN
                    END-EVALUATE
                END-IF.
                IF run_option = "PREDICT" OR run_option = "COMPARE"
                        OR run_option = "CYCLE" THEN
                    IF active_entry_idx = 0 THEN
                        DISPLAY "ERROR: model " model_name
                                " has no approved ACTIVE entry in "
                                "MODELCAT"
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE active_entry_idx TO scoring_entry_idx
                END-IF.
                IF run_option = "EVAL" THEN
                    PERFORM select_eval_version
                END-IF.
                IF scoring_entry_idx NOT = 0 THEN
                    MOVE ce_version(scoring_entry_idx) TO model_version
                    MOVE ce_input_size(scoring_entry_idx)
                            TO input_size
                    MOVE ce_hidden_size(scoring_entry_idx)
                            TO hidden_size
                    MOVE ce_output_size(scoring_entry_idx)
                            TO output_size
                    MOVE ce_n_hidden(scoring_entry_idx)
                            TO n_hidden_layers
                    MOVE ce_function(scoring_entry_idx)
                            TO conf_log_function
                    *> catalog values size the same tables PARAMS
                    *> values do; hold them to the same bounds
                END-IF.
                EXIT.

            *> pick the version an EVAL run scores: the Vnnnn named on
            *> the command line (any version whose weights are whole),
            *> else the ACTIVE one, else the newest awaiting approval
            select_eval_version.
                IF compare_target NOT = SPACES THEN
                    IF scoring_entry_idx = 0 THEN
                        DISPLAY "ERROR: version " compare_target
                                " of model " model_name
                                " not found in MODELCAT"
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    IF ce_status(scoring_entry_idx) = "TRAINING" OR
                            ce_status(scoring_entry_idx) = "PURGED"
                            THEN
                        DISPLAY "ERROR: version " compare_target
                                " of model " model_name " is "
                                ce_status(scoring_entry_idx)
                                " and cannot be evaluated"
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                EVALUATE TRUE
                    WHEN active_entry_idx NOT = 0
                        MOVE active_entry_idx TO scoring_entry_idx
                    WHEN pending_entry_idx NOT = 0
                        MOVE pending_entry_idx TO scoring_entry_idx
                    WHEN OTHER
                        DISPLAY "ERROR: model " model_name
                                " has no ACTIVE or PENDING entry in "
                                "MODELCAT"
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                END-EVALUATE.
                EXIT.

            *> point the WEIGHTS/SCALEPROF/CHKPOINT selects at the named
            *> model's own files, all three versioned: a network and
            *> the scaling it was trained under must travel together,
            *> catalog_new_status/catalog_stamp: a fresh training writes
            *> its version as TRAINING at start (so an abended run's
            *> version is on record for RESUME) and finalizes it to
            *> PENDING at completion; a RESUME refreshes its version in
            *> place and sends it back to PENDING. Only an ACTIVE
            *> status (not set by a training run since approval moved
            *> to the operator console) supersedes the previous ACTIVE
            *> entry. The whole catalog is rewritten, like the sweep
            *> driver rewrites PARAMS.
            update_model_catalog.
                MOVE ZERO TO model_entry_idx.
                MOVE conf_log_function TO ce_function(model_entry_idx).
                MOVE catalog_stamp TO ce_trained(model_entry_idx).
                MOVE mean_loss TO ce_final_loss(model_entry_idx).
                MOVE dataset_id TO ce_dataset_id(model_entry_idx).
                OPEN OUTPUT catalog_file.
                PERFORM VARYING catalog_idx FROM 1 BY 1
                                UNTIL catalog_idx > n_catalog_entries
            read_training_data.
                OPEN INPUT training_file.
                IF training_file_status NOT = "00" THEN
                    DISPLAY "ERROR: cannot open "
                            FUNCTION TRIM(training_file_name)
                            ", status " training_file_status
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                                            + validation_size.
                EXIT.

            *> control totals over the raw training set as read: the
            *> record count, plain sums of the input and of the output
            *> fields, and a hash total weighting every value by its
            *> record and field position, so values moved between
            *> records or fields change it even where the sums do not
            compute_dataset_totals.
                MOVE training_size TO dataset_record_count.
                MOVE ZERO TO dataset_input_total.
                MOVE ZERO TO dataset_output_total.
                MOVE ZERO TO dataset_hash_total.
                PERFORM VARYING training_idx FROM 1 BY 1
                                UNTIL training_idx > training_size
                    PERFORM VARYING i FROM 1 BY 1 UNTIL i > input_size
                        ADD inputs(training_idx, i)
                                TO dataset_input_total
                        COMPUTE dataset_hash_weight = FUNCTION MOD(
                                (training_idx * 31) + (i * 7), 997) + 1
                        COMPUTE dataset_hash_total = dataset_hash_total
                                + (inputs(training_idx, i)
                                    * dataset_hash_weight)
                    END-PERFORM
                    PERFORM VARYING i FROM 1 BY 1 UNTIL i > output_size
                        ADD outputs(training_idx, i)
                                TO dataset_output_total
                        COMPUTE dataset_hash_weight = FUNCTION MOD(
                                (training_idx * 31)
                                    + ((input_size + i) * 7), 997) + 1
                        COMPUTE dataset_hash_total = dataset_hash_total
                                + (outputs(training_idx, i)
                                    * dataset_hash_weight)
                    END-PERFORM
                END-PERFORM.
                EXIT.

            *> put the training set on TRAINREG: a set whose count,
            *> shape, totals and split point match an entry already
            *> there is the same dataset and takes that entry's ID;
            *> anything else registers the next DSnnnnnn, with a copy
            *> of the file kept under it
            register_training_dataset.
                MOVE training_size TO dataset_split_point.
                MOVE ZERO TO dataset_found.
                MOVE ZERO TO dataset_seq_high.
                MOVE SPACES TO dataset_id.
                OPEN INPUT dataset_registry_file.
                IF registry_status = "00" THEN
                    PERFORM UNTIL registry_status = "10"
                                    OR dataset_found = 1
                        READ dataset_registry_file
                            AT END
                                CONTINUE
                            NOT AT END
                                PERFORM match_registered_dataset
                        END-READ
                    END-PERFORM
                    CLOSE dataset_registry_file
                END-IF.
                IF dataset_found = 1 THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO dataset_seq_high GIVING dataset_seq.
                MOVE 1 TO report_ptr.
                STRING "DS" DELIMITED BY SIZE
                        dataset_seq DELIMITED BY SIZE
                        INTO dataset_id
                        WITH POINTER report_ptr
                END-STRING.
                PERFORM retain_training_file.
                PERFORM write_registry_entry.
                EXIT.

            *> one TRAINREG entry against the set just read; the
            *> highest sequence seen is where a new ID carries on from
            match_registered_dataset.
                IF dr_dataset_id(1:2) = "DS" AND
                        dr_dataset_id(3:6) IS NUMERIC THEN
                    MOVE dr_dataset_id(3:6) TO dataset_seq
                    IF dataset_seq > dataset_seq_high THEN
                        MOVE dataset_seq TO dataset_seq_high
                    END-IF
                END-IF.
                IF dr_record_count = dataset_record_count AND
                        dr_input_size = input_size AND
                        dr_output_size = output_size AND
                        dr_input_total = dataset_input_total AND
                        dr_output_total = dataset_output_total AND
                        dr_hash_total = dataset_hash_total AND
                        dr_split_point = dataset_split_point THEN
                    MOVE dr_dataset_id TO dataset_id
                    MOVE 1 TO dataset_found
                END-IF.
                EXIT.

            *> keep the training set under its dataset ID, copied
            *> record for record off TRAINDATA, so the examples a model
            *> learned from outlive the next overwrite of TRAINDATA
            retain_training_file.
                MOVE SPACES TO retained_file_name.
                MOVE 1 TO report_ptr.
                STRING "TRAINDATA." DELIMITED BY SIZE
                        dataset_id DELIMITED BY SIZE
                        INTO retained_file_name
                        WITH POINTER report_ptr
                END-STRING.
                MOVE ZERO TO dataset_copy_count.
                OPEN INPUT training_file.
                IF training_file_status NOT = "00" THEN
                    DISPLAY "ERROR: cannot reopen "
                            FUNCTION TRIM(training_file_name)
                            ", status " training_file_status
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                OPEN OUTPUT retained_file.
                IF retained_status NOT = "00" THEN
                    DISPLAY "ERROR: cannot write "
                            FUNCTION TRIM(retained_file_name)
                            ", status " retained_status
                    CLOSE training_file
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                PERFORM UNTIL training_file_status = "10"
                    READ training_file
                        AT END
                            CONTINUE
                        NOT AT END
                            MOVE training_record TO retained_record
                            WRITE retained_record
                            ADD 1 TO dataset_copy_count
                    END-READ
                END-PERFORM.
                CLOSE training_file.
                CLOSE retained_file.
                IF dataset_copy_count NOT = dataset_record_count THEN
                    DISPLAY "ERROR: " FUNCTION TRIM(training_file_name)
                            " changed while it was being registered"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                EXIT.

            *> append the new dataset's TRAINREG entry; the first
            *> registration starts the file
            write_registry_entry.
                INITIALIZE dataset_registry_record.
                MOVE dataset_id TO dr_dataset_id.
                MOVE datetime TO dr_registered.
                IF run_option = SPACES THEN
                    MOVE "TRAIN" TO dr_run_option
                ELSE
                    MOVE run_option TO dr_run_option
                END-IF.
                MOVE model_name TO dr_model_name.
                MOVE operator_id TO dr_operator.
                MOVE dataset_record_count TO dr_record_count.
                MOVE input_size TO dr_input_size.
                MOVE output_size TO dr_output_size.
                MOVE dataset_input_total TO dr_input_total.
                MOVE dataset_output_total TO dr_output_total.
                MOVE dataset_hash_total TO dr_hash_total.
                MOVE validation_fraction TO dr_validation_fraction.
                MOVE dataset_split_point TO dr_split_point.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > input_size
                    MOVE in_scale_min(i) TO dr_input_min(i)
                    MOVE in_scale_max(i) TO dr_input_max(i)
                END-PERFORM.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > output_size
                    MOVE out_scale_min(i) TO dr_output_min(i)
                    MOVE out_scale_max(i) TO dr_output_max(i)
                END-PERFORM.
                OPEN EXTEND dataset_registry_file.
                IF registry_status NOT = "00" THEN
                    OPEN OUTPUT dataset_registry_file
                END-IF.
                IF registry_status NOT = "00" THEN
                    DISPLAY "ERROR: cannot write TRAINREG, status "
                            registry_status
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                WRITE dataset_registry_record.
                CLOSE dataset_registry_file.
                EXIT.

            *> VERIFY: resolve the dataset to check - an ID given
            *> straight, or the one stamped on a model's ACTIVE (or
            *> named Vnnnn) catalog entry - then re-read its retained
            *> copy and hold the totals against its TRAINREG entry.
            *> The outcome goes on AUDITLOG; any disagreement, or a
            *> dataset that cannot be found, ends the run with
            *> RETURN-CODE 12.
            verify_training_dataset.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE SPACES TO dataset_id.
                EVALUATE TRUE
                    WHEN model_name = SPACES
                        DISPLAY "ERROR: VERIFY needs a dataset ID or "
                                "a model name"
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    WHEN model_name(1:2) = "DS" AND
                            model_name(3:6) IS NUMERIC AND
                            model_name(9:8) = SPACES
                        MOVE model_name(1:8) TO dataset_id
                        MOVE SPACES TO model_name
                        IF compare_target NOT = SPACES THEN
                            MOVE compare_target TO operator_id
                        END-IF
                    WHEN OTHER
                        PERFORM find_verify_entry
                END-EVALUATE.
                MOVE ZERO TO dataset_found.
                MOVE ZERO TO verify_mismatches.
                OPEN INPUT dataset_registry_file.
                IF registry_status NOT = "00" THEN
                    DISPLAY "ERROR: cannot open TRAINREG, status "
                            registry_status
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                PERFORM UNTIL registry_status = "10"
                                OR dataset_found = 1
                    READ dataset_registry_file
                        AT END
                            CONTINUE
                        NOT AT END
                            IF dr_dataset_id = dataset_id THEN
                                MOVE 1 TO dataset_found
                                PERFORM check_registered_dataset
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE dataset_registry_file.
                IF dataset_found = 0 THEN
                    DISPLAY "ERROR: dataset " dataset_id
                            " is not registered on TRAINREG"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                IF verify_mismatches = 0 THEN
                    MOVE "MATCH" TO verify_result
                ELSE
                    MOVE "MISMATCH" TO verify_result
                END-IF.
                PERFORM write_verify_audit.
                IF verify_mismatches > 0 THEN
                    MOVE verify_mismatches TO dataset_count_edit
                    DISPLAY "ERROR: dataset " dataset_id " has "
                            FUNCTION TRIM(dataset_count_edit)
                            " total(s) off its TRAINREG entry"
                    MOVE 12 TO RETURN-CODE
                END-IF.
                EXIT.

            *> the catalog entry whose dataset a model-named VERIFY
            *> checks: the Vnnnn third word's version, else ACTIVE
            find_verify_entry.
                PERFORM load_model_catalog.
                MOVE ZERO TO verify_entry_idx.
                PERFORM VARYING catalog_idx FROM 1 BY 1
                                UNTIL catalog_idx > n_catalog_entries
                    IF ce_model_name(catalog_idx) = model_name THEN
                        IF compare_target = SPACES THEN
                            IF ce_status(catalog_idx) = "ACTIVE" THEN
                                MOVE catalog_idx TO verify_entry_idx
                            END-IF
                        ELSE
                            IF compare_target(1:1) = "V" AND
                                    compare_target(2:4) IS NUMERIC AND
                                    ce_version(catalog_idx)
                                        = compare_target(2:4) THEN
                                MOVE catalog_idx TO verify_entry_idx
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM.
                IF verify_entry_idx = 0 THEN
                    IF compare_target = SPACES THEN
                        DISPLAY "ERROR: model " model_name
                                " has no ACTIVE entry in MODELCAT"
                    ELSE
                        DISPLAY "ERROR: version " compare_target
                                " of model " model_name
                                " not found in MODELCAT"
                    END-IF
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE ce_version(verify_entry_idx) TO model_version.
                IF ce_dataset_id(verify_entry_idx) = SPACES THEN
                    DISPLAY "ERROR: version " model_version
                            " of model " model_name
                            " predates the training dataset registry"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE ce_dataset_id(verify_entry_idx) TO dataset_id.
                EXIT.

            *> re-read the registered dataset's retained copy through
            *> read_training_data, under the shape it was registered
            *> with, and recompute its totals and per-field min/max
            *> against the TRAINREG entry in hand
            check_registered_dataset.
                MOVE dr_input_size TO input_size.
                MOVE dr_output_size TO output_size.
                PERFORM check_parameter_bounds.
                MOVE SPACES TO training_file_name.
                MOVE 1 TO report_ptr.
                STRING "TRAINDATA." DELIMITED BY SIZE
                        dataset_id DELIMITED BY SIZE
                        INTO training_file_name
                        WITH POINTER report_ptr
                END-STRING.
                PERFORM read_training_data.
                PERFORM compute_dataset_totals.
                PERFORM compute_scale_profile.
                IF dataset_record_count NOT = dr_record_count THEN
                    MOVE "RECORD COUNT" TO verify_item
                    PERFORM note_verify_mismatch
                END-IF.
                IF dataset_input_total NOT = dr_input_total THEN
                    MOVE "INPUT TOTAL" TO verify_item
                    PERFORM note_verify_mismatch
                END-IF.
                IF dataset_output_total NOT = dr_output_total THEN
                    MOVE "OUTPUT TOTAL" TO verify_item
                    PERFORM note_verify_mismatch
                END-IF.
                IF dataset_hash_total NOT = dr_hash_total THEN
                    MOVE "HASH TOTAL" TO verify_item
                    PERFORM note_verify_mismatch
                END-IF.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > input_size
                    IF in_scale_min(i) NOT = dr_input_min(i) OR
                            in_scale_max(i) NOT = dr_input_max(i) THEN
                        MOVE i TO input_field_edit
                        MOVE SPACES TO verify_item
                        STRING "INPUT " DELIMITED BY SIZE
                                input_field_edit DELIMITED BY SIZE
                                " MIN/MAX" DELIMITED BY SIZE
                                INTO verify_item
                        END-STRING
                        PERFORM note_verify_mismatch
                    END-IF
                END-PERFORM.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > output_size
                    IF out_scale_min(i) NOT = dr_output_min(i) OR
                            out_scale_max(i) NOT = dr_output_max(i)
                            THEN
                        MOVE i TO input_field_edit
                        MOVE SPACES TO verify_item
                        STRING "OUTPUT " DELIMITED BY SIZE
                                input_field_edit DELIMITED BY SIZE
                                " MIN/MAX" DELIMITED BY SIZE
                                INTO verify_item
                        END-STRING
                        PERFORM note_verify_mismatch
                    END-IF
                END-PERFORM.
                EXIT.

            *> count and show one registered total that disagrees
            note_verify_mismatch.
                ADD 1 TO verify_mismatches.
                DISPLAY "MISMATCH: dataset " dataset_id " "
                        verify_item.
                EXIT.

            *> append the VERIFY outcome to AUDITLOG beside the runs
            *> it vouches for
            write_verify_audit.
                MOVE dataset_record_count TO dataset_count_edit.
                OPEN EXTEND audit_file.
                MOVE SPACES TO audit_record.
                MOVE 1 TO report_ptr.
                STRING "VERIFY " DELIMITED BY SIZE
                        datetime DELIMITED BY SIZE
                        " DATASET:" DELIMITED BY SIZE
                        dataset_id DELIMITED BY SIZE
                        " RECORDS:" DELIMITED BY SIZE
                        dataset_count_edit DELIMITED BY SIZE
                        " RESULT:" DELIMITED BY SIZE
                        verify_result DELIMITED BY " "
                        INTO audit_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE verify_mismatches TO dataset_count_edit.
                STRING " MISMATCHES:" DELIMITED BY SIZE
                        FUNCTION TRIM(dataset_count_edit)
                            DELIMITED BY SIZE
                        INTO audit_record
                        WITH POINTER report_ptr
                END-STRING.
                IF model_name NOT = SPACES THEN
                    STRING " MODEL:" DELIMITED BY SIZE
                            model_name DELIMITED BY " "
                            " VERSION:" DELIMITED BY SIZE
                            model_version DELIMITED BY SIZE
                            INTO audit_record
                            WITH POINTER report_ptr
                    END-STRING
                END-IF.
                STRING " OPERATOR:" DELIMITED BY SIZE
                        operator_id DELIMITED BY " "
                        INTO audit_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE audit_record.
                CLOSE audit_file.
                EXIT.

            *> run the holdout through the network with no learning and
            *> average its absolute error, the same way the epoch loop
            *> averages the training loss
            *> against the loaded network and report the result on a
            *> generation-dated PREDICTOUT. A bad feed abends a single
            *> PREDICT run the classic way; under a CYCLE run it is
            *> rejected and the cycle moves on to the next feed. A bad
            *> detail inside a sound feed only costs that detail: it
            *> goes to the feed's SUSPENSE file and the rest score.
            run_predictions.
                MOVE ZERO TO feed_reject_switch.
                MOVE SPACES TO feed_reject_reason.
                    EXIT PARAGRAPH
                END-IF.
                OPEN OUTPUT predict_out_file.
                PERFORM open_review_queue.
                OPEN OUTPUT decision_report_file.
                OPEN OUTPUT explain_file.
                PERFORM write_prediction_header.
                    CLOSE review_file
                    CLOSE decision_report_file
                    CLOSE explain_file
                    IF suspense_open_switch = 1 THEN
                        CLOSE suspense_file
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                PERFORM close_suspense_file.
                PERFORM write_prediction_trailer.
                PERFORM write_decision_summary.
                CLOSE predict_out_file.
                CLOSE explain_file.
                PERFORM write_drift_report.
                PERFORM record_processed_feed.
                IF predict_suspended_count > 0 THEN
                    MOVE predict_suspended_count TO predict_count_edit
                    DISPLAY "WARNING: feed " predict_in_name
                            " suspended" predict_count_edit
                            " details to " suspense_file_name
                END-IF.
                *> a drifted feed scored anyway is this shop's biggest
                *> silent failure: end with a warning return code the
                *> scheduler can page on, without failing the run
                MOVE ZERO TO predict_read_count.
                MOVE ZERO TO predict_trailer_count.
                MOVE ZERO TO trailer_seen_switch.
                MOVE ZERO TO predict_scored_count.
                MOVE ZERO TO predict_suspended_count.
                MOVE ZERO TO suspense_open_switch.
                MOVE ZERO TO n_feed_keys.
                MOVE ZERO TO n_prior_keys.
                MOVE SPACES TO feed_origin_stamp.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > max_output_size
                    MOVE ZERO TO high_count(i)
                    MOVE ZERO TO low_count(i)
                    MOVE ZERO TO review_count(i)
                    MOVE ZERO TO disagree_count(i)
                END-PERFORM.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > max_input_size
                    MOVE ZERO TO df_out_count(i)
                            PERFORM fail_predict_feed
                        ELSE
                            ADD 1 TO predict_read_count
                            PERFORM validate_predict_detail
                            EVALUATE TRUE
                                WHEN feed_reject_switch = 1
                                    CONTINUE
                                WHEN suspense_reason NOT = SPACES
                                    PERFORM write_suspense_record
                                WHEN OTHER
                                    ADD 1 TO predict_scored_count
                                    PERFORM collect_drift_stats
                                    IF ensemble_mode = 1 THEN
                                        PERFORM score_ensemble_case
                                    ELSE
                                        PERFORM set_predict_input
                                        PERFORM forward_pass
                                        PERFORM denormalize_outputs
                                    END-IF
                                    PERFORM apply_decisions
                                    PERFORM write_prediction
                            END-EVALUATE
                        END-IF
                    WHEN "T"
                        MOVE pi_trailer_count TO predict_trailer_count
                END-EVALUATE.
                EXIT.

            *> hold one detail against the checks a record has to pass
            *> before it may be scored: a key, a sign and digits in
            *> every input field the model reads, and a key this date
            *> has not already scored - in this feed or on a PREDICTOUT
            *> already ledgered for the date. A clean key is added to
            *> the date's key table; a failing detail leaves its reason
            *> (and for a field check, the field) for the suspense file
            validate_predict_detail.
                MOVE SPACES TO suspense_reason.
                MOVE ZERO TO suspense_field.
                IF pi_key = SPACES THEN
                    MOVE "BLANK-KEY" TO suspense_reason
                    EXIT PARAGRAPH
                END-IF.
                PERFORM VARYING i FROM 1 BY 1
                                UNTIL i > input_size
                                   OR suspense_reason NOT = SPACES
                    EVALUATE TRUE
                        WHEN predict_inputs(i)(1:1) NOT = "+" AND
                                predict_inputs(i)(1:1) NOT = "-"
                            MOVE "UNSIGNED" TO suspense_reason
                            MOVE i TO suspense_field
                        WHEN predict_inputs(i) IS NOT NUMERIC
                            MOVE "NOT-NUMERIC" TO suspense_reason
                            MOVE i TO suspense_field
                    END-EVALUATE
                END-PERFORM.
                IF suspense_reason NOT = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE ZERO TO key_found.
                PERFORM VARYING key_idx FROM 1 BY 1
                                UNTIL key_idx > n_feed_keys
                                   OR key_found > 0
                    IF fk_key(key_idx) = pi_key THEN
                        MOVE key_idx TO key_found
                    END-IF
                END-PERFORM.
                IF key_found > n_prior_keys THEN
                    MOVE "DUP-IN-FEED" TO suspense_reason
                    EXIT PARAGRAPH
                END-IF.
                IF key_found > 0 THEN
                    MOVE "DUP-SCORED" TO suspense_reason
                    EXIT PARAGRAPH
                END-IF.
                IF n_feed_keys >= max_feed_keys THEN
                    MOVE "KEY TABLE FULL FOR FEED DATE"
                            TO feed_reject_reason
                    PERFORM fail_predict_feed
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO n_feed_keys.
                MOVE pi_key TO fk_key(n_feed_keys).
                EXIT.

            *> hold a failing detail out of scoring: its record image
            *> as it arrived, then the reason. The file is opened on
            *> the feed's first suspended detail, under the feed's own
            *> header date and with the stamp a resubmission of it
            *> traces back to, so once corrected it is a feed itself
            write_suspense_record.
                IF suspense_open_switch = 0 THEN
                    OPEN OUTPUT suspense_file
                    IF suspense_status NOT = "00" THEN
                        DISPLAY "ERROR: cannot open " suspense_file_name
                                ", status " suspense_status
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE 1 TO suspense_open_switch
                    MOVE SPACES TO suspense_record
                    STRING "H" DELIMITED BY SIZE
                            feed_stamp_date DELIMITED BY SIZE
                            suspense_root_stamp DELIMITED BY SIZE
                            INTO suspense_record
                    END-STRING
                    WRITE suspense_record
                END-IF.
                ADD 1 TO predict_suspended_count.
                MOVE SPACES TO suspense_record.
                MOVE 1 TO report_ptr.
                STRING predict_in_record(1:141) DELIMITED BY SIZE
                        "  REASON:" DELIMITED BY SIZE
                        suspense_reason DELIMITED BY " "
                        INTO suspense_record
                        WITH POINTER report_ptr
                END-STRING.
                IF suspense_field > 0 THEN
                    STRING "  FIELD:" DELIMITED BY SIZE
                            suspense_field DELIMITED BY SIZE
                            INTO suspense_record
                            WITH POINTER report_ptr
                    END-STRING
                END-IF.
                WRITE suspense_record.
                EXIT.

            *> close a SUSPENSE file the feed opened with its trailer,
            *> the same 9(07) detail count a PREDICTIN trailer carries
            close_suspense_file.
                IF suspense_open_switch = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE predict_suspended_count TO predict_count_out.
                MOVE SPACES TO suspense_record.
                STRING "T" DELIMITED BY SIZE
                        predict_count_out DELIMITED BY SIZE
                        INTO suspense_record
                END-STRING.
                WRITE suspense_record.
                CLOSE suspense_file.
                EXIT.

            *> seed the date's key table with every key already scored
            *> under the feed's header date: the KEY: lines of each
            *> PREDICTOUT generation PREDLOG ledgers for the date
            load_scored_keys.
                MOVE ZERO TO n_feed_keys.
                PERFORM VARYING log_idx FROM 1 BY 1
                                UNTIL log_idx > n_predict_log
                                   OR feed_reject_switch = 1
                    IF pg_date(log_idx) = feed_stamp_date THEN
                        PERFORM load_generation_keys
                    END-IF
                END-PERFORM.
                MOVE n_feed_keys TO n_prior_keys.
                EXIT.

            *> the keys of ledger entry log_idx's PREDICTOUT; a
            *> generation no longer on disk is warned about, not
            *> fatal - its keys simply go unchecked
            load_generation_keys.
                MOVE SPACES TO scored_out_name.
                STRING "PREDICTOUT." DELIMITED BY SIZE
                        pg_date(log_idx) DELIMITED BY SIZE
                        ".C" DELIMITED BY SIZE
                        pg_cycle(log_idx) DELIMITED BY SIZE
                        INTO scored_out_name
                END-STRING.
                OPEN INPUT scored_out_file.
                IF scored_out_status NOT = "00" THEN
                    DISPLAY "WARNING: cannot open " scored_out_name
                            ", its keys are not checked for duplicates"
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL scored_out_status = "10"
                                OR feed_reject_switch = 1
                    READ scored_out_file
                        AT END
                            CONTINUE
                        NOT AT END
                            IF scored_out_record(1:4) = "KEY:" THEN
                                IF n_feed_keys >= max_feed_keys THEN
                                    MOVE "KEY TABLE FULL FOR FEED DATE"
                                            TO feed_reject_reason
                                    PERFORM fail_predict_feed
                                ELSE
                                    ADD 1 TO n_feed_keys
                                    MOVE scored_out_record(5:10)
                                            TO fk_key(n_feed_keys)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE scored_out_file.
                EXIT.

            *> build the run's output stamp - the feed's header date
            *> plus the next free cycle number for that date, the way
            *> set_model_files versions WEIGHTS - and hold the feed
            *> against the ledger of what has already been processed
            set_prediction_stamp.
                MOVE pi_header_date TO feed_stamp_date.
                MOVE pi_header_origin TO feed_origin_stamp.
                PERFORM load_predict_log.
                IF already_processed = 1 THEN
                    MOVE "ALREADY PROCESSED UNDER THIS STAMP"
                    PERFORM fail_predict_feed
                    EXIT PARAGRAPH
                END-IF.
                *> a resubmission must name a feed that was actually
                *> scored, or its records would trace back to nothing
                IF feed_origin_stamp NOT = SPACES AND
                        origin_found = 0 THEN
                    MOVE "RESUBMIT ORIGIN STAMP NOT ON PREDLOG"
                            TO feed_reject_reason
                    PERFORM fail_predict_feed
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO feed_cycle.
                PERFORM set_prediction_files.
                IF feed_origin_stamp = SPACES THEN
                    MOVE feed_stamp TO suspense_root_stamp
                ELSE
                    MOVE feed_origin_stamp TO suspense_root_stamp
                END-IF.
                PERFORM load_scored_keys.
                EXIT.

            *> hold the feed against the PREDLOG ledger: a keyed read
            *> on feed name and header date says whether it is already
            *> processed, and the date's own entries - read through
            *> the date key - give the highest cycle stamped for the
            *> date so far and the generations whose keys it scored
            load_predict_log.
                MOVE ZERO TO n_predict_log.
                MOVE ZERO TO already_processed.
                MOVE ZERO TO origin_found.
                MOVE ZERO TO feed_cycle.
                OPEN INPUT predict_log_file.
                IF predict_log_status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE predict_in_name TO pl_feed_name.
                MOVE feed_stamp_date TO pl_date.
                READ predict_log_file
                    KEY IS pl_record_key
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 1 TO already_processed
                END-READ.
                MOVE feed_stamp_date TO pl_date.
                START predict_log_file KEY IS = pl_date
                    INVALID KEY
                        MOVE "10" TO predict_log_status
                END-START.
                PERFORM UNTIL predict_log_status NOT = "00"
                    READ predict_log_file NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF pl_date NOT = feed_stamp_date OR
                                    n_predict_log >= max_predict_log
                                    THEN
                                MOVE "10" TO predict_log_status
                            ELSE
                                ADD 1 TO n_predict_log
                                MOVE predict_log_record
                                    TO predict_log(n_predict_log)
                                IF pl_cycle > feed_cycle THEN
                                    MOVE pl_cycle TO feed_cycle
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                IF feed_origin_stamp NOT = SPACES THEN
                    PERFORM find_origin_feed
                END-IF.
                CLOSE predict_log_file.
                EXIT.

            *> a resubmission's origin stamp (yyyymmdd.Cnn) must be a
            *> generation on the ledger: read that date's entries for
            *> the cycle
            find_origin_feed.
                MOVE feed_origin_stamp(1:8) TO pl_date.
                START predict_log_file KEY IS = pl_date
                    INVALID KEY
                        EXIT PARAGRAPH
                END-START.
                MOVE "00" TO predict_log_status.
                PERFORM UNTIL predict_log_status NOT = "00"
                                OR origin_found = 1
                    READ predict_log_file NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF pl_date NOT = feed_origin_stamp(1:8) THEN
                                MOVE "10" TO predict_log_status
                            ELSE
                                IF pl_cycle = feed_origin_stamp(11:2)
                                        THEN
                                    MOVE 1 TO origin_found
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                EXIT.

                        INTO predict_out_name
                        WITH POINTER report_ptr
                END-STRING.
                MOVE SPACES TO feed_stamp.
                STRING feed_stamp_date DELIMITED BY SIZE
                        ".C" DELIMITED BY SIZE
                        feed_cycle DELIMITED BY SIZE
                        INTO feed_stamp
                END-STRING.
                MOVE SPACES TO decision_report_name.
                MOVE 1 TO report_ptr.
                        INTO explain_file_name
                        WITH POINTER report_ptr
                END-STRING.
                MOVE SPACES TO suspense_file_name.
                MOVE 1 TO report_ptr.
                STRING "SUSPENSE." DELIMITED BY SIZE
                        feed_stamp_date DELIMITED BY SIZE
                        ".C" DELIMITED BY SIZE
                        feed_cycle DELIMITED BY SIZE
                        INTO suspense_file_name
                        WITH POINTER report_ptr
                END-STRING.
                EXIT.

            *> ledger the completed feed so the same feed and date is
            *> refused instead of silently rescored; the model/version
            *> that scored it rides along so realized outcomes can be
            *> traced back to the exact catalog entry
            record_processed_feed.
                OPEN I-O predict_log_file.
                IF predict_log_status = "35" THEN
                    OPEN OUTPUT predict_log_file
                END-IF.
                MOVE predict_in_name TO pl_feed_name.
                MOVE feed_stamp_date TO pl_date.
                MOVE feed_cycle TO pl_cycle.
                MOVE model_name TO pl_model.
                MOVE model_version TO pl_version.
                MOVE feed_origin_stamp TO pl_origin.
                WRITE predict_log_record
                    INVALID KEY
                        DISPLAY "WARNING: feed " predict_in_name
                                " already on PREDLOG for "
                                feed_stamp_date
                END-WRITE.
                CLOSE predict_log_file.
                EXIT.

            *> scoring cycle: work every pending feed named on
            *> PREDLIST in one invocation, one stamped output set per
            *> feed, and total the cycle on the PREDCTL control report.
            *> A corrected SUSPENSE file is resubmitted by listing it
            *> here like any other feed.
            run_scoring_cycle.
                MOVE 1 TO cycle_mode.
                OPEN INPUT feed_list_file.
                MOVE ZERO TO feeds_processed.
                MOVE ZERO TO feeds_rejected.
                MOVE ZERO TO cycle_details_total.
                MOVE ZERO TO cycle_scored_total.
                MOVE ZERO TO cycle_suspended_total.
                PERFORM UNTIL feed_list_status = "10"
                    READ feed_list_file
                        AT END
                ELSE
                    ADD 1 TO feeds_processed
                    ADD predict_read_count TO cycle_details_total
                    ADD predict_scored_count TO cycle_scored_total
                    ADD predict_suspended_count
                            TO cycle_suspended_total
                    MOVE predict_read_count TO predict_count_edit
                    STRING "FEED:" DELIMITED BY SIZE
                            predict_in_name DELIMITED BY " "
                            INTO cycle_report_record
                            WITH POINTER report_ptr
                    END-STRING
                    PERFORM add_cycle_reconciliation
                END-IF.
                WRITE cycle_report_record.
                EXIT.

            *> a processed feed's reconciliation on its control line:
            *> the details read split into scored and suspended, and
            *> for a resubmitted SUSPENSE file the stamp it came from
            add_cycle_reconciliation.
                MOVE predict_scored_count TO predict_count_edit.
                STRING "  SCORED:" DELIMITED BY SIZE
                        predict_count_edit DELIMITED BY SIZE
                        INTO cycle_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE predict_suspended_count TO predict_count_edit.
                STRING "  SUSPENDED:" DELIMITED BY SIZE
                        predict_count_edit DELIMITED BY SIZE
                        INTO cycle_report_record
                        WITH POINTER report_ptr
                END-STRING.
                IF feed_origin_stamp NOT = SPACES THEN
                    STRING "  ORIGIN:" DELIMITED BY SIZE
                            feed_origin_stamp DELIMITED BY SIZE
                            INTO cycle_report_record
                            WITH POINTER report_ptr
                    END-STRING
                END-IF.
                EXIT.

            *> the cycle's control totals
            write_cycle_totals.
                MOVE SPACES TO cycle_report_record.
                        WITH POINTER report_ptr
                END-STRING.
                MOVE cycle_details_total TO predict_count_edit.
                STRING "  DETAILS READ:" DELIMITED BY SIZE
                        predict_count_edit DELIMITED BY SIZE
                        INTO cycle_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE cycle_scored_total TO predict_count_edit.
                STRING "  SCORED:" DELIMITED BY SIZE
                        predict_count_edit DELIMITED BY SIZE
                        INTO cycle_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE cycle_suspended_total TO predict_count_edit.
                STRING "  SUSPENDED:" DELIMITED BY SIZE
                        predict_count_edit DELIMITED BY SIZE
                        INTO cycle_report_record
                        WITH POINTER report_ptr
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > output_size
                    COMPUTE decision_delta = denorm_outputs(i)
                                                - decision_cutoff(i)
                    MOVE ZERO TO member_split_switch
                    IF ensemble_mode = 1 THEN
                        PERFORM check_member_agreement
                    END-IF
                    EVALUATE TRUE
                        *> ensemble members on opposite sides of the
                        *> cutoff go to review however sure the blend is
                        WHEN member_split_switch = 1
                            MOVE "REVIEW" TO decided_label(i)
                            ADD 1 TO review_count(i)
                            ADD 1 TO disagree_count(i)
                            MOVE "MODEL-DISAGREE" TO review_reason
                            PERFORM write_review_record
                            PERFORM write_explanation
                        WHEN decision_band(i) > 0 AND
                                FUNCTION ABS(decision_delta)
                                    <= decision_band(i)
                            MOVE "REVIEW" TO decided_label(i)
                            ADD 1 TO review_count(i)
                            MOVE "NEAR-CUTOFF" TO review_reason
                            PERFORM write_review_record
                            PERFORM write_explanation
                        WHEN decision_delta >= 0
                END-PERFORM.
                EXIT.

            *> does output field i split the weighted ensemble members
            *> across its cutoff? A shadow member (weight zero) has no
            *> say in the blend, so none here either
            check_member_agreement.
                MOVE ZERO TO member_high_seen.
                MOVE ZERO TO member_low_seen.
                PERFORM VARYING member_idx FROM 1 BY 1
                                UNTIL member_idx > n_members
                    IF em_weight(member_idx) > 0 THEN
                        IF em_scores(member_idx, i)
                                >= decision_cutoff(i) THEN
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

            *> queue one low-confidence score for manual review under
            *> review_reason
            write_review_record.
                MOVE SPACES TO review_record.
                MOVE feed_stamp TO rq_stamp.
                MOVE pi_key TO rq_key.
                MOVE i TO rq_field.
                MOVE denorm_outputs(i) TO rq_score.
                MOVE review_reason TO rq_reason.
                MOVE datetime(1:8) TO rq_date.
                WRITE review_record
                    INVALID KEY
                        DISPLAY "WARNING: " pi_key " field " i
                                " already queued under " feed_stamp
                END-WRITE.
                EXIT.

            *> open the review queue for this feed's generation and
            *> clear out anything a rejected attempt under the same
            *> stamp queued, the way a generation file was once
            *> rewritten from the top; the first run starts the file
            open_review_queue.
                OPEN I-O review_file.
                IF review_status = "35" THEN
                    OPEN OUTPUT review_file
                    CLOSE review_file
                    OPEN I-O review_file
                END-IF.
                IF review_status NOT = "00" THEN
                    DISPLAY "ERROR: cannot open REVIEWQ, status "
                            review_status
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE LOW-VALUES TO rq_record_key.
                MOVE feed_stamp TO rq_stamp.
                START review_file KEY IS >= rq_record_key
                    INVALID KEY
                        EXIT PARAGRAPH
                END-START.
                PERFORM UNTIL review_status NOT = "00"
                    READ review_file NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF rq_stamp NOT = feed_stamp THEN
                                MOVE "10" TO review_status
                            ELSE
                                DELETE review_file RECORD
                            END-IF
                    END-READ
                END-PERFORM.
                EXIT.

            *> explain the score behind the review record just queued:
                            - in_scale_min(explain_idx)) * 100
                            / scale_range
                END-IF.
                *> an ensemble case is re-scored through every
                *> member, each holding the field at the middle of its
                *> own training range, and the blends compared
                IF ensemble_mode = 1 THEN
                    MOVE explain_idx TO ensemble_hold_field
                    PERFORM score_ensemble_members
                    MOVE ZERO TO ensemble_hold_field
                    MOVE ensemble_combined(explain_out_field)
                            TO perturbed_raw
                ELSE
                    MOVE 0.5 TO valuess(input_layer, explain_idx)
                    PERFORM forward_pass
                    COMPUTE scale_range =
                        out_scale_max(explain_out_field)
                            - out_scale_min(explain_out_field)
                    COMPUTE perturbed_raw =
                        (valuess(output_layer, explain_out_field)
                            * scale_range)
                            + out_scale_min(explain_out_field)
                END-IF.
                COMPUTE ex_delta(explain_idx) =
                    explain_base_score - perturbed_raw.
                MOVE ex_hold_value(explain_idx)
                    END-STRING
                    WRITE decision_report_record
                END-PERFORM.
                IF ensemble_mode = 1 THEN
                    PERFORM write_ensemble_summary
                END-IF.
                EXIT.

            *> dated header on PREDICTOUT mirroring the input feed's
                EXIT.

            *> trailer on PREDICTOUT carrying the scored detail count,
            *> zero-filled so both feeds share one trailer format, then
            *> the feed's reconciliation: details read = scored +
            *> suspended
            write_prediction_trailer.
                MOVE SPACES TO predict_out_record.
                MOVE predict_scored_count TO predict_count_out.
                MOVE 1 TO report_ptr.
                STRING "T" DELIMITED BY SIZE
                        predict_count_out DELIMITED BY SIZE
                        INTO predict_out_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE predict_read_count TO predict_count_edit.
                STRING "  INPUT:" DELIMITED BY SIZE
                        predict_count_edit DELIMITED BY SIZE
                        INTO predict_out_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE predict_scored_count TO predict_count_edit.
                STRING "  SCORED:" DELIMITED BY SIZE
                        predict_count_edit DELIMITED BY SIZE
                        INTO predict_out_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE predict_suspended_count TO predict_count_edit.
                STRING "  SUSPENDED:" DELIMITED BY SIZE
                        predict_count_edit DELIMITED BY SIZE
                        INTO predict_out_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE predict_out_record.
                EXIT.

            *> outside the range the model was trained under
            collect_drift_stats.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > input_size
                    IF predict_scored_count = 1 THEN
                        MOVE predict_inputs(i) TO df_min(i)
                        MOVE predict_inputs(i) TO df_max(i)
                    ELSE
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > input_size
                    PERFORM write_drift_field_line
                END-PERFORM.
                MOVE predict_scored_count TO predict_count_edit.
                MOVE drift_threshold_pct TO drift_pct_edit.
                MOVE SPACES TO drift_report_record.
                MOVE 1 TO report_ptr.
            *> one DRIFTRPT line for input field i
            write_drift_field_line.
                MOVE ZERO TO drift_pct.
                IF predict_scored_count > 0 THEN
                    COMPUTE drift_pct = df_out_count(i) * 100
                                            / predict_scored_count
                    COMPUTE drift_mean = df_total(i)
                                            / predict_scored_count
                ELSE
                    MOVE ZERO TO drift_mean
                END-IF.
                            WITH POINTER report_ptr
                    END-STRING
                END-PERFORM.
                *> an ensemble's blended score is followed by what each
                *> member scored, model.Vnnnn: score...
                IF ensemble_mode = 1 THEN
                    STRING "  MEMBERS:" DELIMITED BY SIZE
                            INTO predict_out_record
                            WITH POINTER report_ptr
                    END-STRING
                    PERFORM VARYING member_idx FROM 1 BY 1
                                    UNTIL member_idx > n_members
                        STRING " " DELIMITED BY SIZE
                                em_model(member_idx) DELIMITED BY " "
                                ".V" DELIMITED BY SIZE
                                em_version(member_idx) DELIMITED BY SIZE
                                ":" DELIMITED BY SIZE
                                INTO predict_out_record
                                WITH POINTER report_ptr
                        END-STRING
                        PERFORM VARYING i FROM 1 BY 1
                                        UNTIL i > output_size
                            MOVE em_scores(member_idx, i)
                                    TO report_value
                            STRING " " DELIMITED BY SIZE
                                    report_value DELIMITED BY SIZE
                                    INTO predict_out_record
                                    WITH POINTER report_ptr
                            END-STRING
                        END-PERFORM
                    END-PERFORM
                END-IF.
                WRITE predict_out_record.
                EXIT.

                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                *> only a version that has been through approval (the
                *> live one, or one it superseded) may be loaded to
                *> score a feed
                IF ce_status(compare_entry_idx) NOT = "ACTIVE" AND
                        ce_status(compare_entry_idx)
                            NOT = "SUPERSEDED" THEN
                    DISPLAY "ERROR: challenger " compare_target
                            " is " ce_status(compare_entry_idx)
                            " - not an approved version"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                IF ce_input_size(compare_entry_idx) NOT = input_size OR
                        ce_output_size(compare_entry_idx)
                            NOT = output_size THEN
                END-PERFORM.
                EXIT.

            *> read the ensemble named on the command line off ENSDEF:
            *> every member must resolve to an approved catalog version
            *> and share the first member's input/output shape, and
            *> the weights must leave something to blend. The lead
            *> member's topology wires the live table until the
            *> members themselves are loaded.
            load_ensemble_definition.
                MOVE model_name TO ensemble_name.
                MOVE 1 TO ensemble_mode.
                MOVE ZERO TO n_members.
                MOVE ZERO TO member_weight_total.
                PERFORM load_model_catalog.
                *> an ensemble's feeds are ledgered on PREDLOG under the
                *> ensemble's own name, so it may not pass for a model
                PERFORM VARYING catalog_idx FROM 1 BY 1
                                UNTIL catalog_idx > n_catalog_entries
                    IF ce_model_name(catalog_idx) = ensemble_name THEN
                        DISPLAY "ERROR: ensemble " ensemble_name
                                " has the name of a cataloged model"
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
                END-PERFORM.
                OPEN INPUT ensemble_def_file.
                IF ensemble_def_status NOT = "00" THEN
                    DISPLAY "ERROR: cannot open ENSDEF, status "
                            ensemble_def_status
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                PERFORM UNTIL ensemble_def_status = "10"
                    READ ensemble_def_file
                        AT END
                            CONTINUE
                        NOT AT END
                            IF ed_ensemble = ensemble_name THEN
                                PERFORM take_ensemble_member
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE ensemble_def_file.
                IF n_members = 0 THEN
                    DISPLAY "ERROR: ensemble " ensemble_name
                            " has no members on ENSDEF"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                IF member_weight_total NOT > 0 THEN
                    DISPLAY "ERROR: ensemble " ensemble_name
                            " members' weights total zero"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE em_entry_idx(1) TO catalog_idx.
                MOVE ce_input_size(catalog_idx) TO input_size.
                MOVE ce_hidden_size(catalog_idx) TO hidden_size.
                MOVE ce_output_size(catalog_idx) TO output_size.
                MOVE ce_n_hidden(catalog_idx) TO n_hidden_layers.
                MOVE ce_function(catalog_idx) TO conf_log_function.
                PERFORM check_parameter_bounds.
                EXIT.

            *> one ENSDEF line of the ensemble in hand: the version it
            *> names (or the model's ACTIVE one) must be on MODELCAT,
            *> approved, listed once, and of the first member's shape
            take_ensemble_member.
                IF n_members >= max_ensemble_members THEN
                    DISPLAY "ERROR: ensemble " ensemble_name
                            " lists more than " max_ensemble_members
                            " members"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                IF ed_version NOT = SPACES AND
                        (ed_version(1:1) NOT = "V" OR
                         ed_version(2:4) IS NOT NUMERIC) THEN
                    DISPLAY "ERROR: ensemble " ensemble_name
                            " member " ed_model " version "
                            ed_version " is not Vnnnn"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                IF ed_weight = SPACES THEN
                    DISPLAY "ERROR: ensemble " ensemble_name
                            " member " ed_model " has no weight"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                ADD 1 TO n_members.
                MOVE ed_model TO em_model(n_members).
                MOVE ZERO TO em_entry_idx(n_members).
                PERFORM VARYING catalog_idx FROM 1 BY 1
                                UNTIL catalog_idx > n_catalog_entries
                    IF ce_model_name(catalog_idx) = ed_model THEN
                        IF ed_version = SPACES AND
                                ce_status(catalog_idx) = "ACTIVE" THEN
                            MOVE catalog_idx TO em_entry_idx(n_members)
                        END-IF
                        IF ed_version NOT = SPACES AND
                                ce_version(catalog_idx)
                                    = ed_version(2:4) THEN
                            MOVE catalog_idx TO em_entry_idx(n_members)
                        END-IF
                    END-IF
                END-PERFORM.
                IF em_entry_idx(n_members) = 0 THEN
                    DISPLAY "ERROR: ensemble " ensemble_name
                            " member " ed_model " " ed_version
                            " not found in MODELCAT"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE em_entry_idx(n_members) TO catalog_idx.
                *> only a version that has been through approval (the
                *> live one, or one it superseded) may score a feed
                IF ce_status(catalog_idx) NOT = "ACTIVE" AND
                        ce_status(catalog_idx) NOT = "SUPERSEDED" THEN
                    DISPLAY "ERROR: ensemble " ensemble_name
                            " member " ed_model " " ed_version
                            " is " ce_status(catalog_idx)
                            " - not an approved version"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                PERFORM VARYING member_idx FROM 1 BY 1
                                UNTIL member_idx >= n_members
                    IF em_entry_idx(member_idx) = catalog_idx THEN
                        DISPLAY "ERROR: ensemble " ensemble_name
                                " lists " ed_model " V"
                                ce_version(catalog_idx) " twice"
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
                END-PERFORM.
                IF ce_input_size(catalog_idx)
                        NOT = ce_input_size(em_entry_idx(1)) OR
                        ce_output_size(catalog_idx)
                            NOT = ce_output_size(em_entry_idx(1)) THEN
                    DISPLAY "ERROR: ensemble " ensemble_name
                            " member " ed_model
                            " was trained with a different input/output "
                            "shape than " em_model(1)
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                COMPUTE member_weight_read = FUNCTION NUMVAL(ed_weight).
                IF member_weight_read < 0 THEN
                    DISPLAY "ERROR: ensemble " ensemble_name
                            " member " ed_model " weight " ed_weight
                            " is negative"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE ce_version(catalog_idx) TO em_version(n_members).
                MOVE ce_n_hidden(catalog_idx) TO em_n_hidden(n_members).
                MOVE member_weight_read TO em_weight(n_members).
                ADD member_weight_read TO member_weight_total.
                EXIT.

            *> load every member's checkpoint and scaling profile and
            *> keep them in its mirror, last member first so the lead
            *> member is the one left live; the feed is then ledgered
            *> on PREDLOG under the ensemble's name, at version zero
            load_ensemble_members.
                PERFORM VARYING member_idx FROM n_members BY -1
                                UNTIL member_idx < 1
                    PERFORM load_ensemble_member
                END-PERFORM.
                MOVE ensemble_name TO model_name.
                MOVE ZERO TO model_version.
                EXIT.

            *> load one member the way switch_compare_model loads a
            *> challenger, then mirror its layer table, activation
            *> function and scaling profile
            load_ensemble_member.
                MOVE em_entry_idx(member_idx) TO catalog_idx.
                MOVE em_model(member_idx) TO model_name.
                MOVE ce_version(catalog_idx) TO model_version.
                MOVE ce_hidden_size(catalog_idx) TO hidden_size.
                MOVE ce_n_hidden(catalog_idx) TO n_hidden_layers.
                MOVE ce_function(catalog_idx) TO conf_log_function.
                PERFORM check_parameter_bounds.
                PERFORM set_model_files.
                PERFORM wire_network_topology.
                PERFORM set_activation_functions.
                PERFORM load_weights.
                PERFORM load_scale_profile.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > output_layer
                    MOVE layer(i) TO member_layer(member_idx, i)
                END-PERFORM.
                MOVE nonlinear_function TO em_function(member_idx).
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > input_size
                    MOVE input_scale(i) TO em_input_scale(member_idx, i)
                END-PERFORM.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > output_size
                    MOVE output_scale(i)
                            TO em_output_scale(member_idx, i)
                END-PERFORM.
                EXIT.

            *> make member member_idx the live network: its layer
            *> table, activation function and scaling profile
            switch_ensemble_member.
                ADD 2 TO em_n_hidden(member_idx) GIVING output_layer.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > output_layer
                    MOVE member_layer(member_idx, i) TO layer(i)
                END-PERFORM.
                MOVE em_function(member_idx) TO nonlinear_function.
                PERFORM switch_member_scaling.
                EXIT.

            *> put member member_idx's scaling profile in force
            switch_member_scaling.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > input_size
                    MOVE em_input_scale(member_idx, i) TO input_scale(i)
                END-PERFORM.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > output_size
                    MOVE em_output_scale(member_idx, i)
                            TO output_scale(i)
                END-PERFORM.
                EXIT.

            *> score the case in hand through every member and carry
            *> the blend into denorm_outputs for the decision layer
            score_ensemble_case.
                PERFORM score_ensemble_members.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > output_size
                    MOVE ensemble_combined(i) TO denorm_outputs(i)
                END-PERFORM.
                EXIT.

            *> one pass of the case through every member, each under
            *> its own scaling (with ensemble_hold_field, when set,
            *> held at the middle of its training range); the
            *> weighted average of the members' raw scores lands in
            *> ensemble_combined. Only the case's own pass records
            *> the members' scores. The lead member's scaling is put
            *> back in force for the drift statistics and explanations.
            score_ensemble_members.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > output_size
                    MOVE ZERO TO ensemble_total(i)
                END-PERFORM.
                PERFORM VARYING member_idx FROM 1 BY 1
                                UNTIL member_idx > n_members
                    PERFORM score_ensemble_member
                END-PERFORM.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > output_size
                    COMPUTE ensemble_combined(i) =
                        ensemble_total(i) / member_weight_total
                END-PERFORM.
                MOVE 1 TO member_idx.
                PERFORM switch_member_scaling.
                EXIT.

            *> member member_idx's raw scores for the case in hand,
            *> weighted into the running totals
            score_ensemble_member.
                PERFORM switch_ensemble_member.
                PERFORM set_predict_input.
                IF ensemble_hold_field NOT = 0 THEN
                    MOVE 0.5 TO valuess(input_layer, ensemble_hold_field)
                END-IF.
                PERFORM forward_pass.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > output_size
                    COMPUTE scale_range = out_scale_max(i)
                                            - out_scale_min(i)
                    COMPUTE member_raw =
                        (valuess(output_layer, i) * scale_range)
                            + out_scale_min(i)
                    IF ensemble_hold_field = 0 THEN
                        MOVE member_raw TO em_scores(member_idx, i)
                    END-IF
                    COMPUTE ensemble_total(i) = ensemble_total(i)
                        + (member_raw * em_weight(member_idx))
                END-PERFORM.
                EXIT.

            *> an ENSEMBLE run's DECISRPT also records the blend it
            *> scored with - each member's version and share of the
            *> weights - and per output field how many cases went to
            *> review because the members split across the cutoff
            write_ensemble_summary.
                PERFORM VARYING member_idx FROM 1 BY 1
                                UNTIL member_idx > n_members
                    COMPUTE member_share_edit =
                        em_weight(member_idx) / member_weight_total
                    MOVE SPACES TO decision_report_record
                    MOVE 1 TO report_ptr
                    STRING "ENSEMBLE:" DELIMITED BY SIZE
                            ensemble_name DELIMITED BY " "
                            "  MEMBER:" DELIMITED BY SIZE
                            em_model(member_idx) DELIMITED BY " "
                            ".V" DELIMITED BY SIZE
                            em_version(member_idx) DELIMITED BY SIZE
                            "  SHARE:" DELIMITED BY SIZE
                            member_share_edit DELIMITED BY SIZE
                            INTO decision_report_record
                            WITH POINTER report_ptr
                    END-STRING
                    WRITE decision_report_record
                END-PERFORM.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > output_size
                    MOVE i TO decision_field_edit
                    MOVE disagree_count(i) TO predict_count_edit
                    MOVE SPACES TO decision_report_record
                    MOVE 1 TO report_ptr
                    STRING "ENSEMBLE:" DELIMITED BY SIZE
                            ensemble_name DELIMITED BY " "
                            "  FIELD:" DELIMITED BY SIZE
                            decision_field_edit DELIMITED BY SIZE
                            "  MODEL-DISAGREE:" DELIMITED BY SIZE
                            predict_count_edit DELIMITED BY SIZE
                            INTO decision_report_record
                            WITH POINTER report_ptr
                    END-STRING
                    WRITE decision_report_record
                END-PERFORM.
                EXIT.

            *> holdout-evaluation run: score every labeled record on
            *> EVALDATA against the loaded network, report per-record
            *> predicted-vs-expected to EVALRPT, then the run's mean
                    STOP RUN
                END-IF.
                OPEN OUTPUT eval_report_file.
                *> a named model's evaluation says which catalog
                *> version it scored, so the approval screen can tell
                *> whether the report belongs to the version in front
                *> of it
                IF model_name NOT = SPACES THEN
                    MOVE SPACES TO eval_report_record
                    MOVE 1 TO report_ptr
                    STRING "MODEL:" DELIMITED BY SIZE
                            model_name DELIMITED BY " "
                            " VERSION:" DELIMITED BY SIZE
                            model_version DELIMITED BY SIZE
                            " STATUS:" DELIMITED BY SIZE
                            ce_status(scoring_entry_idx)
                                DELIMITED BY " "
                            INTO eval_report_record
                            WITH POINTER report_ptr
                    END-STRING
                    WRITE eval_report_record
                END-IF.
                MOVE ZERO TO eval_record_count.
                MOVE ZERO TO eval_error_total.
                PERFORM UNTIL eval_file_status = "10"
                        INTO xval_report_record
                        WITH POINTER report_ptr
                END-STRING.
                *> the registered training set the folds were cut from
                STRING "  DATASET:" DELIMITED BY SIZE
                        dataset_id DELIMITED BY SIZE
                        INTO xval_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE xval_report_record.
                IF fold_binary_switch = 1 THEN
                    MOVE xval_mean_rate TO hit_rate_edit
                IF model_name NOT = SPACES THEN
                    STRING " MODEL:" DELIMITED BY SIZE
                            model_name DELIMITED BY " "
                            " VERSION:" DELIMITED BY SIZE
                            model_version DELIMITED BY SIZE
                            INTO audit_record
                            WITH POINTER report_ptr
                    END-STRING
                END-IF.
                *> the maker of the version, checked against whoever
                *> approves it
                STRING " OPERATOR:" DELIMITED BY SIZE
                        operator_id DELIMITED BY " "
                        INTO audit_record
                        WITH POINTER report_ptr
                END-STRING.
                *> the registered training set this run learns from
                STRING " DATASET:" DELIMITED BY SIZE
                        dataset_id DELIMITED BY SIZE
                        INTO audit_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE audit_record.
                CLOSE audit_file.
                EXIT.
