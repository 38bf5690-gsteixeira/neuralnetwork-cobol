            *> queue NeuralNetwork's PREDICT runs write.
            *>   A work screen pages through the queue's open items
            *>   (those with no disposition on REVIEWDSP yet), takes a
            *>   final label and a reviewer ID per item and writes the
            *>   disposition to REVIEWDSP; a merge step combines the
            *>   auto-decided PREDICTOUT lines with the human
            *>   dispositions into a completed decisions file
            *>   under the same stamp. A blank stamp keeps the classic
            *>   unstamped names. REVIEWDSP is cumulative across all
            *>   generations.
            *>   REVIEWQ and REVIEWDSP are indexed on stamp + case key
            *>   + output field (a blank stamp holds the items from
            *>   before stamping): the work screen reads the entered
            *>   generation's items off the key, a look-up screen
            *>   goes straight to one item to work it or correct its
            *>   disposition in place, and every correction leaves a
            *>   before/after line on REVIEWCOR. The QA sample queue
            *>   REVIEWQA and its second reviews REVIEWQAD are keyed
            *>   the same way, under the sampled disposition's key.
            *>   Run with MERGE as the first command-line word, the
            *>   merge runs unattended for the job stream: the second
            *>   word is a yyyymmdd date (every generation PREDLOG
            *>   ledgers for that feed date is merged), a single
            *>   yyyymmdd.Cnn stamp, or blank for the unstamped set;
            *>   each generation DecisionInterface still holds keys
            *>   back for on DECISLOG is then merged again as well.
            *>   RC 12 when a generation has nothing to merge.
            *> Mod log:
            *>   2026-10-15 GST - reviewer QA sampling: qa_sample_pct
            *>                    (PARAMS) percent of saved
            *>                    dispositions, drawn at random, go to
            *>                    the REVIEWQA queue for a second review
            *>                    by a different reviewer. The second-
            *>                    review screen is blind until the
            *>                    labels disagree, then takes a
            *>                    resolution (first label upheld or
            *>                    overturned); results go on REVIEWQAD
            *>                    and an overturned label is what the
            *>                    merge writes to DECISFNL. REVIEWDSP
            *>                    lines now carry the queue date, the
            *>                    score and whether the label overrode
            *>                    the model's side of the cutoff, for
            *>                    the ReviewerActivity report.
            *>   2026-10-15 GST - REVIEWQ and REVIEWDSP are indexed files
            *>                    keyed on stamp + key + output field;
            *>                    the queue and the dispositions are no
            *>                    longer loaded into tables (and no
            *>                    longer refuse a merge when a table
            *>                    fills). New menu option 4 looks an
            *>                    item up by key: an open item can be
            *>                    worked there, a worked one has its
            *>                    label corrected in place, with the
            *>                    before/after label, the corrector and
            *>                    the date appended to REVIEWCOR. The
            *>                    merge reads each key's dispositions
            *>                    with a keyed START.
            *>   2026-10-15 GST - unattended MERGE run for the nightly
            *>                    job stream, by date (every stamp
            *>                    PREDLOG ledgers for it) or by stamp;
            *>                    the merge itself is split from its
            *>                    result screen.
            *>   2026-10-15 GST - PREDICTOUT/DECISFNL lines widened to
            *>                    1400 for an ENSEMBLE run's per-member
            *>                    scores.
            *>   2026-10-15 GST - REVIEWQA and REVIEWQAD are indexed on
            *>                    the sampled disposition's stamp + key
            *>                    + output field and read by key instead
            *>                    of being loaded into tables, so their
            *>                    history no longer stops the merge,
            *>                    and a key queued again under a later
            *>                    stamp is sampled and checked afresh.
            *>                    Corrections and QA checks are timed;
            *>                    a correction made after the QA check
            *>                    stands over an OVERTURNED QA label in
            *>                    DECISFNL. The open count drops only
            *>                    for a disposition actually saved.
            *>   2026-10-15 GST - the unattended MERGE also merges again
            *>                    every generation DECISLOG still holds
            *>                    keys back for ("H" records), so keys
            *>                    resolved since go out on the next
            *>                    interface run.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                    FILE-CONTROL.
                        *> decisions/explanations are assigned through
                        *> data names so an entered stamp can point
                        *> them at one scoring generation's set; the
                        *> queue and the dispositions are each one
                        *> indexed file for every generation, keyed on
                        *> the stamp, the case key and the output field
                        SELECT review_file ASSIGN TO "REVIEWQ"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS rq_record_key
                            FILE STATUS IS review_status.
                        SELECT disposition_file ASSIGN TO "REVIEWDSP"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS rd_record_key
                            FILE STATUS IS disposition_status.
                        *> the feed ledger, read by feed date to find
                        *> the generations an unattended merge covers
                        SELECT predict_log_file ASSIGN TO "PREDLOG"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS pl_record_key
                            ALTERNATE RECORD KEY IS pl_date
                                WITH DUPLICATES
                            FILE STATUS IS predict_log_status.
                        *> the decision interface's send log, read for
                        *> the generations it still holds keys back for
                        SELECT sent_log_file ASSIGN TO "DECISLOG"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS sl_record_key
                            FILE STATUS IS sent_log_status.
                        SELECT correction_file ASSIGN TO "REVIEWCOR"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS correction_status.
                        SELECT predict_out_file
                            ASSIGN TO predict_out_name
                            ORGANIZATION IS LINE SEQUENTIAL
                        SELECT explain_file ASSIGN TO explain_file_name
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS explain_status.
                        *> the QA second-review queue and its results,
                        *> one indexed file each for every generation
                        *> and keyed like REVIEWDSP, so a sample and
                        *> its second review sit under the disposition's
                        *> own stamp + case key + output field
                        SELECT qa_queue_file ASSIGN TO "REVIEWQA"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS qq_record_key
                            FILE STATUS IS qa_queue_status.
                        SELECT qa_result_file ASSIGN TO "REVIEWQAD"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS qd_record_key
                            FILE STATUS IS qa_result_status.
            DATA DIVISION.
                FILE SECTION.
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
                    *> one record per worked item, under the item's own
                    *> key: the final label, the reviewer's ID and the
                    *> disposition date, then the date the item was
                    *> queued, its score and whether the label went
                    *> against the score's side of the cutoff (Y/N, "-"
                    *> for a label that is neither side's); a corrected
                    *> disposition carries the current label, how many
                    *> times it was corrected, and by whom and when
                    *> (date and time of day) last
                    FD  disposition_file
                        LABEL RECORDS ARE STANDARD.
                    01 disposition_record.
                        05 rd_record_key.
                            10 rd_stamp     PIC X(12).
                            10 rd_key       PIC X(10).
                            10 rd_field     PIC 9(03).
                        05 rd_label         PIC X(10).
                        05 rd_reviewer      PIC X(08).
                        05 rd_date          PIC X(08).
                        05 rd_queued        PIC X(08).
                        05 rd_score         PIC -9(05).9(7).
                        05 rd_override      PIC X(01).
                        05 rd_corrections   PIC 9(03).
                        05 rd_corrected_by  PIC X(08).
                        05 rd_corrected_when.
                            10 rd_corrected_date PIC X(08).
                            10 rd_corrected_time PIC X(06).
                        05 FILLER           PIC X(61).
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
                    *> re-uses DecisionInterface's own DECISLOG record
                    *> shape; "H" marks a key held back in review
                    FD  sent_log_file
                        LABEL RECORDS ARE STANDARD.
                    01 sent_log_record.
                        05 sl_record_key.
                            10 sl_stamp     PIC X(12).
                            10 sl_key       PIC X(10).
                        05 sl_sent_date     PIC X(08).
                        05 sl_ack_status    PIC X(01).
                        05 sl_ack_date      PIC X(08).
                        05 sl_ack_reason    PIC X(40).
                        05 sl_entry_status  PIC X(01).
                        05 sl_held_date     PIC X(08).
                        05 FILLER           PIC X(32).
                    *> one line per in-place correction: the item, the
                    *> label before and after, the override flag before
                    *> and after, the original reviewer, the corrector
                    *> and the date
                    FD  correction_file
                        LABEL RECORDS ARE STANDARD.
                    01 correction_record PIC X(200).
                    *> re-uses NeuralNetwork's own PREDICTOUT record shape
                    FD  predict_out_file
                        LABEL RECORDS ARE STANDARD.
                    01 predict_out_record PIC X(1400).
                    *> the completed decisions file: every PREDICTOUT
                    *> line as scored, each followed by the manual
                    *> dispositions resolved against its key, then one
                    *> flag line per queue item left unworked too long
                    FD  final_file
                        LABEL RECORDS ARE STANDARD.
                    01 final_record PIC X(1400).
                    *> re-uses NeuralNetwork's own PARAMS record shape
                    FD  parm_file
                        LABEL RECORDS ARE STANDARD.
                    FD  explain_file
                        LABEL RECORDS ARE STANDARD.
                    01 explain_record PIC X(200).
                    *> one record per disposition sampled for a
                    *> second review, under the disposition's key: the
                    *> score and the first reviewer's label, ID and
                    *> date worked
                    FD  qa_queue_file
                        LABEL RECORDS ARE STANDARD.
                    01 qa_queue_record.
                        05 qq_record_key.
                            10 qq_stamp     PIC X(12).
                            10 qq_key       PIC X(10).
                            10 qq_field     PIC 9(03).
                        05 qq_score         PIC -9(05).9(7).
                        05 qq_label         PIC X(10).
                        05 qq_reviewer      PIC X(08).
                        05 qq_date          PIC X(08).
                        05 FILLER           PIC X(55).
                    *> one record per second review, under the sampled
                    *> disposition's key: the QA label, checker and
                    *> when checked, the first label, reviewer and
                    *> date, AGREE/DISAGREE and the resolution of a
                    *> disagreement (UPHELD/OVERTURNED)
                    FD  qa_result_file
                        LABEL RECORDS ARE STANDARD.
                    01 qa_result_record.
                        05 qd_record_key.
                            10 qd_stamp     PIC X(12).
                            10 qd_key       PIC X(10).
                            10 qd_field     PIC 9(03).
                        05 qd_qa_label      PIC X(10).
                        05 qd_checker       PIC X(08).
                        05 qd_checked_when.
                            10 qd_checked   PIC X(08).
                            10 qd_checked_time PIC X(06).
                        05 qd_first_label   PIC X(10).
                        05 qd_first_reviewer PIC X(08).
                        05 qd_first_date    PIC X(08).
                        05 qd_result        PIC X(08).
                        05 qd_resolution    PIC X(10).
                        05 FILLER           PIC X(59).
                WORKING-STORAGE SECTION.
                    01 review_status        PIC X(02).
                    01 disposition_status   PIC X(02).
                    01 predict_out_status   PIC X(02).
                    01 final_status         PIC X(02).
                    01 parm_file_status     PIC X(02).
                    01 qa_queue_status      PIC X(02).
                    01 qa_result_status     PIC X(02).
                    01 correction_status    PIC X(02).
                    01 predict_log_status   PIC X(02).
                    01 sent_log_status      PIC X(02).
                    *> the unattended merge: MERGE and a date, a stamp
                    *> or nothing as the command-line words; merge_done
                    *> tells whether a generation's DECISFNL got written
                    01 command_line         PIC X(40) VALUE SPACES.
                    01 batch_option         PIC X(10) VALUE SPACES.
                    01 batch_target         PIC X(12) VALUE SPACES.
                    01 batch_date           PIC X(08) VALUE SPACES.
                    01 batch_rc             PIC 9(02) VALUE ZERO.
                    01 batch_merged         PIC 9(05) COMP VALUE ZERO.
                    01 merge_done           PIC 9(01) COMP VALUE ZERO.
                    *> the next generation DECISLOG still holds keys
                    *> back for, merged again so they can go out
                    01 held_stamp           PIC X(12) VALUE SPACES.
                    01 held_found           PIC 9(01) COMP VALUE ZERO.
                    *> the item in hand, off its REVIEWQ record: an item
                    *> is open until REVIEWDSP holds a disposition under
                    *> the same key. current_item is the item's place in
                    *> its generation's queue, zero when nothing is left
                    *> open; current_key is where the next search for
                    *> an open item resumes
                    01 current_key.
                        05 ck_stamp         PIC X(12).
                        05 ck_key           PIC X(10).
                        05 ck_field         PIC 9(03).
                    01 ci_key               PIC X(10).
                    01 ci_field             PIC X(03).
                    01 ci_score             PIC X(14).
                    01 score_edit           PIC -(5)9.9(7).
                    01 ci_reason            PIC X(20).
                    01 ci_date              PIC X(08).
                    01 ci_age_days          PIC 9(05) COMP.
                    01 item_seq             PIC 9(05) COMP VALUE ZERO.
                    01 item_worked          PIC 9(01) COMP VALUE ZERO.
                    01 next_found           PIC 9(01) COMP VALUE ZERO.
                    *> which of the indexed files this session has
                    *> open; a merge runs without any of them
                    01 queue_open           PIC 9(01) COMP VALUE ZERO.
                    01 dispo_open           PIC 9(01) COMP VALUE ZERO.
                    01 qa_queue_open        PIC 9(01) COMP VALUE ZERO.
                    01 qa_result_open       PIC 9(01) COMP VALUE ZERO.
                    *> look-up screen state: the item asked for, whether
                    *> it was found on the queue and/or already worked,
                    *> and the disposition as it stood before a
                    *> correction
                    01 entry_key            PIC X(10) VALUE SPACES.
                    01 entry_field          PIC X(03) VALUE SPACES.
                    01 lookup_loaded        PIC 9(01) COMP VALUE ZERO.
                    01 queue_found          PIC 9(01) COMP VALUE ZERO.
                    01 dispo_found          PIC 9(01) COMP VALUE ZERO.
                    01 before_label         PIC X(10) VALUE SPACES.
                    01 before_override      PIC X(01) VALUE SPACES.
                    01 sc_dispo_text        PIC X(60) VALUE SPACES.
                    01 corrections_edit     PIC Z(02)9.
                    *> UNSTRING scratch for pulling the tagged fields
                    *> off EXPLRPT report lines
                    01 parse_junk           PIC X(20).
                    01 parse_key            PIC X(14).
                    01 parse_field          PIC X(08).
                    01 field_number         PIC 9(03) VALUE ZERO.
                    *> item aging: days between the line's queue date
                    *> and today, against the PARAMS-set limit
                    01 current_item         PIC 9(05) COMP VALUE ZERO.
                    01 open_count           PIC 9(05) COMP VALUE ZERO.
                    01 worked_this_session  PIC 9(05) COMP VALUE ZERO.
                    01 sc_item_edit         PIC Z(04)9.
                    01 sc_open_edit         PIC Z(04)9.
                    01 sc_key               PIC X(10) VALUE SPACES.
                    01 sc_age_text          PIC X(30) VALUE SPACES.
                    01 entry_label          PIC X(10) VALUE SPACES.
                    01 entry_reviewer       PIC X(08) VALUE SPACES.
                    *> which side of the cutoff the item's score fell
                    *> on, per output field, off PARAMS the way
                    *> NeuralNetwork decides it; a saved label on the
                    *> other side's label is an override of the model
                    01 max_output_size      CONSTANT as 10.
                    01 decision_config OCCURS max_output_size TIMES.
                        05 decision_cutoff PIC S9(05)V9(7) COMP-3 SYNC
                                                VALUE 0.5.
                        05 decision_high_label PIC X(10)
                                                VALUE "APPROVE".
                        05 decision_low_label  PIC X(10)
                                                VALUE "REFER".
                    01 decision_field       PIC 9(03) VALUE ZERO.
                    01 score_value          PIC S9(05)V9(7) COMP-3
                                                VALUE ZERO.
                    01 override_flag        PIC X(01) VALUE SPACES.
                    *> QA sampling: the percentage of saved dispositions
                    *> drawn at random for a second review
                    01 qa_sample_pct        PIC 9(03) COMP VALUE 10.
                    01 qa_draw              PIC 9(03)V9(6) COMP-3
                                                VALUE ZERO.
                    01 seed                 PIC S9(7) BINARY.
                    *> the QA item in hand, off its REVIEWQA record: a
                    *> sample is open until REVIEWQAD holds a second
                    *> review under the same key. current_qa is its
                    *> place in the queue, zero when nothing is left
                    *> open; current_qa_key is where the next search
                    *> for an open sample resumes
                    01 current_qa_key.
                        05 cq_stamp         PIC X(12).
                        05 cq_key           PIC X(10).
                        05 cq_field         PIC 9(03).
                    01 qi_key               PIC X(10).
                    01 qi_field             PIC X(03).
                    01 qi_score             PIC X(14).
                    01 qi_label             PIC X(10).
                    01 qi_reviewer          PIC X(08).
                    01 qi_date              PIC X(08).
                    01 qi_stamp             PIC X(12).
                    01 qa_seq               PIC 9(05) COMP VALUE ZERO.
                    01 qa_checked           PIC 9(01) COMP VALUE ZERO.
                    01 qa_next_found        PIC 9(01) COMP VALUE ZERO.
                    *> whether the disposition in hand has a second
                    *> review on REVIEWQAD (the record then holds it)
                    01 qa_result_found      PIC 9(01) COMP VALUE ZERO.
                    *> second-review screen state: the first review
                    *> stays hidden until the QA label disagrees with it
                    01 current_qa           PIC 9(05) COMP VALUE ZERO.
                    01 qa_open_count        PIC 9(05) COMP VALUE ZERO.
                    01 qa_reveal            PIC 9(01) COMP VALUE ZERO.
                    01 entry_resolution     PIC X(01) VALUE SPACES.
                    01 sc_stamp             PIC X(12) VALUE SPACES.
                    01 sc_first_text        PIC X(60) VALUE SPACES.
                    01 qa_result_text       PIC X(08) VALUE SPACES.
                    01 qa_resolution_text   PIC X(10) VALUE SPACES.
                    01 merged_label         PIC X(10) VALUE SPACES.
                    *> the two most influential inputs per reviewed
                    *> key/field, condensed from the EXPLRPT block the
                    *> scoring run wrote so the work screen can show
                    01 validation_message   PIC X(60) VALUE SPACES.
                    *> which scoring generation to work: blank keeps
                    *> the classic unstamped names, a yyyymmdd.Cnn
                    *> stamp picks that generation's queue items and
                    *> points the decisions/explanations at its files
                    01 entry_stamp          PIC X(12) VALUE SPACES.
                    01 predict_out_name     PIC X(44)
                                                VALUE "PREDICTOUT".
                    01 explain_file_name    PIC X(44)
                        05 LINE 05 COLUMN 05
                            VALUE "2. MERGE RESOLVED DECISIONS".
                        05 LINE 06 COLUMN 05
                            VALUE "3. WORK QA SECOND REVIEWS".
                        05 LINE 07 COLUMN 05
                            VALUE "4. LOOK UP / CORRECT AN ITEM".
                        05 LINE 08 COLUMN 05
                            VALUE "0. EXIT".
                        05 LINE 09 COLUMN 05
                            VALUE "STAMP (YYYYMMDD.CNN, BLANK=NONE):".
                        05 LINE 09 COLUMN 40 PIC X(12)
                            USING entry_stamp.
                        05 LINE 11 COLUMN 05 PIC X(60)
                            FROM validation_message.
                        05 LINE 13 COLUMN 05 VALUE "OPTION:".
                        05 LINE 13 COLUMN 13 PIC X(01)
                            USING menu_choice AUTO.
                    01 item_screen.
                        05 BLANK SCREEN.
                            VALUE "S=SAVE  N=SKIP  X=BACK:".
                        05 LINE 17 COLUMN 30 PIC X(01)
                            USING nav_choice AUTO.
                    01 qa_item_screen.
                        05 BLANK SCREEN.
                        05 LINE 01 COLUMN 05
                            VALUE "SECOND REVIEW (QA)".
                        05 LINE 01 COLUMN 30 VALUE "OPEN".
                        05 LINE 01 COLUMN 35 PIC Z(04)9
                            FROM sc_item_edit.
                        05 LINE 01 COLUMN 41 VALUE "OF".
                        05 LINE 01 COLUMN 44 PIC Z(04)9
                            FROM sc_open_edit.
                        05 LINE 03 COLUMN 05 VALUE "KEY:".
                        05 LINE 03 COLUMN 20 PIC X(10) FROM sc_key.
                        05 LINE 04 COLUMN 05 VALUE "OUTPUT FIELD:".
                        05 LINE 04 COLUMN 20 PIC X(03) FROM sc_field.
                        05 LINE 05 COLUMN 05 VALUE "SCORE:".
                        05 LINE 05 COLUMN 20 PIC X(14) FROM sc_score.
                        05 LINE 06 COLUMN 05 VALUE "STAMP:".
                        05 LINE 06 COLUMN 20 PIC X(12) FROM sc_stamp.
                        05 LINE 07 COLUMN 05 VALUE "FIRST WORKED:".
                        05 LINE 07 COLUMN 20 PIC X(08) FROM sc_date.
                        05 LINE 09 COLUMN 05 PIC X(60)
                            FROM sc_first_text.
                        05 LINE 12 COLUMN 05 VALUE "QA LABEL:".
                        05 LINE 12 COLUMN 20 PIC X(10)
                            USING entry_label.
                        05 LINE 13 COLUMN 05 VALUE "REVIEWER ID:".
                        05 LINE 13 COLUMN 20 PIC X(08)
                            USING entry_reviewer.
                        05 LINE 14 COLUMN 05 VALUE "RESOLUTION:".
                        05 LINE 14 COLUMN 20 PIC X(01)
                            USING entry_resolution.
                        05 LINE 14 COLUMN 23
                            VALUE "U=UPHOLD FIRST  O=OVERTURN".
                        05 LINE 15 COLUMN 05 PIC X(60)
                            FROM validation_message.
                        05 LINE 17 COLUMN 05
                            VALUE "S=SAVE  N=SKIP  X=BACK:".
                        05 LINE 17 COLUMN 30 PIC X(01)
                            USING nav_choice AUTO.
                    01 lookup_screen.
                        05 BLANK SCREEN.
                        05 LINE 01 COLUMN 05
                            VALUE "LOOK UP / CORRECT ITEM".
                        05 LINE 01 COLUMN 30 VALUE "STAMP:".
                        05 LINE 01 COLUMN 37 PIC X(12)
                            FROM entry_stamp.
                        05 LINE 03 COLUMN 05 VALUE "KEY:".
                        05 LINE 03 COLUMN 20 PIC X(10)
                            USING entry_key.
                        05 LINE 04 COLUMN 05 VALUE "OUTPUT FIELD:".
                        05 LINE 04 COLUMN 20 PIC X(03)
                            USING entry_field.
                        05 LINE 05 COLUMN 05 VALUE "SCORE:".
                        05 LINE 05 COLUMN 20 PIC X(14) FROM sc_score.
                        05 LINE 06 COLUMN 05 VALUE "REASON:".
                        05 LINE 06 COLUMN 20 PIC X(20) FROM sc_reason.
                        05 LINE 07 COLUMN 05 VALUE "QUEUED:".
                        05 LINE 07 COLUMN 20 PIC X(08) FROM sc_date.
                        05 LINE 08 COLUMN 05 PIC X(30)
                            FROM sc_age_text.
                        05 LINE 10 COLUMN 05 PIC X(60)
                            FROM sc_dispo_text.
                        05 LINE 12 COLUMN 05 VALUE "FINAL LABEL:".
                        05 LINE 12 COLUMN 20 PIC X(10)
                            USING entry_label.
                        05 LINE 13 COLUMN 05 VALUE "REVIEWER ID:".
                        05 LINE 13 COLUMN 20 PIC X(08)
                            USING entry_reviewer.
                        05 LINE 15 COLUMN 05 PIC X(60)
                            FROM validation_message.
                        05 LINE 17 COLUMN 05
                            VALUE "L=LOOK UP  S=SAVE  X=BACK:".
                        05 LINE 17 COLUMN 33 PIC X(01)
                            USING nav_choice AUTO.
                    01 merge_result_screen.
                        05 BLANK SCREEN.
                        05 LINE 02 COLUMN 05 VALUE "MERGE COMPLETE".
                COMPUTE today_int = FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(today_date)).
                PERFORM read_age_limit.
                ACCEPT command_line FROM COMMAND-LINE.
                UNSTRING command_line DELIMITED BY ALL " "
                        INTO batch_option batch_target
                END-UNSTRING.
                IF batch_option = "MERGE" THEN
                    PERFORM run_batch_merge
                    MOVE batch_rc TO RETURN-CODE
                    STOP RUN
                END-IF.
                *> seed the QA sampling draw
                MOVE datetime(8:9) TO seed.
                COMPUTE qa_draw = FUNCTION RANDOM(seed).
                PERFORM UNTIL menu_choice = "0"
                    MOVE SPACES TO menu_choice
                    DISPLAY menu_screen
                            PERFORM work_queue
                        WHEN "2"
                            PERFORM merge_decisions
                        WHEN "3"
                            PERFORM work_qa_queue
                        WHEN "4"
                            PERFORM work_lookup
                        WHEN "0"
                            CONTINUE
                        WHEN OTHER
                END-PERFORM.
            STOP RUN.

            *> point the decisions/explanations files at the entered
            *> scoring generation; a blank stamp keeps the classic
            *> unstamped names
            set_generation_files.
                IF entry_stamp = SPACES THEN
                    MOVE "PREDICTOUT" TO predict_out_name
                    MOVE "EXPLRPT" TO explain_file_name
                    MOVE "DECISFNL" TO final_file_name
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO predict_out_name.
                MOVE 1 TO report_ptr.
                STRING "PREDICTOUT." DELIMITED BY SIZE
                END-STRING.
                EXIT.

            *> pick the aging limit, the QA sampling percentage and the
            *> per-field cutoffs and labels off PARAMS; a missing
            *> PARAMS or absent name just leaves the default in place,
            *> same as NeuralNetwork's own read_parameters
            read_age_limit.
                OPEN INPUT parm_file.
                IF parm_file_status NOT = "00" THEN
                        AT END
                            CONTINUE
                        NOT AT END
                            EVALUATE FUNCTION TRIM(parm_name)
                                WHEN "review_age_limit_days"
                                    COMPUTE age_limit_days =
                                        FUNCTION NUMVAL(parm_value)
                                WHEN "qa_sample_pct"
                                    COMPUTE qa_sample_pct =
                                        FUNCTION NUMVAL(parm_value)
                                WHEN OTHER
                                    PERFORM parse_decision_parameter
                            END-EVALUATE
                    END-READ
                END-PERFORM.
                CLOSE parm_file.
                IF qa_sample_pct > 100 THEN
                    MOVE 100 TO qa_sample_pct
                END-IF.
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

            *> page through the generation's open queue items, taking
            *> a final label and reviewer ID per item; each save writes
            *> a REVIEWDSP disposition under the item's key and moves
            *> on to the next open item
            work_queue.
                PERFORM open_review_files.
                IF queue_open = 0 OR dispo_open = 0 THEN
                    PERFORM close_review_files
                    EXIT PARAGRAPH
                END-IF.
                PERFORM load_explanations.
                PERFORM count_open_items.
                IF open_count = 0 THEN
                    MOVE "NO OPEN REVIEW ITEMS" TO validation_message
                    PERFORM close_review_files
                    EXIT PARAGRAPH
                END-IF.
                MOVE ZERO TO current_item.
                IF current_item = 0 AND worked_this_session > 0 THEN
                    MOVE "ALL OPEN ITEMS WORKED" TO validation_message
                END-IF.
                PERFORM close_review_files.
                EXIT.

            *> open REVIEWQ for keyed reads and REVIEWDSP for update;
            *> the first disposition ever saved starts REVIEWDSP
            open_review_files.
                MOVE ZERO TO queue_open.
                MOVE ZERO TO dispo_open.
                OPEN INPUT review_file.
                IF review_status NOT = "00" THEN
                    MOVE "REVIEWQ NOT FOUND" TO validation_message
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO queue_open.
                OPEN I-O disposition_file.
                IF disposition_status = "35" THEN
                    OPEN OUTPUT disposition_file
                    CLOSE disposition_file
                    OPEN I-O disposition_file
                END-IF.
                IF disposition_status NOT = "00" THEN
                    MOVE "REVIEWDSP CANNOT BE OPENED"
                            TO validation_message
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO dispo_open.
                EXIT.

            *> close whichever of the indexed files are open
            close_review_files.
                IF queue_open = 1 THEN
                    CLOSE review_file
                    MOVE ZERO TO queue_open
                END-IF.
                IF dispo_open = 1 THEN
                    CLOSE disposition_file
                    MOVE ZERO TO dispo_open
                END-IF.
                IF qa_queue_open = 1 THEN
                    CLOSE qa_queue_file
                    MOVE ZERO TO qa_queue_open
                END-IF.
                IF qa_result_open = 1 THEN
                    CLOSE qa_result_file
                    MOVE ZERO TO qa_result_open
                END-IF.
                EXIT.

            *> position REVIEWQ on the first item of the entered
            *> generation; status "23" when the generation has none
            start_generation.
                MOVE LOW-VALUES TO rq_record_key.
                MOVE entry_stamp TO rq_stamp.
                START review_file KEY IS >= rq_record_key
                    INVALID KEY
                        MOVE "23" TO review_status
                END-START.
                EXIT.

            *> how many of the generation's items are still open
            count_open_items.
                MOVE ZERO TO open_count.
                PERFORM start_generation.
                PERFORM UNTIL review_status NOT = "00"
                    READ review_file NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF rq_stamp NOT = entry_stamp THEN
                                MOVE "10" TO review_status
                            ELSE
                                PERFORM check_item_worked
                                IF item_worked = 0 THEN
                                    ADD 1 TO open_count
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                EXIT.

            *> an item with a disposition on file under its own key
            *> is no longer open
            check_item_worked.
                MOVE ZERO TO item_worked.
                IF dispo_open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE rq_stamp TO rd_stamp.
                MOVE rq_key TO rd_key.
                MOVE rq_field TO rd_field.
                READ disposition_file
                    KEY IS rd_record_key
                    INVALID KEY
                        MOVE ZERO TO item_worked
                    NOT INVALID KEY
                        MOVE 1 TO item_worked
                END-READ.
                EXIT.

            *> read the scoring run's EXPLRPT, keeping the two most
                END-STRING.
                EXIT.

            *> advance to the next open item after the one in hand,
            *> wrapping to the top of the generation once; zero when
            *> nothing is left open
            find_next_open.
                MOVE ZERO TO next_found.
                IF current_item > 0 THEN
                    MOVE current_key TO rq_record_key
                    START review_file KEY IS > rq_record_key
                        INVALID KEY
                            MOVE "23" TO review_status
                    END-START
                    MOVE current_item TO item_seq
                    PERFORM scan_for_open
                END-IF.
                IF next_found = 0 THEN
                    PERFORM start_generation
                    MOVE ZERO TO item_seq
                    PERFORM scan_for_open
                END-IF.
                IF next_found = 0 THEN
                    MOVE ZERO TO current_item
                END-IF.
                EXIT.

            *> read on from where REVIEWQ is positioned to the first
            *> unworked item of the generation, taking it in hand
            scan_for_open.
                PERFORM UNTIL review_status NOT = "00" OR
                                next_found = 1
                    READ review_file NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF rq_stamp NOT = entry_stamp THEN
                                MOVE "10" TO review_status
                            ELSE
                                ADD 1 TO item_seq
                                PERFORM check_item_worked
                                IF item_worked = 0 THEN
                                    PERFORM take_current_item
                                    MOVE item_seq TO current_item
                                    MOVE 1 TO next_found
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                EXIT.

            *> take the REVIEWQ record just read as the item in hand,
            *> aged against today
            take_current_item.
                MOVE rq_record_key TO current_key.
                MOVE rq_key TO ci_key.
                MOVE rq_field TO ci_field.
                MOVE rq_score TO score_edit.
                MOVE FUNCTION TRIM(score_edit) TO ci_score.
                MOVE rq_reason TO ci_reason.
                MOVE rq_date TO ci_date.
                PERFORM age_current_item.
                EXIT.

            *> days the item in hand has been queued; an item queued
            *> before dates were stamped on REVIEWQ cannot be aged and
            *> counts as queued today
            age_current_item.
                IF ci_date IS NUMERIC THEN
                    COMPUTE queued_int = FUNCTION INTEGER-OF-DATE(
                            FUNCTION NUMVAL(ci_date))
                    COMPUTE age_days = today_int - queued_int
                    IF age_days < 0 THEN
                        MOVE ZERO TO age_days
                    END-IF
                    MOVE age_days TO ci_age_days
                ELSE
                    MOVE today_date TO ci_date
                    MOVE ZERO TO ci_age_days
                END-IF.
                EXIT.

            *> move the current open item into the work screen's
            fill_item_screen.
                MOVE current_item TO sc_item_edit.
                MOVE open_count TO sc_open_edit.
                PERFORM fill_item_fields.
                *> the item's top two explanation lines, when the
                *> scoring run left an EXPLRPT behind
                MOVE SPACES TO sc_expl_1.
                MOVE SPACES TO sc_expl_2.
                PERFORM VARYING expl_idx FROM 1 BY 1
                                UNTIL expl_idx > n_explanations
                    IF ep_key(expl_idx) = ci_key AND
                            ep_field(expl_idx) = ci_field THEN
                        IF ep_rank(expl_idx) = 1 THEN
                            MOVE ep_text(expl_idx) TO sc_expl_1
                        ELSE
                            MOVE ep_text(expl_idx) TO sc_expl_2
                        END-IF
                    END-IF
                END-PERFORM.
                EXIT.

            *> the item in hand's own fields, as the work and look-up
            *> screens both show them
            fill_item_fields.
                MOVE ci_key TO sc_key.
                MOVE ci_field TO sc_field.
                MOVE ci_score TO sc_score.
                MOVE ci_reason TO sc_reason.
                MOVE ci_date TO sc_date.
                MOVE SPACES TO sc_age_text.
                MOVE ci_age_days TO age_edit.
                MOVE 1 TO report_ptr.
                STRING "AGE:" DELIMITED BY SIZE
                        age_edit DELIMITED BY SIZE
                        INTO sc_age_text
                        WITH POINTER report_ptr
                END-STRING.
                IF ci_age_days > age_limit_days THEN
                    STRING "  PAST LIMIT" DELIMITED BY SIZE
                            INTO sc_age_text
                            WITH POINTER report_ptr
                    END-STRING
                END-IF.
                EXIT.

            *> write the entered disposition to REVIEWDSP under the
            *> item's key and close out the item; a disposition some
            *> other session saved first leaves the item as worked,
            *> and the open count is taken afresh since that session
            *> may have worked others as well
            save_disposition.
                IF entry_label = SPACES THEN
                    MOVE "FINAL LABEL IS REQUIRED"
                            TO validation_message
                    EXIT PARAGRAPH
                END-IF.
                IF entry_reviewer = SPACES THEN
                    MOVE "REVIEWER ID IS REQUIRED"
                            TO validation_message
                    EXIT PARAGRAPH
                END-IF.
                PERFORM judge_override.
                PERFORM build_disposition.
                WRITE disposition_record
                    INVALID KEY
                        MOVE "ITEM ALREADY WORKED - SKIPPED"
                                TO validation_message
                    NOT INVALID KEY
                        SUBTRACT 1 FROM open_count
                END-WRITE.
                IF disposition_status = "00" THEN
                    PERFORM sample_for_qa
                    ADD 1 TO worked_this_session
                ELSE
                    PERFORM count_open_items
                END-IF.
                MOVE SPACES TO entry_label.
                MOVE SPACES TO entry_reviewer.
                PERFORM find_next_open.
                EXIT.

            *> a fresh REVIEWDSP record for the item in hand and the
            *> entered label and reviewer
            build_disposition.
                MOVE SPACES TO disposition_record.
                MOVE entry_stamp TO rd_stamp.
                MOVE ci_key TO rd_key.
                MOVE ci_field TO rd_field.
                MOVE entry_label TO rd_label.
                MOVE entry_reviewer TO rd_reviewer.
                MOVE today_date TO rd_date.
                MOVE ci_date TO rd_queued.
                COMPUTE score_value = FUNCTION NUMVAL(ci_score).
                MOVE score_value TO rd_score.
                MOVE override_flag TO rd_override.
                MOVE ZERO TO rd_corrections.
                EXIT.

            *> did the entered label go against the model? The score's
            *> side of the cutoff is the side NeuralNetwork would have
            *> decided absent the review band; a label naming the
            *> other side's label is an override, one naming neither
            *> label cannot be judged
            judge_override.
                MOVE "-" TO override_flag.
                COMPUTE decision_field = FUNCTION NUMVAL(ci_field).
                IF decision_field < 1 OR
                        decision_field > max_output_size THEN
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE score_value = FUNCTION NUMVAL(ci_score).
                EVALUATE TRUE
                    WHEN entry_label
                            = decision_high_label(decision_field)
                        IF score_value < decision_cutoff(decision_field)
                                THEN
                            MOVE "Y" TO override_flag
                        ELSE
                            MOVE "N" TO override_flag
                        END-IF
                    WHEN entry_label
                            = decision_low_label(decision_field)
                        IF score_value < decision_cutoff(decision_field)
                                THEN
                            MOVE "N" TO override_flag
                        ELSE
                            MOVE "Y" TO override_flag
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                EXIT.

            *> draw the saved disposition for a second review
            *> qa_sample_pct percent of the time, queueing it on
            *> REVIEWQA under its own key; the first sample starts the
            *> file
            sample_for_qa.
                COMPUTE qa_draw = FUNCTION RANDOM * 100.
                IF qa_draw >= qa_sample_pct THEN
                    EXIT PARAGRAPH
                END-IF.
                OPEN I-O qa_queue_file.
                IF qa_queue_status = "35" THEN
                    OPEN OUTPUT qa_queue_file
                    CLOSE qa_queue_file
                    OPEN I-O qa_queue_file
                END-IF.
                IF qa_queue_status NOT = "00" THEN
                    MOVE "REVIEWQA CANNOT BE OPENED - NOT SAMPLED"
                            TO validation_message
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO qa_queue_record.
                MOVE rd_record_key TO qq_record_key.
                MOVE rd_score TO qq_score.
                MOVE rd_label TO qq_label.
                MOVE rd_reviewer TO qq_reviewer.
                MOVE rd_date TO qq_date.
                WRITE qa_queue_record
                    INVALID KEY
                        CONTINUE
                END-WRITE.
                CLOSE qa_queue_file.
                EXIT.

            *> go straight to one item of the entered generation by
            *> key and output field: an open item can be worked here,
            *> and a worked item's label corrected in place
            work_lookup.
                PERFORM open_review_files.
                IF queue_open = 0 OR dispo_open = 0 THEN
                    PERFORM close_review_files
                    EXIT PARAGRAPH
                END-IF.
                MOVE ZERO TO lookup_loaded.
                MOVE SPACES TO entry_key.
                MOVE SPACES TO entry_field.
                MOVE SPACES TO entry_label.
                MOVE SPACES TO entry_reviewer.
                MOVE SPACES TO nav_choice.
                PERFORM UNTIL nav_choice = "X"
                    PERFORM fill_lookup_screen
                    DISPLAY lookup_screen
                    ACCEPT lookup_screen
                    MOVE SPACES TO validation_message
                    EVALUATE nav_choice
                        WHEN "L"
                            PERFORM look_up_item
                        WHEN "S"
                            PERFORM save_lookup_item
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-PERFORM.
                MOVE SPACES TO validation_message.
                PERFORM close_review_files.
                EXIT.

            *> the looked-up item's fields and, once worked, its
            *> disposition as it stands; blank until an item is found
            fill_lookup_screen.
                IF lookup_loaded = 0 THEN
                    MOVE SPACES TO sc_score sc_reason sc_date
                                   sc_age_text sc_dispo_text
                    EXIT PARAGRAPH
                END-IF.
                PERFORM fill_item_fields.
                MOVE SPACES TO sc_dispo_text.
                IF dispo_found = 0 THEN
                    MOVE "OPEN - NOT YET WORKED" TO sc_dispo_text
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO report_ptr.
                STRING "WORKED:" DELIMITED BY SIZE
                        before_label DELIMITED BY " "
                        " BY:" DELIMITED BY SIZE
                        rd_reviewer DELIMITED BY " "
                        " ON:" DELIMITED BY SIZE
                        rd_date DELIMITED BY SIZE
                        INTO sc_dispo_text
                        WITH POINTER report_ptr
                END-STRING.
                IF rd_corrections > 0 THEN
                    MOVE rd_corrections TO corrections_edit
                    STRING " CORRECTED:" DELIMITED BY SIZE
                            corrections_edit DELIMITED BY SIZE
                            INTO sc_dispo_text
                            WITH POINTER report_ptr
                    END-STRING
                END-IF.
                EXIT.

            *> read the entered key/field off REVIEWQ and REVIEWDSP;
            *> a blank field means the first output. A disposition
            *> whose queue item is gone can still be corrected
            look_up_item.
                MOVE ZERO TO lookup_loaded.
                MOVE ZERO TO queue_found.
                MOVE ZERO TO dispo_found.
                IF entry_key = SPACES THEN
                    MOVE "KEY IS REQUIRED" TO validation_message
                    EXIT PARAGRAPH
                END-IF.
                IF entry_field = SPACES THEN
                    MOVE 1 TO field_number
                ELSE
                    COMPUTE field_number = FUNCTION NUMVAL(entry_field)
                END-IF.
                MOVE entry_stamp TO rq_stamp.
                MOVE entry_key TO rq_key.
                MOVE field_number TO rq_field.
                READ review_file
                    KEY IS rq_record_key
                    INVALID KEY
                        MOVE ZERO TO queue_found
                    NOT INVALID KEY
                        MOVE 1 TO queue_found
                END-READ.
                MOVE entry_stamp TO rd_stamp.
                MOVE entry_key TO rd_key.
                MOVE field_number TO rd_field.
                READ disposition_file
                    KEY IS rd_record_key
                    INVALID KEY
                        MOVE ZERO TO dispo_found
                    NOT INVALID KEY
                        MOVE 1 TO dispo_found
                END-READ.
                IF queue_found = 0 AND dispo_found = 0 THEN
                    MOVE "NO SUCH ITEM UNDER THIS STAMP"
                            TO validation_message
                    EXIT PARAGRAPH
                END-IF.
                IF queue_found = 1 THEN
                    PERFORM take_current_item
                ELSE
                    MOVE rd_key TO ci_key
                    MOVE rd_field TO ci_field
                    MOVE rd_score TO score_edit
                    MOVE FUNCTION TRIM(score_edit) TO ci_score
                    MOVE "NO LONGER QUEUED" TO ci_reason
                    MOVE rd_queued TO ci_date
                    PERFORM age_current_item
                END-IF.
                MOVE ci_field TO entry_field.
                MOVE 1 TO lookup_loaded.
                IF dispo_found = 1 THEN
                    MOVE rd_label TO before_label
                    MOVE rd_override TO before_override
                    MOVE "WORKED - SAVE A NEW LABEL TO CORRECT IT"
                            TO validation_message
                ELSE
                    MOVE "OPEN - ENTER LABEL AND ID TO WORK IT"
                            TO validation_message
                END-IF.
                EXIT.

            *> save the looked-up item: an open item gets its first
            *> disposition, a worked one is corrected in place
            save_lookup_item.
                IF lookup_loaded = 0 THEN
                    MOVE "LOOK UP AN ITEM FIRST" TO validation_message
                    EXIT PARAGRAPH
                END-IF.
                IF entry_label = SPACES THEN
                    MOVE "FINAL LABEL IS REQUIRED"
                            TO validation_message
                            TO validation_message
                    EXIT PARAGRAPH
                END-IF.
                IF dispo_found = 1 THEN
                    PERFORM correct_disposition
                    EXIT PARAGRAPH
                END-IF.
                PERFORM judge_override.
                PERFORM build_disposition.
                WRITE disposition_record
                    INVALID KEY
                        MOVE "ITEM ALREADY WORKED - LOOK IT UP AGAIN"
                                TO validation_message
                END-WRITE.
                IF disposition_status NOT = "00" THEN
                    MOVE ZERO TO lookup_loaded
                    EXIT PARAGRAPH
                END-IF.
                PERFORM sample_for_qa.
                MOVE "DISPOSITION SAVED" TO validation_message.
                MOVE ZERO TO lookup_loaded.
                MOVE SPACES TO entry_label.
                MOVE SPACES TO entry_reviewer.
                EXIT.

            *> replace a worked item's label in place: the override is
            *> judged afresh for the new label, the record counts the
            *> correction and who made it, and REVIEWCOR keeps the
            *> before/after trail. The original reviewer and date stay
            *> on the disposition
            correct_disposition.
                IF entry_label = before_label THEN
                    MOVE "LABEL UNCHANGED - NOTHING TO CORRECT"
                            TO validation_message
                    EXIT PARAGRAPH
                END-IF.
                MOVE entry_stamp TO rd_stamp.
                MOVE ci_key TO rd_key.
                MOVE ci_field TO rd_field.
                READ disposition_file
                    KEY IS rd_record_key
                    INVALID KEY
                        MOVE "DISPOSITION NO LONGER ON FILE"
                                TO validation_message
                END-READ.
                IF disposition_status NOT = "00" THEN
                    MOVE ZERO TO lookup_loaded
                    EXIT PARAGRAPH
                END-IF.
                MOVE rd_label TO before_label.
                MOVE rd_override TO before_override.
                PERFORM judge_override.
                MOVE entry_label TO rd_label.
                MOVE override_flag TO rd_override.
                ADD 1 TO rd_corrections.
                MOVE entry_reviewer TO rd_corrected_by.
                *> timed, so the merge can tell a correction from a
                *> QA check made on the same day
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(1:8) TO rd_corrected_date.
                MOVE datetime(9:6) TO rd_corrected_time.
                REWRITE disposition_record
                    INVALID KEY
                        MOVE "DISPOSITION COULD NOT BE CORRECTED"
                                TO validation_message
                END-REWRITE.
                IF disposition_status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM write_correction_trail.
                MOVE "DISPOSITION CORRECTED" TO validation_message.
                MOVE ZERO TO lookup_loaded.
                MOVE SPACES TO entry_label.
                MOVE SPACES TO entry_reviewer.
                EXIT.

            *> one REVIEWCOR line for the correction just made; the
            *> first correction starts the file
            write_correction_trail.
                OPEN EXTEND correction_file.
                IF correction_status NOT = "00" THEN
                    OPEN OUTPUT correction_file
                END-IF.
                MOVE SPACES TO correction_record.
                MOVE 1 TO report_ptr.
                STRING "STAMP:" DELIMITED BY SIZE
                        rd_stamp DELIMITED BY SIZE
                        "  KEY:" DELIMITED BY SIZE
                        rd_key DELIMITED BY SIZE
                        "  FIELD:" DELIMITED BY SIZE
                        rd_field DELIMITED BY SIZE
                        "  BEFORE:" DELIMITED BY SIZE
                        before_label DELIMITED BY SIZE
                        "  AFTER:" DELIMITED BY SIZE
                        rd_label DELIMITED BY SIZE
                        "  OVERRIDE:" DELIMITED BY SIZE
                        before_override DELIMITED BY SIZE
                        ">" DELIMITED BY SIZE
                        rd_override DELIMITED BY SIZE
                        "  REVIEWER:" DELIMITED BY SIZE
                        rd_reviewer DELIMITED BY SIZE
                        "  CORRECTOR:" DELIMITED BY SIZE
                        rd_corrected_by DELIMITED BY SIZE
                        "  DATE:" DELIMITED BY SIZE
                        rd_corrected_date DELIMITED BY SIZE
                        INTO correction_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE correction_record.
                CLOSE correction_file.
                EXIT.

            *> page through the open QA sample items the way
            *> work_queue pages the review queue; the second reviewer
            *> must not be the first, and a disagreement is saved only
            *> with its resolution. Samples are worked across every
            *> generation, each showing the stamp it was worked under
            work_qa_queue.
                PERFORM open_qa_files.
                IF qa_queue_open = 0 OR qa_result_open = 0 THEN
                    PERFORM close_review_files
                    EXIT PARAGRAPH
                END-IF.
                PERFORM count_open_qa.
                IF qa_open_count = 0 THEN
                    MOVE "NO OPEN QA ITEMS" TO validation_message
                    PERFORM close_review_files
                    EXIT PARAGRAPH
                END-IF.
                MOVE ZERO TO current_qa.
                MOVE ZERO TO worked_this_session.
                PERFORM find_next_qa.
                MOVE SPACES TO nav_choice.
                PERFORM UNTIL nav_choice = "X" OR current_qa = 0
                    PERFORM fill_qa_screen
                    DISPLAY qa_item_screen
                    ACCEPT qa_item_screen
                    MOVE SPACES TO validation_message
                    EVALUATE nav_choice
                        WHEN "S"
                            PERFORM save_qa_result
                        WHEN "N"
                            PERFORM find_next_qa
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-PERFORM.
                IF current_qa = 0 AND worked_this_session > 0 THEN
                    MOVE "ALL QA ITEMS REVIEWED" TO validation_message
                END-IF.
                PERFORM close_review_files.
                EXIT.

            *> open REVIEWQA for keyed reads and REVIEWQAD for update;
            *> no REVIEWQA means nothing has been sampled yet, and the
            *> first second review saved starts REVIEWQAD
            open_qa_files.
                MOVE ZERO TO qa_queue_open.
                MOVE ZERO TO qa_result_open.
                OPEN INPUT qa_queue_file.
                IF qa_queue_status NOT = "00" THEN
                    MOVE "NO OPEN QA ITEMS" TO validation_message
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO qa_queue_open.
                OPEN I-O qa_result_file.
                IF qa_result_status = "35" THEN
                    OPEN OUTPUT qa_result_file
                    CLOSE qa_result_file
                    OPEN I-O qa_result_file
                END-IF.
                IF qa_result_status NOT = "00" THEN
                    MOVE "REVIEWQAD CANNOT BE OPENED"
                            TO validation_message
                    EXIT PARAGRAPH
                END-IF.
                MOVE 1 TO qa_result_open.
                EXIT.

            *> position REVIEWQA on its first sample; status "23" when
            *> nothing has been sampled
            start_qa_queue.
                MOVE LOW-VALUES TO qq_record_key.
                START qa_queue_file KEY IS >= qq_record_key
                    INVALID KEY
                        MOVE "23" TO qa_queue_status
                END-START.
                EXIT.

            *> how many samples still wait for their second review
            count_open_qa.
                MOVE ZERO TO qa_open_count.
                PERFORM start_qa_queue.
                PERFORM UNTIL qa_queue_status NOT = "00"
                    READ qa_queue_file NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM check_qa_checked
                            IF qa_checked = 0 THEN
                                ADD 1 TO qa_open_count
                            END-IF
                    END-READ
                END-PERFORM.
                EXIT.

            *> a sample with a second review on file under its own
            *> stamp, key and output field is no longer open
            check_qa_checked.
                MOVE qq_record_key TO qd_record_key.
                READ qa_result_file
                    KEY IS qd_record_key
                    INVALID KEY
                        MOVE ZERO TO qa_checked
                    NOT INVALID KEY
                        MOVE 1 TO qa_checked
                END-READ.
                EXIT.

            *> advance to the next open sample after the one in hand,
            *> wrapping to the top of the queue once; zero when nothing
            *> is left open. A new item starts blind again.
            find_next_qa.
                MOVE ZERO TO qa_reveal.
                MOVE SPACES TO entry_resolution.
                MOVE ZERO TO qa_next_found.
                IF current_qa > 0 THEN
                    MOVE current_qa_key TO qq_record_key
                    START qa_queue_file KEY IS > qq_record_key
                        INVALID KEY
                            MOVE "23" TO qa_queue_status
                    END-START
                    MOVE current_qa TO qa_seq
                    PERFORM scan_for_open_qa
                END-IF.
                IF qa_next_found = 0 THEN
                    PERFORM start_qa_queue
                    MOVE ZERO TO qa_seq
                    PERFORM scan_for_open_qa
                END-IF.
                IF qa_next_found = 0 THEN
                    MOVE ZERO TO current_qa
                END-IF.
                EXIT.

            *> read on from where REVIEWQA is positioned to the first
            *> sample with no second review, taking it in hand
            scan_for_open_qa.
                PERFORM UNTIL qa_queue_status NOT = "00" OR
                                qa_next_found = 1
                    READ qa_queue_file NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            ADD 1 TO qa_seq
                            PERFORM check_qa_checked
                            IF qa_checked = 0 THEN
                                PERFORM take_qa_item
                                MOVE qa_seq TO current_qa
                                MOVE 1 TO qa_next_found
                            END-IF
                    END-READ
                END-PERFORM.
                EXIT.

            *> take the REVIEWQA record just read as the sample in hand
            take_qa_item.
                MOVE qq_record_key TO current_qa_key.
                MOVE qq_stamp TO qi_stamp.
                MOVE qq_key TO qi_key.
                MOVE qq_field TO qi_field.
                MOVE qq_score TO score_edit.
                MOVE FUNCTION TRIM(score_edit) TO qi_score.
                MOVE qq_label TO qi_label.
                MOVE qq_reviewer TO qi_reviewer.
                MOVE qq_date TO qi_date.
                EXIT.

            *> move the current QA item into the second-review screen's
            *> display fields; the first label and reviewer only show
            *> once a disagreement has revealed them
            fill_qa_screen.
                MOVE current_qa TO sc_item_edit.
                MOVE qa_open_count TO sc_open_edit.
                MOVE qi_key TO sc_key.
                MOVE qi_field TO sc_field.
                MOVE qi_score TO sc_score.
                MOVE qi_stamp TO sc_stamp.
                MOVE qi_date TO sc_date.
                MOVE SPACES TO sc_first_text.
                IF qa_reveal = 1 THEN
                    MOVE 1 TO report_ptr
                    STRING "FIRST REVIEW  LABEL:" DELIMITED BY SIZE
                            qi_label DELIMITED BY " "
                            "  REVIEWER:" DELIMITED BY SIZE
                            qi_reviewer DELIMITED BY " "
                            INTO sc_first_text
                            WITH POINTER report_ptr
                    END-STRING
                END-IF.
                EXIT.

            *> write the second review to REVIEWQAD under the sample's
            *> key and close out the QA item; a QA label that differs
            *> from the first one shows the first review and needs a
            *> resolution before it can be saved. A second review some
            *> other session saved first leaves the item as checked
            save_qa_result.
                IF entry_label = SPACES THEN
                    MOVE "QA LABEL IS REQUIRED" TO validation_message
                    EXIT PARAGRAPH
                END-IF.
                IF entry_reviewer = SPACES THEN
                    MOVE "REVIEWER ID IS REQUIRED"
                            TO validation_message
                    EXIT PARAGRAPH
                END-IF.
                IF entry_reviewer = qi_reviewer THEN
                    MOVE "SECOND REVIEWER MUST NOT BE THE FIRST"
                            TO validation_message
                    EXIT PARAGRAPH
                END-IF.
                IF entry_label = qi_label THEN
                    MOVE "AGREE" TO qa_result_text
                    MOVE "NONE" TO qa_resolution_text
                ELSE
                    IF qa_reveal = 0 THEN
                        MOVE 1 TO qa_reveal
                        MOVE "LABELS DISAGREE - ENTER RESOLUTION U OR O"
                                TO validation_message
                        EXIT PARAGRAPH
                    END-IF
                    MOVE "DISAGREE" TO qa_result_text
                    EVALUATE entry_resolution
                        WHEN "U"
                            MOVE "UPHELD" TO qa_resolution_text
                        WHEN "O"
                            MOVE "OVERTURNED" TO qa_resolution_text
                        WHEN OTHER
                            MOVE "RESOLUTION MUST BE U OR O"
                                    TO validation_message
                            EXIT PARAGRAPH
                    END-EVALUATE
                END-IF.
                MOVE SPACES TO qa_result_record.
                MOVE current_qa_key TO qd_record_key.
                MOVE entry_label TO qd_qa_label.
                MOVE entry_reviewer TO qd_checker.
                *> timed, so the merge can tell a correction from a
                *> QA check made on the same day
                MOVE FUNCTION CURRENT-DATE TO datetime.
                MOVE datetime(1:8) TO qd_checked.
                MOVE datetime(9:6) TO qd_checked_time.
                MOVE qi_label TO qd_first_label.
                MOVE qi_reviewer TO qd_first_reviewer.
                MOVE qi_date TO qd_first_date.
                MOVE qa_result_text TO qd_result.
                MOVE qa_resolution_text TO qd_resolution.
                WRITE qa_result_record
                    INVALID KEY
                        MOVE "ITEM ALREADY QA CHECKED - SKIPPED"
                                TO validation_message
                    NOT INVALID KEY
                        SUBTRACT 1 FROM qa_open_count
                END-WRITE.
                IF qa_result_status = "00" THEN
                    ADD 1 TO worked_this_session
                ELSE
                    PERFORM count_open_qa
                END-IF.
                MOVE SPACES TO entry_label.
                MOVE SPACES TO entry_reviewer.
                PERFORM find_next_qa.
                EXIT.

            *> combine the scored PREDICTOUT lines with the human
            *> resolutions for its key, then a flag line per queue
            *> item still unworked past the aging limit
            merge_decisions.
                PERFORM merge_generation.
                IF merge_done = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE auto_count TO auto_count_edit.
                MOVE merged_count TO merged_count_edit.
                MOVE aged_count TO aged_count_edit.
                MOVE SPACES TO nav_choice.
                DISPLAY merge_result_screen.
                ACCEPT merge_result_screen.
                MOVE SPACES TO validation_message.
                EXIT.

            *> the merge proper, for the entered generation's files;
            *> merge_done is left at zero with the reason on
            *> validation_message when nothing could be written
            merge_generation.
                MOVE ZERO TO merge_done.
                MOVE ZERO TO auto_count.
                MOVE ZERO TO merged_count.
                MOVE ZERO TO aged_count.
                *> either indexed file may not exist yet: no queue
                *> means nothing to flag, no REVIEWDSP means nothing
                *> worked, and the auto lines still go out
                MOVE ZERO TO queue_open.
                MOVE ZERO TO dispo_open.
                OPEN INPUT review_file.
                IF review_status = "00" THEN
                    MOVE 1 TO queue_open
                END-IF.
                OPEN INPUT disposition_file.
                IF disposition_status = "00" THEN
                    MOVE 1 TO dispo_open
                END-IF.
                *> no REVIEWQAD means no second review done yet
                MOVE ZERO TO qa_result_open.
                OPEN INPUT qa_result_file.
                IF qa_result_status = "00" THEN
                    MOVE 1 TO qa_result_open
                END-IF.
                OPEN INPUT predict_out_file.
                IF predict_out_status NOT = "00" THEN
                    MOVE "PREDICTOUT NOT FOUND - NOTHING TO MERGE"
                            TO validation_message
                    PERFORM close_review_files
                    EXIT PARAGRAPH
                END-IF.
                OPEN OUTPUT final_file.
                    END-READ
                END-PERFORM.
                CLOSE predict_out_file.
                IF queue_open = 1 THEN
                    PERFORM flag_aged_items
                END-IF.
                CLOSE final_file.
                PERFORM close_review_files.
                MOVE "DECISFNL WRITTEN" TO validation_message.
                MOVE 1 TO merge_done.
                EXIT.

            *> the job stream's merge: every generation ledgered for
            *> a yyyymmdd feed date, or the one stamp given (blank for
            *> the unstamped set), then every other generation the
            *> decision interface still holds keys back for, each
            *> reported on SYSOUT
            run_batch_merge.
                MOVE ZERO TO batch_rc.
                MOVE ZERO TO batch_merged.
                MOVE SPACES TO batch_date.
                IF batch_target(1:8) IS NUMERIC AND
                        batch_target(9:4) = SPACES THEN
                    MOVE batch_target(1:8) TO batch_date
                    PERFORM merge_feed_date
                ELSE
                    MOVE batch_target TO entry_stamp
                    PERFORM merge_batch_generation
                END-IF.
                PERFORM merge_held_generations.
                EXIT.

            *> a generation with keys held back on DECISLOG is merged
            *> again, so dispositions saved since its last merge reach
            *> its DECISFNL before the interface runs; no DECISLOG
            *> means nothing has been held
            merge_held_generations.
                OPEN INPUT sent_log_file.
                IF sent_log_status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE LOW-VALUES TO sl_record_key.
                PERFORM find_held_stamp.
                PERFORM UNTIL held_found = 0
                    IF (batch_date NOT = SPACES AND
                            held_stamp(1:8) NOT = batch_date) OR
                        (batch_date = SPACES AND
                            held_stamp NOT = batch_target) THEN
                        MOVE held_stamp TO entry_stamp
                        PERFORM merge_batch_generation
                    END-IF
                    MOVE held_stamp TO sl_stamp
                    MOVE HIGH-VALUES TO sl_key
                    PERFORM find_held_stamp
                END-PERFORM.
                CLOSE sent_log_file.
                EXIT.

            *> the first DECISLOG key past sl_record_key still held,
            *> its stamp in held_stamp
            find_held_stamp.
                MOVE ZERO TO held_found.
                START sent_log_file KEY IS > sl_record_key
                    INVALID KEY
                        MOVE "23" TO sent_log_status
                END-START.
                PERFORM UNTIL sent_log_status NOT = "00"
                    READ sent_log_file NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF sl_entry_status = "H" THEN
                                MOVE sl_stamp TO held_stamp
                                MOVE 1 TO held_found
                                MOVE "10" TO sent_log_status
                            END-IF
                    END-READ
                END-PERFORM.
                EXIT.

            *> walk PREDLOG's entries for the feed date through its
            *> date key, merging each entry's generation
            merge_feed_date.
                OPEN INPUT predict_log_file.
                IF predict_log_status NOT = "00" THEN
                    DISPLAY "NO GENERATIONS LEDGERED FOR " batch_date
                            " - PREDLOG NOT FOUND"
                    EXIT PARAGRAPH
                END-IF.
                MOVE batch_date TO pl_date.
                START predict_log_file KEY IS = pl_date
                    INVALID KEY
                        MOVE "23" TO predict_log_status
                END-START.
                PERFORM UNTIL predict_log_status NOT = "00"
                    READ predict_log_file NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF pl_date NOT = batch_date THEN
                                MOVE "10" TO predict_log_status
                            ELSE
                                MOVE SPACES TO entry_stamp
                                MOVE 1 TO report_ptr
                                STRING pl_date DELIMITED BY SIZE
                                        ".C" DELIMITED BY SIZE
                                        pl_cycle DELIMITED BY SIZE
                                        INTO entry_stamp
                                        WITH POINTER report_ptr
                                END-STRING
                                PERFORM merge_batch_generation
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE predict_log_file.
                IF batch_merged = 0 AND batch_rc = 0 THEN
                    DISPLAY "NO GENERATIONS LEDGERED FOR " batch_date
                END-IF.
                EXIT.

            *> merge entry_stamp's generation and report the counts;
            *> a generation that cannot be merged fails the run
            merge_batch_generation.
                PERFORM set_generation_files.
                PERFORM merge_generation.
                IF merge_done = 0 THEN
                    DISPLAY "ERROR: merge of stamp " entry_stamp
                            " - " validation_message
                    MOVE 12 TO batch_rc
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO batch_merged.
                MOVE auto_count TO auto_count_edit.
                MOVE merged_count TO merged_count_edit.
                MOVE aged_count TO aged_count_edit.
                DISPLAY "DECISFNL WRITTEN  STAMP:" entry_stamp
                        "  AUTO:" auto_count_edit
                        "  MANUAL:" merged_count_edit
                        "  AGED:" aged_count_edit.
                EXIT.

            *> copy one PREDICTOUT line to DECISFNL; a detail line is
                END-IF.
                ADD 1 TO auto_count.
                MOVE predict_out_record(5:10) TO merge_key.
                IF dispo_open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                *> the key's dispositions sit together under the
                *> generation's stamp, one per output field
                MOVE entry_stamp TO rd_stamp.
                MOVE merge_key TO rd_key.
                MOVE ZERO TO rd_field.
                START disposition_file KEY IS >= rd_record_key
                    INVALID KEY
                        MOVE "23" TO disposition_status
                END-START.
                PERFORM UNTIL disposition_status NOT = "00"
                    READ disposition_file NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF rd_stamp NOT = entry_stamp OR
                                    rd_key NOT = merge_key THEN
                                MOVE "10" TO disposition_status
                            ELSE
                                PERFORM write_resolved_line
                            END-IF
                    END-READ
                END-PERFORM.
                EXIT.

            *> one completed-decision line per matching disposition;
            *> a disposition that went through QA carries the result,
            *> and one a second review overturned is written with the
            *> QA label as its final label - unless the disposition
            *> was corrected in place after the QA check, which makes
            *> the correction the later word
            write_resolved_line.
                PERFORM find_qa_result.
                MOVE rd_label TO merged_label.
                IF qa_result_found = 1 THEN
                    IF qd_resolution = "OVERTURNED" THEN
                        IF rd_corrections = 0 OR
                                rd_corrected_when
                                    NOT > qd_checked_when THEN
                            MOVE qd_qa_label TO merged_label
                        END-IF
                    END-IF
                END-IF.
                MOVE SPACES TO final_record.
                MOVE 1 TO report_ptr.
                STRING "KEY:" DELIMITED BY SIZE
                        rd_key DELIMITED BY SIZE
                        "  FIELD:" DELIMITED BY SIZE
                        rd_field DELIMITED BY SIZE
                        "  FINAL:" DELIMITED BY SIZE
                        merged_label DELIMITED BY SIZE
                        "  REVIEWER:" DELIMITED BY SIZE
                        rd_reviewer DELIMITED BY SIZE
                        "  DATE:" DELIMITED BY SIZE
                        rd_date DELIMITED BY SIZE
                        "  SOURCE:MANUAL" DELIMITED BY SIZE
                        INTO final_record
                        WITH POINTER report_ptr
                END-STRING.
                IF qa_result_found = 1 THEN
                    STRING "  QA:" DELIMITED BY SIZE
                            qd_result DELIMITED BY " "
                            "/" DELIMITED BY SIZE
                            qd_resolution DELIMITED BY " "
                            "  CHECKER:" DELIMITED BY SIZE
                            qd_checker DELIMITED BY " "
                            INTO final_record
                            WITH POINTER report_ptr
                    END-STRING
                END-IF.
                WRITE final_record.
                ADD 1 TO merged_count.
                EXIT.

            *> the second review of the disposition in hand, read by
            *> the disposition's own stamp, key and output field; not
            *> found when it was never sampled or not yet checked
            find_qa_result.
                MOVE ZERO TO qa_result_found.
                IF qa_result_open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE rd_record_key TO qd_record_key.
                READ qa_result_file
                    KEY IS qd_record_key
                    INVALID KEY
                        MOVE ZERO TO qa_result_found
                    NOT INVALID KEY
                        MOVE 1 TO qa_result_found
                END-READ.
                EXIT.

            *> one flag line per queue item still open past the aging
            *> limit, so an unworked case is on the completed file
            *> instead of silently aging out of sight
            flag_aged_items.
                PERFORM start_generation.
                PERFORM UNTIL review_status NOT = "00"
                    READ review_file NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF rq_stamp NOT = entry_stamp THEN
                                MOVE "10" TO review_status
                            ELSE
                                PERFORM flag_one_aged_item
                            END-IF
                    END-READ
                END-PERFORM.
                EXIT.

            *> the flag line for the REVIEWQ record just read, when it
            *> is past the limit with no disposition on file
            flag_one_aged_item.
                PERFORM take_current_item.
                IF ci_age_days NOT > age_limit_days THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM check_item_worked.
                IF item_worked = 1 THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO aged_count.
                MOVE ci_age_days TO age_edit.
                MOVE SPACES TO final_record.
                MOVE 1 TO report_ptr.
                STRING "KEY:" DELIMITED BY SIZE
                        ci_key DELIMITED BY SIZE
                        "  FIELD:" DELIMITED BY SIZE
                        ci_field DELIMITED BY SIZE
                        "  UNWORKED SINCE:" DELIMITED BY SIZE
                        ci_date DELIMITED BY SIZE
                        " AGE:" DELIMITED BY SIZE
                        age_edit DELIMITED BY SIZE
                        " DAYS" DELIMITED BY SIZE
                        INTO final_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE final_record.
                EXIT.
        END PROGRAM ReviewWorkstation.
