            *>                    model_retention_keep newest versions.
            *>                    Every promote and purge is appended to
            *>                    AUDITLOG.
            *>   2026-10-15 GST - approval screen: a PENDING version is
            *>                    shown with its AUDITLOG run, final and
            *>                    best validation loss and the EVALRPT/
            *>                    XVALRPT summaries, and a second
            *>                    operator (never the one who launched
            *>                    the training) approves it to ACTIVE or
            *>                    rejects it; both IDs go on AUDITLOG.
            *>                    The launch screen passes the operator
            *>                    ID on training runs and a version on
            *>                    EVAL; AUDITLOG lines widened to 320
            *>                    and browsed over four rows.
            *>   2026-10-15 GST - MODELCAT entries carry the TRAINREG
            *>                    dataset ID the version was trained
            *>                    on; the approval screen shows it.
            *>   2026-10-15 GST - pass through qa_sample_pct (the review
            *>                    workstation's QA sampling rate).
            *>   2026-10-15 GST - the launch screen requires a model
            *>                    name; NeuralNetwork refuses a run
            *>                    without one.
            *>   2026-10-15 GST - retention purge also purges every
            *>                    REJECTED version, and drops the
            *>                    model's PURGED rows from MODELCAT
            *>                    (all but its highest version, which
            *>                    keeps the next version number) so
            *>                    discarded versions stop holding
            *>                    catalog slots; AUDITLOG keeps their
            *>                    history. Label the launch model field
            *>                    as required.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                    FILE-CONTROL.
                        SELECT catalog_file ASSIGN TO "MODELCAT"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS catalog_status.
                        SELECT eval_report_file ASSIGN TO "EVALRPT"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS eval_report_status.
                        SELECT xval_report_file ASSIGN TO "XVALRPT"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS xval_report_status.
            DATA DIVISION.
                FILE SECTION.
                    *> re-uses NeuralNetwork's own PARAMS record shape
                    *> re-uses NeuralNetwork's own AUDITLOG record shape
                    FD  audit_file
                        LABEL RECORDS ARE STANDARD.
                    01 audit_record PIC X(320).
                    *> re-uses NeuralNetwork's own MODELCAT record shape
                    FD  catalog_file
                        LABEL RECORDS ARE STANDARD.
                        05 cat_function    PIC X(20).
                        05 cat_trained     PIC X(21).
                        05 cat_final_loss  PIC -9(05).9(7).
                        05 cat_dataset_id  PIC X(08).
                    *> re-uses NeuralNetwork's own EVALRPT record shape
                    FD  eval_report_file
                        LABEL RECORDS ARE STANDARD.
                    01 eval_report_record PIC X(600).
                    *> re-uses NeuralNetwork's own XVALRPT record shape
                    FD  xval_report_file
                        LABEL RECORDS ARE STANDARD.
                    01 xval_report_record PIC X(200).
                WORKING-STORAGE SECTION.
                    01 parm_file_status     PIC X(02).
                    01 audit_status         PIC X(02).
                    01 validation_message   PIC X(60) VALUE SPACES.
                    *> paired AUDITLOG entries: each START/RESTART line
                    *> joined with the END line that closed the run,
                    *> kept at full width (the audit lines run past 240
                    *> characters) and wrapped over four screen rows
                    01 max_audit_entries    CONSTANT as 200.
                    01 n_audit_entries      PIC 9(05) COMP VALUE ZERO.
                    01 audit_idx            INDEX SYNC VALUE 0.
                    01 audit_entries OCCURS max_audit_entries TIMES.
                        05 ae_start_line    PIC X(312).
                        05 ae_end_line      PIC X(312).
                    01 pending_start        PIC 9(01) COMP VALUE ZERO.
                    *> audit browse pagination, two entries per page,
                    *> each start/end line wrapped over four rows
                    01 page_first           PIC 9(05) COMP VALUE 1.
                    01 page_edit            PIC Z(04)9.
                    01 total_edit           PIC Z(04)9.
                    01 bl_start_1a          PIC X(78) VALUE SPACES.
                    01 bl_start_1b          PIC X(78) VALUE SPACES.
                    01 bl_start_1c          PIC X(78) VALUE SPACES.
                    01 bl_start_1d          PIC X(78) VALUE SPACES.
                    01 bl_end_1a            PIC X(78) VALUE SPACES.
                    01 bl_end_1b            PIC X(78) VALUE SPACES.
                    01 bl_end_1c            PIC X(78) VALUE SPACES.
                    01 bl_end_1d            PIC X(78) VALUE SPACES.
                    01 bl_start_2a          PIC X(78) VALUE SPACES.
                    01 bl_start_2b          PIC X(78) VALUE SPACES.
                    01 bl_start_2c          PIC X(78) VALUE SPACES.
                    01 bl_start_2d          PIC X(78) VALUE SPACES.
                    01 bl_end_2a            PIC X(78) VALUE SPACES.
                    01 bl_end_2b            PIC X(78) VALUE SPACES.
                    01 bl_end_2c            PIC X(78) VALUE SPACES.
                    01 bl_end_2d            PIC X(78) VALUE SPACES.
                    *> run launching; a training run carries the
                    *> launching operator's ID (the maker the approval
                    *> screen holds the checker apart from), an EVAL an
                    *> optional version number
                    01 launch_option        PIC X(10) VALUE "TRAIN".
                    01 launch_model         PIC X(16) VALUE SPACES.
                    01 launch_operator      PIC X(08) VALUE SPACES.
                    01 launch_version       PIC X(04) VALUE SPACES.
                    01 neural_command       PIC X(60) VALUE SPACES.
                    01 launch_rc_edit       PIC -9(04).
                    01 launch_status_text   PIC X(40) VALUE SPACES.
                    01 report_ptr           PIC 9(04) COMP.
                        05 ce_function    PIC X(20).
                        05 ce_trained     PIC X(21).
                        05 ce_final_loss  PIC -9(05).9(7).
                        05 ce_dataset_id  PIC X(08).
                    01 catalog_idx          PIC 9(05) COMP VALUE ZERO.
                    01 audit_action         PIC X(08) VALUE SPACES.
                    01 audit_version        PIC 9(04) VALUE ZERO.
                    01 retention_keep       PIC 9(03) COMP VALUE 3.
                    01 kept_count           PIC 9(03) COMP VALUE ZERO.
                    01 purged_count         PIC 9(03) COMP VALUE ZERO.
                    *> compaction target slot and the model's highest
                    *> version, whose row always stays on MODELCAT
                    01 catalog_kept         PIC 9(05) COMP VALUE ZERO.
                    01 top_version          PIC 9(04) VALUE ZERO.
                    01 purge_command        PIC X(120) VALUE SPACES.
                    01 cat_model_entry      PIC X(16) VALUE SPACES.
                    01 cat_version_entry    PIC X(04) VALUE SPACES.
                    01 menu_choice          PIC X(01) VALUE SPACES.
                    01 confirm_choice       PIC X(01) VALUE SPACES.
                    01 nav_choice           PIC X(01) VALUE SPACES.
                    *> maker-checker approval of a PENDING version: the
                    *> version's AUDITLOG run (its last START/RESTART
                    *> line and the END line that closed it), every
                    *> operator who launched or restarted it, the losses
                    *> off the END line and the EVALRPT/XVALRPT summary
                    *> lines
                    01 eval_report_status   PIC X(02).
                    01 xval_report_status   PIC X(02).
                    01 approval_ready       PIC 9(01) COMP VALUE ZERO.
                    01 approval_done        PIC 9(01) COMP VALUE ZERO.
                    01 approver_id          PIC X(08) VALUE SPACES.
                    01 appr_status          PIC X(10) VALUE SPACES.
                    01 appr_launcher        PIC X(08) VALUE SPACES.
                    01 appr_dataset_id      PIC X(08) VALUE SPACES.
                    01 appr_start_line      PIC X(312) VALUE SPACES.
                    01 appr_end_line        PIC X(312) VALUE SPACES.
                    01 appr_end_pending     PIC 9(01) COMP VALUE ZERO.
                    01 appr_final_loss      PIC X(14) VALUE SPACES.
                    01 appr_best_loss       PIC X(14) VALUE SPACES.
                    01 max_makers           CONSTANT as 10.
                    01 n_makers             PIC 9(05) COMP VALUE ZERO.
                    01 maker_idx            PIC 9(05) COMP VALUE ZERO.
                    01 maker_found          PIC 9(01) COMP VALUE ZERO.
                    01 makers OCCURS max_makers TIMES.
                        05 mk_operator      PIC X(08).
                    *> tags pulled off one AUDITLOG line
                    01 parse_junk           PIC X(320) VALUE SPACES.
                    01 tag_tail             PIC X(40) VALUE SPACES.
                    01 al_model             PIC X(16) VALUE SPACES.
                    01 al_version           PIC X(04) VALUE SPACES.
                    01 al_operator          PIC X(08) VALUE SPACES.
                    *> evaluation evidence, three lines off each report
                    01 ev_label             PIC X(78) VALUE SPACES.
                    01 ev_line_1            PIC X(78) VALUE SPACES.
                    01 ev_line_2            PIC X(78) VALUE SPACES.
                    01 ev_line_3            PIC X(78) VALUE SPACES.
                    01 ev_count             PIC 9(01) COMP VALUE ZERO.
                    01 ev_version_switch    PIC 9(01) COMP VALUE ZERO.
                    01 xv_label             PIC X(78) VALUE SPACES.
                    01 xv_line_1            PIC X(78) VALUE SPACES.
                    01 xv_line_2            PIC X(78) VALUE SPACES.
                    01 xv_count             PIC 9(01) COMP VALUE ZERO.
                SCREEN SECTION.
                    01 menu_screen.
                        05 BLANK SCREEN.
                        05 LINE 07 COLUMN 05
                            VALUE "4. MODEL CATALOG".
                        05 LINE 08 COLUMN 05
                            VALUE "5. APPROVE A MODEL VERSION".
                        05 LINE 09 COLUMN 05
                            VALUE "0. EXIT".
                        05 LINE 11 COLUMN 05 VALUE "OPTION:".
                        05 LINE 11 COLUMN 13 PIC X(01)
                            USING menu_choice AUTO.
                    01 param_screen.
                        05 BLANK SCREEN.
                        05 LINE 03 COLUMN 02 PIC X(78) FROM bl_start_1a.
                        05 LINE 04 COLUMN 02 PIC X(78) FROM bl_start_1b.
                        05 LINE 05 COLUMN 02 PIC X(78) FROM bl_start_1c.
                        05 LINE 06 COLUMN 02 PIC X(78) FROM bl_start_1d.
                        05 LINE 07 COLUMN 02 PIC X(78) FROM bl_end_1a.
                        05 LINE 08 COLUMN 02 PIC X(78) FROM bl_end_1b.
                        05 LINE 09 COLUMN 02 PIC X(78) FROM bl_end_1c.
                        05 LINE 10 COLUMN 02 PIC X(78) FROM bl_end_1d.
                        05 LINE 12 COLUMN 02 PIC X(78) FROM bl_start_2a.
                        05 LINE 13 COLUMN 02 PIC X(78) FROM bl_start_2b.
                        05 LINE 14 COLUMN 02 PIC X(78) FROM bl_start_2c.
                        05 LINE 15 COLUMN 02 PIC X(78) FROM bl_start_2d.
                        05 LINE 16 COLUMN 02 PIC X(78) FROM bl_end_2a.
                        05 LINE 17 COLUMN 02 PIC X(78) FROM bl_end_2b.
                        05 LINE 18 COLUMN 02 PIC X(78) FROM bl_end_2c.
                        05 LINE 19 COLUMN 02 PIC X(78) FROM bl_end_2d.
                        05 LINE 21 COLUMN 05
                            VALUE "N=NEXT PAGE  P=PRIOR  X=BACK:".
                        05 LINE 21 COLUMN 36 PIC X(01)
                            USING nav_choice AUTO.
                    01 launch_screen.
                        05 BLANK SCREEN.
                        05 LINE 03 COLUMN 46 PIC X(10)
                            USING launch_option.
                        05 LINE 04 COLUMN 05
                            VALUE "MODEL NAME:".
                        05 LINE 04 COLUMN 46 PIC X(16)
                            USING launch_model.
                        05 LINE 05 COLUMN 05
                            VALUE "OPERATOR ID (TRAIN/RESUME):".
                        05 LINE 05 COLUMN 46 PIC X(08)
                            USING launch_operator.
                        05 LINE 06 COLUMN 05
                            VALUE "EVAL VERSION (BLANK = CURRENT):".
                        05 LINE 06 COLUMN 46 PIC X(04)
                            USING launch_version.
                        05 LINE 08 COLUMN 05 PIC X(60)
                            FROM validation_message.
                        05 LINE 10 COLUMN 05
                            VALUE "G=GO  C=CANCEL:".
                        05 LINE 10 COLUMN 22 PIC X(01)
                            USING confirm_choice AUTO.
                    01 catalog_prompt_screen.
                        05 BLANK SCREEN.
                        05 BLANK SCREEN.
                        05 LINE 02 COLUMN 05 VALUE "RUN COMPLETE".
                        05 LINE 04 COLUMN 05 VALUE "COMMAND:".
                        05 LINE 04 COLUMN 15 PIC X(60)
                            FROM neural_command.
                        05 LINE 05 COLUMN 05 VALUE "RETURN CODE:".
                        05 LINE 05 COLUMN 18 PIC -9(04)
                            VALUE "PRESS ENTER TO CONTINUE:".
                        05 LINE 08 COLUMN 31 PIC X(01)
                            USING nav_choice.
                    01 approval_prompt_screen.
                        05 BLANK SCREEN.
                        05 LINE 02 COLUMN 05
                            VALUE "APPROVE A MODEL VERSION".
                        05 LINE 04 COLUMN 05 VALUE "MODEL NAME:".
                        05 LINE 04 COLUMN 30 PIC X(16)
                            USING cat_model_entry.
                        05 LINE 05 COLUMN 05
                            VALUE "VERSION NUMBER (NNNN):".
                        05 LINE 05 COLUMN 30 PIC X(04)
                            USING cat_version_entry.
                        05 LINE 07 COLUMN 05 PIC X(60)
                            FROM validation_message.
                        05 LINE 09 COLUMN 05
                            VALUE "G=GO  C=CANCEL:".
                        05 LINE 09 COLUMN 22 PIC X(01)
                            USING confirm_choice AUTO.
                    01 approval_screen.
                        05 BLANK SCREEN.
                        05 LINE 01 COLUMN 05
                            VALUE "APPROVE A MODEL VERSION".
                        05 LINE 01 COLUMN 30 PIC X(16)
                            FROM cat_model_entry.
                        05 LINE 01 COLUMN 48 VALUE "VERSION".
                        05 LINE 01 COLUMN 56 PIC X(04)
                            FROM cat_version_entry.
                        05 LINE 02 COLUMN 05 VALUE "STATUS:".
                        05 LINE 02 COLUMN 13 PIC X(10)
                            FROM appr_status.
                        05 LINE 02 COLUMN 30 VALUE "LAUNCHED BY:".
                        05 LINE 02 COLUMN 43 PIC X(08)
                            FROM appr_launcher.
                        05 LINE 02 COLUMN 55 VALUE "DATASET:".
                        05 LINE 02 COLUMN 64 PIC X(08)
                            FROM appr_dataset_id.
                        05 LINE 03 COLUMN 02 PIC X(78)
                            FROM appr_start_line(1:78).
                        05 LINE 04 COLUMN 02 PIC X(78)
                            FROM appr_start_line(79:78).
                        05 LINE 05 COLUMN 02 PIC X(78)
                            FROM appr_start_line(157:78).
                        05 LINE 06 COLUMN 02 PIC X(78)
                            FROM appr_start_line(235:78).
                        05 LINE 07 COLUMN 02 PIC X(78)
                            FROM appr_end_line(1:78).
                        05 LINE 08 COLUMN 02 PIC X(78)
                            FROM appr_end_line(79:78).
                        05 LINE 09 COLUMN 02 PIC X(78)
                            FROM appr_end_line(157:78).
                        05 LINE 10 COLUMN 02 PIC X(78)
                            FROM appr_end_line(235:78).
                        05 LINE 11 COLUMN 05 VALUE "FINAL LOSS:".
                        05 LINE 11 COLUMN 17 PIC X(14)
                            FROM appr_final_loss.
                        05 LINE 11 COLUMN 35
                            VALUE "BEST VALIDATION LOSS:".
                        05 LINE 11 COLUMN 57 PIC X(14)
                            FROM appr_best_loss.
                        05 LINE 12 COLUMN 02 PIC X(78) FROM ev_label.
                        05 LINE 13 COLUMN 02 PIC X(78) FROM ev_line_1.
                        05 LINE 14 COLUMN 02 PIC X(78) FROM ev_line_2.
                        05 LINE 15 COLUMN 02 PIC X(78) FROM ev_line_3.
                        05 LINE 16 COLUMN 02 PIC X(78) FROM xv_label.
                        05 LINE 17 COLUMN 02 PIC X(78) FROM xv_line_1.
                        05 LINE 18 COLUMN 02 PIC X(78) FROM xv_line_2.
                        05 LINE 20 COLUMN 05
                            VALUE "APPROVER OPERATOR ID:".
                        05 LINE 20 COLUMN 27 PIC X(08)
                            USING approver_id.
                        05 LINE 21 COLUMN 05 PIC X(60)
                            FROM validation_message.
                        05 LINE 22 COLUMN 05
                            VALUE "A=APPROVE  R=REJECT  C=CANCEL:".
                        05 LINE 22 COLUMN 36 PIC X(01)
                            USING confirm_choice AUTO.
                    01 approval_result_screen.
                        05 BLANK SCREEN.
                        05 LINE 02 COLUMN 05
                            VALUE "APPROVAL RECORDED".
                        05 LINE 04 COLUMN 05 PIC X(60)
                            FROM validation_message.
                        05 LINE 06 COLUMN 05
                            VALUE "PRESS ENTER TO CONTINUE:".
                        05 LINE 06 COLUMN 31 PIC X(01)
                            USING nav_choice.

            PROCEDURE DIVISION.
                PERFORM UNTIL menu_choice = "0"
                            PERFORM launch_run
                        WHEN "4"
                            PERFORM manage_catalog
                        WHEN "5"
                            PERFORM approve_version
                        WHEN "0"
                            CONTINUE
                        WHEN OTHER
                    WHEN FUNCTION TRIM(parm_name)
                            = "model_retention_keep"
                        MOVE 1 TO entry_number
                    WHEN FUNCTION TRIM(parm_name)
                            = "qa_sample_pct"
                        MOVE 1 TO entry_number
                    WHEN OTHER
                        MOVE ZERO TO entry_number
                END-EVALUATE.
                                     ae_end_line(n_audit_entries)
                            END-IF
                            ADD 1 TO n_audit_entries
                            MOVE audit_record(1:312)
                                    TO ae_start_line(n_audit_entries)
                            MOVE SPACES
                                    TO ae_end_line(n_audit_entries)
                        END-IF
                    WHEN audit_record(1:4) = "END "
                        IF pending_start = 1 THEN
                            MOVE audit_record(1:312)
                                    TO ae_end_line(n_audit_entries)
                            MOVE ZERO TO pending_start
                        END-IF

            *> move the two entries of the current page into the browse
            *> screen's display fields, each full-width audit line
            *> wrapped over its four screen rows
            fill_audit_page.
                MOVE page_first TO page_edit.
                MOVE n_audit_entries TO total_edit.
                MOVE SPACES TO bl_start_1a bl_start_1b bl_start_1c
                               bl_start_1d
                               bl_end_1a bl_end_1b bl_end_1c bl_end_1d
                               bl_start_2a bl_start_2b bl_start_2c
                               bl_start_2d
                               bl_end_2a bl_end_2b bl_end_2c bl_end_2d.
                MOVE page_first TO audit_idx.
                IF audit_idx <= n_audit_entries THEN
                    MOVE ae_start_line(audit_idx)(1:78) TO bl_start_1a
                    MOVE ae_start_line(audit_idx)(79:78) TO bl_start_1b
                    MOVE ae_start_line(audit_idx)(157:78) TO bl_start_1c
                    MOVE ae_start_line(audit_idx)(235:78) TO bl_start_1d
                    MOVE ae_end_line(audit_idx)(1:78) TO bl_end_1a
                    MOVE ae_end_line(audit_idx)(79:78) TO bl_end_1b
                    MOVE ae_end_line(audit_idx)(157:78) TO bl_end_1c
                    MOVE ae_end_line(audit_idx)(235:78) TO bl_end_1d
                END-IF.
                SET audit_idx UP BY 1.
                IF audit_idx <= n_audit_entries THEN
                    MOVE ae_start_line(audit_idx)(1:78) TO bl_start_2a
                    MOVE ae_start_line(audit_idx)(79:78) TO bl_start_2b
                    MOVE ae_start_line(audit_idx)(157:78) TO bl_start_2c
                    MOVE ae_start_line(audit_idx)(235:78) TO bl_start_2d
                    MOVE ae_end_line(audit_idx)(1:78) TO bl_end_2a
                    MOVE ae_end_line(audit_idx)(79:78) TO bl_end_2b
                    MOVE ae_end_line(audit_idx)(157:78) TO bl_end_2c
                    MOVE ae_end_line(audit_idx)(235:78) TO bl_end_2d
                END-IF.
                EXIT.

                            MOVE SPACES TO confirm_choice
                        END-IF
                    END-IF
                    *> only cataloged models are trained or scored
                    IF confirm_choice = "G" AND
                            launch_model = SPACES THEN
                        MOVE "MODEL NAME IS REQUIRED"
                                TO validation_message
                        MOVE SPACES TO confirm_choice
                    END-IF
                    *> the maker of a training run must be on record
                    *> for the approval that follows it
                    IF confirm_choice = "G" AND
                            (launch_option = "TRAIN" OR
                             launch_option = "RESUME") AND
                            launch_operator = SPACES THEN
                        MOVE "OPERATOR ID IS REQUIRED TO TRAIN"
                                TO validation_message
                        MOVE SPACES TO confirm_choice
                    END-IF
                    IF confirm_choice = "G" AND
                            launch_option = "EVAL" AND
                            launch_version NOT = SPACES AND
                            launch_version NOT NUMERIC THEN
                        MOVE "VERSION MUST BE NUMERIC (NNNN)"
                                TO validation_message
                        MOVE SPACES TO confirm_choice
                    END-IF
                END-PERFORM.
                IF confirm_choice = "C" THEN
                    EXIT PARAGRAPH
                            WITH POINTER report_ptr
                    END-STRING
                END-IF.
                *> a training run's third word is its operator, an
                *> EVAL's the version to score; both need the model
                *> word in front of them
                IF launch_model NOT = SPACES AND
                        (launch_option = "TRAIN" OR
                         launch_option = "RESUME") THEN
                    STRING " " DELIMITED BY SIZE
                            launch_operator DELIMITED BY " "
                            INTO neural_command
                            WITH POINTER report_ptr
                    END-STRING
                END-IF.
                IF launch_model NOT = SPACES AND
                        launch_option = "EVAL" AND
                        launch_version NOT = SPACES THEN
                    STRING " V" DELIMITED BY SIZE
                            launch_version DELIMITED BY SIZE
                            INTO neural_command
                            WITH POINTER report_ptr
                    END-STRING
                END-IF.
                CALL "SYSTEM" USING neural_command.
                MOVE RETURN-CODE TO launch_rc_edit.
                IF RETURN-CODE = 0 THEN

            *> walk the versions newest first: ACTIVE/TRAINING always
            *> stay, the first model_retention_keep generations stay,
            *> every SUPERSEDED version past the count and every
            *> REJECTED version loses its WEIGHTS/CHKPOINT/SCALEPROF
            *> files and is marked PURGED; the model's PURGED rows are
            *> then dropped from MODELCAT so they free catalog slots
            retention_purge.
                MOVE SPACES TO validation_message.
                MOVE ZERO TO kept_count.
                                PERFORM purge_version
                                ADD 1 TO purged_count
                            END-IF
                        WHEN "REJECTED"
                            PERFORM purge_version
                            ADD 1 TO purged_count
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-PERFORM.
                IF purged_count > 0 THEN
                    PERFORM compact_purged_rows
                    PERFORM rewrite_catalog
                    MOVE purged_count TO retention_edit
                    MOVE SPACES TO validation_message
                END-IF.
                EXIT.

            *> close up catalog_entries over the model's PURGED rows;
            *> the highest version's row stays whatever its status,
            *> since NeuralNetwork numbers the next version from it.
            *> vr_entry is stale afterwards until build_version_list.
            compact_purged_rows.
                MOVE ce_version(vr_entry(1)) TO top_version.
                MOVE ZERO TO catalog_kept.
                PERFORM VARYING catalog_idx FROM 1 BY 1
                                UNTIL catalog_idx > n_catalog_entries
                    IF ce_model_name(catalog_idx) = cat_model_entry
                            AND ce_status(catalog_idx) = "PURGED"
                            AND ce_version(catalog_idx)
                                    NOT = top_version THEN
                        CONTINUE
                    ELSE
                        ADD 1 TO catalog_kept
                        IF catalog_kept NOT = catalog_idx THEN
                            MOVE catalog_entries(catalog_idx)
                                    TO catalog_entries(catalog_kept)
                        END-IF
                    END-IF
                END-PERFORM.
                MOVE catalog_kept TO n_catalog_entries.
                EXIT.

            *> delete one purged version's checkpoint and scaling files and put
            *> the action on AUDITLOG
            purge_version.
                PERFORM write_catalog_audit.
                EXIT.

            *> maker-checker approval: pick a PENDING version, show the
            *> evidence its training left behind, and let a second
            *> operator - never one who launched or restarted the run -
            *> approve it to ACTIVE (superseding the live version) or
            *> reject it. Both operator IDs go on AUDITLOG.
            approve_version.
                MOVE SPACES TO validation_message.
                MOVE SPACES TO cat_version_entry.
                MOVE ZERO TO approval_ready.
                MOVE SPACES TO confirm_choice.
                PERFORM UNTIL confirm_choice = "C"
                                OR approval_ready = 1
                    DISPLAY approval_prompt_screen
                    ACCEPT approval_prompt_screen
                    IF confirm_choice = "G" THEN
                        MOVE SPACES TO confirm_choice
                        PERFORM find_pending_version
                    END-IF
                END-PERFORM.
                IF confirm_choice = "C" THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM read_version_audit.
                PERFORM read_eval_evidence.
                PERFORM read_xval_evidence.
                MOVE SPACES TO validation_message.
                MOVE SPACES TO approver_id.
                MOVE ZERO TO approval_done.
                MOVE SPACES TO confirm_choice.
                PERFORM UNTIL confirm_choice = "C"
                                OR approval_done = 1
                    DISPLAY approval_screen
                    ACCEPT approval_screen
                    IF confirm_choice = "A" OR confirm_choice = "R"
                            THEN
                        PERFORM check_approver
                        IF validation_message = SPACES THEN
                            PERFORM record_approval
                            MOVE 1 TO approval_done
                        ELSE
                            MOVE SPACES TO confirm_choice
                        END-IF
                    END-IF
                END-PERFORM.
                IF approval_done = 1 THEN
                    MOVE SPACES TO nav_choice
                    DISPLAY approval_result_screen
                    ACCEPT approval_result_screen
                END-IF.
                EXIT.

            *> resolve the entered model/version against MODELCAT; only
            *> a version awaiting approval may go on to the decision
            find_pending_version.
                MOVE SPACES TO validation_message.
                IF cat_model_entry = SPACES THEN
                    MOVE "MODEL NAME IS REQUIRED" TO validation_message
                    EXIT PARAGRAPH
                END-IF.
                IF cat_version_entry NOT NUMERIC THEN
                    MOVE "VERSION MUST BE NUMERIC (NNNN)"
                            TO validation_message
                    EXIT PARAGRAPH
                END-IF.
                PERFORM load_model_catalog.
                IF validation_message NOT = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM build_version_list.
                COMPUTE entered_version =
                        FUNCTION NUMVAL(cat_version_entry).
                MOVE ZERO TO target_entry.
                PERFORM VARYING version_idx FROM 1 BY 1
                                UNTIL version_idx > n_version_rows
                    IF ce_version(vr_entry(version_idx))
                            = entered_version THEN
                        MOVE vr_entry(version_idx) TO target_entry
                    END-IF
                END-PERFORM.
                IF target_entry = 0 THEN
                    MOVE "VERSION NOT IN CATALOG FOR THIS MODEL"
                            TO validation_message
                    EXIT PARAGRAPH
                END-IF.
                IF ce_status(target_entry) NOT = "PENDING" THEN
                    MOVE SPACES TO validation_message
                    STRING "VERSION IS " DELIMITED BY SIZE
                            ce_status(target_entry) DELIMITED BY " "
                            " - ONLY A PENDING VERSION IS APPROVED"
                                DELIMITED BY SIZE
                            INTO validation_message
                    END-STRING
                    EXIT PARAGRAPH
                END-IF.
                MOVE ce_status(target_entry) TO appr_status.
                MOVE ce_dataset_id(target_entry) TO appr_dataset_id.
                MOVE entered_version TO cat_version_entry.
                MOVE 1 TO approval_ready.
                EXIT.

            *> walk AUDITLOG for the version's runs: every START and
            *> RESTART line tagged with its model and version names a
            *> maker, the START line's operator is the launcher, and
            *> the last run's line is shown with the END line that
            *> closed it (an END only closes the run straight before it)
            read_version_audit.
                MOVE SPACES TO appr_launcher.
                MOVE SPACES TO appr_start_line.
                MOVE SPACES TO appr_end_line.
                MOVE SPACES TO appr_final_loss.
                MOVE SPACES TO appr_best_loss.
                MOVE ZERO TO appr_end_pending.
                MOVE ZERO TO n_makers.
                OPEN INPUT audit_file.
                IF audit_status NOT = "00" THEN
                    MOVE "(AUDITLOG NOT FOUND)" TO appr_start_line
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL audit_status = "10"
                    READ audit_file
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM stow_version_audit_line
                    END-READ
                END-PERFORM.
                CLOSE audit_file.
                IF appr_start_line = SPACES THEN
                    MOVE "(NO AUDITLOG RUN FOR THIS VERSION)"
                            TO appr_start_line
                END-IF.
                IF appr_end_line = SPACES THEN
                    MOVE "(NO END LINE - RUN DID NOT COMPLETE)"
                            TO appr_end_line
                END-IF.
                EXIT.

            *> route one AUDITLOG line for the approval evidence
            stow_version_audit_line.
                EVALUATE TRUE
                    WHEN audit_record(1:6) = "START " OR
                            audit_record(1:7) = "RESTART"
                        MOVE ZERO TO appr_end_pending
                        PERFORM parse_audit_tags
                        IF al_model = cat_model_entry AND
                                al_version = cat_version_entry THEN
                            MOVE audit_record(1:312)
                                    TO appr_start_line
                            MOVE SPACES TO appr_end_line
                            MOVE SPACES TO appr_final_loss
                            MOVE SPACES TO appr_best_loss
                            MOVE 1 TO appr_end_pending
                            IF audit_record(1:6) = "START " THEN
                                MOVE al_operator TO appr_launcher
                            END-IF
                            PERFORM note_maker
                        END-IF
                    WHEN audit_record(1:4) = "END "
                        IF appr_end_pending = 1 THEN
                            MOVE audit_record(1:312) TO appr_end_line
                            PERFORM parse_end_losses
                            MOVE ZERO TO appr_end_pending
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                EXIT.

            *> pull the MODEL:, VERSION: and OPERATOR: tags off a
            *> START/RESTART line, each the one word after its tag
            parse_audit_tags.
                MOVE SPACES TO al_model al_version al_operator.
                MOVE SPACES TO tag_tail.
                UNSTRING audit_record DELIMITED BY " MODEL:"
                        INTO parse_junk tag_tail
                END-UNSTRING.
                UNSTRING tag_tail DELIMITED BY " " INTO al_model
                END-UNSTRING.
                MOVE SPACES TO tag_tail.
                UNSTRING audit_record DELIMITED BY " VERSION:"
                        INTO parse_junk tag_tail
                END-UNSTRING.
                UNSTRING tag_tail DELIMITED BY " " INTO al_version
                END-UNSTRING.
                MOVE SPACES TO tag_tail.
                UNSTRING audit_record DELIMITED BY " OPERATOR:"
                        INTO parse_junk tag_tail
                END-UNSTRING.
                UNSTRING tag_tail DELIMITED BY " " INTO al_operator
                END-UNSTRING.
                EXIT.

            *> pull FINAL_LOSS: and (with a validation split)
            *> BEST_VAL_LOSS: off the END line
            parse_end_losses.
                MOVE SPACES TO tag_tail.
                UNSTRING audit_record DELIMITED BY " FINAL_LOSS:"
                        INTO parse_junk tag_tail
                END-UNSTRING.
                UNSTRING tag_tail DELIMITED BY " "
                        INTO appr_final_loss
                END-UNSTRING.
                MOVE SPACES TO tag_tail.
                UNSTRING audit_record DELIMITED BY " BEST_VAL_LOSS:"
                        INTO parse_junk tag_tail
                END-UNSTRING.
                UNSTRING tag_tail DELIMITED BY " "
                        INTO appr_best_loss
                END-UNSTRING.
                IF appr_best_loss = SPACES THEN
                    MOVE "(NO SPLIT)" TO appr_best_loss
                END-IF.
                EXIT.

            *> remember one operator who launched or restarted the
            *> version; none of them may approve it
            note_maker.
                MOVE ZERO TO maker_found.
                PERFORM VARYING maker_idx FROM 1 BY 1
                                UNTIL maker_idx > n_makers
                    IF mk_operator(maker_idx) = al_operator THEN
                        MOVE 1 TO maker_found
                    END-IF
                END-PERFORM.
                IF maker_found = 0 AND n_makers < max_makers THEN
                    ADD 1 TO n_makers
                    MOVE al_operator TO mk_operator(n_makers)
                END-IF.
                EXIT.

            *> the EVALRPT summary lines, but only when the report's
            *> MODEL/VERSION header names this version; a report left
            *> by another version's evaluation is flagged instead
            read_eval_evidence.
                MOVE SPACES TO ev_label ev_line_1 ev_line_2 ev_line_3.
                MOVE ZERO TO ev_count.
                MOVE ZERO TO ev_version_switch.
                OPEN INPUT eval_report_file.
                IF eval_report_status NOT = "00" THEN
                    MOVE "EVALRPT: (NOT PRESENT)" TO ev_label
                    EXIT PARAGRAPH
                END-IF.
                MOVE "EVALRPT: (CARRIES NO MODEL/VERSION HEADER)"
                        TO ev_label.
                PERFORM UNTIL eval_report_status = "10"
                    READ eval_report_file
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM stow_eval_evidence
                    END-READ
                END-PERFORM.
                CLOSE eval_report_file.
                EXIT.

            *> route one EVALRPT line: the header decides whether the
            *> report belongs to this version, the summary lines are
            *> kept when it does
            stow_eval_evidence.
                IF eval_report_record(1:6) = "MODEL:" THEN
                    MOVE SPACES TO al_model al_version
                    UNSTRING eval_report_record(7:) DELIMITED BY " "
                            INTO al_model
                    END-UNSTRING
                    MOVE SPACES TO tag_tail
                    UNSTRING eval_report_record DELIMITED BY " VERSION:"
                            INTO parse_junk tag_tail
                    END-UNSTRING
                    UNSTRING tag_tail DELIMITED BY " " INTO al_version
                    END-UNSTRING
                    IF al_model = cat_model_entry AND
                            al_version = cat_version_entry THEN
                        MOVE 1 TO ev_version_switch
                        MOVE "EVALRPT (THIS VERSION):" TO ev_label
                    ELSE
                        MOVE 2 TO ev_version_switch
                        MOVE SPACES TO ev_label
                        STRING "EVALRPT IS FOR " DELIMITED BY SIZE
                                eval_report_record(1:40)
                                    DELIMITED BY SIZE
                                " - NOT THIS VERSION"
                                    DELIMITED BY SIZE
                                INTO ev_label
                        END-STRING
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                IF ev_version_switch = 2 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF eval_report_record(1:8) = "RECORDS:" OR
                        eval_report_record(1:5) = "HITS:" OR
                        eval_report_record(1:9) = "TRUE_POS:" OR
                        eval_report_record(1:9) = "CONFUSION" THEN
                    ADD 1 TO ev_count
                    EVALUATE ev_count
                        WHEN 1
                            MOVE eval_report_record(1:78) TO ev_line_1
                        WHEN 2
                            MOVE eval_report_record(1:78) TO ev_line_2
                        WHEN 3
                            MOVE eval_report_record(1:78) TO ev_line_3
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF.
                EXIT.

            *> the XVALRPT summary lines; cross-validation runs off
            *> PARAMS and TRAINDATA rather than a catalog version, so
            *> they are shown as the latest run's results
            read_xval_evidence.
                MOVE SPACES TO xv_label xv_line_1 xv_line_2.
                MOVE ZERO TO xv_count.
                OPEN INPUT xval_report_file.
                IF xval_report_status NOT = "00" THEN
                    MOVE "XVALRPT: (NOT PRESENT)" TO xv_label
                    EXIT PARAGRAPH
                END-IF.
                MOVE "XVALRPT (LATEST CROSS-VALIDATION RUN):"
                        TO xv_label.
                PERFORM UNTIL xval_report_status = "10"
                    READ xval_report_file
                        AT END
                            CONTINUE
                        NOT AT END
                            IF xval_report_record(1:6) = "FOLDS:" OR
                                    xval_report_record(1:14)
                                        = "MEAN_HIT_RATE:" OR
                                    xval_report_record(1:16)
                                        = "HIT RATE SKIPPED" THEN
                                ADD 1 TO xv_count
                                IF xv_count = 1 THEN
                                    MOVE xval_report_record(1:78)
                                            TO xv_line_1
                                ELSE
                                    MOVE xval_report_record(1:78)
                                            TO xv_line_2
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE xval_report_file.
                EXIT.

            *> the checker must be named, the launcher must be on
            *> record, and the checker must not be any of the makers
            check_approver.
                MOVE SPACES TO validation_message.
                IF approver_id = SPACES THEN
                    MOVE "APPROVER OPERATOR ID IS REQUIRED"
                            TO validation_message
                    EXIT PARAGRAPH
                END-IF.
                IF appr_launcher = SPACES THEN
                    MOVE "NO AUDITLOG START LINE - LAUNCHER UNKNOWN"
                            TO validation_message
                    EXIT PARAGRAPH
                END-IF.
                PERFORM VARYING maker_idx FROM 1 BY 1
                                UNTIL maker_idx > n_makers
                    IF mk_operator(maker_idx) = approver_id THEN
                        MOVE "APPROVER MUST NOT BE AN OPERATOR WHO "
                             & "RAN THE TRAINING" TO validation_message
                    END-IF
                END-PERFORM.
                EXIT.

            *> apply the decision: an approval makes the version ACTIVE
            *> and supersedes the live one, a rejection parks it as
            *> REJECTED; MODELCAT is re-read first so the rewrite
            *> carries any change made since the screen was built
            record_approval.
                PERFORM load_model_catalog.
                PERFORM build_version_list.
                MOVE ZERO TO target_entry.
                MOVE ZERO TO active_entry.
                PERFORM VARYING version_idx FROM 1 BY 1
                                UNTIL version_idx > n_version_rows
                    IF ce_version(vr_entry(version_idx))
                            = entered_version THEN
                        MOVE vr_entry(version_idx) TO target_entry
                    END-IF
                    IF ce_status(vr_entry(version_idx))
                            = "ACTIVE" THEN
                        MOVE vr_entry(version_idx) TO active_entry
                    END-IF
                END-PERFORM.
                IF target_entry = 0 OR
                        ce_status(target_entry) NOT = "PENDING" THEN
                    MOVE "VERSION IS NO LONGER PENDING - NOTHING DONE"
                            TO validation_message
                    EXIT PARAGRAPH
                END-IF.
                MOVE ZERO TO demoted_version.
                IF confirm_choice = "A" THEN
                    IF active_entry NOT = 0 THEN
                        MOVE ce_version(active_entry)
                                TO demoted_version
                        MOVE "SUPERSEDED" TO ce_status(active_entry)
                    END-IF
                    MOVE "ACTIVE" TO ce_status(target_entry)
                    MOVE "APPROVE" TO audit_action
                    MOVE "VERSION APPROVED TO ACTIVE"
                            TO validation_message
                ELSE
                    MOVE "REJECTED" TO ce_status(target_entry)
                    MOVE "REJECT" TO audit_action
                    MOVE "VERSION REJECTED" TO validation_message
                END-IF.
                PERFORM rewrite_catalog.
                MOVE entered_version TO audit_version.
                PERFORM write_catalog_audit.
                EXIT.

            *> rewrite MODELCAT whole from catalog_entries, the same
            *> way NeuralNetwork's update_model_catalog does
            rewrite_catalog.
                CLOSE catalog_file.
                EXIT.

            *> append one promote/purge/approve/reject action line to
            *> AUDITLOG so catalog surgery is as traceable as a
            *> training run; an approval decision carries both the
            *> launching and the deciding operator
            write_catalog_audit.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                OPEN EXTEND audit_file.
                        INTO audit_record
                        WITH POINTER report_ptr
                END-STRING.
                IF audit_action = "APPROVE" OR
                        audit_action = "REJECT" THEN
                    STRING " LAUNCHED_BY:" DELIMITED BY SIZE
                            appr_launcher DELIMITED BY " "
                            INTO audit_record
                            WITH POINTER report_ptr
                    END-STRING
                END-IF.
                IF audit_action = "APPROVE" THEN
                    STRING " APPROVED_BY:" DELIMITED BY SIZE
                            approver_id DELIMITED BY " "
                            INTO audit_record
                            WITH POINTER report_ptr
                    END-STRING
                END-IF.
                IF audit_action = "REJECT" THEN
                    STRING " REJECTED_BY:" DELIMITED BY SIZE
                            approver_id DELIMITED BY " "
                            INTO audit_record
                            WITH POINTER report_ptr
                    END-STRING
                END-IF.
                IF (audit_action = "PROMOTE" OR
                        audit_action = "APPROVE") AND
                        demoted_version NOT = 0 THEN
                    STRING " DEMOTED:" DELIMITED BY SIZE
                            demoted_version DELIMITED BY SIZE
