
        IDENTIFICATION DIVISION.
            PROGRAM-ID. DecisionInterface.
            AUTHOR. Gustavo Selbach Teixeira.
            DATE-WRITTEN. 2026-10-15.
            *> Outbound interface to the downstream case management
            *> system - the final decisions on a generation's DECISFNL
            *> (the auto-decided labels plus the SOURCE:MANUAL
            *> resolutions ReviewWorkstation merged in) as a fixed-width
            *> extract, instead of being re-keyed or hand-extracted.
            *>   The first command-line word is a yyyymmdd date (every
            *>   generation PREDLOG ledgers for that feed date, the
            *>   date also being the business date), a single
            *>   yyyymmdd.Cnn stamp (business date today), or blank
            *>   for today's date.
            *>   Each run that has keys to send for a generation
            *>   writes a new DECISOUT.<stamp>.<run yyyymmddhhmmss>
            *>   (an extract already written is never opened over;
            *>   a generation with nothing new gets none): an "H"
            *>   header with the business date and the same run
            *>   date/time, one "D" record per
            *>   key with, per output field, the final label, where it
            *>   came from (AUTO/MANUAL), the raw score and the
            *>   decision date, under the model name/version PREDLOG
            *>   says scored the feed, and a "T" trailer with the
            *>   record count and a hash total over the keys (a
            *>   numeric key adds its value; any other key adds each
            *>   character's code times its position).
            *>   A key with an output field still open in REVIEWQ -
            *>   queued but not resolved on DECISFNL, whether not yet
            *>   worked or worked since the merge - is held back and
            *>   goes out on a later run once it is resolved. Every
            *>   key sent is recorded on DECISLOG (indexed on stamp +
            *>   key) with the date sent, so a key is only ever sent
            *>   once; a held key is recorded there as "H" until it
            *>   goes, and every run also revisits each generation
            *>   DECISLOG still holds keys for, whatever its date
            *>   (ReviewWorkstation's MERGE re-merges the same
            *>   generations first).
            *>   The downstream ACK file (DECISACK: stamp, key,
            *>   A(ccepted)/R(ejected), date and reason) is then read
            *>   back onto DECISLOG, and DECXRPT lists the exceptions:
            *>   rejected keys with the reason, keys sent but not
            *>   acknowledged after interface_ack_limit_days (PARAMS,
            *>   default 3) days, and ACK lines for keys never sent.
            *>   RC 4 when there are exceptions, RC 12 when a
            *>   generation cannot be extracted.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                    FILE-CONTROL.
                        SELECT predict_log_file ASSIGN TO "PREDLOG"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS pl_record_key
                            ALTERNATE RECORD KEY IS pl_date
                                WITH DUPLICATES
                            FILE STATUS IS predict_log_status.
                        SELECT review_file ASSIGN TO "REVIEWQ"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS rq_record_key
                            FILE STATUS IS review_status.
                        SELECT sent_log_file ASSIGN TO "DECISLOG"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS sl_record_key
                            FILE STATUS IS sent_log_status.
                        SELECT ack_file ASSIGN TO "DECISACK"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS ack_status.
                        SELECT parm_file ASSIGN TO "PARAMS"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS parm_file_status.
                        *> the completed decisions and the extract are
                        *> assigned through data names, pointed at each
                        *> generation's stamp in turn
                        SELECT final_file ASSIGN TO final_file_name
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS final_status.
                        SELECT extract_file ASSIGN TO extract_file_name
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS extract_status.
                        SELECT exception_report_file
                            ASSIGN TO "DECXRPT"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS exception_report_status.
            DATA DIVISION.
                FILE SECTION.
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
                    *> one record per key sent downstream: the date it
                    *> went out, then the acknowledgement as the ACK
                    *> file last gave it (blank until one arrives,
                    *> A accepted, R rejected), its date and reason;
                    *> a key held back in review is recorded as "H"
                    *> with the date it was first held, and becomes
                    *> "S" (blank on the earliest records) when sent
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
                    *> one acknowledgement per key from the case
                    *> management system: the stamp and key as sent,
                    *> A or R, the date it was processed and, for a
                    *> rejection, the reason
                    FD  ack_file
                        LABEL RECORDS ARE STANDARD.
                    01 ack_record.
                        05 ak_stamp         PIC X(12).
                        05 ak_key           PIC X(10).
                        05 ak_status        PIC X(01).
                        05 ak_date          PIC X(08).
                        05 ak_reason        PIC X(40).
                        05 FILLER           PIC X(09).
                    *> re-uses NeuralNetwork's own PARAMS record shape
                    FD  parm_file
                        LABEL RECORDS ARE STANDARD.
                    01 parm_record.
                        05 parm_name  PIC X(24).
                        05 parm_value PIC X(24).
                    *> re-uses ReviewWorkstation's own DECISFNL record
                    *> shape
                    FD  final_file
                        LABEL RECORDS ARE STANDARD.
                    01 final_record PIC X(1400).
                    *> the fixed-width extract: header (eh_created is
                    *> the run date/time the extract is named by), one
                    *> detail per key with a block per output field
                    *> (blocks past the model's output size are
                    *> blank), trailer
                    FD  extract_file
                        LABEL RECORDS ARE STANDARD.
                    01 extract_header.
                        05 eh_record_type   PIC X(01).
                        05 eh_business_date PIC X(08).
                        05 eh_stamp         PIC X(12).
                        05 eh_created       PIC X(14).
                        05 FILLER           PIC X(390).
                    01 extract_detail.
                        05 ed_record_type   PIC X(01).
                        05 ed_stamp         PIC X(12).
                        05 ed_key           PIC X(10).
                        05 ed_model         PIC X(16).
                        05 ed_version       PIC 9(04).
                        05 ed_n_fields      PIC 9(02).
                        05 ed_fields OCCURS max_output_size TIMES.
                            10 ed_label     PIC X(10).
                            10 ed_source    PIC X(06).
                            10 ed_score     PIC -9(05).9(7).
                            10 ed_decided   PIC X(08).
                    01 extract_trailer.
                        05 et_record_type   PIC X(01).
                        05 et_stamp         PIC X(12).
                        05 et_record_count  PIC 9(07).
                        05 et_hash_total    PIC 9(18).
                        05 FILLER           PIC X(387).
                    *> the interface run and its exceptions
                    FD  exception_report_file
                        LABEL RECORDS ARE STANDARD.
                    01 exception_report_record PIC X(132).
                WORKING-STORAGE SECTION.
                    01 predict_log_status       PIC X(02).
                    01 review_status            PIC X(02).
                    01 sent_log_status          PIC X(02).
                    01 ack_status               PIC X(02).
                    01 parm_file_status         PIC X(02).
                    01 final_status             PIC X(02).
                    01 extract_status           PIC X(02).
                    01 exception_report_status  PIC X(02).
                    01 report_ptr               PIC 9(04) COMP.
                    01 datetime                 PIC X(21).
                    01 max_output_size          CONSTANT as 10.
                    *> what to extract: a feed date, one stamp or
                    *> (blank) today's date; the business date on the
                    *> headers and the day the ACK ages count up to
                    01 command_line             PIC X(40) VALUE SPACES.
                    01 run_target               PIC X(12) VALUE SPACES.
                    01 run_date                 PIC X(08) VALUE SPACES.
                    01 business_date            PIC X(08) VALUE SPACES.
                    01 business_int             PIC 9(08) VALUE ZERO.
                    01 sent_int                 PIC 9(08) VALUE ZERO.
                    01 ack_age_days             PIC S9(05) VALUE ZERO.
                    01 ack_limit_days           PIC 9(03) VALUE 3.
                    *> the generation being extracted: its stamp and
                    *> stamped names, the model that scored it and the
                    *> date its PREDICTOUT was written
                    01 current_stamp            PIC X(12) VALUE SPACES.
                    01 current_model            PIC X(16) VALUE SPACES.
                    01 current_version          PIC 9(04) VALUE ZERO.
                    01 scored_date              PIC X(08) VALUE SPACES.
                    01 final_file_name          PIC X(44)
                                                    VALUE "DECISFNL".
                    01 extract_file_name        PIC X(44)
                                                    VALUE "DECISOUT".
                    01 stamp_found              PIC 9(01) COMP
                                                    VALUE ZERO.
                    *> the stamp looked up on PREDLOG, and the next
                    *> generation DECISLOG still holds keys for
                    01 wanted_stamp             PIC X(12) VALUE SPACES.
                    01 held_stamp               PIC X(12) VALUE SPACES.
                    01 held_found               PIC 9(01) COMP
                                                    VALUE ZERO.
                    *> the generation's extract, opened on its first
                    *> key to send
                    01 extract_open             PIC 9(01) COMP
                                                    VALUE ZERO.
                    01 extract_failed           PIC 9(01) COMP
                                                    VALUE ZERO.
                    01 queue_open               PIC 9(01) COMP
                                                    VALUE ZERO.
                    01 sent_log_open            PIC 9(01) COMP
                                                    VALUE ZERO.
                    *> the key in hand off DECISFNL: its detail line's
                    *> score and auto label per output field, replaced
                    *> by a manual resolution where one follows
                    01 pending_key              PIC X(10) VALUE SPACES.
                    01 pending_open             PIC 9(01) COMP
                                                    VALUE ZERO.
                    01 n_pending_fields         PIC 9(03) COMP
                                                    VALUE ZERO.
                    01 pending_fields OCCURS max_output_size TIMES.
                        05 pf_label         PIC X(10).
                        05 pf_source        PIC X(06).
                        05 pf_score         PIC S9(05)V9(7) COMP-3.
                        05 pf_decided       PIC X(08).
                    01 field_idx                PIC 9(03) COMP
                                                    VALUE ZERO.
                    01 field_number             PIC 9(03) VALUE ZERO.
                    01 item_queued              PIC 9(01) COMP
                                                    VALUE ZERO.
                    01 key_held                 PIC 9(01) COMP
                                                    VALUE ZERO.
                    01 held_before              PIC 9(01) COMP
                                                    VALUE ZERO.
                    01 line_tally               PIC 9(03) COMP
                                                    VALUE ZERO.
                    *> one DECISFNL line pulled apart
                    01 parse_junk               PIC X(600) VALUE SPACES.
                    01 parse_inputs             PIC X(300) VALUE SPACES.
                    01 parse_scores             PIC X(200) VALUE SPACES.
                    01 parse_labels             PIC X(200) VALUE SPACES.
                    01 parse_key                PIC X(14) VALUE SPACES.
                    01 parse_field              PIC X(08) VALUE SPACES.
                    01 parse_label              PIC X(14) VALUE SPACES.
                    01 parse_reviewer           PIC X(14) VALUE SPACES.
                    01 parse_date               PIC X(14) VALUE SPACES.
                    01 parse_rest               PIC X(80) VALUE SPACES.
                    *> blank-delimited word list scratch: token_source
                    *> split one word at a time into token_list
                    01 token_source             PIC X(200) VALUE SPACES.
                    01 token_word               PIC X(20) VALUE SPACES.
                    01 token_ptr                PIC 9(04) COMP
                                                    VALUE ZERO.
                    01 n_tokens                 PIC 9(03) COMP
                                                    VALUE ZERO.
                    01 token_list OCCURS max_output_size TIMES
                                    PIC X(20).
                    *> the extract's trailer totals
                    01 extract_count            PIC 9(07) VALUE ZERO.
                    01 hash_total               PIC 9(18) VALUE ZERO.
                    01 hash_position            PIC 9(02) COMP
                                                    VALUE ZERO.
                    *> per generation and run totals
                    01 held_count               PIC 9(07) COMP
                                                    VALUE ZERO.
                    01 already_sent_count       PIC 9(07) COMP
                                                    VALUE ZERO.
                    01 generations_extracted    PIC 9(05) COMP
                                                    VALUE ZERO.
                    01 total_sent               PIC 9(07) COMP
                                                    VALUE ZERO.
                    01 total_held               PIC 9(07) COMP
                                                    VALUE ZERO.
                    01 acks_read                PIC 9(07) COMP
                                                    VALUE ZERO.
                    01 acks_accepted            PIC 9(07) COMP
                                                    VALUE ZERO.
                    01 acks_rejected            PIC 9(07) COMP
                                                    VALUE ZERO.
                    01 acks_unmatched           PIC 9(07) COMP
                                                    VALUE ZERO.
                    01 acks_unreadable          PIC 9(07) COMP
                                                    VALUE ZERO.
                    01 rejected_count           PIC 9(07) COMP
                                                    VALUE ZERO.
                    01 overdue_count            PIC 9(07) COMP
                                                    VALUE ZERO.
                    01 awaiting_count           PIC 9(07) COMP
                                                    VALUE ZERO.
                    01 exception_count          PIC 9(07) COMP
                                                    VALUE ZERO.
                    01 run_rc                   PIC 9(02) VALUE ZERO.
                    *> report edits
                    01 count_edit               PIC Z(06)9.
                    01 hash_edit                PIC 9(18).
                    01 age_edit                 PIC Z(04)9.
                    01 version_edit             PIC 9(04).

            PROCEDURE DIVISION.
                ACCEPT command_line FROM COMMAND-LINE.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                PERFORM set_run_target.
                PERFORM read_interface_parameters.
                OPEN OUTPUT exception_report_file.
                PERFORM write_report_heading.
                PERFORM open_interface_files.
                IF run_date NOT = SPACES THEN
                    PERFORM extract_feed_date
                ELSE
                    PERFORM extract_one_stamp
                END-IF.
                PERFORM extract_held_generations.
                PERFORM reconcile_acknowledgements.
                PERFORM write_exceptions.
                PERFORM write_run_totals.
                PERFORM close_interface_files.
                CLOSE exception_report_file.
                IF run_rc = 0 AND exception_count > 0 THEN
                    MOVE 4 TO run_rc
                END-IF.
                MOVE run_rc TO RETURN-CODE.
            STOP RUN.

            *> the first command-line word: a yyyymmdd feed date
            *> (blank for today's) is extracted through PREDLOG's
            *> date key and is the business date; anything else is
            *> a single stamp, with today as the business date
            set_run_target.
                UNSTRING command_line DELIMITED BY ALL " "
                        INTO run_target
                END-UNSTRING.
                MOVE datetime(1:8) TO business_date.
                IF run_target = SPACES THEN
                    MOVE datetime(1:8) TO run_date
                ELSE
                    IF run_target(1:8) IS NUMERIC AND
                            run_target(9:4) = SPACES THEN
                        MOVE run_target(1:8) TO run_date
                        MOVE run_date TO business_date
                    END-IF
                END-IF.
                COMPUTE business_int = FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(business_date)).
                EXIT.

            *> interface_ack_limit_days off PARAMS; a missing PARAMS
            *> or absent name leaves the default in place, same as
            *> NeuralNetwork's own read_parameters
            read_interface_parameters.
                OPEN INPUT parm_file.
                IF parm_file_status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL parm_file_status = "10"
                    READ parm_file
                        AT END
                            CONTINUE
                        NOT AT END
                            IF parm_name = "interface_ack_limit_days"
                                    THEN
                                COMPUTE ack_limit_days =
                                    FUNCTION NUMVAL(parm_value)
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE parm_file.
                EXIT.

            *> the queue may not exist yet (no queue means nothing is
            *> held back); DECISLOG is created on the first run
            open_interface_files.
                MOVE ZERO TO queue_open.
                MOVE ZERO TO sent_log_open.
                OPEN INPUT review_file.
                IF review_status = "00" THEN
                    MOVE 1 TO queue_open
                END-IF.
                OPEN I-O sent_log_file.
                IF sent_log_status = "35" THEN
                    OPEN OUTPUT sent_log_file
                    CLOSE sent_log_file
                    OPEN I-O sent_log_file
                END-IF.
                IF sent_log_status NOT = "00" THEN
                    DISPLAY "ERROR: DECISLOG cannot be opened, status "
                            sent_log_status
                    CLOSE exception_report_file
                    PERFORM close_interface_files
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE 1 TO sent_log_open.
                EXIT.

            *> close whichever of the indexed files are open
            close_interface_files.
                IF queue_open = 1 THEN
                    CLOSE review_file
                    MOVE ZERO TO queue_open
                END-IF.
                IF sent_log_open = 1 THEN
                    CLOSE sent_log_file
                    MOVE ZERO TO sent_log_open
                END-IF.
                EXIT.

            *> walk PREDLOG's entries for the feed date through its
            *> date key, extracting each entry's generation
            extract_feed_date.
                OPEN INPUT predict_log_file.
                IF predict_log_status NOT = "00" THEN
                    PERFORM write_no_generations
                    EXIT PARAGRAPH
                END-IF.
                MOVE run_date TO pl_date.
                START predict_log_file KEY IS = pl_date
                    INVALID KEY
                        MOVE "23" TO predict_log_status
                END-START.
                PERFORM UNTIL predict_log_status NOT = "00"
                    READ predict_log_file NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF pl_date NOT = run_date THEN
                                MOVE "10" TO predict_log_status
                            ELSE
                                PERFORM take_ledger_entry
                                PERFORM extract_generation
                            END-IF
                    END-READ
                END-PERFORM.
                CLOSE predict_log_file.
                IF generations_extracted = 0 AND run_rc = 0 THEN
                    PERFORM write_no_generations
                END-IF.
                EXIT.

            *> the one stamp named on the command line, with the
            *> model PREDLOG ledgers against its date and cycle
            extract_one_stamp.
                MOVE run_target TO wanted_stamp.
                PERFORM find_ledger_entry.
                IF stamp_found = 0 THEN
                    DISPLAY "ERROR: stamp " run_target
                            " is not ledgered on PREDLOG"
                    MOVE SPACES TO exception_report_record
                    STRING "  STAMP:" DELIMITED BY SIZE
                            run_target DELIMITED BY SIZE
                            "  NOT LEDGERED ON PREDLOG - NOTHING SENT"
                                DELIMITED BY SIZE
                            INTO exception_report_record
                    END-STRING
                    WRITE exception_report_record
                    MOVE 12 TO run_rc
                    EXIT PARAGRAPH
                END-IF.
                PERFORM extract_generation.
                EXIT.

            *> the PREDLOG entry for wanted_stamp as the generation in
            *> hand, stamp_found left at zero when there is none
            find_ledger_entry.
                MOVE ZERO TO stamp_found.
                OPEN INPUT predict_log_file.
                IF predict_log_status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE wanted_stamp(1:8) TO pl_date.
                START predict_log_file KEY IS = pl_date
                    INVALID KEY
                        MOVE "23" TO predict_log_status
                END-START.
                PERFORM UNTIL predict_log_status NOT = "00"
                    READ predict_log_file NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM match_ledger_entry
                    END-READ
                END-PERFORM.
                CLOSE predict_log_file.
                EXIT.

            *> stop at the ledger entry whose date and cycle make up
            *> the stamp asked for
            match_ledger_entry.
                IF pl_date NOT = wanted_stamp(1:8) THEN
                    MOVE "10" TO predict_log_status
                    EXIT PARAGRAPH
                END-IF.
                PERFORM take_ledger_entry.
                IF current_stamp = wanted_stamp THEN
                    MOVE 1 TO stamp_found
                    MOVE "10" TO predict_log_status
                END-IF.
                EXIT.

            *> every generation DECISLOG still holds keys for, other
            *> than those this run has just extracted, is extracted
            *> again so its keys go out once they are resolved
            extract_held_generations.
                MOVE LOW-VALUES TO sl_record_key.
                PERFORM find_held_stamp.
                PERFORM UNTIL held_found = 0
                    IF (run_date NOT = SPACES AND
                            held_stamp(1:8) NOT = run_date) OR
                        (run_date = SPACES AND
                            held_stamp NOT = run_target) THEN
                        PERFORM extract_held_generation
                    END-IF
                    MOVE held_stamp TO sl_stamp
                    MOVE HIGH-VALUES TO sl_key
                    PERFORM find_held_stamp
                END-PERFORM.
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

            *> one earlier generation with held keys, through its
            *> PREDLOG entry for the model that scored it
            extract_held_generation.
                MOVE held_stamp TO wanted_stamp.
                PERFORM find_ledger_entry.
                IF stamp_found = 0 THEN
                    ADD 1 TO exception_count
                    MOVE SPACES TO exception_report_record
                    STRING "  STAMP:" DELIMITED BY SIZE
                            held_stamp DELIMITED BY SIZE
                            "  KEYS HELD BUT NOT LEDGERED ON PREDLOG"
                                DELIMITED BY SIZE
                            INTO exception_report_record
                    END-STRING
                    WRITE exception_report_record
                    EXIT PARAGRAPH
                END-IF.
                PERFORM extract_generation.
                EXIT.

            *> the PREDLOG entry just read as the generation in hand
            take_ledger_entry.
                MOVE SPACES TO current_stamp.
                MOVE 1 TO report_ptr.
                STRING pl_date DELIMITED BY SIZE
                        ".C" DELIMITED BY SIZE
                        pl_cycle DELIMITED BY SIZE
                        INTO current_stamp
                        WITH POINTER report_ptr
                END-STRING.
                MOVE pl_model TO current_model.
                MOVE pl_version TO current_version.
                EXIT.

            *> one generation: its DECISFNL read key by key into
            *> this run's DECISOUT.<stamp>.<run date/time>, written
            *> only when there is a key to send, then its extract line
            *> on the report
            extract_generation.
                MOVE SPACES TO final_file_name.
                MOVE 1 TO report_ptr.
                STRING "DECISFNL." DELIMITED BY SIZE
                        current_stamp DELIMITED BY " "
                        INTO final_file_name
                        WITH POINTER report_ptr
                END-STRING.
                MOVE SPACES TO extract_file_name.
                MOVE 1 TO report_ptr.
                STRING "DECISOUT." DELIMITED BY SIZE
                        current_stamp DELIMITED BY " "
                        "." DELIMITED BY SIZE
                        datetime(1:14) DELIMITED BY SIZE
                        INTO extract_file_name
                        WITH POINTER report_ptr
                END-STRING.
                OPEN INPUT final_file.
                IF final_status NOT = "00" THEN
                    DISPLAY "ERROR: " final_file_name
                            " not found - generation not merged"
                    MOVE SPACES TO exception_report_record
                    STRING "  STAMP:" DELIMITED BY SIZE
                            current_stamp DELIMITED BY SIZE
                            "  DECISFNL NOT FOUND - NOTHING SENT"
                                DELIMITED BY SIZE
                            INTO exception_report_record
                    END-STRING
                    WRITE exception_report_record
                    MOVE 12 TO run_rc
                    EXIT PARAGRAPH
                END-IF.
                MOVE ZERO TO extract_count.
                MOVE ZERO TO hash_total.
                MOVE ZERO TO held_count.
                MOVE ZERO TO already_sent_count.
                MOVE ZERO TO pending_open.
                MOVE ZERO TO extract_open.
                MOVE ZERO TO extract_failed.
                MOVE current_stamp(1:8) TO scored_date.
                PERFORM UNTIL final_status = "10"
                    READ final_file
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM take_final_line
                    END-READ
                END-PERFORM.
                PERFORM send_pending_key.
                CLOSE final_file.
                IF extract_open = 1 THEN
                    PERFORM write_extract_trailer
                    CLOSE extract_file
                    MOVE ZERO TO extract_open
                END-IF.
                ADD 1 TO generations_extracted.
                ADD extract_count TO total_sent.
                ADD held_count TO total_held.
                PERFORM write_extract_line.
                EXIT.

            *> sort a DECISFNL line: the copied PREDICTOUT header
            *> gives the scoring date, a detail line opens the next
            *> key (sending the one before), a SOURCE:MANUAL line
            *> resolves one of the key's fields; the trailer ends the
            *> details, and the aged-item flags after it are skipped
            take_final_line.
                IF final_record(1:1) = "H" THEN
                    IF final_record(2:8) IS NUMERIC THEN
                        MOVE final_record(2:8) TO scored_date
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                IF final_record(1:1) = "T" THEN
                    PERFORM send_pending_key
                    EXIT PARAGRAPH
                END-IF.
                IF final_record(1:4) NOT = "KEY:" THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE ZERO TO line_tally.
                INSPECT final_record TALLYING line_tally
                        FOR ALL "  INPUT:".
                IF line_tally > 0 THEN
                    PERFORM send_pending_key
                    PERFORM take_scored_detail
                    EXIT PARAGRAPH
                END-IF.
                MOVE ZERO TO line_tally.
                INSPECT final_record TALLYING line_tally
                        FOR ALL "SOURCE:MANUAL".
                IF line_tally > 0 THEN
                    PERFORM take_manual_final
                END-IF.
                EXIT.

            *> "KEY:k  INPUT: v...  PREDICTION: v...  DECISION: l..."
            *> (an ensemble run's "  MEMBERS: ..." scores, trailing
            *> the labels, are left unread)
            *> as the pending key, every field auto-decided until a
            *> manual line says otherwise
            take_scored_detail.
                MOVE final_record(5:10) TO pending_key.
                MOVE 1 TO pending_open.
                MOVE SPACES TO parse_junk parse_inputs parse_scores
                               parse_labels.
                UNSTRING final_record
                        DELIMITED BY "  INPUT:" OR "  PREDICTION:"
                                OR "  DECISION:" OR "  MEMBERS:"
                        INTO parse_junk parse_inputs parse_scores
                             parse_labels
                END-UNSTRING.
                MOVE parse_scores TO token_source.
                PERFORM split_token_list.
                MOVE n_tokens TO n_pending_fields.
                PERFORM VARYING field_idx FROM 1 BY 1
                                UNTIL field_idx > n_pending_fields
                    COMPUTE pf_score(field_idx) =
                        FUNCTION NUMVAL(token_list(field_idx))
                    MOVE "AUTO" TO pf_source(field_idx)
                    MOVE scored_date TO pf_decided(field_idx)
                END-PERFORM.
                MOVE parse_labels TO token_source.
                PERFORM split_token_list.
                PERFORM VARYING field_idx FROM 1 BY 1
                                UNTIL field_idx > n_pending_fields
                    MOVE token_list(field_idx) TO pf_label(field_idx)
                END-PERFORM.
                EXIT.

            *> "KEY:k  FIELD:nnn  FINAL:label  REVIEWER:r  DATE:d
            *> SOURCE:MANUAL" resolves the pending key's field
            take_manual_final.
                IF pending_open = 0 OR
                        final_record(5:10) NOT = pending_key THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO parse_junk parse_key parse_field
                               parse_label parse_reviewer parse_date
                               parse_rest.
                UNSTRING final_record
                        DELIMITED BY "KEY:" OR "  FIELD:"
                                OR "  FINAL:" OR "  REVIEWER:"
                                OR "  DATE:" OR "  SOURCE:"
                        INTO parse_junk parse_key parse_field
                             parse_label parse_reviewer parse_date
                             parse_rest
                END-UNSTRING.
                COMPUTE field_number = FUNCTION NUMVAL(parse_field).
                IF field_number < 1 OR
                        field_number > n_pending_fields THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE FUNCTION TRIM(parse_label)
                        TO pf_label(field_number).
                MOVE "MANUAL" TO pf_source(field_number).
                MOVE parse_date(1:8) TO pf_decided(field_number).
                EXIT.

            *> the pending key goes out unless it already went out on
            *> an earlier run or one of its fields is still open in
            *> review, in which case it is recorded as held
            send_pending_key.
                IF pending_open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE ZERO TO pending_open.
                MOVE ZERO TO held_before.
                MOVE current_stamp TO sl_stamp.
                MOVE pending_key TO sl_key.
                READ sent_log_file
                    KEY IS sl_record_key
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF sl_entry_status = "H" THEN
                            MOVE 1 TO held_before
                        ELSE
                            ADD 1 TO already_sent_count
                            EXIT PARAGRAPH
                        END-IF
                END-READ.
                MOVE ZERO TO key_held.
                PERFORM VARYING field_idx FROM 1 BY 1
                                UNTIL field_idx > n_pending_fields
                    IF pf_source(field_idx) = "AUTO" THEN
                        PERFORM check_field_queued
                        IF item_queued = 1 THEN
                            MOVE 1 TO key_held
                        END-IF
                    END-IF
                END-PERFORM.
                IF key_held = 1 THEN
                    ADD 1 TO held_count
                    IF held_before = 0 THEN
                        PERFORM record_key_held
                    END-IF
                    EXIT PARAGRAPH
                END-IF.
                IF extract_open = 0 THEN
                    PERFORM open_extract_file
                    IF extract_open = 0 THEN
                        EXIT PARAGRAPH
                    END-IF
                END-IF.
                PERFORM write_extract_detail.
                PERFORM record_key_sent.
                EXIT.

            *> this run's extract for the generation, on its first key
            *> to send; a file already there under the name is never
            *> written over, and its keys wait for the next run
            open_extract_file.
                IF extract_failed = 1 THEN
                    EXIT PARAGRAPH
                END-IF.
                OPEN INPUT extract_file.
                IF extract_status = "00" THEN
                    CLOSE extract_file
                    DISPLAY "ERROR: " extract_file_name
                            " already exists - not written over"
                    MOVE SPACES TO exception_report_record
                    STRING "  STAMP:" DELIMITED BY SIZE
                            current_stamp DELIMITED BY SIZE
                            "  " DELIMITED BY SIZE
                            extract_file_name DELIMITED BY " "
                            " ALREADY EXISTS - NOTHING SENT"
                                DELIMITED BY SIZE
                            INTO exception_report_record
                    END-STRING
                    WRITE exception_report_record
                    MOVE 1 TO extract_failed
                    MOVE 12 TO run_rc
                    EXIT PARAGRAPH
                END-IF.
                OPEN OUTPUT extract_file.
                MOVE 1 TO extract_open.
                PERFORM write_extract_header.
                EXIT.

            *> whether the pending key's field was queued for review;
            *> queued with no manual line on DECISFNL means it is
            *> still open (or worked since the merge ran)
            check_field_queued.
                MOVE ZERO TO item_queued.
                IF queue_open = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE current_stamp TO rq_stamp.
                MOVE pending_key TO rq_key.
                MOVE field_idx TO rq_field.
                READ review_file
                    KEY IS rq_record_key
                    INVALID KEY
                        MOVE ZERO TO item_queued
                    NOT INVALID KEY
                        MOVE 1 TO item_queued
                END-READ.
                EXIT.

            *> "H", the business date, the stamp and when the extract
            *> was built
            write_extract_header.
                MOVE SPACES TO extract_header.
                MOVE "H" TO eh_record_type.
                MOVE business_date TO eh_business_date.
                MOVE current_stamp TO eh_stamp.
                MOVE datetime(1:14) TO eh_created.
                WRITE extract_header.
                EXIT.

            *> "D", the key and the model, then a block per output
            *> field; the key goes into the trailer's hash total
            write_extract_detail.
                MOVE SPACES TO extract_detail.
                MOVE "D" TO ed_record_type.
                MOVE current_stamp TO ed_stamp.
                MOVE pending_key TO ed_key.
                MOVE current_model TO ed_model.
                MOVE current_version TO ed_version.
                MOVE n_pending_fields TO ed_n_fields.
                PERFORM VARYING field_idx FROM 1 BY 1
                                UNTIL field_idx > n_pending_fields
                    MOVE pf_label(field_idx) TO ed_label(field_idx)
                    MOVE pf_source(field_idx) TO ed_source(field_idx)
                    MOVE pf_score(field_idx) TO ed_score(field_idx)
                    MOVE pf_decided(field_idx) TO ed_decided(field_idx)
                END-PERFORM.
                WRITE extract_detail.
                ADD 1 TO extract_count.
                PERFORM add_key_hash.
                EXIT.

            *> a numeric key adds its value to the hash total; any
            *> other key adds each character's code times its
            *> position, so a transposed key still changes the total
            add_key_hash.
                IF pending_key IS NUMERIC THEN
                    COMPUTE hash_total = hash_total
                        + FUNCTION NUMVAL(pending_key)
                    EXIT PARAGRAPH
                END-IF.
                PERFORM VARYING hash_position FROM 1 BY 1
                                UNTIL hash_position > 10
                    COMPUTE hash_total = hash_total
                        + FUNCTION ORD(pending_key(hash_position:1))
                            * hash_position
                END-PERFORM.
                EXIT.

            *> the key goes on DECISLOG as sent today, awaiting its
            *> acknowledgement; a key held on an earlier run has its
            *> held record turned into the sent one
            record_key_sent.
                IF held_before = 0 THEN
                    MOVE SPACES TO sent_log_record
                    MOVE current_stamp TO sl_stamp
                    MOVE pending_key TO sl_key
                END-IF.
                MOVE business_date TO sl_sent_date.
                MOVE "S" TO sl_entry_status.
                IF held_before = 0 THEN
                    WRITE sent_log_record
                        INVALID KEY
                            DISPLAY "ERROR: DECISLOG write failed for "
                                    current_stamp " " pending_key
                                    ", status " sent_log_status
                            MOVE 12 TO run_rc
                    END-WRITE
                ELSE
                    REWRITE sent_log_record
                        INVALID KEY
                            DISPLAY "ERROR: DECISLOG rewrite failed for "
                                    current_stamp " " pending_key
                                    ", status " sent_log_status
                            MOVE 12 TO run_rc
                    END-REWRITE
                END-IF.
                EXIT.

            *> the key goes on DECISLOG as held back in review, so
            *> later runs come back to its generation
            record_key_held.
                MOVE SPACES TO sent_log_record.
                MOVE current_stamp TO sl_stamp.
                MOVE pending_key TO sl_key.
                MOVE "H" TO sl_entry_status.
                MOVE business_date TO sl_held_date.
                WRITE sent_log_record
                    INVALID KEY
                        DISPLAY "ERROR: DECISLOG write failed for "
                                current_stamp " " pending_key
                                ", status " sent_log_status
                        MOVE 12 TO run_rc
                END-WRITE.
                EXIT.

            *> "T", the stamp, the detail count and the hash total
            write_extract_trailer.
                MOVE SPACES TO extract_trailer.
                MOVE "T" TO et_record_type.
                MOVE current_stamp TO et_stamp.
                MOVE extract_count TO et_record_count.
                MOVE hash_total TO et_hash_total.
                WRITE extract_trailer.
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

            *> read DECISACK onto DECISLOG; an ACK is kept as the
            *> latest word on its key, so re-reading the same file
            *> changes nothing and a later acceptance clears a
            *> rejection
            reconcile_acknowledgements.
                MOVE SPACES TO exception_report_record.
                WRITE exception_report_record.
                OPEN INPUT ack_file.
                IF ack_status NOT = "00" THEN
                    MOVE SPACES TO exception_report_record
                    STRING "ACKNOWLEDGEMENTS  DECISACK NOT FOUND"
                                DELIMITED BY SIZE
                            INTO exception_report_record
                    END-STRING
                    WRITE exception_report_record
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL ack_status = "10"
                    READ ack_file
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM apply_acknowledgement
                    END-READ
                END-PERFORM.
                CLOSE ack_file.
                PERFORM write_ack_line.
                EXIT.

            *> one ACK line: an unknown status, or a key DECISLOG
            *> never sent, is an exception in itself
            apply_acknowledgement.
                IF ack_record = SPACES THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO acks_read.
                IF ak_status NOT = "A" AND ak_status NOT = "R" THEN
                    ADD 1 TO acks_unreadable
                    ADD 1 TO exception_count
                    MOVE "BAD ACK STATUS" TO parse_rest
                    PERFORM write_ack_exception
                    EXIT PARAGRAPH
                END-IF.
                MOVE ak_stamp TO sl_stamp.
                MOVE ak_key TO sl_key.
                READ sent_log_file
                    KEY IS sl_record_key
                    INVALID KEY
                        ADD 1 TO acks_unmatched
                        ADD 1 TO exception_count
                        MOVE "ACK FOR KEY NEVER SENT" TO parse_rest
                        PERFORM write_ack_exception
                        EXIT PARAGRAPH
                END-READ.
                IF sl_entry_status = "H" THEN
                    ADD 1 TO acks_unmatched
                    ADD 1 TO exception_count
                    MOVE "ACK FOR KEY NEVER SENT" TO parse_rest
                    PERFORM write_ack_exception
                    EXIT PARAGRAPH
                END-IF.
                IF ak_status = "A" THEN
                    ADD 1 TO acks_accepted
                ELSE
                    ADD 1 TO acks_rejected
                END-IF.
                MOVE ak_status TO sl_ack_status.
                MOVE ak_date TO sl_ack_date.
                MOVE ak_reason TO sl_ack_reason.
                REWRITE sent_log_record
                    INVALID KEY
                        DISPLAY "ERROR: DECISLOG rewrite failed for "
                                sl_stamp " " sl_key
                                ", status " sent_log_status
                        MOVE 12 TO run_rc
                END-REWRITE.
                EXIT.

            *> the ACK line that could not be applied, as it came in
            write_ack_exception.
                MOVE SPACES TO exception_report_record.
                MOVE 1 TO report_ptr.
                STRING "  BAD ACK    STAMP:" DELIMITED BY SIZE
                        ak_stamp DELIMITED BY SIZE
                        "  KEY:" DELIMITED BY SIZE
                        ak_key DELIMITED BY SIZE
                        "  STATUS:" DELIMITED BY SIZE
                        ak_status DELIMITED BY SIZE
                        "  " DELIMITED BY SIZE
                        parse_rest DELIMITED BY "  "
                        INTO exception_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE exception_report_record.
                EXIT.

            *> every key on DECISLOG that is rejected, or still
            *> unacknowledged past the limit, listed in stamp/key
            *> order
            write_exceptions.
                MOVE SPACES TO exception_report_record.
                WRITE exception_report_record.
                MOVE SPACES TO exception_report_record.
                MOVE ack_limit_days TO age_edit.
                MOVE 1 TO report_ptr.
                STRING "EXCEPTIONS  (NO ACK AFTER" DELIMITED BY SIZE
                        age_edit DELIMITED BY SIZE
                        " DAYS)" DELIMITED BY SIZE
                        INTO exception_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE exception_report_record.
                MOVE LOW-VALUES TO sl_record_key.
                START sent_log_file KEY IS > sl_record_key
                    INVALID KEY
                        MOVE "23" TO sent_log_status
                END-START.
                PERFORM UNTIL sent_log_status NOT = "00"
                    READ sent_log_file NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM check_sent_key
                    END-READ
                END-PERFORM.
                EXIT.

            *> one DECISLOG record: a rejection is listed with its
            *> reason, an unacknowledged key once it is past the
            *> limit; a key still held has not been sent
            check_sent_key.
                IF sl_entry_status = "H" THEN
                    EXIT PARAGRAPH
                END-IF.
                EVALUATE sl_ack_status
                    WHEN "A"
                        CONTINUE
                    WHEN "R"
                        ADD 1 TO rejected_count
                        ADD 1 TO exception_count
                        MOVE SPACES TO exception_report_record
                        MOVE 1 TO report_ptr
                        STRING "  REJECTED   STAMP:" DELIMITED BY SIZE
                                sl_stamp DELIMITED BY SIZE
                                "  KEY:" DELIMITED BY SIZE
                                sl_key DELIMITED BY SIZE
                                "  SENT:" DELIMITED BY SIZE
                                sl_sent_date DELIMITED BY SIZE
                                "  ACK DATE:" DELIMITED BY SIZE
                                sl_ack_date DELIMITED BY SIZE
                                "  REASON:" DELIMITED BY SIZE
                                sl_ack_reason DELIMITED BY SIZE
                                INTO exception_report_record
                                WITH POINTER report_ptr
                        END-STRING
                        WRITE exception_report_record
                    WHEN OTHER
                        PERFORM check_ack_overdue
                END-EVALUATE.
                EXIT.

            *> days since an unacknowledged key was sent, listed once
            *> over interface_ack_limit_days
            check_ack_overdue.
                ADD 1 TO awaiting_count.
                IF sl_sent_date IS NOT NUMERIC THEN
                    EXIT PARAGRAPH
                END-IF.
                COMPUTE sent_int = FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(sl_sent_date)).
                COMPUTE ack_age_days = business_int - sent_int.
                IF ack_age_days NOT > ack_limit_days THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO overdue_count.
                ADD 1 TO exception_count.
                MOVE ack_age_days TO age_edit.
                MOVE SPACES TO exception_report_record.
                MOVE 1 TO report_ptr.
                STRING "  NO ACK     STAMP:" DELIMITED BY SIZE
                        sl_stamp DELIMITED BY SIZE
                        "  KEY:" DELIMITED BY SIZE
                        sl_key DELIMITED BY SIZE
                        "  SENT:" DELIMITED BY SIZE
                        sl_sent_date DELIMITED BY SIZE
                        "  AGE:" DELIMITED BY SIZE
                        age_edit DELIMITED BY SIZE
                        " DAYS" DELIMITED BY SIZE
                        INTO exception_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE exception_report_record.
                EXIT.

            *> report heading: the business date and the run time
            write_report_heading.
                MOVE SPACES TO exception_report_record.
                MOVE 1 TO report_ptr.
                STRING "DECISION INTERFACE  BUSINESS DATE:"
                            DELIMITED BY SIZE
                        business_date DELIMITED BY SIZE
                        "  RUN:" DELIMITED BY SIZE
                        datetime(1:14) DELIMITED BY SIZE
                        INTO exception_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE exception_report_record.
                MOVE SPACES TO exception_report_record.
                WRITE exception_report_record.
                EXIT.

            *> no generation to extract for the date
            write_no_generations.
                MOVE SPACES TO exception_report_record.
                STRING "  NO GENERATIONS LEDGERED FOR " DELIMITED BY SIZE
                        run_date DELIMITED BY SIZE
                        INTO exception_report_record
                END-STRING.
                WRITE exception_report_record.
                EXIT.

            *> one line per generation: the extract written (or the
            *> stamp, when there was nothing new to send), keys sent,
            *> held back in review and sent on an earlier run, and
            *> the trailer's hash total
            write_extract_line.
                MOVE SPACES TO exception_report_record.
                MOVE current_version TO version_edit.
                MOVE 1 TO report_ptr.
                IF extract_count > 0 THEN
                    STRING "EXTRACT  " DELIMITED BY SIZE
                            extract_file_name DELIMITED BY " "
                            INTO exception_report_record
                            WITH POINTER report_ptr
                    END-STRING
                ELSE
                    STRING "NO EXTRACT  STAMP:" DELIMITED BY SIZE
                            current_stamp DELIMITED BY " "
                            INTO exception_report_record
                            WITH POINTER report_ptr
                    END-STRING
                END-IF.
                STRING "  MODEL:" DELIMITED BY SIZE
                        current_model DELIMITED BY " "
                        " V" DELIMITED BY SIZE
                        version_edit DELIMITED BY SIZE
                        INTO exception_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE extract_count TO count_edit.
                STRING "  SENT:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO exception_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE held_count TO count_edit.
                STRING "  HELD:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO exception_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE already_sent_count TO count_edit.
                STRING "  SENT EARLIER:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO exception_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE hash_total TO hash_edit.
                STRING "  HASH:" DELIMITED BY SIZE
                        hash_edit DELIMITED BY SIZE
                        INTO exception_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE exception_report_record.
                EXIT.

            *> the ACK file's counts
            write_ack_line.
                MOVE SPACES TO exception_report_record.
                MOVE acks_read TO count_edit.
                MOVE 1 TO report_ptr.
                STRING "ACKNOWLEDGEMENTS  READ:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO exception_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE acks_accepted TO count_edit.
                STRING "  ACCEPTED:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO exception_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE acks_rejected TO count_edit.
                STRING "  REJECTED:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO exception_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE acks_unmatched TO count_edit.
                STRING "  NEVER SENT:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO exception_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE acks_unreadable TO count_edit.
                STRING "  BAD STATUS:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO exception_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE exception_report_record.
                EXIT.

            *> run totals, also on SYSOUT for the job log
            write_run_totals.
                MOVE SPACES TO exception_report_record.
                WRITE exception_report_record.
                MOVE SPACES TO exception_report_record.
                MOVE total_sent TO count_edit.
                MOVE 1 TO report_ptr.
                STRING "TOTALS  SENT:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO exception_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE total_held TO count_edit.
                STRING "  HELD:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO exception_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE awaiting_count TO count_edit.
                STRING "  AWAITING ACK:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO exception_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE rejected_count TO count_edit.
                STRING "  REJECTED:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO exception_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE overdue_count TO count_edit.
                STRING "  OVERDUE:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO exception_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE exception_count TO count_edit.
                STRING "  EXCEPTIONS:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO exception_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE exception_report_record.
                DISPLAY FUNCTION TRIM(exception_report_record).
                EXIT.
        END PROGRAM DecisionInterface.
