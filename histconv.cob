
        IDENTIFICATION DIVISION.
            PROGRAM-ID. HistoryConversion.
            AUTHOR. Gustavo Selbach Teixeira.
            DATE-WRITTEN. 2026-10-15.
            *> One-time load of the line-sequential history into the
            *> indexed PREDLOG, REVIEWQ and REVIEWDSP files, run once
            *> before the first NeuralNetwork/ReviewWorkstation run
            *> on the indexed files.
            *>   The old files are renamed out of the way first:
            *>   PREDLOG to PREDLOG.SEQ, the unstamped REVIEWQ to
            *>   REVIEWQ.SEQ and REVIEWDSP to REVIEWDSP.SEQ. The
            *>   stamped queues stay as REVIEWQ.yyyymmdd.Cnn; every
            *>   stamp PREDLOG.SEQ ledgers is looked for. Any of the
            *>   three that is missing just converts as empty.
            *>   A disposition carried no stamp on the old REVIEWDSP,
            *>   so each one goes under the oldest generation that
            *>   queued its key and output field and has no
            *>   disposition for it yet (unstamped items first, then
            *>   the stamps in PREDLOG order). One whose item is on no
            *>   queue is kept under the blank stamp.
            *>   The run refuses to start (RC 12) when any of the
            *>   three indexed files already exists, so history is
            *>   never loaded twice. CONVRPT lists every line that
            *>   could not be loaded, with the counts per file; RC 4
            *>   when anything was left out.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                    FILE-CONTROL.
                        SELECT legacy_log_file ASSIGN TO "PREDLOG.SEQ"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS legacy_log_status.
                        *> the unstamped queue, then one per stamp
                        SELECT legacy_queue_file
                            ASSIGN TO legacy_queue_name
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS legacy_queue_status.
                        SELECT legacy_dispo_file
                            ASSIGN TO "REVIEWDSP.SEQ"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS legacy_dispo_status.
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
                        SELECT disposition_file ASSIGN TO "REVIEWDSP"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS rd_record_key
                            FILE STATUS IS disposition_status.
                        SELECT convert_report_file ASSIGN TO "CONVRPT"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS convert_report_status.
            DATA DIVISION.
                FILE SECTION.
                    *> the old line-sequential PREDLOG line
                    FD  legacy_log_file
                        LABEL RECORDS ARE STANDARD.
                    01 legacy_log_record.
                        05 ll_feed_name PIC X(44).
                        05 ll_date      PIC X(08).
                        05 ll_cycle     PIC X(02).
                        05 ll_model     PIC X(16).
                        05 ll_version   PIC X(04).
                        05 ll_origin    PIC X(12).
                    *> the old tagged REVIEWQ report line
                    FD  legacy_queue_file
                        LABEL RECORDS ARE STANDARD.
                    01 legacy_queue_record PIC X(120).
                    *> the old tagged REVIEWDSP line
                    FD  legacy_dispo_file
                        LABEL RECORDS ARE STANDARD.
                    01 legacy_dispo_record PIC X(160).
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
                    *> re-uses ReviewWorkstation's REVIEWDSP record shape
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
                    FD  convert_report_file
                        LABEL RECORDS ARE STANDARD.
                    01 convert_report_record PIC X(132).
                WORKING-STORAGE SECTION.
                    01 legacy_log_status      PIC X(02).
                    01 legacy_queue_status    PIC X(02).
                    01 legacy_dispo_status    PIC X(02).
                    01 predict_log_status     PIC X(02).
                    01 review_status          PIC X(02).
                    01 disposition_status     PIC X(02).
                    01 convert_report_status  PIC X(02).
                    01 legacy_queue_name      PIC X(44) VALUE SPACES.
                    01 report_ptr             PIC 9(04) COMP.
                    01 datetime               PIC X(21).
                    *> every generation stamp PREDLOG.SEQ ledgers, in
                    *> ledger order; their queues are loaded in turn
                    *> and searched in turn when placing a disposition
                    01 max_stamps             CONSTANT as 5000.
                    01 n_stamps               PIC 9(05) COMP VALUE ZERO.
                    01 stamps OCCURS max_stamps TIMES.
                        05 st_stamp           PIC X(12).
                    01 stamp_idx              PIC 9(05) COMP VALUE ZERO.
                    01 stamp_found            PIC 9(01) COMP VALUE ZERO.
                    01 new_stamp              PIC X(12) VALUE SPACES.
                    01 queue_stamp            PIC X(12) VALUE SPACES.
                    01 try_stamp              PIC X(12) VALUE SPACES.
                    01 placed                 PIC 9(01) COMP VALUE ZERO.
                    *> UNSTRING scratch for the tagged queue and
                    *> disposition lines
                    01 parse_junk             PIC X(20) VALUE SPACES.
                    01 parse_key              PIC X(14) VALUE SPACES.
                    01 parse_field            PIC X(08) VALUE SPACES.
                    01 parse_score            PIC X(18) VALUE SPACES.
                    01 parse_reason           PIC X(24) VALUE SPACES.
                    01 parse_label            PIC X(14) VALUE SPACES.
                    01 parse_reviewer         PIC X(12) VALUE SPACES.
                    01 parse_date             PIC X(12) VALUE SPACES.
                    01 parse_queued           PIC X(12) VALUE SPACES.
                    01 parse_override         PIC X(08) VALUE SPACES.
                    01 field_number           PIC 9(03) VALUE ZERO.
                    01 score_value            PIC S9(05)V9(7) COMP-3
                                                    VALUE ZERO.
                    *> per-file counts for the CONVRPT totals
                    01 log_read               PIC 9(07) COMP VALUE ZERO.
                    01 log_written            PIC 9(07) COMP VALUE ZERO.
                    01 log_skipped            PIC 9(07) COMP VALUE ZERO.
                    01 queues_found           PIC 9(07) COMP VALUE ZERO.
                    01 queue_read             PIC 9(07) COMP VALUE ZERO.
                    01 queue_written          PIC 9(07) COMP VALUE ZERO.
                    01 queue_skipped          PIC 9(07) COMP VALUE ZERO.
                    01 dispo_read             PIC 9(07) COMP VALUE ZERO.
                    01 dispo_written          PIC 9(07) COMP VALUE ZERO.
                    01 dispo_orphans          PIC 9(07) COMP VALUE ZERO.
                    01 dispo_skipped          PIC 9(07) COMP VALUE ZERO.
                    01 count_edit             PIC Z(06)9.
                    *> the text of one CONVRPT exception line
                    01 exception_text         PIC X(40) VALUE SPACES.
            PROCEDURE DIVISION.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                PERFORM check_no_indexed_files.
                OPEN OUTPUT convert_report_file.
                PERFORM write_report_heading.
                PERFORM convert_predict_log.
                PERFORM convert_review_queues.
                PERFORM convert_dispositions.
                PERFORM write_conversion_totals.
                CLOSE convert_report_file.
                IF log_skipped > 0 OR queue_skipped > 0 OR
                        dispo_skipped > 0 THEN
                    MOVE 4 TO RETURN-CODE
                END-IF.
            STOP RUN.

            *> the history is loaded once: an indexed file that is
            *> already there (or an old one not yet renamed) stops the
            *> run before anything is written
            check_no_indexed_files.
                OPEN INPUT predict_log_file.
                IF predict_log_status NOT = "35" THEN
                    DISPLAY "ERROR: PREDLOG already exists, status "
                            predict_log_status
                            " - conversion refused"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                OPEN INPUT review_file.
                IF review_status NOT = "35" THEN
                    DISPLAY "ERROR: REVIEWQ already exists, status "
                            review_status
                            " - conversion refused"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                OPEN INPUT disposition_file.
                IF disposition_status NOT = "35" THEN
                    DISPLAY "ERROR: REVIEWDSP already exists, status "
                            disposition_status
                            " - conversion refused"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                EXIT.

            write_report_heading.
                MOVE SPACES TO convert_report_record.
                MOVE 1 TO report_ptr.
                STRING "HISTORY CONVERSION REPORT  RUN DATE:"
                            DELIMITED BY SIZE
                        datetime(1:8) DELIMITED BY SIZE
                        INTO convert_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE convert_report_record.
                EXIT.

            *> one PREDLOG entry per old line, keyed on feed name and
            *> date; each entry's stamp is kept for the queue loads
            convert_predict_log.
                OPEN OUTPUT predict_log_file.
                OPEN INPUT legacy_log_file.
                IF legacy_log_status NOT = "00" THEN
                    MOVE "PREDLOG.SEQ NOT FOUND - NO FEED HISTORY"
                            TO exception_text
                    PERFORM write_file_exception
                    CLOSE predict_log_file
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL legacy_log_status = "10"
                    READ legacy_log_file
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM convert_one_log_entry
                    END-READ
                END-PERFORM.
                CLOSE legacy_log_file.
                CLOSE predict_log_file.
                EXIT.

            *> an entry ledgered before the model name/version were
            *> recorded converts with a blank model and version zero
            convert_one_log_entry.
                ADD 1 TO log_read.
                IF ll_feed_name = SPACES THEN
                    ADD 1 TO log_skipped
                    MOVE "PREDLOG LINE WITH NO FEED NAME"
                            TO exception_text
                    PERFORM write_log_exception
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO predict_log_record.
                MOVE ll_feed_name TO pl_feed_name.
                MOVE ll_date TO pl_date.
                IF ll_cycle IS NUMERIC THEN
                    MOVE ll_cycle TO pl_cycle
                ELSE
                    MOVE ZERO TO pl_cycle
                END-IF.
                MOVE ll_model TO pl_model.
                IF ll_version IS NUMERIC THEN
                    MOVE ll_version TO pl_version
                ELSE
                    MOVE ZERO TO pl_version
                END-IF.
                MOVE ll_origin TO pl_origin.
                WRITE predict_log_record
                    INVALID KEY
                        ADD 1 TO log_skipped
                        MOVE "DUPLICATE FEED NAME AND DATE"
                                TO exception_text
                        PERFORM write_log_exception
                END-WRITE.
                IF predict_log_status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO log_written.
                PERFORM keep_feed_stamp.
                EXIT.

            *> the entry's yyyymmdd.Cnn stamp, once per stamp
            keep_feed_stamp.
                MOVE SPACES TO new_stamp.
                MOVE 1 TO report_ptr.
                STRING pl_date DELIMITED BY SIZE
                        ".C" DELIMITED BY SIZE
                        pl_cycle DELIMITED BY SIZE
                        INTO new_stamp
                        WITH POINTER report_ptr
                END-STRING.
                MOVE ZERO TO stamp_found.
                PERFORM VARYING stamp_idx FROM 1 BY 1
                                UNTIL stamp_idx > n_stamps
                    IF st_stamp(stamp_idx) = new_stamp THEN
                        MOVE 1 TO stamp_found
                    END-IF
                END-PERFORM.
                IF stamp_found = 1 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF n_stamps >= max_stamps THEN
                    ADD 1 TO log_skipped
                    MOVE "STAMP TABLE FULL - QUEUE NOT LOADED"
                            TO exception_text
                    PERFORM write_log_exception
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO n_stamps.
                MOVE new_stamp TO st_stamp(n_stamps).
                EXIT.

            *> the unstamped queue under the blank stamp, then each
            *> stamped generation's own queue under its stamp
            convert_review_queues.
                OPEN OUTPUT review_file.
                MOVE SPACES TO queue_stamp.
                MOVE "REVIEWQ.SEQ" TO legacy_queue_name.
                PERFORM convert_one_queue.
                PERFORM VARYING stamp_idx FROM 1 BY 1
                                UNTIL stamp_idx > n_stamps
                    MOVE st_stamp(stamp_idx) TO queue_stamp
                    MOVE SPACES TO legacy_queue_name
                    MOVE 1 TO report_ptr
                    STRING "REVIEWQ." DELIMITED BY SIZE
                            queue_stamp DELIMITED BY SIZE
                            INTO legacy_queue_name
                            WITH POINTER report_ptr
                    END-STRING
                    PERFORM convert_one_queue
                END-PERFORM.
                CLOSE review_file.
                EXIT.

            *> a generation that never queued anything may have left no
            *> file behind; that is not an exception
            convert_one_queue.
                OPEN INPUT legacy_queue_file.
                IF legacy_queue_status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO queues_found.
                PERFORM UNTIL legacy_queue_status = "10"
                    READ legacy_queue_file
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM convert_one_queue_item
                    END-READ
                END-PERFORM.
                CLOSE legacy_queue_file.
                EXIT.

            *> pull one KEY: line apart into a REVIEWQ record
            convert_one_queue_item.
                IF legacy_queue_record(1:4) NOT = "KEY:" THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO queue_read.
                MOVE SPACES TO parse_junk parse_key parse_field
                               parse_score parse_reason parse_date.
                UNSTRING legacy_queue_record
                        DELIMITED BY "KEY:" OR "FIELD:" OR "SCORE:"
                                OR "REASON:" OR "DATE:"
                        INTO parse_junk parse_key parse_field
                             parse_score parse_reason parse_date
                END-UNSTRING.
                MOVE SPACES TO review_record.
                MOVE queue_stamp TO rq_stamp.
                MOVE parse_key(1:10) TO rq_key.
                COMPUTE field_number = FUNCTION NUMVAL(parse_field).
                MOVE field_number TO rq_field.
                COMPUTE score_value = FUNCTION NUMVAL(parse_score).
                MOVE score_value TO rq_score.
                MOVE FUNCTION TRIM(parse_reason) TO rq_reason.
                MOVE parse_date(1:8) TO rq_date.
                WRITE review_record
                    INVALID KEY
                        ADD 1 TO queue_skipped
                        MOVE "DUPLICATE QUEUE ITEM" TO exception_text
                        PERFORM write_queue_exception
                END-WRITE.
                IF review_status = "00" THEN
                    ADD 1 TO queue_written
                END-IF.
                EXIT.

            *> place each old disposition under a generation that
            *> queued its item; the queue is read back by key
            convert_dispositions.
                OPEN OUTPUT disposition_file.
                CLOSE disposition_file.
                OPEN I-O disposition_file.
                OPEN INPUT review_file.
                OPEN INPUT legacy_dispo_file.
                IF legacy_dispo_status NOT = "00" THEN
                    MOVE "REVIEWDSP.SEQ NOT FOUND - NO DISPOSITIONS"
                            TO exception_text
                    PERFORM write_file_exception
                    CLOSE review_file
                    CLOSE disposition_file
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL legacy_dispo_status = "10"
                    READ legacy_dispo_file
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM convert_one_disposition
                    END-READ
                END-PERFORM.
                CLOSE legacy_dispo_file.
                CLOSE review_file.
                CLOSE disposition_file.
                EXIT.

            *> pull one KEY: line apart and find it a stamp: the
            *> unstamped queue first, then the stamps in ledger order,
            *> then the blank stamp with no queue item behind it
            convert_one_disposition.
                IF legacy_dispo_record(1:4) NOT = "KEY:" THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO dispo_read.
                MOVE SPACES TO parse_junk parse_key parse_field
                               parse_label parse_reviewer parse_date
                               parse_queued parse_score parse_override.
                UNSTRING legacy_dispo_record
                        DELIMITED BY "KEY:" OR "FIELD:" OR "LABEL:"
                                OR "REVIEWER:" OR "DATE:" OR "QUEUED:"
                                OR "SCORE:" OR "OVERRIDE:"
                        INTO parse_junk parse_key parse_field
                             parse_label parse_reviewer parse_date
                             parse_queued parse_score parse_override
                END-UNSTRING.
                COMPUTE field_number = FUNCTION NUMVAL(parse_field).
                MOVE ZERO TO placed.
                MOVE SPACES TO try_stamp.
                PERFORM try_queued_stamp.
                PERFORM VARYING stamp_idx FROM 1 BY 1
                        UNTIL stamp_idx > n_stamps OR placed = 1
                    MOVE st_stamp(stamp_idx) TO try_stamp
                    PERFORM try_queued_stamp
                END-PERFORM.
                IF placed = 1 THEN
                    EXIT PARAGRAPH
                END-IF.
                MOVE SPACES TO try_stamp.
                PERFORM build_disposition.
                WRITE disposition_record
                    INVALID KEY
                        ADD 1 TO dispo_skipped
                        MOVE "DISPOSITION ALREADY ON EVERY QUEUE ITEM"
                                TO exception_text
                        PERFORM write_dispo_exception
                END-WRITE.
                IF disposition_status = "00" THEN
                    ADD 1 TO dispo_written
                    ADD 1 TO dispo_orphans
                    MOVE "NO QUEUE ITEM - KEPT UNDER BLANK STAMP"
                            TO exception_text
                    PERFORM write_dispo_exception
                END-IF.
                EXIT.

            *> write the disposition under try_stamp when that
            *> generation queued the item and has not had it worked
            try_queued_stamp.
                MOVE try_stamp TO rq_stamp.
                MOVE parse_key(1:10) TO rq_key.
                MOVE field_number TO rq_field.
                READ review_file
                    KEY IS rq_record_key
                    INVALID KEY
                        EXIT PARAGRAPH
                END-READ.
                PERFORM build_disposition.
                WRITE disposition_record
                    INVALID KEY
                        EXIT PARAGRAPH
                END-WRITE.
                MOVE 1 TO placed.
                ADD 1 TO dispo_written.
                EXIT.

            *> a REVIEWDSP record off the parsed line under try_stamp;
            *> an old line without queue date, score or override
            *> leaves them blank/zero as ReviewerActivity expects
            build_disposition.
                MOVE SPACES TO disposition_record.
                MOVE try_stamp TO rd_stamp.
                MOVE parse_key(1:10) TO rd_key.
                MOVE field_number TO rd_field.
                MOVE FUNCTION TRIM(parse_label) TO rd_label.
                MOVE FUNCTION TRIM(parse_reviewer) TO rd_reviewer.
                MOVE parse_date(1:8) TO rd_date.
                MOVE parse_queued(1:8) TO rd_queued.
                COMPUTE score_value = FUNCTION NUMVAL(parse_score).
                MOVE score_value TO rd_score.
                MOVE FUNCTION TRIM(parse_override) TO rd_override.
                MOVE ZERO TO rd_corrections.
                EXIT.

            *> one CONVRPT line per old input that is not there
            write_file_exception.
                MOVE SPACES TO convert_report_record.
                MOVE exception_text TO convert_report_record.
                WRITE convert_report_record.
                EXIT.

            *> one CONVRPT line per PREDLOG.SEQ entry left out
            write_log_exception.
                MOVE SPACES TO convert_report_record.
                MOVE 1 TO report_ptr.
                STRING "PREDLOG    " DELIMITED BY SIZE
                        exception_text DELIMITED BY SIZE
                        "  FEED:" DELIMITED BY SIZE
                        ll_feed_name DELIMITED BY " "
                        "  DATE:" DELIMITED BY SIZE
                        ll_date DELIMITED BY SIZE
                        "  CYCLE:" DELIMITED BY SIZE
                        ll_cycle DELIMITED BY SIZE
                        INTO convert_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE convert_report_record.
                EXIT.

            *> one CONVRPT line per queue item left out
            write_queue_exception.
                MOVE SPACES TO convert_report_record.
                MOVE 1 TO report_ptr.
                STRING "REVIEWQ    " DELIMITED BY SIZE
                        exception_text DELIMITED BY SIZE
                        "  FILE:" DELIMITED BY SIZE
                        legacy_queue_name DELIMITED BY " "
                        "  KEY:" DELIMITED BY SIZE
                        rq_key DELIMITED BY SIZE
                        "  FIELD:" DELIMITED BY SIZE
                        rq_field DELIMITED BY SIZE
                        INTO convert_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE convert_report_record.
                EXIT.

            *> one CONVRPT line per disposition left out or kept
            *> without a queue item
            write_dispo_exception.
                MOVE SPACES TO convert_report_record.
                MOVE 1 TO report_ptr.
                STRING "REVIEWDSP  " DELIMITED BY SIZE
                        exception_text DELIMITED BY SIZE
                        "  KEY:" DELIMITED BY SIZE
                        rd_key DELIMITED BY SIZE
                        "  FIELD:" DELIMITED BY SIZE
                        rd_field DELIMITED BY SIZE
                        "  REVIEWER:" DELIMITED BY SIZE
                        rd_reviewer DELIMITED BY " "
                        "  DATE:" DELIMITED BY SIZE
                        rd_date DELIMITED BY SIZE
                        INTO convert_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE convert_report_record.
                EXIT.

            write_conversion_totals.
                MOVE SPACES TO convert_report_record.
                MOVE 1 TO report_ptr.
                MOVE log_read TO count_edit.
                STRING "PREDLOG    READ:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO convert_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE log_written TO count_edit.
                STRING "  WRITTEN:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO convert_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE log_skipped TO count_edit.
                STRING "  LEFT OUT:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO convert_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE n_stamps TO count_edit.
                STRING "  STAMPS:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO convert_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE convert_report_record.
                MOVE SPACES TO convert_report_record.
                MOVE 1 TO report_ptr.
                MOVE queue_read TO count_edit.
                STRING "REVIEWQ    READ:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO convert_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE queue_written TO count_edit.
                STRING "  WRITTEN:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO convert_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE queue_skipped TO count_edit.
                STRING "  LEFT OUT:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO convert_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE queues_found TO count_edit.
                STRING "  FILES:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO convert_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE convert_report_record.
                MOVE SPACES TO convert_report_record.
                MOVE 1 TO report_ptr.
                MOVE dispo_read TO count_edit.
                STRING "REVIEWDSP  READ:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO convert_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE dispo_written TO count_edit.
                STRING "  WRITTEN:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO convert_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE dispo_skipped TO count_edit.
                STRING "  LEFT OUT:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO convert_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE dispo_orphans TO count_edit.
                STRING "  NO QUEUE ITEM:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO convert_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE convert_report_record.
                EXIT.
        END PROGRAM HistoryConversion.
