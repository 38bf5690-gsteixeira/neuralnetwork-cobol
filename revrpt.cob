
        IDENTIFICATION DIVISION.
            PROGRAM-ID. ReviewerActivity.
            AUTHOR. Gustavo Selbach Teixeira.
            DATE-WRITTEN. 2026-10-15.
            *> Reviewer productivity and quality report over the
            *> ReviewWorkstation's files - who worked how much, how
            *> quickly, how often their labels went against the model
            *> and how often a second review disagreed with them.
            *>   Reads REVIEWDSP (the indexed file of dispositions:
            *>   reviewer, date worked, date queued, the score and
            *>   whether the label - as last corrected - overrode the
            *>   model's side of the cutoff),
            *>   REVIEWQA (dispositions drawn for a second review) and
            *>   REVIEWQAD (the second reviews, with AGREE/DISAGREE and
            *>   how a disagreement was resolved), for the days between
            *>   the yyyymmdd dates given as the first and second
            *>   command-line words - by default the current month to
            *>   date, so an unattended run stays within a month's
            *>   reviewer days however long the history grows.
            *>   REVWRPT carries one entry per reviewer and day worked:
            *>   items worked, average age at disposition in days,
            *>   override count and rate, items sampled for QA, QA
            *>   checks completed on them and the disagreement rate
            *>   (with how many disagreements upheld or overturned the
            *>   reviewer), and the second reviews the reviewer did as
            *>   checker; then a total per reviewer and for everyone.
            *>   Older dispositions, saved before the queue date and
            *>   override flag were recorded on them, count as worked
            *>   but stay out of the age and override figures. A
            *>   corrected disposition stays with its first reviewer
            *>   and the day it was worked.
            ENVIRONMENT DIVISION.
                INPUT-OUTPUT SECTION.
                    FILE-CONTROL.
                        SELECT disposition_file ASSIGN TO "REVIEWDSP"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS SEQUENTIAL
                            RECORD KEY IS rd_record_key
                            FILE STATUS IS disposition_status.
                        SELECT qa_queue_file ASSIGN TO "REVIEWQA"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS SEQUENTIAL
                            RECORD KEY IS qq_record_key
                            FILE STATUS IS qa_queue_status.
                        SELECT qa_result_file ASSIGN TO "REVIEWQAD"
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS SEQUENTIAL
                            RECORD KEY IS qd_record_key
                            FILE STATUS IS qa_result_status.
                        SELECT activity_report_file ASSIGN TO "REVWRPT"
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS activity_report_status.
            DATA DIVISION.
                FILE SECTION.
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
                    *> re-uses ReviewWorkstation's REVIEWQA record shape
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
                    *> re-uses ReviewWorkstation's REVIEWQAD record shape
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
                    FD  activity_report_file
                        LABEL RECORDS ARE STANDARD.
                    01 activity_report_record PIC X(132).
                WORKING-STORAGE SECTION.
                    01 disposition_status     PIC X(02).
                    01 qa_queue_status        PIC X(02).
                    01 qa_result_status       PIC X(02).
                    01 activity_report_status PIC X(02).
                    01 report_ptr             PIC 9(04) COMP.
                    01 datetime               PIC X(21).
                    *> the day window: the current month to date by
                    *> default, or the days from/to the yyyymmdd first
                    *> and second command-line words
                    01 command_line           PIC X(40) VALUE SPACES.
                    01 from_word              PIC X(10) VALUE SPACES.
                    01 to_word                PIC X(10) VALUE SPACES.
                    01 from_date              PIC X(08) VALUE SPACES.
                    01 to_date                PIC X(08) VALUE SPACES.
                    *> one row per reviewer and day, kept in reviewer
                    *> then date order as rows are added; room for a
                    *> month of days for well over a hundred reviewers
                    01 max_rows               CONSTANT as 5000.
                    01 n_rows                 PIC 9(05) COMP VALUE ZERO.
                    01 activity_rows OCCURS max_rows TIMES.
                        05 rw_reviewer        PIC X(08).
                        05 rw_date            PIC X(08).
                        05 rw_counts.
                            10 rw_worked      PIC 9(07) COMP.
                            10 rw_aged        PIC 9(07) COMP.
                            10 rw_age_total   PIC 9(09) COMP.
                            10 rw_judged      PIC 9(07) COMP.
                            10 rw_overrides   PIC 9(07) COMP.
                            10 rw_sampled     PIC 9(07) COMP.
                            10 rw_checked     PIC 9(07) COMP.
                            10 rw_disagreed   PIC 9(07) COMP.
                            10 rw_upheld      PIC 9(07) COMP.
                            10 rw_overturned  PIC 9(07) COMP.
                            10 rw_qa_done     PIC 9(07) COMP.
                    01 row_idx                PIC 9(05) COMP VALUE ZERO.
                    01 found_row              PIC 9(05) COMP VALUE ZERO.
                    01 shift_idx              PIC 9(05) COMP VALUE ZERO.
                    01 row_reviewer           PIC X(08) VALUE SPACES.
                    01 row_date               PIC X(08) VALUE SPACES.
                    *> the counts one report entry prints from: a row,
                    *> a reviewer's subtotal or the grand total
                    01 print_label            PIC X(08) VALUE SPACES.
                    01 print_date             PIC X(08) VALUE SPACES.
                    01 print_counts.
                        05 pc_worked          PIC 9(07) COMP.
                        05 pc_aged            PIC 9(07) COMP.
                        05 pc_age_total       PIC 9(09) COMP.
                        05 pc_judged          PIC 9(07) COMP.
                        05 pc_overrides       PIC 9(07) COMP.
                        05 pc_sampled         PIC 9(07) COMP.
                        05 pc_checked         PIC 9(07) COMP.
                        05 pc_disagreed       PIC 9(07) COMP.
                        05 pc_upheld          PIC 9(07) COMP.
                        05 pc_overturned      PIC 9(07) COMP.
                        05 pc_qa_done         PIC 9(07) COMP.
                    01 reviewer_counts.
                        05 sb_worked          PIC 9(07) COMP.
                        05 sb_aged            PIC 9(07) COMP.
                        05 sb_age_total       PIC 9(09) COMP.
                        05 sb_judged          PIC 9(07) COMP.
                        05 sb_overrides       PIC 9(07) COMP.
                        05 sb_sampled         PIC 9(07) COMP.
                        05 sb_checked         PIC 9(07) COMP.
                        05 sb_disagreed       PIC 9(07) COMP.
                        05 sb_upheld          PIC 9(07) COMP.
                        05 sb_overturned      PIC 9(07) COMP.
                        05 sb_qa_done         PIC 9(07) COMP.
                    01 grand_counts.
                        05 gt_worked          PIC 9(07) COMP.
                        05 gt_aged            PIC 9(07) COMP.
                        05 gt_age_total       PIC 9(09) COMP.
                        05 gt_judged          PIC 9(07) COMP.
                        05 gt_overrides       PIC 9(07) COMP.
                        05 gt_sampled         PIC 9(07) COMP.
                        05 gt_checked         PIC 9(07) COMP.
                        05 gt_disagreed       PIC 9(07) COMP.
                        05 gt_upheld          PIC 9(07) COMP.
                        05 gt_overturned      PIC 9(07) COMP.
                        05 gt_qa_done         PIC 9(07) COMP.
                    *> age at disposition: days from queued to worked
                    01 worked_int             PIC 9(08) COMP VALUE ZERO.
                    01 queued_int             PIC 9(08) COMP VALUE ZERO.
                    01 age_days               PIC S9(08) COMP VALUE 0.
                    *> run totals
                    01 dispositions_read      PIC 9(07) COMP VALUE ZERO.
                    01 samples_read           PIC 9(07) COMP VALUE ZERO.
                    01 checks_read            PIC 9(07) COMP VALUE ZERO.
                    *> report edits
                    01 count_edit             PIC Z(06)9.
                    01 average_age            PIC 9(05)V9 COMP-3
                                                    VALUE ZERO.
                    01 average_age_edit       PIC Z(04)9.9.
                    01 rate                   PIC 9(03)V9(2) COMP-3
                                                    VALUE ZERO.
                    01 rate_edit              PIC ZZ9.99.
                    01 rate_base              PIC 9(07) COMP VALUE ZERO.
                    01 rate_hits              PIC 9(07) COMP VALUE ZERO.

            PROCEDURE DIVISION.
                ACCEPT command_line FROM COMMAND-LINE.
                MOVE FUNCTION CURRENT-DATE TO datetime.
                PERFORM set_date_range.
                PERFORM tally_dispositions.
                PERFORM tally_qa_samples.
                PERFORM tally_qa_results.
                OPEN OUTPUT activity_report_file.
                PERFORM write_report_heading.
                PERFORM write_reviewer_entries.
                PERFORM write_run_totals.
                CLOSE activity_report_file.
            STOP RUN.

            *> the day window off the command line; a word that is not
            *> a yyyymmdd date leaves that end of it at the default,
            *> the first of the current month through today
            set_date_range.
                MOVE datetime(1:6) TO from_date.
                MOVE "01" TO from_date(7:2).
                MOVE datetime(1:8) TO to_date.
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

            *> every disposition in the window counts as worked for its
            *> reviewer and day; its age and override are counted only
            *> where the line carries them
            tally_dispositions.
                OPEN INPUT disposition_file.
                IF disposition_status NOT = "00" THEN
                    DISPLAY "ERROR: cannot open REVIEWDSP, status "
                            disposition_status
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                PERFORM UNTIL disposition_status = "10"
                    READ disposition_file
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM tally_one_disposition
                    END-READ
                END-PERFORM.
                CLOSE disposition_file.
                EXIT.

            *> fold one REVIEWDSP disposition into its row
            tally_one_disposition.
                IF rd_date < from_date OR rd_date > to_date THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO dispositions_read.
                MOVE rd_reviewer TO row_reviewer.
                MOVE rd_date TO row_date.
                PERFORM find_activity_row.
                ADD 1 TO rw_worked(found_row).
                IF rd_date IS NUMERIC AND rd_queued IS NUMERIC THEN
                    COMPUTE worked_int = FUNCTION INTEGER-OF-DATE(
                            FUNCTION NUMVAL(rd_date))
                    COMPUTE queued_int = FUNCTION INTEGER-OF-DATE(
                            FUNCTION NUMVAL(rd_queued))
                    COMPUTE age_days = worked_int - queued_int
                    IF age_days < 0 THEN
                        MOVE ZERO TO age_days
                    END-IF
                    ADD 1 TO rw_aged(found_row)
                    ADD age_days TO rw_age_total(found_row)
                END-IF.
                EVALUATE rd_override
                    WHEN "Y"
                        ADD 1 TO rw_judged(found_row)
                        ADD 1 TO rw_overrides(found_row)
                    WHEN "N"
                        ADD 1 TO rw_judged(found_row)
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                EXIT.

            *> each disposition drawn for QA counts against the first
            *> reviewer's day; a missing REVIEWQA means none were
            tally_qa_samples.
                OPEN INPUT qa_queue_file.
                IF qa_queue_status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL qa_queue_status = "10"
                    READ qa_queue_file
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM tally_one_sample
                    END-READ
                END-PERFORM.
                CLOSE qa_queue_file.
                EXIT.

            *> fold one REVIEWQA sample into its first reviewer's row
            tally_one_sample.
                IF qq_date < from_date OR qq_date > to_date THEN
                    EXIT PARAGRAPH
                END-IF.
                ADD 1 TO samples_read.
                MOVE qq_reviewer TO row_reviewer.
                MOVE qq_date TO row_date.
                PERFORM find_activity_row.
                ADD 1 TO rw_sampled(found_row).
                EXIT.

            *> each second review counts against the first reviewer's
            *> day worked, and as QA work done on the checker's own
            *> day; a missing REVIEWQAD means none were done
            tally_qa_results.
                OPEN INPUT qa_result_file.
                IF qa_result_status NOT = "00" THEN
                    EXIT PARAGRAPH
                END-IF.
                PERFORM UNTIL qa_result_status = "10"
                    READ qa_result_file
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM tally_one_result
                    END-READ
                END-PERFORM.
                CLOSE qa_result_file.
                EXIT.

            *> fold one REVIEWQAD second review into the first
            *> reviewer's row and the checker's row
            tally_one_result.
                IF qd_first_date >= from_date AND
                        qd_first_date <= to_date THEN
                    ADD 1 TO checks_read
                    MOVE qd_first_reviewer TO row_reviewer
                    MOVE qd_first_date TO row_date
                    PERFORM find_activity_row
                    ADD 1 TO rw_checked(found_row)
                    IF qd_result = "DISAGREE" THEN
                        ADD 1 TO rw_disagreed(found_row)
                        EVALUATE qd_resolution
                            WHEN "UPHELD"
                                ADD 1 TO rw_upheld(found_row)
                            WHEN "OVERTURNED"
                                ADD 1 TO rw_overturned(found_row)
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                    END-IF
                END-IF.
                IF qd_checked >= from_date AND
                        qd_checked <= to_date THEN
                    MOVE qd_checker TO row_reviewer
                    MOVE qd_checked TO row_date
                    PERFORM find_activity_row
                    ADD 1 TO rw_qa_done(found_row)
                END-IF.
                EXIT.

            *> the row for row_reviewer/row_date, opened in reviewer
            *> then date order when it is not there yet; dropping an
            *> overflowing row would understate someone's work, so an
            *> oversized window stops the run instead
            find_activity_row.
                MOVE ZERO TO found_row.
                PERFORM VARYING row_idx FROM 1 BY 1
                                UNTIL row_idx > n_rows
                                   OR found_row NOT = 0
                    IF rw_reviewer(row_idx) = row_reviewer AND
                            rw_date(row_idx) = row_date THEN
                        MOVE row_idx TO found_row
                    END-IF
                END-PERFORM.
                IF found_row NOT = 0 THEN
                    EXIT PARAGRAPH
                END-IF.
                IF n_rows >= max_rows THEN
                    DISPLAY "ERROR: more than " max_rows
                            " reviewer days in the window"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE 1 TO found_row.
                PERFORM VARYING row_idx FROM 1 BY 1
                                UNTIL row_idx > n_rows
                    IF rw_reviewer(row_idx) < row_reviewer OR
                            (rw_reviewer(row_idx) = row_reviewer AND
                             rw_date(row_idx) < row_date) THEN
                        COMPUTE found_row = row_idx + 1
                    END-IF
                END-PERFORM.
                PERFORM VARYING shift_idx FROM n_rows BY -1
                                UNTIL shift_idx < found_row
                    MOVE activity_rows(shift_idx)
                            TO activity_rows(shift_idx + 1)
                END-PERFORM.
                ADD 1 TO n_rows.
                MOVE row_reviewer TO rw_reviewer(found_row).
                MOVE row_date TO rw_date(found_row).
                INITIALIZE rw_counts(found_row).
                EXIT.

            *> report heading: run date and the day window
            write_report_heading.
                MOVE SPACES TO activity_report_record.
                MOVE 1 TO report_ptr.
                STRING "REVIEWER ACTIVITY REPORT  RUN DATE:"
                            DELIMITED BY SIZE
                        datetime(1:8) DELIMITED BY SIZE
                        "  DAYS WORKED:" DELIMITED BY SIZE
                        from_date DELIMITED BY SIZE
                        " TO " DELIMITED BY SIZE
                        to_date DELIMITED BY SIZE
                        INTO activity_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE activity_report_record.
                EXIT.

            *> one entry per reviewer day, each reviewer closed off by
            *> a total entry, then the total over everyone
            write_reviewer_entries.
                INITIALIZE reviewer_counts.
                INITIALIZE grand_counts.
                PERFORM VARYING row_idx FROM 1 BY 1
                                UNTIL row_idx > n_rows
                    MOVE rw_reviewer(row_idx) TO print_label
                    MOVE rw_date(row_idx) TO print_date
                    MOVE rw_counts(row_idx) TO print_counts
                    PERFORM write_activity_entry
                    PERFORM add_to_reviewer_total
                    IF row_idx = n_rows THEN
                        PERFORM write_reviewer_total
                    ELSE
                        IF rw_reviewer(row_idx + 1)
                                NOT = rw_reviewer(row_idx) THEN
                            PERFORM write_reviewer_total
                        END-IF
                    END-IF
                END-PERFORM.
                MOVE "ALL" TO print_label.
                MOVE "TOTAL" TO print_date.
                MOVE grand_counts TO print_counts.
                PERFORM write_activity_entry.
                EXIT.

            *> fold the row just printed into the reviewer's total
            add_to_reviewer_total.
                ADD rw_worked(row_idx) TO sb_worked.
                ADD rw_aged(row_idx) TO sb_aged.
                ADD rw_age_total(row_idx) TO sb_age_total.
                ADD rw_judged(row_idx) TO sb_judged.
                ADD rw_overrides(row_idx) TO sb_overrides.
                ADD rw_sampled(row_idx) TO sb_sampled.
                ADD rw_checked(row_idx) TO sb_checked.
                ADD rw_disagreed(row_idx) TO sb_disagreed.
                ADD rw_upheld(row_idx) TO sb_upheld.
                ADD rw_overturned(row_idx) TO sb_overturned.
                ADD rw_qa_done(row_idx) TO sb_qa_done.
                EXIT.

            *> print the reviewer's total, fold it into the grand
            *> total and start the next reviewer's from zero
            write_reviewer_total.
                MOVE rw_reviewer(row_idx) TO print_label.
                MOVE "TOTAL" TO print_date.
                MOVE reviewer_counts TO print_counts.
                PERFORM write_activity_entry.
                ADD sb_worked TO gt_worked.
                ADD sb_aged TO gt_aged.
                ADD sb_age_total TO gt_age_total.
                ADD sb_judged TO gt_judged.
                ADD sb_overrides TO gt_overrides.
                ADD sb_sampled TO gt_sampled.
                ADD sb_checked TO gt_checked.
                ADD sb_disagreed TO gt_disagreed.
                ADD sb_upheld TO gt_upheld.
                ADD sb_overturned TO gt_overturned.
                ADD sb_qa_done TO gt_qa_done.
                INITIALIZE reviewer_counts.
                EXIT.

            *> the two report lines for print_counts: volume, age and
            *> overrides, then the QA sample, its disagreement rate and
            *> the second reviews done as checker
            write_activity_entry.
                IF pc_aged > 0 THEN
                    COMPUTE average_age ROUNDED =
                            pc_age_total / pc_aged
                ELSE
                    MOVE ZERO TO average_age
                END-IF.
                MOVE average_age TO average_age_edit.
                MOVE SPACES TO activity_report_record.
                MOVE 1 TO report_ptr.
                STRING "REVIEWER:" DELIMITED BY SIZE
                        print_label DELIMITED BY SIZE
                        "  DATE:" DELIMITED BY SIZE
                        print_date DELIMITED BY SIZE
                        INTO activity_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE pc_worked TO count_edit.
                STRING "  WORKED:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        "  AVG AGE:" DELIMITED BY SIZE
                        average_age_edit DELIMITED BY SIZE
                        " DAYS" DELIMITED BY SIZE
                        INTO activity_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE pc_overrides TO count_edit.
                STRING "  OVERRIDES:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO activity_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE pc_judged TO count_edit.
                MOVE pc_judged TO rate_base.
                MOVE pc_overrides TO rate_hits.
                PERFORM compute_rate.
                STRING " OF" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        "  RATE:" DELIMITED BY SIZE
                        rate_edit DELIMITED BY SIZE
                        "%" DELIMITED BY SIZE
                        INTO activity_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE activity_report_record.
                MOVE SPACES TO activity_report_record.
                MOVE 1 TO report_ptr.
                MOVE pc_sampled TO count_edit.
                STRING "  QA SAMPLED:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO activity_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE pc_checked TO count_edit.
                STRING "  CHECKED:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO activity_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE pc_disagreed TO count_edit.
                MOVE pc_checked TO rate_base.
                MOVE pc_disagreed TO rate_hits.
                PERFORM compute_rate.
                STRING "  DISAGREED:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        "  RATE:" DELIMITED BY SIZE
                        rate_edit DELIMITED BY SIZE
                        "%" DELIMITED BY SIZE
                        INTO activity_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE pc_upheld TO count_edit.
                STRING "  UPHELD:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO activity_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE pc_overturned TO count_edit.
                STRING "  OVERTURNED:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO activity_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE pc_qa_done TO count_edit.
                STRING "  QA DONE:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO activity_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE activity_report_record.
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

            *> how many lines of each file fell in the window
            write_run_totals.
                MOVE SPACES TO activity_report_record.
                MOVE 1 TO report_ptr.
                MOVE dispositions_read TO count_edit.
                STRING "DISPOSITIONS READ:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO activity_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE samples_read TO count_edit.
                STRING "  QA SAMPLES:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO activity_report_record
                        WITH POINTER report_ptr
                END-STRING.
                MOVE checks_read TO count_edit.
                STRING "  QA CHECKS:" DELIMITED BY SIZE
                        count_edit DELIMITED BY SIZE
                        INTO activity_report_record
                        WITH POINTER report_ptr
                END-STRING.
                WRITE activity_report_record.
                EXIT.
        END PROGRAM ReviewerActivity.
