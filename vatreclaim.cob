        *> Quarterly VAT reclaim schedule for fuel purchases
        *> Copyright (C) 2021 Gustavo Selbach Teixeira
        *>
        *> This program is free software: you can redistribute it and/or modify
        *> it under the terms of the GNU General Public License as published by
        *> the Free Software Foundation, either version 3 of the License, or
        *> (at your option) any later version.
        *>
        *> This program is distributed in the hope that it will be useful,
        *> but WITHOUT ANY WARRANTY; without even the implied warranty of
        *> MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
        *> GNU General Public License for more details.
        *>
        *> You should have received a copy of the GNU General Public License
        *> along with this program.  If not, see <https://www.gnu.org/licenses/>.
        *>
        *>
        *> fm_price_paid is the pump price with VAT in it, and every
        *> spend figure the system keeps - fm_cost_amount, the GL
        *> posting file, the budget variance - is gross. Finance used
        *> to work the quarter's input VAT out on a spreadsheet that
        *> never tied back to them. This reads the fill-up history
        *> for a VAT quarter - the live master plus the year-end
        *> archives (the quarter's year's own fillup_archive_YYYY.dat
        *> by default, or every archive named on the command line,
        *> the way ghg-statement takes them) - and writes:
        *>  - vat_reclaim_YYYYQn.rpt: the reclaimable spend split into
        *>    net and VAT, totalled by month and fuel type; the spend
        *>    that is not reclaimable, by month, fuel type, cost center
        *>    and reason, listed on its own; and the two added back up
        *>    to the quarter's gross fuel spend, the same figure
        *>    gl-posting posted for its three months;
        *>  - vat_extract_YYYYQn.dat: the fixed-format file for the
        *>    tax return - one D record per reclaimable fill-up with
        *>    its gross, net and VAT, one S record per month, fuel type
        *>    and rate, and a T trailer with the D and S record counts
        *>    and the gross, net and VAT hash totals of the D records,
        *>    so the receiving side can prove it got the whole file.
        *>  Each fill-up's gross is its stored cost figure, or fuel *
        *>  price for a row not priced by a nightly run yet - the
        *>  same spend gl-posting posts. It is split at the VAT rate
        *>  in force on its fill-up date off the tax rate master
        *>  tax-registry keeps: VAT = gross * rate / (100 + rate),
        *>  rounded to the cent per fill-up, net = gross - VAT. A fuel
        *>  type or cost center the master says was not reclaimable
        *>  on that date is not split, but listed with the master's
        *>  reason; a date with no rate on file at all is listed the
        *>  same way and called out, because nothing can be claimed
        *>  for it until the rate is keyed.
        *>  Each fill-up belongs to the cost center in force for its
        *>  vehicle on its fill-up date, the same rule gl-posting
        *>  charges by, SUSPNS where there is none. Voided rows,
        *>  carry-forwards, declarations and validation rejections
        *>  never count.
        *>
        *> compiles like this:  cobc -x --free vatreclaim.cob
        *> runs like this:      ./vat-reclaim <quarter_YYYYQn> [archive_file ...] [--master=path_to_master_file]
        *>
        IDENTIFICATION DIVISION.
        PROGRAM-ID. vat-reclaim.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-10-15
            INSTALLATION. cobc -x --free vatreclaim.cob
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT fillup_master_file ASSIGN TO current_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS fm_key
                        FILE STATUS IS fillup_master_status.
                    SELECT vehicle_master_file ASSIGN TO registry_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS vm_vehicle_id
                        FILE STATUS IS vehicle_master_status.
                    SELECT cc_history_file ASSIGN TO cc_history_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ch_key
                        FILE STATUS IS cc_history_status.
                    SELECT tax_rate_file ASSIGN TO tax_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS tx_key
                        FILE STATUS IS tax_rate_status.
                    SELECT schedule_file ASSIGN TO schedule_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS schedule_file_status.
                    SELECT vat_extract_file ASSIGN TO vat_extract_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS vat_extract_status.
        DATA DIVISION.
            FILE SECTION.
                FD  fillup_master_file.
                    COPY "fillupmaster.cpy".
                FD  vehicle_master_file.
                    COPY "vehiclemaster.cpy".
                FD  cc_history_file.
                    COPY "costcenterhist.cpy".
                FD  tax_rate_file.
                    COPY "taxrate.cpy".
                FD  schedule_file.
                    01 schedule_line  PIC X(132) VALUE SPACES.
                FD  vat_extract_file.
                    01 vat_extract_record  PIC X(80) VALUE SPACES.
            WORKING-STORAGE SECTION.
                01 CONST_SUSPENSE_CC  PIC X(6) VALUE "SUSPNS".
                01 master_file_name      PIC X(125) VALUE "fillup_master.dat".
                *> one FD, re-pointed at each file in turn - the
                *> archives share the master's exact layout, same
                *> trick ghg-statement plays.
                01 current_file_name     PIC X(125) VALUE SPACES.
                01 registry_file_name    PIC X(125) VALUE "vehicle_master.dat".
                01 cc_history_file_name  PIC X(125) VALUE "cost_center_history.dat".
                01 tax_file_name         PIC X(125) VALUE "tax_rate.dat".
                01 schedule_file_name    PIC X(125) VALUE SPACES.
                01 vat_extract_name      PIC X(125) VALUE SPACES.
                01 fillup_master_status  PIC XX VALUE SPACES.
                01 vehicle_master_status PIC XX VALUE SPACES.
                01 cc_history_status     PIC XX VALUE SPACES.
                01 tax_rate_status       PIC XX VALUE SPACES.
                01 schedule_file_status  PIC XX VALUE SPACES.
                01 vat_extract_status    PIC XX VALUE SPACES.
                01 end_of_file           PIC 9 VALUE ZERO.
                01 registry_available    PIC 9 VALUE ZERO.
                *> the quarter's year's own archive is optional when
                *> none are named - the year may not be closed yet.
                01 default_archive       PIC 9 VALUE ZERO.
                01 command_tokens.
                    02 command_token OCCURS 30 TIMES PIC X(125) VALUE SPACES.
                01 token_idx             PIC 99 VALUE ZEROS.
                01 argument_total        PIC 9(3) VALUE ZEROS.
                01 archive_count         PIC 99 VALUE ZEROS.
                01 archive_names.
                    02 archive_name OCCURS 30 TIMES PIC X(125) VALUE SPACES.
                01 files_read            PIC 99 VALUE ZEROS.
                *> the VAT quarter, keyed as 2026Q3.
                01 quarter_text          PIC X(6) VALUE SPACES.
                01 quarter_year          PIC 9(4) VALUE ZEROS.
                01 quarter_no            PIC 9 VALUE ZERO.
                01 first_month           PIC 9(6) VALUE ZEROS.
                01 last_month            PIC 9(6) VALUE ZEROS.
                01 record_month          PIC 9(6) VALUE ZEROS.
                01 row_gross             PIC 9(7)V99 VALUE ZEROS.
                01 row_net               PIC 9(7)V99 VALUE ZEROS.
                01 row_vat               PIC 9(7)V99 VALUE ZEROS.
                01 row_rate              PIC 99V99 VALUE ZEROS.
                01 row_reclaimable       PIC 9 VALUE ZERO.
                01 row_reason            PIC X(30) VALUE SPACES.
                01 row_cost_center       PIC X(6) VALUE SPACES.
                01 row_cc_found          PIC 9 VALUE ZERO.
                01 row_cc_eff_date       PIC 9(8) VALUE ZEROS.
                01 rule_found            PIC 9 VALUE ZERO.
                01 rule_eff_date         PIC 9(8) VALUE ZEROS.
                01 rule_slot             PIC 9(3) VALUE ZEROS.
                01 rule_kind             PIC X VALUE SPACE.
                01 rule_subject          PIC X(6) VALUE SPACES.
                *> every cost center assignment on file, pulled in
                *> once, the same table gl-posting scans.
                01 cch_count PIC 9(4) VALUE ZEROS.
                01 cch_tab OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON cch_count.
                    02 ch_tab_vehicle  PIC X(10) VALUE SPACES.
                    02 ch_tab_eff_date PIC 9(8) VALUE ZEROS.
                    02 ch_tab_cc       PIC X(6) VALUE SPACES.
                *> the whole tax rate master - a few records a year.
                01 tax_count PIC 9(3) VALUE ZEROS.
                01 tax_tab OCCURS 1 TO 500 TIMES
                                    DEPENDING ON tax_count.
                    02 tt_kind         PIC X VALUE SPACE.
                    02 tt_subject      PIC X(6) VALUE SPACES.
                    02 tt_eff_date     PIC 9(8) VALUE ZEROS.
                    02 tt_rate_pct     PIC 99V99 VALUE ZEROS.
                    02 tt_reclaim      PIC X VALUE SPACE.
                    02 tt_reason       PIC X(30) VALUE SPACES.
                *> reclaimable spend per month, fuel type and rate -
                *> a rate change mid-quarter splits the month in two.
                01 rc_count PIC 9(3) VALUE ZEROS.
                01 rc_tab OCCURS 1 TO 500 TIMES
                                    DEPENDING ON rc_count.
                    02 rc_month        PIC 9(6) VALUE ZEROS.
                    02 rc_fuel_type    PIC X VALUE SPACE.
                    02 rc_rate_pct     PIC 99V99 VALUE ZEROS.
                    02 rc_fillups      PIC 9(6) VALUE ZEROS.
                    02 rc_liters       PIC 9(7)V99 VALUE ZEROS.
                    02 rc_gross        PIC 9(9)V99 VALUE ZEROS.
                    02 rc_net          PIC 9(9)V99 VALUE ZEROS.
                    02 rc_vat          PIC 9(9)V99 VALUE ZEROS.
                01 rc_swap               PIC X(59) VALUE SPACES.
                *> spend that cannot be reclaimed, and why.
                01 nr_count PIC 9(3) VALUE ZEROS.
                01 nr_tab OCCURS 1 TO 500 TIMES
                                    DEPENDING ON nr_count.
                    02 nr_month        PIC 9(6) VALUE ZEROS.
                    02 nr_fuel_type    PIC X VALUE SPACE.
                    02 nr_cost_center  PIC X(6) VALUE SPACES.
                    02 nr_reason       PIC X(30) VALUE SPACES.
                    02 nr_fillups      PIC 9(6) VALUE ZEROS.
                    02 nr_gross        PIC 9(9)V99 VALUE ZEROS.
                01 nr_swap               PIC X(60) VALUE SPACES.
                01 aux_vars.
                    02 i               PIC 9(4) VALUE ZEROS.
                    02 j               PIC 9(4) VALUE ZEROS.
                    02 k               PIC 9(4) VALUE ZEROS.
                    02 slot            PIC 9(3) VALUE ZEROS.
                    02 no_rate_rows    PIC 9(6) VALUE ZEROS.
                    02 current_month   PIC 9(6) VALUE ZEROS.
                    02 fuel_label      PIC X(10) VALUE SPACES.
                    02 month_gross     PIC 9(9)V99 VALUE ZEROS.
                    02 month_net       PIC 9(9)V99 VALUE ZEROS.
                    02 month_vat       PIC 9(9)V99 VALUE ZEROS.
                    02 total_fillups   PIC 9(6) VALUE ZEROS.
                    02 total_liters    PIC 9(9)V99 VALUE ZEROS.
                    02 total_gross     PIC 9(9)V99 VALUE ZEROS.
                    02 total_net       PIC 9(9)V99 VALUE ZEROS.
                    02 total_vat       PIC 9(9)V99 VALUE ZEROS.
                    02 nr_total_fillups PIC 9(6) VALUE ZEROS.
                    02 nr_total_gross  PIC 9(9)V99 VALUE ZEROS.
                    02 spend_gross     PIC 9(9)V99 VALUE ZEROS.
                *> the tax return's fixed-format records: D for each
                *> reclaimable fill-up, S per month, fuel type and
                *> rate, T trailer last. Money carries two implied
                *> decimals and the rate two, zoned.
                01 vat_detail_rec.
                    02 vd_rec_type     PIC X VALUE "D".
                    02 vd_quarter      PIC X(6) VALUE SPACES.
                    02 vd_vehicle      PIC X(10) VALUE SPACES.
                    02 vd_seq_no       PIC 9(6) VALUE ZEROS.
                    02 vd_date         PIC 9(8) VALUE ZEROS.
                    02 vd_fuel_type    PIC X VALUE SPACE.
                    02 vd_cost_center  PIC X(6) VALUE SPACES.
                    02 vd_rate_pct     PIC 99V99 VALUE ZEROS.
                    02 vd_gross        PIC 9(7)V99 VALUE ZEROS.
                    02 vd_net          PIC 9(7)V99 VALUE ZEROS.
                    02 vd_vat          PIC 9(7)V99 VALUE ZEROS.
                01 vat_summary_rec.
                    02 vs_rec_type     PIC X VALUE "S".
                    02 vs_quarter      PIC X(6) VALUE SPACES.
                    02 vs_month        PIC 9(6) VALUE ZEROS.
                    02 vs_fuel_type    PIC X VALUE SPACE.
                    02 vs_rate_pct     PIC 99V99 VALUE ZEROS.
                    02 vs_fillups      PIC 9(6) VALUE ZEROS.
                    02 vs_gross        PIC 9(9)V99 VALUE ZEROS.
                    02 vs_net          PIC 9(9)V99 VALUE ZEROS.
                    02 vs_vat          PIC 9(9)V99 VALUE ZEROS.
                01 vat_trailer_rec.
                    02 vt_rec_type     PIC X VALUE "T".
                    02 vt_quarter      PIC X(6) VALUE SPACES.
                    02 vt_detail_count PIC 9(6) VALUE ZEROS.
                    02 vt_summary_count PIC 9(6) VALUE ZEROS.
                    02 vt_gross_hash   PIC 9(11)V99 VALUE ZEROS.
                    02 vt_net_hash     PIC 9(11)V99 VALUE ZEROS.
                    02 vt_vat_hash     PIC 9(11)V99 VALUE ZEROS.
                01 line_out              PIC X(132) VALUE SPACES.
                01 report_edit_fields.
                    02 edit_rate       PIC Z9.99.
                    02 edit_fillups    PIC Z(5)9.
                    02 edit_liters     PIC Z(6)9.99.
                    02 edit_gross      PIC Z(8)9.99.
                    02 edit_net        PIC Z(8)9.99.
                    02 edit_vat        PIC Z(8)9.99.
        PROCEDURE DIVISION.
            main.
                PERFORM parse_command_line.
                PERFORM check_quarter.
                IF archive_count = 0 THEN
                    MOVE 1 TO default_archive
                    MOVE 1 TO archive_count
                    STRING "fillup_archive_" quarter_year ".dat"
                        DELIMITED BY SIZE INTO archive_name (1)
                END-IF
                MOVE SPACES TO schedule_file_name vat_extract_name.
                STRING "vat_reclaim_" quarter_text ".rpt"
                    DELIMITED BY SIZE INTO schedule_file_name.
                STRING "vat_extract_" quarter_text ".dat"
                    DELIMITED BY SIZE INTO vat_extract_name.
                PERFORM load_tax_table.
                PERFORM open_vehicle_registry.
                PERFORM load_cost_center_history.
                *> the D records go out as the rows are read, so the
                *> extract is open across the whole scan.
                OPEN OUTPUT vat_extract_file.
                IF vat_extract_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open extract "
                        vat_extract_name ": status " vat_extract_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE ZEROS TO vt_detail_count vt_summary_count
                    vt_gross_hash vt_net_hash vt_vat_hash.
                MOVE master_file_name TO current_file_name.
                PERFORM tally_one_file.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > archive_count
                    MOVE archive_name (i) TO current_file_name
                    PERFORM tally_one_file
                END-PERFORM.
                IF registry_available = 1 THEN
                    CLOSE vehicle_master_file
                END-IF
                PERFORM sort_reclaim_lines.
                PERFORM sort_non_reclaim_lines.
                PERFORM finish_vat_extract.
                PERFORM write_schedule.
                DISPLAY "VAT reclaim schedule for " quarter_text
                    " written to " schedule_file_name
                    " and " vat_extract_name.
                IF no_rate_rows > 0 THEN
                    DISPLAY "WARNING: " no_rate_rows " fill-ups dated"
                        " before any VAT rate on " tax_file_name
                        " were left out of the reclaim - see "
                        schedule_file_name
                END-IF.
            STOP RUN.

            parse_command_line.
                ACCEPT argument_total FROM ARGUMENT-NUMBER.
                IF argument_total > 30 THEN
                    DISPLAY "ERROR: too many archive files ("
                        argument_total " arguments, limit 30)"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM VARYING token_idx FROM 1 BY 1 UNTIL token_idx > 30
                    DISPLAY token_idx UPON ARGUMENT-NUMBER
                    MOVE SPACES TO command_token (token_idx)
                    ACCEPT command_token (token_idx) FROM ARGUMENT-VALUE
                        ON EXCEPTION
                            MOVE SPACES TO command_token (token_idx)
                    END-ACCEPT
                END-PERFORM.
                IF command_token (1) = "--usage" THEN
                    DISPLAY "vat-reclaim <quarter_YYYYQn>"
                        " [archive_file ...] [--master=path_to_master_file]"
                    STOP RUN
                END-IF
                MOVE command_token (1) TO quarter_text.
                PERFORM VARYING token_idx FROM 2 BY 1 UNTIL token_idx > 30
                    EVALUATE TRUE
                        WHEN command_token (token_idx) = SPACES
                            CONTINUE
                        WHEN command_token (token_idx) (1:9) = "--master="
                            MOVE command_token (token_idx) (10:116)
                                TO master_file_name
                        WHEN archive_count < 30
                            ADD 1 TO archive_count
                            MOVE command_token (token_idx)
                                TO archive_name (archive_count)
                        WHEN OTHER
                            DISPLAY "ERROR: too many archive files"
                                " (limit 30)"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                    END-EVALUATE
                END-PERFORM.

            check_quarter.
                *> a typo like 2026Q5 must fail loudly here, not hand
                *> finance an empty but well-formed extract for a
                *> quarter that never existed.
                IF quarter_text (5:1) = "q" THEN
                    MOVE "Q" TO quarter_text (5:1)
                END-IF
                IF quarter_text (1:4) IS NOT NUMERIC
                        OR quarter_text (5:1) NOT = "Q"
                        OR quarter_text (6:1) IS NOT NUMERIC
                        OR command_token (1) (7:) NOT = SPACES THEN
                    DISPLAY "vat-reclaim <quarter_YYYYQn>"
                        " [archive_file ...] [--master=path_to_master_file]"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE quarter_text (1:4) TO quarter_year.
                MOVE quarter_text (6:1) TO quarter_no.
                IF quarter_year < 1900 OR quarter_no < 1
                        OR quarter_no > 4 THEN
                    DISPLAY "ERROR: quarter must be YYYYQ1 to YYYYQ4,"
                        " got " quarter_text
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                COMPUTE first_month =
                    quarter_year * 100 + (quarter_no - 1) * 3 + 1.
                COMPUTE last_month = first_month + 2.

            load_tax_table.
                *> without a rate on file nothing can be split - the
                *> master is not optional the way the price master is.
                MOVE 0 TO tax_count.
                OPEN INPUT tax_rate_file.
                IF tax_rate_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open tax rate file "
                        tax_file_name ": status " tax_rate_status
                        " - key the VAT rate with tax-registry first"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ tax_rate_file NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        IF tax_count >= 500 THEN
                            DISPLAY "ERROR: more than 500 tax rate"
                                " records on " tax_file_name
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO tax_count
                        MOVE tx_kind TO tt_kind (tax_count)
                        MOVE tx_subject TO tt_subject (tax_count)
                        MOVE tx_eff_date TO tt_eff_date (tax_count)
                        MOVE tx_rate_pct TO tt_rate_pct (tax_count)
                        MOVE tx_reclaim TO tt_reclaim (tax_count)
                        MOVE tx_reason TO tt_reason (tax_count)
                    END-IF
                END-PERFORM
                CLOSE tax_rate_file.

            open_vehicle_registry.
                OPEN INPUT vehicle_master_file.
                IF vehicle_master_status = "00" THEN
                    MOVE 1 TO registry_available
                ELSE
                    MOVE 0 TO registry_available
                    DISPLAY "no vehicle registry on file - vehicles"
                        " without a cost center history land under"
                        " suspense cost center " CONST_SUSPENSE_CC
                END-IF.

            load_cost_center_history.
                *> no history file (status 35) means every vehicle
                *> still charges to its registry record.
                MOVE 0 TO cch_count.
                OPEN INPUT cc_history_file.
                EVALUATE cc_history_status
                    WHEN "00"
                        MOVE 0 TO end_of_file
                        PERFORM UNTIL end_of_file = 1
                            READ cc_history_file NEXT RECORD
                                AT END MOVE 1 TO end_of_file
                            END-READ
                            IF end_of_file = 0 THEN
                                IF cch_count >= 5000 THEN
                                    DISPLAY "ERROR: more than 5000 cost"
                                        " center assignments on "
                                        cc_history_file_name
                                    MOVE 16 TO RETURN-CODE
                                    STOP RUN
                                END-IF
                                ADD 1 TO cch_count
                                MOVE ch_vehicle_id
                                    TO ch_tab_vehicle (cch_count)
                                MOVE ch_eff_date
                                    TO ch_tab_eff_date (cch_count)
                                MOVE ch_cost_center TO ch_tab_cc (cch_count)
                            END-IF
                        END-PERFORM
                        CLOSE cc_history_file
                    WHEN "35"
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "ERROR: could not open cost center history "
                            cc_history_file_name ": status "
                            cc_history_status
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-EVALUATE.

            tally_one_file.
                OPEN INPUT fillup_master_file.
                IF fillup_master_status = "35" THEN
                    *> a missing archive named on the command line is
                    *> a typo; the year's own archive not being there
                    *> yet just means the year is still open; a
                    *> missing live master means the quarter is wholly
                    *> archived.
                    EVALUATE TRUE
                        WHEN current_file_name = master_file_name
                            DISPLAY "no live master at "
                                current_file_name
                                " - scheduling from archives only"
                        WHEN default_archive = 1
                            DISPLAY "no archive " current_file_name
                                " - " quarter_year " not closed yet,"
                                " scheduling from the live master"
                        WHEN OTHER
                            DISPLAY "ERROR: no such archive file "
                                current_file_name
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                    END-EVALUATE
                ELSE
                    IF fillup_master_status NOT = "00" THEN
                        DISPLAY "ERROR: could not open "
                            current_file_name ": status "
                            fillup_master_status
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO files_read
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ fillup_master_file NEXT RECORD
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 THEN
                            MOVE fm_fillup_date (1:6) TO record_month
                            IF record_month >= first_month
                                    AND record_month <= last_month
                                    AND fm_void_flag NOT = "V"
                                    AND fm_carry_flag NOT = "C"
                                    AND fm_carry_flag NOT = "D"
                                    AND fm_computed_flag NOT = "R" THEN
                                PERFORM tally_one_row
                            END-IF
                        END-IF
                    END-PERFORM
                    CLOSE fillup_master_file
                END-IF.

            tally_one_row.
                IF fm_computed_flag = "Y" THEN
                    MOVE fm_cost_amount TO row_gross
                ELSE
                    *> not priced by a nightly run yet - cost it here
                    *> the way gl-posting does.
                    COMPUTE row_gross = fm_fuel * fm_price_paid
                END-IF
                PERFORM resolve_cost_center.
                PERFORM check_reclaimable.
                IF row_reclaimable = 1 THEN
                    COMPUTE row_vat ROUNDED =
                        row_gross * row_rate / (100 + row_rate)
                    COMPUTE row_net = row_gross - row_vat
                    PERFORM find_reclaim_slot
                    ADD 1 TO rc_fillups (slot)
                    ADD fm_fuel TO rc_liters (slot)
                    ADD row_gross TO rc_gross (slot)
                    ADD row_net TO rc_net (slot)
                    ADD row_vat TO rc_vat (slot)
                    PERFORM write_vat_detail
                ELSE
                    PERFORM find_non_reclaim_slot
                    ADD 1 TO nr_fillups (slot)
                    ADD row_gross TO nr_gross (slot)
                END-IF.

            check_reclaimable.
                *> the fuel type first, then the cost center, then
                *> the rate - the first thing that says no is the
                *> reason printed against the spend.
                MOVE 1 TO row_reclaimable.
                MOVE SPACES TO row_reason.
                MOVE ZEROS TO row_rate.
                MOVE "F" TO rule_kind.
                MOVE SPACES TO rule_subject.
                MOVE fm_fuel_type TO rule_subject.
                PERFORM find_tax_rule.
                IF rule_found = 1 AND tt_reclaim (rule_slot) = "N" THEN
                    MOVE 0 TO row_reclaimable
                    MOVE tt_reason (rule_slot) TO row_reason
                    IF row_reason = SPACES THEN
                        MOVE "FUEL TYPE NOT RECLAIMABLE" TO row_reason
                    END-IF
                END-IF
                IF row_reclaimable = 1 THEN
                    MOVE "C" TO rule_kind
                    MOVE row_cost_center TO rule_subject
                    PERFORM find_tax_rule
                    IF rule_found = 1
                            AND tt_reclaim (rule_slot) = "N" THEN
                        MOVE 0 TO row_reclaimable
                        MOVE tt_reason (rule_slot) TO row_reason
                        IF row_reason = SPACES THEN
                            MOVE "COST CENTER NOT RECLAIMABLE"
                                TO row_reason
                        END-IF
                    END-IF
                END-IF
                IF row_reclaimable = 1 THEN
                    MOVE "R" TO rule_kind
                    MOVE SPACES TO rule_subject
                    PERFORM find_tax_rule
                    IF rule_found = 1 THEN
                        MOVE tt_rate_pct (rule_slot) TO row_rate
                    ELSE
                        MOVE 0 TO row_reclaimable
                        MOVE "NO VAT RATE ON FILE" TO row_reason
                        ADD 1 TO no_rate_rows
                    END-IF
                END-IF.

            find_tax_rule.
                *> newest record of the kind for the subject at or
                *> before the fill-up date.
                MOVE 0 TO rule_found.
                MOVE 0 TO rule_slot.
                MOVE ZEROS TO rule_eff_date.
                PERFORM VARYING k FROM 1 BY 1 UNTIL k > tax_count
                    IF tt_kind (k) = rule_kind
                            AND tt_subject (k) = rule_subject
                            AND tt_eff_date (k) <= fm_fillup_date
                            AND (rule_found = 0
                                OR tt_eff_date (k) > rule_eff_date) THEN
                        MOVE 1 TO rule_found
                        MOVE k TO rule_slot
                        MOVE tt_eff_date (k) TO rule_eff_date
                    END-IF
                END-PERFORM.

            resolve_cost_center.
                *> newest assignment at or before the fill-up date,
                *> else the registry's cost center, else suspense -
                *> the same rule gl-posting charges by.
                MOVE SPACES TO row_cost_center.
                MOVE 0 TO row_cc_found.
                MOVE ZEROS TO row_cc_eff_date.
                PERFORM VARYING k FROM 1 BY 1 UNTIL k > cch_count
                    IF ch_tab_vehicle (k) = fm_vehicle_id
                            AND ch_tab_eff_date (k) <= fm_fillup_date
                            AND (row_cc_found = 0
                                OR ch_tab_eff_date (k) >= row_cc_eff_date)
                            THEN
                        MOVE 1 TO row_cc_found
                        MOVE ch_tab_eff_date (k) TO row_cc_eff_date
                        MOVE ch_tab_cc (k) TO row_cost_center
                    END-IF
                END-PERFORM.
                IF row_cc_found = 0 AND registry_available = 1 THEN
                    MOVE fm_vehicle_id TO vm_vehicle_id
                    READ vehicle_master_file
                        INVALID KEY CONTINUE
                    END-READ
                    IF vehicle_master_status = "00" THEN
                        MOVE vm_cost_center TO row_cost_center
                    END-IF
                END-IF.
                IF row_cost_center = SPACES THEN
                    MOVE CONST_SUSPENSE_CC TO row_cost_center
                END-IF.

            find_reclaim_slot.
                MOVE 0 TO slot.
                PERFORM VARYING j FROM 1 BY 1
                        UNTIL j > rc_count OR slot > 0
                    IF rc_month (j) = record_month
                            AND rc_fuel_type (j) = fm_fuel_type
                            AND rc_rate_pct (j) = row_rate THEN
                        MOVE j TO slot
                    END-IF
                END-PERFORM.
                IF slot = 0 THEN
                    IF rc_count >= 500 THEN
                        DISPLAY "ERROR: more than 500 month, fuel type"
                            " and rate lines"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO rc_count
                    MOVE rc_count TO slot
                    INITIALIZE rc_tab (slot)
                    MOVE record_month TO rc_month (slot)
                    MOVE fm_fuel_type TO rc_fuel_type (slot)
                    MOVE row_rate TO rc_rate_pct (slot)
                END-IF.

            find_non_reclaim_slot.
                MOVE 0 TO slot.
                PERFORM VARYING j FROM 1 BY 1
                        UNTIL j > nr_count OR slot > 0
                    IF nr_month (j) = record_month
                            AND nr_fuel_type (j) = fm_fuel_type
                            AND nr_cost_center (j) = row_cost_center
                            AND nr_reason (j) = row_reason THEN
                        MOVE j TO slot
                    END-IF
                END-PERFORM.
                IF slot = 0 THEN
                    IF nr_count >= 500 THEN
                        DISPLAY "ERROR: more than 500 non-reclaimable"
                            " spend lines"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO nr_count
                    MOVE nr_count TO slot
                    INITIALIZE nr_tab (slot)
                    MOVE record_month TO nr_month (slot)
                    MOVE fm_fuel_type TO nr_fuel_type (slot)
                    MOVE row_cost_center TO nr_cost_center (slot)
                    MOVE row_reason TO nr_reason (slot)
                END-IF.

            sort_reclaim_lines.
                *> neighbour-swap on month, fuel type, then rate.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i >= rc_count
                    PERFORM VARYING j FROM 1 BY 1 UNTIL j >= rc_count
                        IF rc_month (j) > rc_month (j + 1)
                                OR (rc_month (j) = rc_month (j + 1)
                                    AND rc_fuel_type (j)
                                        > rc_fuel_type (j + 1))
                                OR (rc_month (j) = rc_month (j + 1)
                                    AND rc_fuel_type (j)
                                        = rc_fuel_type (j + 1)
                                    AND rc_rate_pct (j)
                                        > rc_rate_pct (j + 1)) THEN
                            MOVE rc_tab (j) TO rc_swap
                            MOVE rc_tab (j + 1) TO rc_tab (j)
                            MOVE rc_swap TO rc_tab (j + 1)
                        END-IF
                    END-PERFORM
                END-PERFORM.

            sort_non_reclaim_lines.
                *> neighbour-swap on month, fuel type, then cost center.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i >= nr_count
                    PERFORM VARYING j FROM 1 BY 1 UNTIL j >= nr_count
                        IF nr_month (j) > nr_month (j + 1)
                                OR (nr_month (j) = nr_month (j + 1)
                                    AND nr_fuel_type (j)
                                        > nr_fuel_type (j + 1))
                                OR (nr_month (j) = nr_month (j + 1)
                                    AND nr_fuel_type (j)
                                        = nr_fuel_type (j + 1)
                                    AND nr_cost_center (j)
                                        > nr_cost_center (j + 1)) THEN
                            MOVE nr_tab (j) TO nr_swap
                            MOVE nr_tab (j + 1) TO nr_tab (j)
                            MOVE nr_swap TO nr_tab (j + 1)
                        END-IF
                    END-PERFORM
                END-PERFORM.

            write_vat_detail.
                MOVE "D" TO vd_rec_type.
                MOVE quarter_text TO vd_quarter.
                MOVE fm_vehicle_id TO vd_vehicle.
                MOVE fm_seq_no TO vd_seq_no.
                MOVE fm_fillup_date TO vd_date.
                MOVE fm_fuel_type TO vd_fuel_type.
                MOVE row_cost_center TO vd_cost_center.
                MOVE row_rate TO vd_rate_pct.
                MOVE row_gross TO vd_gross.
                MOVE row_net TO vd_net.
                MOVE row_vat TO vd_vat.
                MOVE SPACES TO vat_extract_record.
                WRITE vat_extract_record FROM vat_detail_rec.
                PERFORM check_extract_write.
                ADD 1 TO vt_detail_count.
                ADD row_gross TO vt_gross_hash.
                ADD row_net TO vt_net_hash.
                ADD row_vat TO vt_vat_hash.

            finish_vat_extract.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > rc_count
                    MOVE "S" TO vs_rec_type
                    MOVE quarter_text TO vs_quarter
                    MOVE rc_month (i) TO vs_month
                    MOVE rc_fuel_type (i) TO vs_fuel_type
                    MOVE rc_rate_pct (i) TO vs_rate_pct
                    MOVE rc_fillups (i) TO vs_fillups
                    MOVE rc_gross (i) TO vs_gross
                    MOVE rc_net (i) TO vs_net
                    MOVE rc_vat (i) TO vs_vat
                    MOVE SPACES TO vat_extract_record
                    WRITE vat_extract_record FROM vat_summary_rec
                    PERFORM check_extract_write
                    ADD 1 TO vt_summary_count
                END-PERFORM.
                MOVE "T" TO vt_rec_type.
                MOVE quarter_text TO vt_quarter.
                MOVE SPACES TO vat_extract_record.
                WRITE vat_extract_record FROM vat_trailer_rec.
                PERFORM check_extract_write.
                CLOSE vat_extract_file.

            check_extract_write.
                IF vat_extract_status NOT = "00" THEN
                    DISPLAY "ERROR: could not write extract "
                        vat_extract_name ": status " vat_extract_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.

            write_schedule.
                OPEN OUTPUT schedule_file.
                IF schedule_file_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open schedule "
                        schedule_file_name ": status "
                        schedule_file_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE SPACES TO line_out.
                STRING "=== VAT reclaim schedule - fuel - quarter "
                        quarter_text " (" first_month " to "
                        last_month ") ==="
                    DELIMITED BY SIZE INTO line_out.
                PERFORM print_schedule_line.
                MOVE SPACES TO line_out.
                STRING "Fill-up files read: " files_read
                        " (live master and year-end archives)"
                    DELIMITED BY SIZE INTO line_out.
                PERFORM print_schedule_line.
                PERFORM write_reclaim_section.
                PERFORM write_non_reclaim_section.
                MOVE SPACES TO line_out.
                PERFORM print_schedule_line.
                MOVE "--- Tie-back to gross fuel spend ---" TO line_out.
                PERFORM print_schedule_line.
                COMPUTE spend_gross = total_gross + nr_total_gross.
                MOVE total_gross TO edit_gross.
                MOVE SPACES TO line_out.
                STRING "Reclaimable spend, gross     " edit_gross
                    DELIMITED BY SIZE INTO line_out.
                PERFORM print_schedule_line.
                MOVE nr_total_gross TO edit_gross.
                MOVE SPACES TO line_out.
                STRING "Non-reclaimable spend, gross " edit_gross
                    DELIMITED BY SIZE INTO line_out.
                PERFORM print_schedule_line.
                MOVE spend_gross TO edit_gross.
                MOVE SPACES TO line_out.
                STRING "Quarter fuel spend, gross    " edit_gross
                        "  (as posted by gl-posting for "
                        first_month " to " last_month ")"
                    DELIMITED BY SIZE INTO line_out.
                PERFORM print_schedule_line.
                MOVE total_vat TO edit_vat.
                MOVE SPACES TO line_out.
                STRING "Input VAT to reclaim         " edit_vat
                    DELIMITED BY SIZE INTO line_out.
                PERFORM print_schedule_line.
                IF no_rate_rows > 0 THEN
                    MOVE SPACES TO line_out
                    STRING "  ** " no_rate_rows " fill-ups dated"
                            " before any VAT rate on file are"
                            " listed as NO VAT RATE ON FILE **"
                        DELIMITED BY SIZE INTO line_out
                    PERFORM print_schedule_line
                END-IF
                MOVE SPACES TO line_out.
                STRING "Extract: " vt_detail_count " fill-up records, "
                        vt_summary_count " summary records"
                    DELIMITED BY SIZE INTO line_out.
                PERFORM print_schedule_line.
                CLOSE schedule_file.

            write_reclaim_section.
                MOVE SPACES TO line_out.
                PERFORM print_schedule_line.
                MOVE "--- Reclaimable fuel spend by month and fuel type ---"
                    TO line_out.
                PERFORM print_schedule_line.
                MOVE "month  fuel       rate% fill-ups     liters        gross          net          VAT"
                    TO line_out.
                PERFORM print_schedule_line.
                MOVE ZEROS TO current_month month_gross month_net
                    month_vat.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > rc_count
                    IF i > 1 AND rc_month (i) NOT = current_month THEN
                        PERFORM print_month_subtotal
                    END-IF
                    MOVE rc_month (i) TO current_month
                    PERFORM set_fuel_label
                    ADD rc_gross (i) TO month_gross total_gross
                    ADD rc_net (i) TO month_net total_net
                    ADD rc_vat (i) TO month_vat total_vat
                    ADD rc_fillups (i) TO total_fillups
                    ADD rc_liters (i) TO total_liters
                    MOVE rc_rate_pct (i) TO edit_rate
                    MOVE rc_fillups (i) TO edit_fillups
                    MOVE rc_liters (i) TO edit_liters
                    MOVE rc_gross (i) TO edit_gross
                    MOVE rc_net (i) TO edit_net
                    MOVE rc_vat (i) TO edit_vat
                    MOVE SPACES TO line_out
                    STRING rc_month (i) " " fuel_label " " edit_rate
                            "   " edit_fillups " " edit_liters " "
                            edit_gross " " edit_net " " edit_vat
                        DELIMITED BY SIZE INTO line_out
                    PERFORM print_schedule_line
                END-PERFORM.
                IF rc_count > 0 THEN
                    PERFORM print_month_subtotal
                ELSE
                    MOVE "  (none)" TO line_out
                    PERFORM print_schedule_line
                END-IF
                MOVE total_fillups TO edit_fillups.
                MOVE total_liters TO edit_liters.
                MOVE total_gross TO edit_gross.
                MOVE total_net TO edit_net.
                MOVE total_vat TO edit_vat.
                MOVE SPACES TO line_out.
                STRING "QUARTER TOTAL           " edit_fillups " "
                        edit_liters " " edit_gross " " edit_net " "
                        edit_vat
                    DELIMITED BY SIZE INTO line_out.
                PERFORM print_schedule_line.

            print_month_subtotal.
                MOVE month_gross TO edit_gross.
                MOVE month_net TO edit_net.
                MOVE month_vat TO edit_vat.
                MOVE SPACES TO line_out.
                STRING current_month " total                           "
                        edit_gross " " edit_net " " edit_vat
                    DELIMITED BY SIZE INTO line_out.
                PERFORM print_schedule_line.
                MOVE SPACES TO line_out.
                PERFORM print_schedule_line.
                MOVE ZEROS TO month_gross month_net month_vat.

            write_non_reclaim_section.
                MOVE SPACES TO line_out.
                PERFORM print_schedule_line.
                MOVE "--- Fuel spend not reclaimable (gross, no VAT claimed) ---"
                    TO line_out.
                PERFORM print_schedule_line.
                MOVE "month  fuel       cost_cc fill-ups        gross reason"
                    TO line_out.
                PERFORM print_schedule_line.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > nr_count
                    ADD nr_gross (i) TO nr_total_gross
                    ADD nr_fillups (i) TO nr_total_fillups
                    MOVE nr_fillups (i) TO edit_fillups
                    MOVE nr_gross (i) TO edit_gross
                    PERFORM set_non_reclaim_fuel_label
                    MOVE SPACES TO line_out
                    STRING nr_month (i) " " fuel_label " "
                            nr_cost_center (i) "  " edit_fillups " "
                            edit_gross " " nr_reason (i)
                        DELIMITED BY SIZE INTO line_out
                    PERFORM print_schedule_line
                END-PERFORM.
                IF nr_count = 0 THEN
                    MOVE "  (none)" TO line_out
                    PERFORM print_schedule_line
                END-IF
                MOVE nr_total_fillups TO edit_fillups.
                MOVE nr_total_gross TO edit_gross.
                MOVE SPACES TO line_out.
                STRING "NOT RECLAIMABLE TOTAL     " edit_fillups " "
                        edit_gross
                    DELIMITED BY SIZE INTO line_out.
                PERFORM print_schedule_line.

            set_fuel_label.
                EVALUATE rc_fuel_type (i)
                    WHEN "G"
                        MOVE "gas/petrol" TO fuel_label
                    WHEN "D"
                        MOVE "diesel" TO fuel_label
                    WHEN OTHER
                        MOVE SPACES TO fuel_label
                        STRING "type " rc_fuel_type (i)
                            DELIMITED BY SIZE INTO fuel_label
                END-EVALUATE.

            set_non_reclaim_fuel_label.
                EVALUATE nr_fuel_type (i)
                    WHEN "G"
                        MOVE "gas/petrol" TO fuel_label
                    WHEN "D"
                        MOVE "diesel" TO fuel_label
                    WHEN OTHER
                        MOVE SPACES TO fuel_label
                        STRING "type " nr_fuel_type (i)
                            DELIMITED BY SIZE INTO fuel_label
                END-EVALUATE.

            print_schedule_line.
                WRITE schedule_line FROM line_out.
                IF schedule_file_status NOT = "00" THEN
                    DISPLAY "ERROR: could not write schedule "
                        schedule_file_name ": status "
                        schedule_file_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.
        END PROGRAM vat-reclaim.
