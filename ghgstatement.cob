        *> Annual greenhouse-gas statement for car-mileage
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
        *> The sustainability submission wants the reporting year's
        *> fuel burned and the tonnes of CO2e it put out, by fuel type
        *> and cost center, and the auditors want to know exactly
        *> which conversion factors the tonnes were stated at. This
        *> reads the live master plus the year-end archives (the
        *> reporting year's own fillup_archive_YYYY.dat by default,
        *> or every archive named on the command line, the way
        *> fleet-trend takes them), keeps the rows dated in the
        *> reporting year, and writes:
        *>  - ghg_statement_YYYY.rpt: the factor set used - every
        *>    emission factor record that priced any of the year's
        *>    liters, with the liters priced at it - then liters and
        *>    tonnes CO2e per cost center under each fuel type, fuel
        *>    subtotals and the year's total;
        *>  - ghg_extract_YYYY.dat: the same figures in fixed format
        *>    for the submission - one F record per factor used, one
        *>    D record per fuel type and cost center, and a T trailer
        *>    with the D record count and the liters and tonnes hash
        *>    totals so the receiving side can prove it got the whole
        *>    file.
        *>  Each row's liters are converted at the emission factor in
        *>  force for its fuel type on its fill-up date, off the
        *>  master emission-registry keeps - the same factor
        *>  car-mileage stores fm_kg_co2 at - so a year is always
        *>  stated at that year's factors, however many newer ones
        *>  have been keyed since. A fuel and date with no factor on
        *>  file falls back to the long-standing built-in 2.31 gas /
        *>  2.73 diesel kg per liter, and the statement says so.
        *>  Voided rows, carry-forwards, declarations and validation
        *>  rejections never count. Each row counts against the cost
        *>  center in force for its vehicle on its fill-up date, the
        *>  same rule gl-posting charges by, SUSPNS where there is
        *>  none.
        *>
        *> compiles like this:  cobc -x --free ghgstatement.cob
        *> runs like this:      ./ghg-statement <reporting_year_YYYY> [archive_file ...] [--master=path_to_master_file]
        *>
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ghg-statement.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-10-15
            INSTALLATION. cobc -x --free ghgstatement.cob
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
                    SELECT emission_factor_file ASSIGN TO factor_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ef_key
                        FILE STATUS IS emission_factor_status.
                    SELECT statement_file ASSIGN TO statement_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS statement_file_status.
                    SELECT ghg_extract_file ASSIGN TO ghg_extract_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS ghg_extract_status.
        DATA DIVISION.
            FILE SECTION.
                FD  fillup_master_file.
                    COPY "fillupmaster.cpy".
                FD  vehicle_master_file.
                    COPY "vehiclemaster.cpy".
                FD  cc_history_file.
                    COPY "costcenterhist.cpy".
                FD  emission_factor_file.
                    COPY "emissionfactor.cpy".
                FD  statement_file.
                    01 statement_line  PIC X(132) VALUE SPACES.
                FD  ghg_extract_file.
                    01 ghg_extract_record  PIC X(80) VALUE SPACES.
            WORKING-STORAGE SECTION.
                01 CONST_SUSPENSE_CC  PIC X(6) VALUE "SUSPNS".
                *> the built-in factors car-mileage has always used,
                *> for a fuel and date the factor master has nothing
                *> in force for.
                01 CONST_GAS_CO2_KG    PIC 9V99 VALUE 2.31.
                01 CONST_DIESEL_CO2_KG PIC 9V99 VALUE 2.73.
                01 master_file_name      PIC X(125) VALUE "fillup_master.dat".
                *> one FD, re-pointed at each file in turn - the
                *> archives share the master's exact layout, same
                *> trick fleet-trend plays.
                01 current_file_name     PIC X(125) VALUE SPACES.
                01 registry_file_name    PIC X(125) VALUE "vehicle_master.dat".
                01 cc_history_file_name  PIC X(125) VALUE "cost_center_history.dat".
                01 factor_file_name      PIC X(125) VALUE "emission_factor.dat".
                01 statement_file_name   PIC X(125) VALUE SPACES.
                01 ghg_extract_name      PIC X(125) VALUE SPACES.
                01 fillup_master_status  PIC XX VALUE SPACES.
                01 vehicle_master_status PIC XX VALUE SPACES.
                01 cc_history_status     PIC XX VALUE SPACES.
                01 emission_factor_status PIC XX VALUE SPACES.
                01 statement_file_status PIC XX VALUE SPACES.
                01 ghg_extract_status    PIC XX VALUE SPACES.
                01 end_of_file           PIC 9 VALUE ZERO.
                01 registry_available    PIC 9 VALUE ZERO.
                01 factors_available     PIC 9 VALUE ZERO.
                *> the reporting year's own archive is optional when
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
                01 report_year           PIC 9(4) VALUE ZEROS.
                01 record_year           PIC 9(4) VALUE ZEROS.
                01 row_cost_center       PIC X(6) VALUE SPACES.
                01 row_cc_found          PIC 9 VALUE ZERO.
                01 row_cc_eff_date       PIC 9(8) VALUE ZEROS.
                01 row_factor_slot       PIC 9(3) VALUE ZEROS.
                01 row_factor_date       PIC 9(8) VALUE ZEROS.
                01 row_kg                PIC 9(4)V99 VALUE ZEROS.
                *> every cost center assignment on file, pulled in
                *> once, the same table gl-posting scans.
                01 cch_count PIC 9(4) VALUE ZEROS.
                01 cch_tab OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON cch_count.
                    02 ch_tab_vehicle  PIC X(10) VALUE SPACES.
                    02 ch_tab_eff_date PIC 9(8) VALUE ZEROS.
                    02 ch_tab_cc       PIC X(6) VALUE SPACES.
                *> the whole factor history, plus what each record
                *> priced this year - the records with liters against
                *> them are the factor set the statement was made at.
                *> Slots 1 and 2 are the built-in gas and diesel
                *> factors, effective date zero.
                01 factor_count PIC 9(3) VALUE ZEROS.
                01 factor_tab OCCURS 1 TO 500 TIMES
                                    DEPENDING ON factor_count.
                    02 fc_fuel_type    PIC X VALUE SPACE.
                    02 fc_eff_date     PIC 9(8) VALUE ZEROS.
                    02 fc_kg_per_liter PIC 9V9(5) VALUE ZEROS.
                    02 fc_factor_set   PIC X(30) VALUE SPACES.
                    02 fc_liters       PIC 9(9)V99 VALUE ZEROS.
                    02 fc_kg           PIC 9(9)V99 VALUE ZEROS.
                *> liters and kg CO2e per fuel type and cost center.
                01 gc_count PIC 9(3) VALUE ZEROS.
                01 gc_tab OCCURS 1 TO 500 TIMES
                                    DEPENDING ON gc_count.
                    02 gc_fuel_type    PIC X VALUE SPACE.
                    02 gc_cost_center  PIC X(6) VALUE SPACES.
                    02 gc_liters       PIC 9(9)V99 VALUE ZEROS.
                    02 gc_kg           PIC 9(9)V99 VALUE ZEROS.
                    02 gc_fillups      PIC 9(6) VALUE ZEROS.
                01 gc_swap               PIC X(35) VALUE SPACES.
                01 aux_vars.
                    02 i               PIC 9(4) VALUE ZEROS.
                    02 j               PIC 9(4) VALUE ZEROS.
                    02 k               PIC 9(4) VALUE ZEROS.
                    02 gc_slot         PIC 9(3) VALUE ZEROS.
                    02 builtin_used    PIC 9 VALUE ZERO.
                    02 current_fuel    PIC X VALUE SPACE.
                    02 fuel_label      PIC X(10) VALUE SPACES.
                    02 fuel_liters     PIC 9(9)V99 VALUE ZEROS.
                    02 fuel_kg         PIC 9(9)V99 VALUE ZEROS.
                    02 total_liters    PIC 9(9)V99 VALUE ZEROS.
                    02 total_kg        PIC 9(9)V99 VALUE ZEROS.
                    02 total_fillups   PIC 9(6) VALUE ZEROS.
                    02 tonnes          PIC 9(7)V999 VALUE ZEROS.
                *> the submission's fixed-format records: F for each
                *> factor the year was stated at, D per fuel type and
                *> cost center, T trailer last. Liters carry two
                *> implied decimals and tonnes three, zoned.
                01 ghg_factor_rec.
                    02 gf_rec_type     PIC X VALUE "F".
                    02 gf_year         PIC 9(4) VALUE ZEROS.
                    02 gf_fuel_type    PIC X VALUE SPACE.
                    02 gf_eff_date     PIC 9(8) VALUE ZEROS.
                    02 gf_kg_per_liter PIC 9V9(5) VALUE ZEROS.
                    02 gf_factor_set   PIC X(30) VALUE SPACES.
                01 ghg_detail_rec.
                    02 gd_rec_type     PIC X VALUE "D".
                    02 gd_year         PIC 9(4) VALUE ZEROS.
                    02 gd_fuel_type    PIC X VALUE SPACE.
                    02 gd_cost_center  PIC X(6) VALUE SPACES.
                    02 gd_liters       PIC 9(9)V99 VALUE ZEROS.
                    02 gd_tonnes       PIC 9(7)V999 VALUE ZEROS.
                01 ghg_trailer_rec.
                    02 gt_rec_type     PIC X VALUE "T".
                    02 gt_year         PIC 9(4) VALUE ZEROS.
                    02 gt_rec_count    PIC 9(6) VALUE ZEROS.
                    02 gt_liters_hash  PIC 9(11)V99 VALUE ZEROS.
                    02 gt_tonnes_hash  PIC 9(9)V999 VALUE ZEROS.
                01 line_out              PIC X(132) VALUE SPACES.
                01 report_edit_fields.
                    02 edit_liters     PIC Z(8)9.99.
                    02 edit_tonnes     PIC Z(6)9.999.
                    02 edit_factor     PIC 9.99999.
                    02 edit_fillups    PIC Z(5)9.
        PROCEDURE DIVISION.
            main.
                PERFORM parse_command_line.
                IF report_year < 1900 THEN
                    DISPLAY "ghg-statement <reporting_year_YYYY>"
                        " [archive_file ...] [--master=path_to_master_file]"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF archive_count = 0 THEN
                    MOVE 1 TO default_archive
                    MOVE 1 TO archive_count
                    STRING "fillup_archive_" report_year ".dat"
                        DELIMITED BY SIZE INTO archive_name (1)
                END-IF
                MOVE SPACES TO statement_file_name ghg_extract_name.
                STRING "ghg_statement_" report_year ".rpt"
                    DELIMITED BY SIZE INTO statement_file_name.
                STRING "ghg_extract_" report_year ".dat"
                    DELIMITED BY SIZE INTO ghg_extract_name.
                PERFORM load_factor_table.
                PERFORM open_vehicle_registry.
                PERFORM load_cost_center_history.
                MOVE master_file_name TO current_file_name.
                PERFORM tally_one_file.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > archive_count
                    MOVE archive_name (i) TO current_file_name
                    PERFORM tally_one_file
                END-PERFORM.
                IF registry_available = 1 THEN
                    CLOSE vehicle_master_file
                END-IF
                PERFORM sort_ghg_lines.
                PERFORM write_statement.
                PERFORM write_ghg_extract.
                DISPLAY "Greenhouse-gas statement for " report_year
                    " written to " statement_file_name
                    " and " ghg_extract_name.
                IF builtin_used = 1 THEN
                    DISPLAY "WARNING: some of the year's liters had no"
                        " emission factor on file and were stated at"
                        " the built-in factors - see "
                        statement_file_name
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
                    DISPLAY "ghg-statement <reporting_year_YYYY>"
                        " [archive_file ...] [--master=path_to_master_file]"
                    STOP RUN
                END-IF
                IF command_token (1) NOT = SPACES THEN
                    MOVE command_token (1) TO report_year
                END-IF
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

            load_factor_table.
                *> the built-in pair goes in first so a row with
                *> nothing in force still has a slot to count against;
                *> no factor file at all (status 35) just means the
                *> whole year is stated at them.
                MOVE 2 TO factor_count.
                INITIALIZE factor_tab (1) factor_tab (2).
                MOVE "G" TO fc_fuel_type (1).
                MOVE CONST_GAS_CO2_KG TO fc_kg_per_liter (1).
                MOVE "BUILT-IN FACTOR (NONE ON FILE)" TO fc_factor_set (1).
                MOVE "D" TO fc_fuel_type (2).
                MOVE CONST_DIESEL_CO2_KG TO fc_kg_per_liter (2).
                MOVE "BUILT-IN FACTOR (NONE ON FILE)" TO fc_factor_set (2).
                MOVE 0 TO factors_available.
                OPEN INPUT emission_factor_file.
                EVALUATE emission_factor_status
                    WHEN "00"
                        MOVE 1 TO factors_available
                    WHEN "35"
                        DISPLAY "no emission factor master on file -"
                            " stating the year at the built-in factors"
                    WHEN OTHER
                        DISPLAY "ERROR: could not open emission factor file "
                            factor_file_name ": status "
                            emission_factor_status
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-EVALUATE.
                IF factors_available = 1 THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ emission_factor_file NEXT RECORD
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 THEN
                            IF factor_count >= 500 THEN
                                DISPLAY "ERROR: more than 498 emission"
                                    " factors on " factor_file_name
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO factor_count
                            INITIALIZE factor_tab (factor_count)
                            MOVE ef_fuel_type TO fc_fuel_type (factor_count)
                            MOVE ef_eff_date TO fc_eff_date (factor_count)
                            MOVE ef_kg_per_liter
                                TO fc_kg_per_liter (factor_count)
                            MOVE ef_factor_set
                                TO fc_factor_set (factor_count)
                        END-IF
                    END-PERFORM
                    CLOSE emission_factor_file
                END-IF.

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
                    *> missing live master means the year is wholly
                    *> archived.
                    EVALUATE TRUE
                        WHEN current_file_name = master_file_name
                            DISPLAY "no live master at "
                                current_file_name
                                " - stating from archives only"
                        WHEN default_archive = 1
                            DISPLAY "no archive " current_file_name
                                " - " report_year " not closed yet,"
                                " stating from the live master"
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
                            MOVE fm_fillup_date (1:4) TO record_year
                            IF record_year = report_year
                                    AND fm_void_flag NOT = "V"
                                    AND fm_carry_flag NOT = "C"
                                    AND fm_carry_flag NOT = "D"
                                    AND fm_computed_flag NOT = "R"
                                    AND fm_fuel > 0 THEN
                                PERFORM tally_one_row
                            END-IF
                        END-IF
                    END-PERFORM
                    CLOSE fillup_master_file
                END-IF.

            tally_one_row.
                PERFORM find_emission_factor.
                COMPUTE row_kg ROUNDED =
                    fm_fuel * fc_kg_per_liter (row_factor_slot).
                ADD fm_fuel TO fc_liters (row_factor_slot).
                ADD row_kg TO fc_kg (row_factor_slot).
                PERFORM resolve_cost_center.
                PERFORM find_ghg_slot.
                ADD fm_fuel TO gc_liters (gc_slot).
                ADD row_kg TO gc_kg (gc_slot).
                ADD 1 TO gc_fillups (gc_slot).

            find_emission_factor.
                *> newest factor for the fuel at or before the
                *> fill-up date - exactly the one car-mileage priced
                *> the row's fm_kg_co2 at - else the built-in slot.
                MOVE 0 TO row_factor_slot.
                MOVE ZEROS TO row_factor_date.
                PERFORM VARYING k FROM 3 BY 1 UNTIL k > factor_count
                    IF fc_fuel_type (k) = fm_fuel_type
                            AND fc_eff_date (k) <= fm_fillup_date
                            AND (row_factor_slot = 0
                                OR fc_eff_date (k) > row_factor_date)
                            THEN
                        MOVE k TO row_factor_slot
                        MOVE fc_eff_date (k) TO row_factor_date
                    END-IF
                END-PERFORM.
                IF row_factor_slot = 0 THEN
                    MOVE 1 TO builtin_used
                    IF fm_fuel_type = "D" THEN
                        MOVE 2 TO row_factor_slot
                    ELSE
                        MOVE 1 TO row_factor_slot
                    END-IF
                END-IF.

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

            find_ghg_slot.
                MOVE 0 TO gc_slot.
                PERFORM VARYING j FROM 1 BY 1
                        UNTIL j > gc_count OR gc_slot > 0
                    IF gc_fuel_type (j) = fm_fuel_type
                            AND gc_cost_center (j) = row_cost_center THEN
                        MOVE j TO gc_slot
                    END-IF
                END-PERFORM.
                IF gc_slot = 0 THEN
                    IF gc_count >= 500 THEN
                        DISPLAY "ERROR: more than 500 fuel type and cost"
                            " center lines"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO gc_count
                    MOVE gc_count TO gc_slot
                    INITIALIZE gc_tab (gc_slot)
                    MOVE fm_fuel_type TO gc_fuel_type (gc_slot)
                    MOVE row_cost_center TO gc_cost_center (gc_slot)
                END-IF.

            sort_ghg_lines.
                *> neighbour-swap on fuel type then cost center, so
                *> each fuel's cost centers sit together under it.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i >= gc_count
                    PERFORM VARYING j FROM 1 BY 1 UNTIL j >= gc_count
                        IF gc_fuel_type (j) > gc_fuel_type (j + 1)
                                OR (gc_fuel_type (j) = gc_fuel_type (j + 1)
                                    AND gc_cost_center (j)
                                        > gc_cost_center (j + 1)) THEN
                            MOVE gc_tab (j) TO gc_swap
                            MOVE gc_tab (j + 1) TO gc_tab (j)
                            MOVE gc_swap TO gc_tab (j + 1)
                        END-IF
                    END-PERFORM
                END-PERFORM.

            write_statement.
                OPEN OUTPUT statement_file.
                IF statement_file_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open statement "
                        statement_file_name ": status "
                        statement_file_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE SPACES TO line_out.
                STRING "=== Greenhouse-gas statement - reporting year "
                        report_year " ==="
                    DELIMITED BY SIZE INTO line_out.
                PERFORM print_statement_line.
                MOVE SPACES TO line_out.
                STRING "Fill-up files read: " files_read
                        " (live master and year-end archives)"
                    DELIMITED BY SIZE INTO line_out.
                PERFORM print_statement_line.
                MOVE SPACES TO line_out.
                PERFORM print_statement_line.
                MOVE "--- Factor set used (kg CO2e per liter, in force on each fill-up date) ---"
                    TO line_out.
                PERFORM print_statement_line.
                MOVE "fuel effective  kgCO2e/l factor set                           liters priced"
                    TO line_out.
                PERFORM print_statement_line.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > factor_count
                    IF fc_liters (i) > 0 THEN
                        MOVE fc_kg_per_liter (i) TO edit_factor
                        MOVE fc_liters (i) TO edit_liters
                        MOVE SPACES TO line_out
                        STRING fc_fuel_type (i) "    " fc_eff_date (i)
                                "  " edit_factor "  " fc_factor_set (i)
                                " " edit_liters
                            DELIMITED BY SIZE INTO line_out
                        PERFORM print_statement_line
                    END-IF
                END-PERFORM.
                IF builtin_used = 1 THEN
                    MOVE "  ** liters with no factor on file for their fuel and date were stated at the built-in factor **"
                        TO line_out
                    PERFORM print_statement_line
                END-IF
                MOVE SPACES TO line_out.
                PERFORM print_statement_line.
                MOVE "--- Fuel burned and emissions by fuel type and cost center ---"
                    TO line_out.
                PERFORM print_statement_line.
                MOVE "fuel       cost_cc  fill-ups         liters  tonnes CO2e"
                    TO line_out.
                PERFORM print_statement_line.
                MOVE SPACE TO current_fuel.
                MOVE ZEROS TO fuel_liters fuel_kg.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > gc_count
                    IF i > 1 AND gc_fuel_type (i) NOT = current_fuel THEN
                        PERFORM print_fuel_subtotal
                    END-IF
                    MOVE gc_fuel_type (i) TO current_fuel
                    PERFORM set_fuel_label
                    ADD gc_liters (i) TO fuel_liters total_liters
                    ADD gc_kg (i) TO fuel_kg total_kg
                    ADD gc_fillups (i) TO total_fillups
                    COMPUTE tonnes ROUNDED = gc_kg (i) / 1000
                    MOVE gc_fillups (i) TO edit_fillups
                    MOVE gc_liters (i) TO edit_liters
                    MOVE tonnes TO edit_tonnes
                    MOVE SPACES TO line_out
                    STRING fuel_label " " gc_cost_center (i) "  "
                            edit_fillups " " edit_liters "  " edit_tonnes
                        DELIMITED BY SIZE INTO line_out
                    PERFORM print_statement_line
                END-PERFORM.
                IF gc_count > 0 THEN
                    PERFORM print_fuel_subtotal
                END-IF
                COMPUTE tonnes ROUNDED = total_kg / 1000.
                MOVE total_fillups TO edit_fillups.
                MOVE total_liters TO edit_liters.
                MOVE tonnes TO edit_tonnes.
                MOVE SPACES TO line_out.
                PERFORM print_statement_line.
                MOVE SPACES TO line_out.
                STRING "YEAR TOTAL         " edit_fillups " "
                        edit_liters "  " edit_tonnes
                    DELIMITED BY SIZE INTO line_out.
                PERFORM print_statement_line.
                CLOSE statement_file.

            print_fuel_subtotal.
                COMPUTE tonnes ROUNDED = fuel_kg / 1000.
                MOVE fuel_liters TO edit_liters.
                MOVE tonnes TO edit_tonnes.
                MOVE SPACES TO line_out.
                STRING fuel_label " total            " edit_liters
                        "  " edit_tonnes
                    DELIMITED BY SIZE INTO line_out.
                PERFORM print_statement_line.
                MOVE SPACES TO line_out.
                PERFORM print_statement_line.
                MOVE ZEROS TO fuel_liters fuel_kg.

            set_fuel_label.
                EVALUATE current_fuel
                    WHEN "G"
                        MOVE "gas/petrol" TO fuel_label
                    WHEN "D"
                        MOVE "diesel" TO fuel_label
                    WHEN OTHER
                        MOVE SPACES TO fuel_label
                        STRING "type " current_fuel
                            DELIMITED BY SIZE INTO fuel_label
                END-EVALUATE.

            write_ghg_extract.
                OPEN OUTPUT ghg_extract_file.
                IF ghg_extract_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open extract "
                        ghg_extract_name ": status " ghg_extract_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE ZEROS TO gt_rec_count gt_liters_hash gt_tonnes_hash.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > factor_count
                    IF fc_liters (i) > 0 THEN
                        MOVE "F" TO gf_rec_type
                        MOVE report_year TO gf_year
                        MOVE fc_fuel_type (i) TO gf_fuel_type
                        MOVE fc_eff_date (i) TO gf_eff_date
                        MOVE fc_kg_per_liter (i) TO gf_kg_per_liter
                        MOVE fc_factor_set (i) TO gf_factor_set
                        MOVE SPACES TO ghg_extract_record
                        WRITE ghg_extract_record FROM ghg_factor_rec
                        PERFORM check_extract_write
                    END-IF
                END-PERFORM.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > gc_count
                    MOVE "D" TO gd_rec_type
                    MOVE report_year TO gd_year
                    MOVE gc_fuel_type (i) TO gd_fuel_type
                    MOVE gc_cost_center (i) TO gd_cost_center
                    MOVE gc_liters (i) TO gd_liters
                    COMPUTE gd_tonnes ROUNDED = gc_kg (i) / 1000
                    MOVE SPACES TO ghg_extract_record
                    WRITE ghg_extract_record FROM ghg_detail_rec
                    PERFORM check_extract_write
                    ADD 1 TO gt_rec_count
                    ADD gd_liters TO gt_liters_hash
                    ADD gd_tonnes TO gt_tonnes_hash
                END-PERFORM.
                MOVE "T" TO gt_rec_type.
                MOVE report_year TO gt_year.
                MOVE SPACES TO ghg_extract_record.
                WRITE ghg_extract_record FROM ghg_trailer_rec.
                PERFORM check_extract_write.
                CLOSE ghg_extract_file.

            check_extract_write.
                IF ghg_extract_status NOT = "00" THEN
                    DISPLAY "ERROR: could not write extract "
                        ghg_extract_name ": status " ghg_extract_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.

            print_statement_line.
                WRITE statement_line FROM line_out.
                IF statement_file_status NOT = "00" THEN
                    DISPLAY "ERROR: could not write statement "
                        statement_file_name ": status "
                        statement_file_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.
        END PROGRAM ghg-statement.
