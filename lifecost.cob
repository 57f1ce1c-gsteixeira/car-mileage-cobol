        *> Whole-life cost per km report for car-mileage
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
        *> The vehicle replacement meeting wants one number per van:
        *> what it has cost to run for every km it has done. This adds
        *> up, per vehicle, the fuel spend and distance from the live
        *> fill-up master and every year-end archive named on the
        *> command line (the way fleet-trend takes them), plus the
        *> service, repair, tyre and other workshop spend from the
        *> service history service-history keeps, and prints the
        *> whole-life cost per km, dearest first - the vans costing
        *> the most to keep on the road head the list.
        *>  Fuel follows the usual rules: voided rows, carry-forwards,
        *>  declarations, rejections and undated rows never count, and
        *>  spend comes from the stored cost figures where a row has
        *>  them and fuel * price where it does not. Distance is the
        *>  stored fm_dist, the same figure fleet-trend totals.
        *>  A vehicle with no distance on file has no cost per km yet
        *>  and is listed last. With no service history on file the
        *>  report is fuel only and says so.
        *>
        *> compiles like this:  cobc -x --free lifecost.cob
        *> runs like this:      ./life-cost [archive_file ...] [--master=path_to_master_file]
        *>
        IDENTIFICATION DIVISION.
        PROGRAM-ID. life-cost.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-10-15
            INSTALLATION. cobc -x --free lifecost.cob
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT fillup_master_file ASSIGN TO current_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS fm_key
                        FILE STATUS IS fillup_master_status.
                    SELECT service_history_file ASSIGN TO service_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS sh_key
                        FILE STATUS IS service_history_status.
                    SELECT vehicle_master_file ASSIGN TO registry_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS vm_vehicle_id
                        FILE STATUS IS vehicle_master_status.
                    SELECT life_file ASSIGN TO life_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS life_file_status.
        DATA DIVISION.
            FILE SECTION.
                FD  fillup_master_file.
                    COPY "fillupmaster.cpy".
                FD  service_history_file.
                    COPY "servicehist.cpy".
                FD  vehicle_master_file.
                    COPY "vehiclemaster.cpy".
                FD  life_file.
                    01 life_line  PIC X(132) VALUE SPACES.
            WORKING-STORAGE SECTION.
                01 master_file_name      PIC X(125) VALUE "fillup_master.dat".
                *> one FD, re-pointed at each file in turn - the
                *> archives share the master's exact layout, same
                *> trick fleet-trend plays.
                01 current_file_name     PIC X(125) VALUE SPACES.
                01 service_file_name     PIC X(125) VALUE "service_history.dat".
                01 registry_file_name    PIC X(125) VALUE "vehicle_master.dat".
                01 life_file_name        PIC X(125) VALUE "life_cost_report.txt".
                01 fillup_master_status  PIC XX VALUE SPACES.
                01 service_history_status PIC XX VALUE SPACES.
                01 vehicle_master_status PIC XX VALUE SPACES.
                01 life_file_status      PIC XX VALUE SPACES.
                01 end_of_file           PIC 9 VALUE ZERO.
                01 services_available    PIC 9 VALUE ZERO.
                *> thirty slots is decades of year-end archives; a
                *> run that somehow brings more fails loudly below
                *> instead of quietly leaving years out of the cost.
                01 command_tokens.
                    02 command_token OCCURS 30 TIMES PIC X(125) VALUE SPACES.
                01 token_idx             PIC 99 VALUE ZEROS.
                01 argument_total        PIC 9(3) VALUE ZEROS.
                01 archive_count         PIC 99 VALUE ZEROS.
                01 archive_names.
                    02 archive_name OCCURS 30 TIMES PIC X(125) VALUE SPACES.
                *> one line per vehicle over its whole life.
                01 lc_count PIC 9(3) VALUE ZEROS.
                01 lc_tab OCCURS 1 TO 500 TIMES
                                    DEPENDING ON lc_count.
                    02 lc_vehicle      PIC X(10) VALUE SPACES.
                    02 lc_make_model   PIC X(30) VALUE SPACES.
                    02 lc_status       PIC X VALUE SPACE.
                    02 lc_liters       PIC 9(7)V99 VALUE ZEROS.
                    02 lc_fuel_spend   PIC 9(8)V99 VALUE ZEROS.
                    02 lc_dist         PIC 9(8) VALUE ZEROS.
                    02 lc_service      PIC 9(8)V99 VALUE ZEROS.
                    02 lc_repair       PIC 9(8)V99 VALUE ZEROS.
                    02 lc_visits       PIC 9(4) VALUE ZEROS.
                    02 lc_total        PIC 9(9)V99 VALUE ZEROS.
                    02 lc_cost_km      PIC 9(4)V999 VALUE ZEROS.
                01 lc_swap               PIC X(120) VALUE SPACES.
                01 aux_vars.
                    02 i               PIC 9(4) VALUE ZEROS.
                    02 j               PIC 9(4) VALUE ZEROS.
                    02 lc_slot         PIC 9(4) VALUE ZEROS.
                    02 bucket_vehicle  PIC X(10) VALUE SPACES.
                    02 row_cost        PIC 9999V99 VALUE ZEROS.
                    02 swap_needed     PIC 9 VALUE ZERO.
                01 fleet_totals.
                    02 ft_fuel_spend   PIC 9(9)V99 VALUE ZEROS.
                    02 ft_dist         PIC 9(9) VALUE ZEROS.
                    02 ft_service      PIC 9(9)V99 VALUE ZEROS.
                    02 ft_repair       PIC 9(9)V99 VALUE ZEROS.
                    02 ft_total        PIC 9(10)V99 VALUE ZEROS.
                    02 ft_cost_km      PIC 9(4)V999 VALUE ZEROS.
                01 line_out              PIC X(132) VALUE SPACES.
                01 report_edit_fields.
                    02 edit_spend      PIC Z(8)9.99.
                    02 edit_service    PIC Z(8)9.99.
                    02 edit_repair     PIC Z(8)9.99.
                    02 edit_total      PIC Z(9)9.99.
                    02 edit_dist       PIC Z(8)9.
                    02 edit_cost_km    PIC ZZZ9.999.
        PROCEDURE DIVISION.
            main.
                PERFORM parse_command_line.
                MOVE master_file_name TO current_file_name.
                PERFORM tally_one_file.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > archive_count
                    MOVE archive_name (i) TO current_file_name
                    PERFORM tally_one_file
                END-PERFORM.
                PERFORM tally_service_history.
                IF lc_count = 0 THEN
                    DISPLAY "nothing on file - no whole-life cost to"
                        " report"
                    STOP RUN
                END-IF
                PERFORM name_vehicles.
                PERFORM compute_life_costs.
                PERFORM sort_life_costs.
                PERFORM write_life_report.
                DISPLAY "Whole-life cost for " lc_count " vehicles"
                    " written to " life_file_name.
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
                PERFORM VARYING token_idx FROM 1 BY 1 UNTIL token_idx > 30
                    EVALUATE TRUE
                        WHEN command_token (token_idx) = SPACES
                            CONTINUE
                        WHEN command_token (token_idx) = "--usage"
                            DISPLAY "life-cost [archive_file ...]"
                                " [--master=path_to_master_file]"
                            STOP RUN
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

            tally_one_file.
                OPEN INPUT fillup_master_file.
                IF fillup_master_status = "35" THEN
                    *> a missing archive named on the command line is
                    *> a typo; a missing live master just means the
                    *> fleet's whole history is in the archives.
                    IF current_file_name = master_file_name THEN
                        DISPLAY "no live master at " current_file_name
                            " - costing archives only"
                    ELSE
                        DISPLAY "ERROR: no such archive file "
                            current_file_name
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                ELSE
                    IF fillup_master_status NOT = "00" THEN
                        DISPLAY "ERROR: could not open "
                            current_file_name ": status "
                            fillup_master_status
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ fillup_master_file NEXT RECORD
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 THEN
                            IF fm_void_flag NOT = "V"
                                    AND fm_carry_flag NOT = "C"
                                    AND fm_carry_flag NOT = "D"
                                    AND fm_computed_flag NOT = "R"
                                    AND fm_fillup_date > 0 THEN
                                PERFORM tally_one_row
                            END-IF
                        END-IF
                    END-PERFORM
                    CLOSE fillup_master_file
                END-IF.

            tally_one_row.
                IF fm_computed_flag = "Y" THEN
                    MOVE fm_cost_amount TO row_cost
                ELSE
                    COMPUTE row_cost = fm_fuel * fm_price_paid
                END-IF.
                MOVE fm_vehicle_id TO bucket_vehicle.
                PERFORM find_life_slot.
                IF lc_slot > 0 THEN
                    ADD fm_fuel TO lc_liters (lc_slot)
                    ADD row_cost TO lc_fuel_spend (lc_slot)
                    ADD fm_dist TO lc_dist (lc_slot)
                END-IF.

            tally_service_history.
                *> routine services, tyres and other work together;
                *> repairs on their own column, since a van that
                *> keeps going back for repairs is the one the
                *> meeting is looking for.
                MOVE 0 TO services_available.
                OPEN INPUT service_history_file.
                EVALUATE service_history_status
                    WHEN "00"
                        MOVE 1 TO services_available
                    WHEN "35"
                        DISPLAY "no service history on file -"
                            " fuel costs only"
                    WHEN OTHER
                        DISPLAY "ERROR: could not open service file "
                            service_file_name ": status "
                            service_history_status
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-EVALUATE.
                IF services_available = 1 THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ service_history_file NEXT RECORD
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 THEN
                            MOVE sh_vehicle_id TO bucket_vehicle
                            PERFORM find_life_slot
                            IF lc_slot > 0 THEN
                                ADD 1 TO lc_visits (lc_slot)
                                IF sh_type = "R" THEN
                                    ADD sh_amount TO lc_repair (lc_slot)
                                ELSE
                                    ADD sh_amount TO lc_service (lc_slot)
                                END-IF
                            END-IF
                        END-IF
                    END-PERFORM
                    CLOSE service_history_file
                END-IF.

            find_life_slot.
                MOVE 0 TO lc_slot.
                PERFORM VARYING j FROM 1 BY 1
                        UNTIL j > lc_count OR lc_slot > 0
                    IF lc_vehicle (j) = bucket_vehicle THEN
                        MOVE j TO lc_slot
                    END-IF
                END-PERFORM.
                IF lc_slot = 0 THEN
                    IF lc_count >= 500 THEN
                        DISPLAY "ERROR: more than 500 vehicles on file"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO lc_count
                    MOVE lc_count TO lc_slot
                    INITIALIZE lc_tab (lc_slot)
                    MOVE bucket_vehicle TO lc_vehicle (lc_slot)
                END-IF.

            name_vehicles.
                *> make and model for the meeting's benefit, and the
                *> status so an already-retired van reads as such;
                *> no registry just leaves them blank.
                OPEN INPUT vehicle_master_file.
                IF vehicle_master_status = "00" THEN
                    PERFORM VARYING i FROM 1 BY 1 UNTIL i > lc_count
                        MOVE lc_vehicle (i) TO vm_vehicle_id
                        READ vehicle_master_file
                            INVALID KEY CONTINUE
                        END-READ
                        IF vehicle_master_status = "00" THEN
                            MOVE vm_make_model TO lc_make_model (i)
                            MOVE vm_status TO lc_status (i)
                        END-IF
                    END-PERFORM
                    CLOSE vehicle_master_file
                END-IF.

            compute_life_costs.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > lc_count
                    COMPUTE lc_total (i) = lc_fuel_spend (i)
                        + lc_service (i) + lc_repair (i)
                    IF lc_dist (i) > 0 THEN
                        COMPUTE lc_cost_km (i) ROUNDED =
                            lc_total (i) / lc_dist (i)
                    ELSE
                        MOVE ZEROS TO lc_cost_km (i)
                    END-IF
                    ADD lc_fuel_spend (i) TO ft_fuel_spend
                    ADD lc_dist (i) TO ft_dist
                    ADD lc_service (i) TO ft_service
                    ADD lc_repair (i) TO ft_repair
                    ADD lc_total (i) TO ft_total
                END-PERFORM.
                IF ft_dist > 0 THEN
                    COMPUTE ft_cost_km ROUNDED = ft_total / ft_dist
                END-IF.

            sort_life_costs.
                *> neighbour-swap, dearest per km first; vehicles
                *> with no distance yet sink to the bottom.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i >= lc_count
                    PERFORM VARYING j FROM 1 BY 1 UNTIL j >= lc_count
                        MOVE 0 TO swap_needed
                        IF lc_dist (j) = 0 AND lc_dist (j + 1) > 0 THEN
                            MOVE 1 TO swap_needed
                        END-IF
                        IF lc_dist (j) > 0 AND lc_dist (j + 1) > 0
                                AND lc_cost_km (j) < lc_cost_km (j + 1)
                                THEN
                            MOVE 1 TO swap_needed
                        END-IF
                        IF swap_needed = 1 THEN
                            MOVE lc_tab (j) TO lc_swap
                            MOVE lc_tab (j + 1) TO lc_tab (j)
                            MOVE lc_swap TO lc_tab (j + 1)
                        END-IF
                    END-PERFORM
                END-PERFORM.

            write_life_report.
                OPEN OUTPUT life_file.
                IF life_file_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open life cost report "
                        life_file_name ": status " life_file_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE "=== Whole-life cost per km ===" TO line_out.
                PERFORM print_life_line.
                MOVE SPACES TO line_out.
                STRING "Fill-up files: live master plus " archive_count
                        " archives"
                    DELIMITED BY SIZE INTO line_out.
                PERFORM print_life_line.
                IF services_available = 0 THEN
                    MOVE "No service history on file - fuel costs only"
                        TO line_out
                    PERFORM print_life_line
                END-IF
                MOVE SPACES TO line_out.
                PERFORM print_life_line.
                MOVE "vehicle    s  fuel spend  svc/tyres     repairs  visits   total cost    distance  cost/km make/model"
                    TO line_out.
                PERFORM print_life_line.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > lc_count
                    MOVE lc_fuel_spend (i) TO edit_spend
                    MOVE lc_service (i) TO edit_service
                    MOVE lc_repair (i) TO edit_repair
                    MOVE lc_total (i) TO edit_total
                    MOVE lc_dist (i) TO edit_dist
                    MOVE lc_cost_km (i) TO edit_cost_km
                    MOVE SPACES TO line_out
                    IF lc_dist (i) > 0 THEN
                        STRING lc_vehicle (i) " " lc_status (i)
                                edit_spend edit_service edit_repair
                                "  " lc_visits (i) " " edit_total " "
                                edit_dist " " edit_cost_km " "
                                lc_make_model (i)
                            DELIMITED BY SIZE INTO line_out
                    ELSE
                        STRING lc_vehicle (i) " " lc_status (i)
                                edit_spend edit_service edit_repair
                                "  " lc_visits (i) " " edit_total " "
                                edit_dist "   no km " lc_make_model (i)
                            DELIMITED BY SIZE INTO line_out
                    END-IF
                    PERFORM print_life_line
                END-PERFORM.
                MOVE ft_fuel_spend TO edit_spend.
                MOVE ft_service TO edit_service.
                MOVE ft_repair TO edit_repair.
                MOVE ft_total TO edit_total.
                MOVE ft_dist TO edit_dist.
                MOVE ft_cost_km TO edit_cost_km.
                MOVE SPACES TO line_out.
                PERFORM print_life_line.
                MOVE SPACES TO line_out.
                STRING "*FLEET*      " edit_spend edit_service
                        edit_repair "        " edit_total " "
                        edit_dist " " edit_cost_km
                    DELIMITED BY SIZE INTO line_out.
                PERFORM print_life_line.
                CLOSE life_file.

            print_life_line.
                WRITE life_line FROM line_out.
                IF life_file_status NOT = "00" THEN
                    DISPLAY "ERROR: could not write life cost report "
                        life_file_name ": status " life_file_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.
        END PROGRAM life-cost.
