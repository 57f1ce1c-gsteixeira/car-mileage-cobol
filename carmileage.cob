        *>  vehicle is expected to be a top-up, the same way the very
        *>  first row of the original single-car file had to be. fuel_type
        *>  is "G" for gas/petrol or "D" for diesel, and picks which CO2
        *>  factor a row is costed at. price_per_liter is what was paid
        *>  per liter at that fill-up. fillup_date is the calendar day
        *>  the fill-up happened, as eight digits YYYYMMDD, and is what
        *>  the month/quarter breakdowns in period_summary.txt roll
        *>  force on the fill-up date is rejected at validation
        *>  instead of flowing into the cost figures and the GL.
        *>  Again, no price file means no check.
        *>  Each new row's CO2 is priced at the emission factor in
        *>  force for its fuel type on its fill-up date, off the
        *>  emission factor master emission-registry keeps
        *>  (emission_factor.dat) - a new year's published factors
        *>  are keyed in, not compiled in, and rows already priced
        *>  keep the CO2 they were stored with. A fuel and date with
        *>  no factor on file (or no file at all) falls back to the
        *>  long-standing 2.31 gas / 2.73 diesel kg per liter.
        *>  The fleet ranking and its extract charge every fill-up to
        *>  the cost center in force for its vehicle on its fill-up
        *>  date (the cost center history vehicle-registry keeps, or
        *>  the registry's own cost center for a vehicle that has
        *>  never moved), so a van transferred mid-year shows one
        *>  line under each department it ran for.
        *>  A month period-close has closed is final: a row dated in
        *>  it is rejected at load time ("fill-up month is closed")
        *>  and --enter will not key one, so the history can never
        *>  drift away from what the GL was sent. A correction that
        *>  has to reach a closed month goes through fillup-fix,
        *>  which carries it as a GL adjustment.
        *>  Every row a run loads is stamped with that run's
        *>  run-history key (fm_run_key), and a controlled file's line
        *>  on csv_control.log carries it too, so run-backout can take
        *>  a whole wrong load back out by run. A --restart run keeps
        *>  the interrupted run's key, so one load is one key however
        *>  many attempts it took.
        *>  Computed results are durable: each row's distance,
        *>  mileage, CO2 and cost figures are stored on its master
        *>  record the night it is priced, so an ordinary run only
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS pm_key
                        FILE STATUS IS price_master_status.
                    SELECT emission_factor_file ASSIGN TO factor_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ef_key
                        FILE STATUS IS emission_factor_status.
                    SELECT control_log_file ASSIGN TO control_log_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS control_log_status.
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS rh_key
                        FILE STATUS IS run_history_status.
                    SELECT period_control_file ASSIGN TO period_control_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS pc_period
                        FILE STATUS IS period_control_status.
                    SELECT cc_history_file ASSIGN TO cc_history_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ch_key
                        FILE STATUS IS cc_history_status.
        DATA DIVISION.
            FILE SECTION.
                FD  csv_file.
                FD  report_file.
                    01 report_line  PIC X(132) VALUE SPACES.
                FD  checkpoint_file.
                    01 checkpoint_record  PIC X(160) VALUE SPACES.
                FD  period_file.
                    01 period_line  PIC X(132) VALUE SPACES.
                FD  vehicle_master_file.
                    COPY "drivermaster.cpy".
                FD  price_master_file.
                    COPY "pricemaster.cpy".
                FD  emission_factor_file.
                    COPY "emissionfactor.cpy".
                FD  control_log_file.
                    01 control_log_record  PIC X(180) VALUE SPACES.
                FD  run_history_file.
                    COPY "runhistory.cpy".
                FD  cc_history_file.
                    COPY "costcenterhist.cpy".
                FD  period_control_file.
                    COPY "periodcontrol.cpy".
            WORKING-STORAGE SECTION.
                *> only used for a fuel and date the emission factor
                *> master has nothing in force for.
                01 CONST_GAS_CO2_KG    PIC 9V99 VALUE 2.31.
                01 CONST_DIESEL_CO2_KG PIC 9V99 VALUE 2.73.
                01 CONST_TREE_TON_CO2  PIC 9V99 VALUE 0.06.
                *> gallons, so their rows convert at the door.
                01 CONST_KM_PER_MILE      PIC 9V99999 VALUE 1.60934.
                01 CONST_LITERS_PER_GAL   PIC 9V99999 VALUE 3.78541.
                *> where gl-posting sends a vehicle nobody can place,
                *> so the ranking files its spend under the same code.
                01 CONST_SUSPENSE_CC      PIC X(6) VALUE "SUSPNS".
                01 csv_data.
                    02 csv_file_name      PIC X(125) VALUE SPACES.
                    02 master_file_name   PIC X(125) VALUE "fillup_master.dat".
                    02 extract_file_name  PIC X(125) VALUE "fleet_extract.csv".
                    02 driver_file_name   PIC X(125) VALUE "driver_master.dat".
                    02 price_file_name    PIC X(125) VALUE "price_master.dat".
                    02 factor_file_name   PIC X(125) VALUE "emission_factor.dat".
                    02 control_log_name   PIC X(125) VALUE "csv_control.log".
                    02 run_history_name   PIC X(125) VALUE "run_history.dat".
                    02 cc_history_name    PIC X(125) VALUE "cost_center_history.dat".
                    02 period_control_name PIC X(125) VALUE "period_control.dat".
                    01 end_of_file        PIC 9 VALUE ZERO.
                01 fillup_master_status  PIC XX VALUE SPACES.
                01 report_file_status    PIC XX VALUE SPACES.
                01 extract_file_status   PIC XX VALUE SPACES.
                01 driver_master_status  PIC XX VALUE SPACES.
                01 price_master_status   PIC XX VALUE SPACES.
                01 emission_factor_status PIC XX VALUE SPACES.
                01 control_log_status    PIC XX VALUE SPACES.
                01 run_history_status    PIC XX VALUE SPACES.
                01 cc_history_status     PIC XX VALUE SPACES.
                01 period_control_status PIC XX VALUE SPACES.
                *> what tonight's run actually did, counted as it
                *> happens and parked on the run-history file at the
                *> end - the machine-readable answer to "did
                    02 csv_liters_sum  PIC 9(7)V99 VALUE ZEROS.
                    02 ctl_fuel        PIC 999V99 VALUE ZEROS.
                    02 ctl_scrap       PIC X(20) VALUE SPACES.
                    02 ctl_line        PIC X(180) VALUE SPACES.
                    02 ctl_site        PIC X(10) VALUE SPACES.
                    02 ctl_file_seq    PIC 9(6) VALUE ZEROS.
                    02 dup_found       PIC 9 VALUE ZERO.
                01 units_registry_open   PIC 9 VALUE ZERO.
                01 unit_note             PIC X(60) VALUE SPACES.
                01 prices_available      PIC 9 VALUE ZERO.
                *> every cost center assignment on file, pulled in
                *> once for the ranking - the same table gl-posting
                *> and budget-variance charge by.
                01 cch_count PIC 9(4) VALUE ZEROS.
                01 cch_tab OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON cch_count.
                    02 cc_vehicle      PIC X(10) VALUE SPACES.
                    02 cc_eff_date     PIC 9(8) VALUE ZEROS.
                    02 cc_cost_center  PIC X(6) VALUE SPACES.
                01 cc_lookup_vars.
                    02 row_cost_center PIC X(6) VALUE SPACES.
                    02 row_cc_found    PIC 9 VALUE ZERO.
                    02 row_cc_eff_date PIC 9(8) VALUE ZEROS.
                    02 cc_idx          PIC 9(4) VALUE ZEROS.
                *> the whole reference price history, pulled in once
                *> before validation - it is a handful of records per
                *> fuel per year, and an in-memory scan per row beats
                    02 pr_fuel_type    PIC X VALUE "G".
                    02 pr_eff_date     PIC 9(8) VALUE ZEROS.
                    02 pr_price        PIC 99V999 VALUE ZEROS.
                *> the emission factor history, pulled in once before
                *> compute_mileage prices tonight's rows.
                01 factors_available     PIC 9 VALUE ZERO.
                01 factor_count PIC 9(3) VALUE ZEROS.
                01 factor_tab OCCURS 1 TO 500 TIMES
                                    DEPENDING ON factor_count.
                    02 fc_fuel_type    PIC X VALUE "G".
                    02 fc_eff_date     PIC 9(8) VALUE ZEROS.
                    02 fc_kg_per_liter PIC 9V9(5) VALUE ZEROS.
                01 factor_lookup_vars.
                    02 row_factor_found PIC 9 VALUE ZERO.
                    02 row_factor_date PIC 9(8) VALUE ZEROS.
                    02 row_co2_factor  PIC 9V9(5) VALUE ZEROS.
                    02 factor_idx      PIC 9(3) VALUE ZEROS.
                01 price_check_vars.
                    02 ref_found       PIC 9 VALUE ZERO.
                    02 ref_eff_date    PIC 9(8) VALUE ZEROS.
                    02 ref_price       PIC 99V999 VALUE ZEROS.
                    02 price_low       PIC 99V999 VALUE ZEROS.
                    02 price_high      PIC 99V999 VALUE ZEROS.
                *> every month period-close has closed - a row
                *> dated in one of these never gets into the history.
                01 closed_count PIC 9(4) VALUE ZEROS.
                01 closed_tab OCCURS 1 TO 1200 TIMES
                                    DEPENDING ON closed_count.
                    02 cp_period       PIC 9(6) VALUE ZEROS.
                01 closed_check_vars.
                    02 check_period    PIC 9(6) VALUE ZEROS.
                    02 period_is_closed PIC 9 VALUE ZERO.
                    02 closed_idx      PIC 9(4) VALUE ZEROS.
                01 load_rejected         PIC 9 VALUE ZERO.
                01 load_reject_reason    PIC X(30) VALUE SPACES.
                01 line_out              PIC X(132) VALUE SPACES.
                    02 inq_warns       PIC 9(4) VALUE ZEROS.
                    02 inq_warn_odo    PIC 9(6) VALUE ZEROS.
                    02 inq_warn_date   PIC 9(8) VALUE ZEROS.
                    02 inq_resolved    PIC 9(4) VALUE ZEROS.
                    02 inq_show        PIC 9 VALUE ZERO.
                    02 inq_ring_pos    PIC 9(4) VALUE ZEROS.
                    02 inq_skip        PIC 9(4) VALUE ZEROS.
                01 entry_line            PIC X(120) VALUE SPACES.
                01 line_number           PIC 9(6) VALUE ZEROS.
                01 lines_to_skip         PIC 9(6) VALUE ZEROS.
                01 checkpoint_line       PIC X(160) VALUE SPACES.
                01 ck_csv_name           PIC X(125) VALUE SPACES.
                01 ck_line_no            PIC 9(6) VALUE ZEROS.
                01 ck_run_key.
                    02 ck_run_date       PIC 9(8) VALUE ZEROS.
                    02 ck_run_time       PIC 9(8) VALUE ZEROS.
                *> this run's run-history key, taken as the load starts
                *> and stamped on every row it writes.
                01 load_run_key.
                    02 load_run_date     PIC 9(8) VALUE ZEROS.
                    02 load_run_time     PIC 9(8) VALUE ZEROS.
                01 fillup OCCURS 1 TO 9999 TIMES DEPENDING ON rec_count.
                    02 vehicle_id      PIC X(10) VALUE SPACES.
                    02 seq_no          PIC 9(6) VALUE ZEROS.
                    02 seg_co2         PIC 999V99 VALUE ZEROS.
                    02 walk_idx        PIC 9(4) VALUE ZEROS.
                    02 walk_done       PIC 9 VALUE ZERO.
                *> one line per vehicle and cost center for the league
                *> table and the delimited extract: lifetime figures,
                *> plus the derived per-distance rates the ranking
                *> sorts on.
                *> Only rows with a measured distance feed the rates,
                *> so an anchor fill-up's cost can't dilute them.
                01 rank_count PIC 9(3) VALUE ZEROS.
                01 rank_tab OCCURS 1 TO 500 TIMES
                                    DEPENDING ON rank_count.
                    02 rk_vehicle      PIC X(10) VALUE SPACES.
                    02 rk_cost_center  PIC X(6) VALUE SPACES.
                    02 rk_fillups      PIC 9(4) VALUE ZEROS.
                    02 rk_liters       PIC 9(7)V99 VALUE ZEROS.
                    02 rk_spend        PIC 9(7)V99 VALUE ZEROS.
                    02 rk_cost100      PIC 9(4)V99 VALUE ZEROS.
                    02 rk_co2km        PIC 9V999 VALUE ZEROS.
                    02 rk_avg_mlg      PIC 99V9 VALUE ZEROS.
                01 rank_swap             PIC X(95) VALUE SPACES.
                *> one line per driver for the report's driver
                *> section: lifetime liters, spend, distance and
                *> average mileage over the rows that carry their id,
                    END-IF
                END-IF.

            load_factor_table.
                *> no emission factor file (status 35) just means
                *> every row prices at the built-in factors, the way
                *> it always did.
                MOVE 0 TO factors_available.
                MOVE 0 TO factor_count.
                OPEN INPUT emission_factor_file.
                EVALUATE emission_factor_status
                    WHEN "00"
                        MOVE 1 TO factors_available
                    WHEN "35"
                        CONTINUE
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
                                DISPLAY "ERROR: more than 500 emission"
                                    " factors on " factor_file_name
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO factor_count
                            MOVE ef_fuel_type TO fc_fuel_type (factor_count)
                            MOVE ef_eff_date TO fc_eff_date (factor_count)
                            MOVE ef_kg_per_liter
                                TO fc_kg_per_liter (factor_count)
                        END-IF
                    END-PERFORM
                    CLOSE emission_factor_file
                END-IF.

            find_emission_factor.
                *> newest factor for the row's fuel type at or before
                *> its fill-up date; nothing in force (an undated
                *> migrated row, or a date older than the first
                *> factor keyed) prices at the built-in constant.
                MOVE 0 TO row_factor_found.
                MOVE ZEROS TO row_factor_date.
                IF factors_available = 1 AND fillup_date (i) > 0 THEN
                    PERFORM VARYING factor_idx FROM 1 BY 1
                            UNTIL factor_idx > factor_count
                        IF fc_fuel_type (factor_idx) = fuel_type (i)
                                AND fc_eff_date (factor_idx)
                                    <= fillup_date (i)
                                AND (row_factor_found = 0
                                    OR fc_eff_date (factor_idx)
                                        > row_factor_date) THEN
                            MOVE 1 TO row_factor_found
                            MOVE fc_eff_date (factor_idx)
                                TO row_factor_date
                            MOVE fc_kg_per_liter (factor_idx)
                                TO row_co2_factor
                        END-IF
                    END-PERFORM
                END-IF.
                IF row_factor_found = 0 THEN
                    IF fuel_is_diesel (i) THEN
                        MOVE CONST_DIESEL_CO2_KG TO row_co2_factor
                    ELSE
                        MOVE CONST_GAS_CO2_KG TO row_co2_factor
                    END-IF
                END-IF.

            reject_fillup.
                MOVE 0 TO valid_flag (i)
                ADD 1 TO exception_count
                END-PERFORM.

            compute_mileage.
                PERFORM load_factor_table.
                IF rec_count > 0 AND fillup_is_new (1) THEN
                    *> the very first record on the whole file has no
                    *> earlier reading at all to measure a distance
                        DIVIDE distance BY fuel_spent GIVING mileage (i)
                        MOVE distance TO dist (i)
                        MOVE fuel_spent TO spent (i)
                        *> compute enviromental impact, at the factor
                        *> in force on this fill-up's date
                        PERFORM find_emission_factor
                        COMPUTE kg_co2 (i) = fuel_spent * row_co2_factor
                        COMPUTE co2_by_km (i) = kg_co2 (i) / distance
                        COMPUTE trees (i) = (kg_co2 (i) / 1000) / CONST_TREE_TON_CO2
                        ADD kg_co2 (i) TO total_co2_kg
                            MOVE cost_amount (i) TO fm_cost_amount
                            MOVE cost_per_100km (i) TO fm_cost_100km
                            MOVE cost_trend (i) TO fm_cost_trend
                            *> a row re-priced after a correction or a
                            *> back-out keeps a repair service-history
                            *> logged against its warning - the
                            *> warning it would raise again is the
                            *> one already resolved.
                            IF fm_maint_flag = "X"
                                    AND maintenance_flag (i) = "W" THEN
                                CONTINUE
                            ELSE
                                MOVE maintenance_flag (i) TO fm_maint_flag
                            END-IF
                            REWRITE fillup_master_record
                            END-REWRITE
                            IF fillup_master_status NOT = "00" THEN
                MOVE "=== Fleet ranking (best to worst cost per 100km) ==="
                    TO line_out.
                PERFORM print_ranking_line.
                MOVE "rank vehicle    cost_cc cost/100km avg_mlg co2/km     spend warns rejects"
                    TO line_out.
                PERFORM print_ranking_line.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > rank_count
                    MOVE rk_spend (i) TO edit_rk_spend
                    MOVE SPACES TO line_out
                    IF rk_dist (i) > 0 THEN
                        STRING rank_pos "  " rk_vehicle (i) " "
                                rk_cost_center (i) "   "
                                edit_rk_cost "   " edit_rk_avg "  "
                                edit_rk_co2km " " edit_rk_spend "  "
                                rk_warns (i) "  " rk_rejects (i)
                            DELIMITED BY SIZE INTO line_out
                    ELSE
                        STRING rank_pos "  " rk_vehicle (i) " "
                                rk_cost_center (i)
                                "   (no measured distance yet) "
                                edit_rk_spend "  " rk_warns (i) "  "
                                rk_rejects (i)

            build_fleet_ranking.
                MOVE 0 TO rank_count.
                PERFORM load_cost_center_history.
                PERFORM open_units_registry.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > rec_count
                    PERFORM resolve_cost_center
                    PERFORM find_rank_slot
                    EVALUATE TRUE
                        WHEN carry_forward_row (i)
                            rk_mileage_sum (j) / rk_mileage_n (j)
                    END-IF
                END-PERFORM.
                IF units_registry_open = 1 THEN
                    CLOSE vehicle_master_file
                    MOVE 0 TO units_registry_open
                END-IF.

            load_cost_center_history.
                *> no history file (status 35) means no vehicle has
                *> ever moved - each charges to its registry record.
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
                                        cc_history_name
                                    MOVE 16 TO RETURN-CODE
                                    STOP RUN
                                END-IF
                                ADD 1 TO cch_count
                                MOVE ch_vehicle_id TO cc_vehicle (cch_count)
                                MOVE ch_eff_date TO cc_eff_date (cch_count)
                                MOVE ch_cost_center
                                    TO cc_cost_center (cch_count)
                            END-IF
                        END-PERFORM
                        CLOSE cc_history_file
                    WHEN "35"
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "ERROR: could not open cost center history "
                            cc_history_name ": status " cc_history_status
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-EVALUATE.

            resolve_cost_center.
                *> the cost center in force for row i's vehicle on its
                *> fill-up date - newest assignment at or before it,
                *> else the registry's cost center, else suspense -
                *> the same rule gl-posting charges the GL by, so the
                *> league table and the ledger agree on who paid.
                MOVE SPACES TO row_cost_center.
                MOVE 0 TO row_cc_found.
                MOVE ZEROS TO row_cc_eff_date.
                PERFORM VARYING cc_idx FROM 1 BY 1 UNTIL cc_idx > cch_count
                    IF cc_vehicle (cc_idx) = vehicle_id (i)
                            AND cc_eff_date (cc_idx) <= fillup_date (i)
                            AND (row_cc_found = 0
                                OR cc_eff_date (cc_idx) >= row_cc_eff_date)
                            THEN
                        MOVE 1 TO row_cc_found
                        MOVE cc_eff_date (cc_idx) TO row_cc_eff_date
                        MOVE cc_cost_center (cc_idx) TO row_cost_center
                    END-IF
                END-PERFORM.
                IF row_cc_found = 0 AND units_registry_open = 1 THEN
                    MOVE vehicle_id (i) TO vm_vehicle_id
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

            find_rank_slot.
                MOVE 0 TO rank_hit.
                PERFORM VARYING j FROM 1 BY 1
                        UNTIL j > rank_count OR rank_hit = 1
                    IF rk_vehicle (j) = vehicle_id (i)
                            AND rk_cost_center (j) = row_cost_center THEN
                        MOVE 1 TO rank_hit
                        MOVE j TO rank_slot
                    END-IF
                    ADD 1 TO rank_count
                    MOVE rank_count TO rank_slot
                    MOVE vehicle_id (i) TO rk_vehicle (rank_slot)
                    MOVE row_cost_center TO rk_cost_center (rank_slot)
                    MOVE ZEROS TO rk_fillups (rank_slot)
                    MOVE ZEROS TO rk_liters (rank_slot)
                    MOVE ZEROS TO rk_spend (rank_slot)
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.
                MOVE "vehicle_id;fillups;liters;spend;distance;kg_co2;avg_mileage;cost_per_100km;co2_per_km;warnings;rejected;cost_center"
                    TO line_out.
                PERFORM print_extract_line.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > rank_count
                            rk_fillups (i) ";" ex_liters ";"
                            ex_spend ";" ex_dist ";" ex_co2 ";"
                            ex_avg ";" ex_cost ";" ex_co2km ";"
                            rk_warns (i) ";" rk_rejects (i) ";"
                            rk_cost_center (i)
                        DELIMITED BY SIZE INTO line_out
                    PERFORM print_extract_line
                END-PERFORM.
                    CLOSE fillup_master_file
                    OPEN INPUT fillup_master_file
                END-IF
                IF fillup_master_status = "39" THEN
                    DISPLAY "ERROR: " master_file_name " is the"
                        " old, shorter fill-up layout - run"
                        " run-stamp-migrate first"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF fillup_master_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open master file "
                        master_file_name ": status " fillup_master_status
                ACCEPT entry_vehicle_id.
                DISPLAY "Fill-up date (YYYYMMDD): " WITH NO ADVANCING.
                ACCEPT entry_date.
                PERFORM load_closed_periods.
                MOVE entry_date (1:6) TO check_period.
                PERFORM check_period_closed.
                IF period_is_closed = 1 THEN
                    DISPLAY "ERROR: period " check_period " is closed"
                        " - nothing dated in it can be added; a"
                        " correction goes through fillup-fix as an"
                        " adjustment"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.
                DISPLAY "Odometer reading: " WITH NO ADVANCING.
                ACCEPT entry_odometer.
                DISPLAY "Odometer declaration only - no fuel? (1=yes, 0=no): "
            scan_vehicle_history.
                MOVE ZEROS TO inq_rows inq_msum inq_mn inq_dist
                               inq_mspend inq_warns inq_warn_odo
                               inq_warn_date inq_resolved.
                MOVE entry_vehicle_id TO fm_vehicle_id.
                MOVE ZEROS TO fm_seq_no.
                START fillup_master_file KEY NOT < fm_key
                    MOVE fm_odometer TO inq_warn_odo
                    MOVE fm_fillup_date TO inq_warn_date
                END-IF.
                *> "X" is a warning a logged repair has since dealt
                *> with - history, not something still outstanding.
                IF fm_maint_flag = "X" THEN
                    ADD 1 TO inq_resolved
                END-IF.

            show_vehicle_inquiry.
                MOVE 5 TO inq_show.
                        " on " inq_warn_date " **"
                ELSE
                    DISPLAY "  no outstanding maintenance warnings"
                END-IF
                IF inq_resolved > 0 THEN
                    DISPLAY "  " inq_resolved " earlier warnings"
                        " resolved by a logged repair"
                END-IF.

            read_checkpoint.
                    END-READ
                    IF checkpoint_file_status = "00" THEN
                        MOVE checkpoint_record TO checkpoint_line
                        MOVE ZEROS TO ck_run_key
                        UNSTRING checkpoint_line DELIMITED BY ";"
                            INTO ck_csv_name ck_line_no ck_run_key
                        END-UNSTRING
                        IF ck_csv_name = csv_file_name THEN
                            MOVE ck_line_no TO lines_to_skip
                            *> the rows already in came in under the
                            *> interrupted run's key - carry on under
                            *> it, so the whole load backs out as one.
                            *> A checkpoint from before keys were
                            *> kept has none to give.
                            IF ck_run_date > 0 THEN
                                MOVE ck_run_key TO load_run_key
                            END-IF
                        END-IF
                    END-IF
                    CLOSE checkpoint_file
                MOVE SPACES TO checkpoint_line.
                PERFORM trim_csv_file_name.
                STRING csv_file_name (1:trim_len) DELIMITED BY SIZE ";"
                        line_number DELIMITED BY SIZE ";"
                        load_run_key DELIMITED BY SIZE
                    INTO checkpoint_line
                OPEN OUTPUT checkpoint_file.
                IF checkpoint_file_status NOT = "00" THEN
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                *> filed under the key tonight's rows were stamped
                *> with, so run-backout can get from one to the other.
                MOVE load_run_date TO rh_run_date.
                MOVE load_run_time TO rh_run_time.
                PERFORM trim_csv_file_name.
                MOVE SPACES TO rh_csv_name.
                IF trim_len > 40 THEN
                *> file ever accepted - the same site sending the
                *> same sequence number again is a re-send, however
                *> the file is named, and loading it would post every
                *> fill-up twice. A line run-backout appended
                *> ("-;site;seq;...") releases the pair again - the
                *> load it let in was taken back out, so the
                *> corrected file may come through.
                MOVE 0 TO dup_found.
                OPEN INPUT control_log_file.
                IF control_log_status = "00" THEN
                            MOVE control_log_record TO ctl_line
                            MOVE SPACES TO ctl_site
                            MOVE ZEROS TO ctl_file_seq
                            IF ctl_line (1:2) = "-;" THEN
                                UNSTRING ctl_line (3:178) DELIMITED BY ";"
                                    INTO ctl_site ctl_file_seq
                                END-UNSTRING
                                IF ctl_site = hdr_site
                                        AND ctl_file_seq = hdr_file_seq THEN
                                    MOVE 0 TO dup_found
                                END-IF
                            ELSE
                                UNSTRING ctl_line DELIMITED BY ";"
                                    INTO ctl_site ctl_file_seq
                                END-UNSTRING
                                IF ctl_site = hdr_site
                                        AND ctl_file_seq = hdr_file_seq THEN
                                    MOVE 1 TO dup_found
                                END-IF
                            END-IF
                        END-IF
                    END-PERFORM
                        hdr_file_seq DELIMITED BY SIZE ";"
                        hdr_file_date DELIMITED BY SIZE ";"
                        csv_file_name (1:trim_len) DELIMITED BY SIZE ";"
                        csv_row_count DELIMITED BY SIZE ";"
                        load_run_key DELIMITED BY SIZE
                    INTO ctl_line
                WRITE control_log_record FROM ctl_line.
                IF control_log_status NOT = "00" THEN
                ADD 1 TO next_seq_no.
                MOVE next_seq_no TO date_check_floor.
                MOVE 0 TO line_number.
                ACCEPT load_run_date FROM DATE YYYYMMDD.
                ACCEPT load_run_time FROM TIME.
                IF restart_mode = 1 THEN
                    PERFORM read_checkpoint
                END-IF.
                OPEN INPUT csv_file.
                PERFORM open_registry_for_load.
                PERFORM load_closed_periods.
                OPEN I-O fillup_master_file.
                IF fillup_master_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open master file "
                            MOVE ZEROS TO fm_cost_100km
                            MOVE SPACE TO fm_cost_trend
                            MOVE SPACE TO fm_maint_flag
                            MOVE load_run_key TO fm_run_key
                            UNSTRING line_record DELIMITED BY ';'
                                INTO fm_vehicle_id
                                    fm_odometer
                            IF registry_available = 1 THEN
                                PERFORM check_vehicle_registered
                            END-IF
                            IF load_rejected = 0 AND closed_count > 0 THEN
                                MOVE fm_fillup_date (1:6) TO check_period
                                PERFORM check_period_closed
                                IF period_is_closed = 1 THEN
                                    MOVE 1 TO load_rejected
                                    MOVE "fill-up month is closed"
                                        TO load_reject_reason
                                END-IF
                            END-IF
                            IF load_rejected = 1 THEN
                                PERFORM load_reject
                            ELSE
                        END-IF
                END-EVALUATE.

            load_closed_periods.
                *> no control file (status 35) means nothing has ever
                *> been closed - everything loads as it always did.
                MOVE 0 TO closed_count.
                OPEN INPUT period_control_file.
                EVALUATE period_control_status
                    WHEN "00"
                        MOVE 0 TO end_of_file
                        PERFORM UNTIL end_of_file = 1
                            READ period_control_file NEXT RECORD
                                AT END MOVE 1 TO end_of_file
                            END-READ
                            IF end_of_file = 0 AND pc_status = "C"
                                    AND closed_count < 1200 THEN
                                ADD 1 TO closed_count
                                MOVE pc_period TO cp_period (closed_count)
                            END-IF
                        END-PERFORM
                        CLOSE period_control_file
                        MOVE 0 TO end_of_file
                    WHEN "35"
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "ERROR: could not open period control file "
                            period_control_name ": status "
                            period_control_status
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-EVALUATE.

            check_period_closed.
                MOVE 0 TO period_is_closed.
                PERFORM VARYING closed_idx FROM 1 BY 1
                        UNTIL closed_idx > closed_count
                            OR period_is_closed = 1
                    IF cp_period (closed_idx) = check_period THEN
                        MOVE 1 TO period_is_closed
                    END-IF
                END-PERFORM.

            convert_native_units.
                IF vm_odo_unit = "M" THEN
                    COMPUTE fm_odometer =
