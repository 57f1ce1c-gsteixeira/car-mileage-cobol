        *> Fuel misuse pattern report for car-mileage
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
        *> Validation catches a single bad row and price-overpay a high
        *> price; nothing looked for the patterns that say fuel is
        *> going somewhere other than the vehicle. This sweeps the
        *> fill-up history (a whole month, or all of it) and tests
        *> every fill-up against five rules:
        *>  Q  quick refill - a second fill on the same vehicle the
        *>     same day, or with less than CONST_QUICK_KM on the
        *>     odometer since the one before. The history keeps the
        *>     date of a fill but not the time, so the odometer is
        *>     the clock: a few hours' driving is a few dozen km.
        *>  B  burn over distance - the liters put in since the last
        *>     full tank add up to more than the vehicle could have
        *>     burned over the distance driven since, at a generous
        *>     CONST_MAX_L100 liters per 100 km plus a little slack.
        *>  W  weekend or company holiday - holidays are read from
        *>     company_holidays.txt, one YYYYMMDD per line (anything
        *>     after a ";" is a description and ignored); with no
        *>     holiday file only weekends count.
        *>  T  over the tank in a day - the vehicle's fills on one
        *>     date add up to more than its registered tank capacity.
        *>  M  one driver, several vehicles - the same driver fuelled
        *>     CONST_DRIVER_VEHICLES or more different vehicles on
        *>     the same day.
        *> Each rule a fill-up breaks adds its weight to the fill-up's
        *> score, and every vehicle and driver is scored as the sum
        *> of their fill-ups. The report lists the suspect fill-ups
        *> ranked by score with who was driving (fm_driver_id and the
        *> name off driver_master.dat), then the vehicle and the
        *> driver scores ranked the same way - one list for internal
        *> audit to work down.
        *>  Voided rows and validation rejections never count;
        *>  carry-forward records only anchor the odometer and
        *>  odometer declarations are left out altogether. With a
        *>  month given, rows before it still anchor the first fills
        *>  of the month, but only fills dated in the month are
        *>  judged. A missing vehicle registry skips rule T and a
        *>  missing driver file just leaves the names blank.
        *>
        *> compiles like this:  cobc -x --free fuelmisuse.cob
        *> runs like this:      ./fuel-misuse [report_month_YYYYMM] [path_to_master_file]
        *>
        IDENTIFICATION DIVISION.
        PROGRAM-ID. fuel-misuse.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-10-15
            INSTALLATION. cobc -x --free fuelmisuse.cob
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT fillup_master_file ASSIGN TO master_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS fm_key
                        FILE STATUS IS fillup_master_status.
                    SELECT vehicle_master_file ASSIGN TO registry_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS vm_vehicle_id
                        FILE STATUS IS vehicle_master_status.
                    SELECT driver_master_file ASSIGN TO driver_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS dm_driver_id
                        FILE STATUS IS driver_master_status.
                    SELECT holiday_file ASSIGN TO holiday_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS holiday_file_status.
                    SELECT misuse_file ASSIGN TO misuse_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS misuse_file_status.
        DATA DIVISION.
            FILE SECTION.
                FD  fillup_master_file.
                    COPY "fillupmaster.cpy".
                FD  vehicle_master_file.
                    COPY "vehiclemaster.cpy".
                FD  driver_master_file.
                    COPY "drivermaster.cpy".
                FD  holiday_file.
                    01 holiday_line  PIC X(80) VALUE SPACES.
                FD  misuse_file.
                    01 misuse_line  PIC X(132) VALUE SPACES.
            WORKING-STORAGE SECTION.
                *> the rule thresholds and weights. The weights say how
                *> much each pattern is worth on its own: a weekend
                *> fill is often nothing, fuel the vehicle could not
                *> have burned rarely is.
                01 CONST_QUICK_KM          PIC 9(3) VALUE 50.
                01 CONST_MAX_L100          PIC 99V9 VALUE 25.0.
                01 CONST_BURN_SLACK        PIC 99V99 VALUE 5.00.
                01 CONST_DRIVER_VEHICLES   PIC 9 VALUE 3.
                01 rule_weights.
                    02 CONST_WEIGHT_QUICK  PIC 9 VALUE 3.
                    02 CONST_WEIGHT_BURN   PIC 9 VALUE 4.
                    02 CONST_WEIGHT_DAY    PIC 9 VALUE 1.
                    02 CONST_WEIGHT_TANK   PIC 9 VALUE 4.
                    02 CONST_WEIGHT_MULTI  PIC 9 VALUE 3.
                01 rule_weight_tab REDEFINES rule_weights.
                    02 rule_weight OCCURS 5 TIMES PIC 9.
                01 master_file_name      PIC X(125) VALUE "fillup_master.dat".
                01 registry_file_name    PIC X(125) VALUE "vehicle_master.dat".
                01 driver_file_name      PIC X(125) VALUE "driver_master.dat".
                01 holiday_file_name     PIC X(125) VALUE "company_holidays.txt".
                01 misuse_file_name      PIC X(125) VALUE "misuse_report.txt".
                01 fillup_master_status  PIC XX VALUE SPACES.
                01 vehicle_master_status PIC XX VALUE SPACES.
                01 driver_master_status  PIC XX VALUE SPACES.
                01 holiday_file_status   PIC XX VALUE SPACES.
                01 misuse_file_status    PIC XX VALUE SPACES.
                01 end_of_file           PIC 9 VALUE ZERO.
                01 registry_available    PIC 9 VALUE ZERO.
                01 command_tokens.
                    02 command_token OCCURS 2 TIMES PIC X(125) VALUE SPACES.
                01 token_idx             PIC 9 VALUE ZEROS.
                01 report_month          PIC 9(6) VALUE ZEROS.
                01 report_mm             PIC 99 VALUE ZEROS.
                01 record_month          PIC 9(6) VALUE ZEROS.
                *> the registry's tank capacities and the drivers'
                *> names, pulled in up front.
                01 veh_count PIC 9(3) VALUE ZEROS.
                01 veh_tab OCCURS 1 TO 500 TIMES
                                    DEPENDING ON veh_count.
                    02 vt_vehicle_id   PIC X(10) VALUE SPACES.
                    02 vt_tank         PIC 9(3) VALUE ZEROS.
                01 drv_count PIC 9(3) VALUE ZEROS.
                01 drv_tab OCCURS 1 TO 500 TIMES
                                    DEPENDING ON drv_count.
                    02 dt_driver_id    PIC X(8) VALUE SPACES.
                    02 dt_name         PIC X(30) VALUE SPACES.
                01 hol_count PIC 9(3) VALUE ZEROS.
                01 hol_tab OCCURS 1 TO 500 TIMES
                                    DEPENDING ON hol_count.
                    02 hd_date         PIC 9(8) VALUE ZEROS.
                01 holiday_text          PIC X(8) VALUE SPACES.
                *> every usable row of the history, in key order, so
                *> one vehicle's fills sit together oldest first.
                *> fu_rules holds one letter per rule broken, in the
                *> order Q B W T M - a space where the rule held.
                01 fu_count PIC 9(5) VALUE ZEROS.
                01 fu_tab OCCURS 1 TO 20000 TIMES DEPENDING ON fu_count.
                    02 fu_vehicle      PIC X(10) VALUE SPACES.
                    02 fu_seq          PIC 9(6) VALUE ZEROS.
                    02 fu_date         PIC 9(8) VALUE ZEROS.
                    02 fu_odometer     PIC 9(6) VALUE ZEROS.
                    02 fu_liters       PIC 999V99 VALUE ZEROS.
                    02 fu_topup        PIC 9 VALUE ZERO.
                    02 fu_carry        PIC X VALUE SPACE.
                    02 fu_driver       PIC X(8) VALUE SPACES.
                    02 fu_in_period    PIC 9 VALUE ZERO.
                    02 fu_rules.
                        03 fu_rule     OCCURS 5 TIMES PIC X.
                    02 fu_score        PIC 99 VALUE ZEROS.
                *> distinct driver + day + vehicle combinations, for
                *> rule M.
                01 dv_count PIC 9(5) VALUE ZEROS.
                01 dv_tab OCCURS 1 TO 20000 TIMES DEPENDING ON dv_count.
                    02 dv_driver       PIC X(8) VALUE SPACES.
                    02 dv_date         PIC 9(8) VALUE ZEROS.
                    02 dv_vehicle      PIC X(10) VALUE SPACES.
                *> the suspect fill-ups, as slots into fu_tab, sorted
                *> by score.
                01 sx_count PIC 9(5) VALUE ZEROS.
                01 sx_tab OCCURS 1 TO 20000 TIMES DEPENDING ON sx_count.
                    02 sx_slot         PIC 9(5) VALUE ZEROS.
                01 sx_swap               PIC 9(5) VALUE ZEROS.
                *> the vehicle and driver scores: fills judged, fills
                *> flagged, how many times each rule fired, total.
                01 vs_count PIC 9(3) VALUE ZEROS.
                01 vs_tab OCCURS 1 TO 500 TIMES DEPENDING ON vs_count.
                    02 vs_vehicle      PIC X(10) VALUE SPACES.
                    02 vs_fills        PIC 9(5) VALUE ZEROS.
                    02 vs_flagged      PIC 9(5) VALUE ZEROS.
                    02 vs_rule_hits    OCCURS 5 TIMES PIC 9(4) VALUE ZEROS.
                    02 vs_score        PIC 9(6) VALUE ZEROS.
                01 ds_count PIC 9(3) VALUE ZEROS.
                01 ds_tab OCCURS 1 TO 500 TIMES DEPENDING ON ds_count.
                    02 ds_driver       PIC X(8) VALUE SPACES.
                    02 ds_fills        PIC 9(5) VALUE ZEROS.
                    02 ds_flagged      PIC 9(5) VALUE ZEROS.
                    02 ds_rule_hits    OCCURS 5 TIMES PIC 9(4) VALUE ZEROS.
                    02 ds_score        PIC 9(6) VALUE ZEROS.
                01 score_swap            PIC X(60) VALUE SPACES.
                01 aux_vars.
                    02 i               PIC 9(5) VALUE ZEROS.
                    02 j               PIC 9(5) VALUE ZEROS.
                    02 k               PIC 9(5) VALUE ZEROS.
                    02 r               PIC 9 VALUE ZERO.
                    02 hit             PIC 9 VALUE ZERO.
                    02 prev_vehicle    PIC X(10) VALUE SPACES.
                    02 prev_fill       PIC 9(5) VALUE ZEROS.
                    02 anchor_set      PIC 9 VALUE ZERO.
                    02 anchor_odometer PIC 9(6) VALUE ZEROS.
                    02 liters_since    PIC 9(5)V99 VALUE ZEROS.
                    02 burn_allowed    PIC 9(5)V99 VALUE ZEROS.
                    02 fill_distance   PIC S9(7) VALUE ZEROS.
                    02 block_start     PIC 9(5) VALUE ZEROS.
                    02 block_end       PIC 9(5) VALUE ZEROS.
                    02 day_liters      PIC 9(5)V99 VALUE ZEROS.
                    02 tank_capacity   PIC 9(3) VALUE ZEROS.
                    02 day_vehicles    PIC 9(3) VALUE ZEROS.
                    02 fills_judged    PIC 9(6) VALUE ZEROS.
                    02 driver_name     PIC X(30) VALUE SPACES.
                *> day-of-week arithmetic (Zeller's congruence), so a
                *> weekend is found with nothing but integer division.
                01 weekday_vars.
                    02 wd_year         PIC 9(4) VALUE ZEROS.
                    02 wd_month        PIC 99 VALUE ZEROS.
                    02 wd_day          PIC 99 VALUE ZEROS.
                    02 wd_century      PIC 99 VALUE ZEROS.
                    02 wd_year_of_cent PIC 99 VALUE ZEROS.
                    02 wd_month_term   PIC 9(3) VALUE ZEROS.
                    02 wd_quarter1     PIC 99 VALUE ZEROS.
                    02 wd_quarter2     PIC 99 VALUE ZEROS.
                    02 wd_sum          PIC 9(5) VALUE ZEROS.
                    02 wd_quotient     PIC 9(5) VALUE ZEROS.
                    *> 0 is Saturday, 1 Sunday, 2 Monday ... 6 Friday
                    02 wd_weekday      PIC 9 VALUE ZERO.
                01 line_out              PIC X(132) VALUE SPACES.
                01 report_edit_fields.
                    02 edit_liters     PIC ZZ9.99.
                    02 edit_score      PIC Z9.
                    02 edit_total      PIC ZZZZZ9.
        PROCEDURE DIVISION.
            main.
                PERFORM parse_command_line.
                IF report_month > 0 THEN
                    MOVE report_month (5:2) TO report_mm
                    IF report_month < 190001 OR report_month > 999912
                            OR report_mm < 1 OR report_mm > 12 THEN
                        DISPLAY "ERROR: report month must be YYYYMM,"
                            " got " command_token (1)
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE SPACES TO misuse_file_name
                    STRING "misuse_" report_month ".rpt"
                        DELIMITED BY SIZE INTO misuse_file_name
                END-IF
                PERFORM load_vehicle_tanks.
                PERFORM load_driver_names.
                PERFORM load_holidays.
                PERFORM load_fillups.
                PERFORM check_vehicle_sequence.
                PERFORM check_calendar_days.
                PERFORM check_day_totals.
                PERFORM check_driver_days.
                PERFORM score_fillups.
                PERFORM write_misuse_report.
                DISPLAY "Judged " fills_judged " fill-ups, "
                    sx_count " suspect - report in " misuse_file_name.
            STOP RUN.

            parse_command_line.
                PERFORM VARYING token_idx FROM 1 BY 1 UNTIL token_idx > 2
                    DISPLAY token_idx UPON ARGUMENT-NUMBER
                    MOVE SPACES TO command_token (token_idx)
                    ACCEPT command_token (token_idx) FROM ARGUMENT-VALUE
                        ON EXCEPTION
                            MOVE SPACES TO command_token (token_idx)
                    END-ACCEPT
                END-PERFORM.
                IF command_token (1) = "--usage" THEN
                    DISPLAY "fuel-misuse [report_month_YYYYMM]"
                        " [path_to_master_file]"
                    STOP RUN
                END-IF
                IF command_token (1) NOT = SPACES THEN
                    MOVE command_token (1) TO report_month
                END-IF
                IF command_token (2) NOT = SPACES THEN
                    MOVE command_token (2) TO master_file_name
                END-IF.

            load_vehicle_tanks.
                MOVE 0 TO registry_available.
                OPEN INPUT vehicle_master_file.
                EVALUATE vehicle_master_status
                    WHEN "00"
                        MOVE 1 TO registry_available
                    WHEN "35"
                        DISPLAY "no vehicle registry on file -"
                            " tank checks skipped"
                    WHEN OTHER
                        DISPLAY "ERROR: could not open registry file "
                            registry_file_name ": status "
                            vehicle_master_status
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-EVALUATE.
                IF registry_available = 1 THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ vehicle_master_file NEXT RECORD
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 THEN
                            IF veh_count >= 500 THEN
                                DISPLAY "ERROR: more than 500 vehicles on "
                                    registry_file_name
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO veh_count
                            MOVE vm_vehicle_id
                                TO vt_vehicle_id (veh_count)
                            MOVE vm_tank_capacity TO vt_tank (veh_count)
                        END-IF
                    END-PERFORM
                    CLOSE vehicle_master_file
                END-IF.

            load_driver_names.
                OPEN INPUT driver_master_file.
                EVALUATE driver_master_status
                    WHEN "00"
                        MOVE 0 TO end_of_file
                        PERFORM UNTIL end_of_file = 1
                            READ driver_master_file NEXT RECORD
                                AT END MOVE 1 TO end_of_file
                            END-READ
                            IF end_of_file = 0 THEN
                                IF drv_count >= 500 THEN
                                    DISPLAY "ERROR: more than 500 drivers on "
                                        driver_file_name
                                    MOVE 16 TO RETURN-CODE
                                    STOP RUN
                                END-IF
                                ADD 1 TO drv_count
                                MOVE dm_driver_id
                                    TO dt_driver_id (drv_count)
                                MOVE dm_name TO dt_name (drv_count)
                            END-IF
                        END-PERFORM
                        CLOSE driver_master_file
                    WHEN "35"
                        DISPLAY "no driver registry on file -"
                            " driver names left blank"
                    WHEN OTHER
                        DISPLAY "ERROR: could not open driver file "
                            driver_file_name ": status "
                            driver_master_status
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-EVALUATE.

            load_holidays.
                OPEN INPUT holiday_file.
                EVALUATE holiday_file_status
                    WHEN "00"
                        MOVE 0 TO end_of_file
                        PERFORM UNTIL end_of_file = 1
                            READ holiday_file
                                AT END MOVE 1 TO end_of_file
                            END-READ
                            IF end_of_file = 0
                                    AND holiday_line NOT = SPACES THEN
                                MOVE SPACES TO holiday_text
                                UNSTRING holiday_line DELIMITED BY ";"
                                    INTO holiday_text
                                END-UNSTRING
                                IF holiday_text IS NUMERIC THEN
                                    IF hol_count >= 500 THEN
                                        DISPLAY "ERROR: more than 500"
                                            " holidays on "
                                            holiday_file_name
                                        MOVE 16 TO RETURN-CODE
                                        STOP RUN
                                    END-IF
                                    ADD 1 TO hol_count
                                    MOVE holiday_text
                                        TO hd_date (hol_count)
                                END-IF
                            END-IF
                        END-PERFORM
                        CLOSE holiday_file
                    WHEN "35"
                        DISPLAY "no company holiday file on file -"
                            " only weekends count"
                    WHEN OTHER
                        DISPLAY "ERROR: could not open holiday file "
                            holiday_file_name ": status "
                            holiday_file_status
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-EVALUATE.

            load_fillups.
                OPEN INPUT fillup_master_file.
                IF fillup_master_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open master file "
                        master_file_name ": status " fillup_master_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ fillup_master_file NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        IF fm_void_flag NOT = "V"
                                AND fm_carry_flag NOT = "D"
                                AND fm_computed_flag NOT = "R" THEN
                            PERFORM keep_fillup_row
                        END-IF
                    END-IF
                END-PERFORM
                CLOSE fillup_master_file.

            keep_fillup_row.
                *> a history too long to hold fails loudly rather
                *> than quietly judging only part of the fleet.
                IF fu_count >= 20000 THEN
                    DISPLAY "ERROR: more than 20000 usable fill-ups in "
                        master_file_name " - archive the closed years"
                        " out of it with year-end-archive"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO fu_count.
                MOVE fm_vehicle_id TO fu_vehicle (fu_count).
                MOVE fm_seq_no TO fu_seq (fu_count).
                MOVE fm_fillup_date TO fu_date (fu_count).
                MOVE fm_odometer TO fu_odometer (fu_count).
                MOVE fm_fuel TO fu_liters (fu_count).
                MOVE fm_topup TO fu_topup (fu_count).
                MOVE fm_carry_flag TO fu_carry (fu_count).
                MOVE fm_driver_id TO fu_driver (fu_count).
                MOVE SPACES TO fu_rules (fu_count).
                MOVE 0 TO fu_score (fu_count).
                MOVE fm_fillup_date (1:6) TO record_month.
                IF fm_carry_flag NOT = "C"
                        AND (report_month = 0
                            OR record_month = report_month) THEN
                    MOVE 1 TO fu_in_period (fu_count)
                    ADD 1 TO fills_judged
                ELSE
                    MOVE 0 TO fu_in_period (fu_count)
                END-IF.

            check_vehicle_sequence.
                *> rules Q and B walk each vehicle's fills in key
                *> order, the order car-mileage measures distance in.
                *> A carry-forward is a full-tank reading to measure
                *> from; a full fill both closes the interval since
                *> the last one and opens the next.
                MOVE SPACES TO prev_vehicle.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > fu_count
                    IF fu_vehicle (i) NOT = prev_vehicle THEN
                        MOVE fu_vehicle (i) TO prev_vehicle
                        MOVE 0 TO prev_fill
                        MOVE 0 TO anchor_set
                        MOVE 0 TO liters_since
                    END-IF
                    IF fu_carry (i) = "C" THEN
                        MOVE 1 TO anchor_set
                        MOVE fu_odometer (i) TO anchor_odometer
                        MOVE 0 TO liters_since
                        MOVE 0 TO prev_fill
                    ELSE
                        PERFORM check_quick_refill
                        PERFORM check_burn_over_distance
                        MOVE i TO prev_fill
                    END-IF
                END-PERFORM.

            check_quick_refill.
                IF prev_fill > 0 AND fu_in_period (i) = 1 THEN
                    COMPUTE fill_distance =
                        fu_odometer (i) - fu_odometer (prev_fill)
                    IF fu_date (i) = fu_date (prev_fill)
                            OR (fill_distance >= 0
                                AND fill_distance < CONST_QUICK_KM) THEN
                        MOVE "Q" TO fu_rule (i, 1)
                    END-IF
                END-IF.

            check_burn_over_distance.
                ADD fu_liters (i) TO liters_since.
                IF fu_topup (i) = 1 THEN
                    IF anchor_set = 1 AND fu_in_period (i) = 1 THEN
                        COMPUTE fill_distance =
                            fu_odometer (i) - anchor_odometer
                        IF fill_distance >= 0 THEN
                            COMPUTE burn_allowed =
                                fill_distance * CONST_MAX_L100 / 100
                                + CONST_BURN_SLACK
                            IF liters_since > burn_allowed THEN
                                MOVE "B" TO fu_rule (i, 2)
                            END-IF
                        END-IF
                    END-IF
                    MOVE 1 TO anchor_set
                    MOVE fu_odometer (i) TO anchor_odometer
                    MOVE 0 TO liters_since
                END-IF.

            check_calendar_days.
                *> rule W: a Saturday, a Sunday or a company holiday.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > fu_count
                    IF fu_in_period (i) = 1 AND fu_date (i) > 0 THEN
                        PERFORM find_weekday
                        IF wd_weekday < 2 THEN
                            MOVE "W" TO fu_rule (i, 3)
                        ELSE
                            PERFORM VARYING k FROM 1 BY 1
                                    UNTIL k > hol_count
                                IF hd_date (k) = fu_date (i) THEN
                                    MOVE "W" TO fu_rule (i, 3)
                                END-IF
                            END-PERFORM
                        END-IF
                    END-IF
                END-PERFORM.

            find_weekday.
                *> Zeller's congruence: January and February count as
                *> months 13 and 14 of the year before.
                MOVE fu_date (i) (1:4) TO wd_year.
                MOVE fu_date (i) (5:2) TO wd_month.
                MOVE fu_date (i) (7:2) TO wd_day.
                IF wd_month < 3 THEN
                    ADD 12 TO wd_month
                    SUBTRACT 1 FROM wd_year
                END-IF
                DIVIDE wd_year BY 100 GIVING wd_century
                    REMAINDER wd_year_of_cent.
                COMPUTE wd_month_term = (13 * (wd_month + 1)) / 5.
                COMPUTE wd_quarter1 = wd_year_of_cent / 4.
                COMPUTE wd_quarter2 = wd_century / 4.
                COMPUTE wd_sum = wd_day + wd_month_term
                    + wd_year_of_cent + wd_quarter1 + wd_quarter2
                    + 5 * wd_century.
                DIVIDE wd_sum BY 7 GIVING wd_quotient
                    REMAINDER wd_weekday.

            check_day_totals.
                *> rule T: one vehicle's fills on one date against its
                *> registered tank. A vehicle's rows sit together in
                *> key order, so each day only has to be totalled
                *> inside the vehicle's own block of rows.
                IF registry_available = 1 THEN
                    MOVE SPACES TO prev_vehicle
                    PERFORM VARYING i FROM 1 BY 1 UNTIL i > fu_count
                        IF fu_vehicle (i) NOT = prev_vehicle THEN
                            MOVE fu_vehicle (i) TO prev_vehicle
                            MOVE i TO block_start
                            MOVE i TO block_end
                            PERFORM UNTIL block_end >= fu_count
                                    OR fu_vehicle (block_end + 1)
                                        NOT = prev_vehicle
                                ADD 1 TO block_end
                            END-PERFORM
                            MOVE 0 TO tank_capacity
                            PERFORM VARYING k FROM 1 BY 1
                                    UNTIL k > veh_count
                                IF vt_vehicle_id (k) = prev_vehicle THEN
                                    MOVE vt_tank (k) TO tank_capacity
                                END-IF
                            END-PERFORM
                        END-IF
                        IF fu_in_period (i) = 1 AND tank_capacity > 0 THEN
                            MOVE 0 TO day_liters
                            PERFORM VARYING j FROM block_start BY 1
                                    UNTIL j > block_end
                                IF fu_date (j) = fu_date (i)
                                        AND fu_carry (j) NOT = "C" THEN
                                    ADD fu_liters (j) TO day_liters
                                END-IF
                            END-PERFORM
                            IF day_liters > tank_capacity THEN
                                MOVE "T" TO fu_rule (i, 4)
                            END-IF
                        END-IF
                    END-PERFORM
                END-IF.

            check_driver_days.
                *> rule M: collect each driver's distinct vehicles per
                *> day, then flag every fill of a driver who reached
                *> the limit that day. Rows with no driver keyed have
                *> nobody to hold to it.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > fu_count
                    IF fu_in_period (i) = 1
                            AND fu_driver (i) NOT = SPACES THEN
                        MOVE 0 TO hit
                        PERFORM VARYING k FROM 1 BY 1
                                UNTIL k > dv_count OR hit = 1
                            IF dv_driver (k) = fu_driver (i)
                                    AND dv_date (k) = fu_date (i)
                                    AND dv_vehicle (k) = fu_vehicle (i)
                                    THEN
                                MOVE 1 TO hit
                            END-IF
                        END-PERFORM
                        IF hit = 0 THEN
                            ADD 1 TO dv_count
                            MOVE fu_driver (i) TO dv_driver (dv_count)
                            MOVE fu_date (i) TO dv_date (dv_count)
                            MOVE fu_vehicle (i) TO dv_vehicle (dv_count)
                        END-IF
                    END-IF
                END-PERFORM.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > fu_count
                    IF fu_in_period (i) = 1
                            AND fu_driver (i) NOT = SPACES THEN
                        MOVE 0 TO day_vehicles
                        PERFORM VARYING k FROM 1 BY 1 UNTIL k > dv_count
                            IF dv_driver (k) = fu_driver (i)
                                    AND dv_date (k) = fu_date (i) THEN
                                ADD 1 TO day_vehicles
                            END-IF
                        END-PERFORM
                        IF day_vehicles >= CONST_DRIVER_VEHICLES THEN
                            MOVE "M" TO fu_rule (i, 5)
                        END-IF
                    END-IF
                END-PERFORM.

            score_fillups.
                *> weigh each fill-up's broken rules into its score,
                *> and roll the scores up onto its vehicle and its
                *> driver - every judged fill counts towards the
                *> "fills" column, flagged or not, so a score reads
                *> against how much the vehicle or driver fuelled.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > fu_count
                    IF fu_in_period (i) = 1 THEN
                        MOVE 0 TO fu_score (i)
                        PERFORM VARYING r FROM 1 BY 1 UNTIL r > 5
                            IF fu_rule (i, r) NOT = SPACE THEN
                                ADD rule_weight (r) TO fu_score (i)
                            END-IF
                        END-PERFORM
                        PERFORM find_vehicle_score
                        IF j > 0 THEN
                            ADD 1 TO vs_fills (j)
                            IF fu_score (i) > 0 THEN
                                ADD 1 TO vs_flagged (j)
                                ADD fu_score (i) TO vs_score (j)
                                PERFORM VARYING r FROM 1 BY 1
                                        UNTIL r > 5
                                    IF fu_rule (i, r) NOT = SPACE THEN
                                        ADD 1 TO vs_rule_hits (j, r)
                                    END-IF
                                END-PERFORM
                            END-IF
                        END-IF
                        IF fu_driver (i) NOT = SPACES THEN
                            PERFORM find_driver_score
                            IF j > 0 THEN
                                ADD 1 TO ds_fills (j)
                                IF fu_score (i) > 0 THEN
                                    ADD 1 TO ds_flagged (j)
                                    ADD fu_score (i) TO ds_score (j)
                                    PERFORM VARYING r FROM 1 BY 1
                                            UNTIL r > 5
                                        IF fu_rule (i, r) NOT = SPACE
                                                THEN
                                            ADD 1 TO ds_rule_hits (j, r)
                                        END-IF
                                    END-PERFORM
                                END-IF
                            END-IF
                        END-IF
                        IF fu_score (i) > 0 THEN
                            ADD 1 TO sx_count
                            MOVE i TO sx_slot (sx_count)
                        END-IF
                    END-IF
                END-PERFORM.
                PERFORM rank_suspects.
                PERFORM rank_vehicle_scores.
                PERFORM rank_driver_scores.

            find_vehicle_score.
                MOVE 0 TO j.
                PERFORM VARYING k FROM 1 BY 1
                        UNTIL k > vs_count OR j > 0
                    IF vs_vehicle (k) = fu_vehicle (i) THEN
                        MOVE k TO j
                    END-IF
                END-PERFORM.
                IF j = 0 THEN
                    IF vs_count >= 500 THEN
                        DISPLAY "ERROR: more than 500 vehicles in "
                            master_file_name
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO vs_count
                    MOVE vs_count TO j
                    INITIALIZE vs_tab (j)
                    MOVE fu_vehicle (i) TO vs_vehicle (j)
                END-IF.

            find_driver_score.
                MOVE 0 TO j.
                PERFORM VARYING k FROM 1 BY 1
                        UNTIL k > ds_count OR j > 0
                    IF ds_driver (k) = fu_driver (i) THEN
                        MOVE k TO j
                    END-IF
                END-PERFORM.
                IF j = 0 THEN
                    IF ds_count >= 500 THEN
                        DISPLAY "ERROR: more than 500 drivers in "
                            master_file_name
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO ds_count
                    MOVE ds_count TO j
                    INITIALIZE ds_tab (j)
                    MOVE fu_driver (i) TO ds_driver (j)
                END-IF.

            rank_suspects.
                *> neighbour-swap, highest score first; equal scores
                *> keep their key order, so one vehicle's run of
                *> suspect fills stays together.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i >= sx_count
                    PERFORM VARYING j FROM 1 BY 1 UNTIL j >= sx_count
                        IF fu_score (sx_slot (j))
                                < fu_score (sx_slot (j + 1)) THEN
                            MOVE sx_slot (j) TO sx_swap
                            MOVE sx_slot (j + 1) TO sx_slot (j)
                            MOVE sx_swap TO sx_slot (j + 1)
                        END-IF
                    END-PERFORM
                END-PERFORM.

            rank_vehicle_scores.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i >= vs_count
                    PERFORM VARYING j FROM 1 BY 1 UNTIL j >= vs_count
                        IF vs_score (j) < vs_score (j + 1) THEN
                            MOVE vs_tab (j) TO score_swap
                            MOVE vs_tab (j + 1) TO vs_tab (j)
                            MOVE score_swap TO vs_tab (j + 1)
                        END-IF
                    END-PERFORM
                END-PERFORM.

            rank_driver_scores.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i >= ds_count
                    PERFORM VARYING j FROM 1 BY 1 UNTIL j >= ds_count
                        IF ds_score (j) < ds_score (j + 1) THEN
                            MOVE ds_tab (j) TO score_swap
                            MOVE ds_tab (j + 1) TO ds_tab (j)
                            MOVE score_swap TO ds_tab (j + 1)
                        END-IF
                    END-PERFORM
                END-PERFORM.

            find_driver_name.
                MOVE SPACES TO driver_name.
                PERFORM VARYING k FROM 1 BY 1 UNTIL k > drv_count
                    IF dt_driver_id (k) = fu_driver (i) THEN
                        MOVE dt_name (k) TO driver_name
                    END-IF
                END-PERFORM.

            write_misuse_report.
                OPEN OUTPUT misuse_file.
                IF misuse_file_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open misuse report "
                        misuse_file_name ": status " misuse_file_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE SPACES TO line_out.
                IF report_month > 0 THEN
                    STRING "=== Fuel misuse patterns - period "
                            report_month " ==="
                        DELIMITED BY SIZE INTO line_out
                ELSE
                    MOVE "=== Fuel misuse patterns - whole history ==="
                        TO line_out
                END-IF
                PERFORM print_misuse_line.
                MOVE "Rules: Q quick refill  B more fuel than the distance"
                    TO line_out.
                PERFORM print_misuse_line.
                MOVE "       W weekend/holiday  T over the tank in a day"
                    TO line_out.
                PERFORM print_misuse_line.
                MOVE "       M driver fuelled several vehicles that day"
                    TO line_out.
                PERFORM print_misuse_line.
                PERFORM write_suspect_section.
                PERFORM write_vehicle_section.
                PERFORM write_driver_section.
                MOVE SPACES TO line_out.
                PERFORM print_misuse_line.
                MOVE SPACES TO line_out.
                STRING "Fill-ups judged: " fills_judged
                        "  suspect: " sx_count
                    DELIMITED BY SIZE INTO line_out.
                PERFORM print_misuse_line.
                CLOSE misuse_file.

            write_suspect_section.
                MOVE SPACES TO line_out.
                PERFORM print_misuse_line.
                MOVE "-- Suspect fill-ups, highest score first --"
                    TO line_out.
                PERFORM print_misuse_line.
                MOVE "score rules vehicle    seq    date     liters driver   name"
                    TO line_out.
                PERFORM print_misuse_line.
                PERFORM VARYING j FROM 1 BY 1 UNTIL j > sx_count
                    MOVE sx_slot (j) TO i
                    PERFORM find_driver_name
                    MOVE fu_score (i) TO edit_score
                    MOVE fu_liters (i) TO edit_liters
                    MOVE SPACES TO line_out
                    STRING "   " edit_score " " fu_rules (i) " "
                            fu_vehicle (i) " " fu_seq (i) " "
                            fu_date (i) " " edit_liters " "
                            fu_driver (i) " " driver_name
                        DELIMITED BY SIZE INTO line_out
                    PERFORM print_misuse_line
                END-PERFORM.

            write_vehicle_section.
                MOVE SPACES TO line_out.
                PERFORM print_misuse_line.
                MOVE "-- Vehicle scores --" TO line_out.
                PERFORM print_misuse_line.
                MOVE "vehicle     fills flagged    Q    B    W    T    M  score"
                    TO line_out.
                PERFORM print_misuse_line.
                PERFORM VARYING j FROM 1 BY 1 UNTIL j > vs_count
                    IF vs_score (j) > 0 THEN
                        MOVE vs_score (j) TO edit_total
                        MOVE SPACES TO line_out
                        STRING vs_vehicle (j) " " vs_fills (j) " "
                                vs_flagged (j) "   "
                                vs_rule_hits (j, 1) " "
                                vs_rule_hits (j, 2) " "
                                vs_rule_hits (j, 3) " "
                                vs_rule_hits (j, 4) " "
                                vs_rule_hits (j, 5) " " edit_total
                            DELIMITED BY SIZE INTO line_out
                        PERFORM print_misuse_line
                    END-IF
                END-PERFORM.

            write_driver_section.
                MOVE SPACES TO line_out.
                PERFORM print_misuse_line.
                MOVE "-- Driver scores --" TO line_out.
                PERFORM print_misuse_line.
                MOVE "driver   fills flagged    Q    B    W    T    M  score name"
                    TO line_out.
                PERFORM print_misuse_line.
                PERFORM VARYING j FROM 1 BY 1 UNTIL j > ds_count
                    IF ds_score (j) > 0 THEN
                        MOVE SPACES TO driver_name
                        PERFORM VARYING k FROM 1 BY 1 UNTIL k > drv_count
                            IF dt_driver_id (k) = ds_driver (j) THEN
                                MOVE dt_name (k) TO driver_name
                            END-IF
                        END-PERFORM
                        MOVE ds_score (j) TO edit_total
                        MOVE SPACES TO line_out
                        STRING ds_driver (j) " " ds_fills (j) " "
                                ds_flagged (j) "   "
                                ds_rule_hits (j, 1) " "
                                ds_rule_hits (j, 2) " "
                                ds_rule_hits (j, 3) " "
                                ds_rule_hits (j, 4) " "
                                ds_rule_hits (j, 5) " " edit_total " "
                                driver_name
                            DELIMITED BY SIZE INTO line_out
                        PERFORM print_misuse_line
                    END-IF
                END-PERFORM.

            print_misuse_line.
                WRITE misuse_line FROM line_out.
                IF misuse_file_status NOT = "00" THEN
                    DISPLAY "ERROR: could not write misuse report "
                        misuse_file_name ": status " misuse_file_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.
        END PROGRAM fuel-misuse.
