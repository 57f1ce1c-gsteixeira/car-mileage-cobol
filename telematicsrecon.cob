        *> Telematics distance reconciliation for the car-mileage system
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
        *> fm_dist is the odometer difference car-mileage measured, and
        *> it rests on nothing but what the driver keyed. This holds it
        *> up against what the trackers saw (telematics_history.dat,
        *> loaded by telematics-load). Every priced fill-up's distance
        *> runs from an earlier reading - the one whose odometer is
        *> exactly fm_dist behind it - so the tracker distance for the
        *> same stretch is the sum of the tracker's days after that
        *> reading's date up to and including the fill-up's own date.
        *> The history keeps the date of a fill but not the time, so a
        *> fill's own day is counted in the stretch it closes; over a
        *> run of fills the driving either side of it evens out.
        *>  A stretch is only compared when the tracker reported every
        *>  day of it - a gap in the feed is not a short distance -
        *>  and when it spans at least one day. A stretch is beyond
        *>  tolerance when keyed and tracker distance differ by more
        *>  than CONST_TOL_KM km and by more than CONST_TOL_PCT percent
        *>  of the tracker figure (small stretches would trip a
        *>  percentage alone, long ones a flat km figure alone).
        *> The report lists:
        *>  - every fill-up whose stretch is beyond tolerance, keyed
        *>    over (an inflated or mistyped reading) or under;
        *>  - vehicles and drivers consistently beyond tolerance: at
        *>    least CONST_MIN_STRETCHES stretches compared and at least
        *>    CONST_CONSISTENT_PCT percent of them beyond - one bad
        *>    reading is a typo, a habit is something else. A stretch
        *>    belongs to the driver of the fill-up that closes it;
        *>  - fill-ups on a day the tracker shows the vehicle did not
        *>    move at all - fuel that went into something other than
        *>    the van.
        *>  Voided rows and validation rejections never count;
        *>  carry-forward records and odometer declarations only
        *>  anchor a stretch. With a month given, only fill-ups dated
        *>  in it are judged, and rows before it still anchor them.
        *>  The driver names come off driver_master.dat when there is
        *>  one.
        *>
        *> compiles like this:  cobc -x --free telematicsrecon.cob
        *> runs like this:      ./telematics-recon [report_month_YYYYMM] [path_to_master_file]
        *>
        IDENTIFICATION DIVISION.
        PROGRAM-ID. telematics-recon.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-10-15
            INSTALLATION. cobc -x --free telematicsrecon.cob
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT fillup_master_file ASSIGN TO master_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS fm_key
                        FILE STATUS IS fillup_master_status.
                    SELECT telematics_file ASSIGN TO telematics_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS tm_key
                        FILE STATUS IS telematics_status.
                    SELECT driver_master_file ASSIGN TO driver_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS dm_driver_id
                        FILE STATUS IS driver_master_status.
                    SELECT recon_file ASSIGN TO recon_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS recon_file_status.
        DATA DIVISION.
            FILE SECTION.
                FD  fillup_master_file.
                    COPY "fillupmaster.cpy".
                FD  telematics_file.
                    COPY "telematics.cpy".
                FD  driver_master_file.
                    COPY "drivermaster.cpy".
                FD  recon_file.
                    01 recon_line  PIC X(132) VALUE SPACES.
            WORKING-STORAGE SECTION.
                *> the tolerance. A stretch has to miss by both the
                *> km and the percentage to count.
                01 CONST_TOL_KM            PIC 9(3) VALUE 25.
                01 CONST_TOL_PCT           PIC 9(3) VALUE 10.
                01 CONST_MIN_STRETCHES     PIC 9(3) VALUE 3.
                01 CONST_CONSISTENT_PCT    PIC 9(3) VALUE 50.
                01 master_file_name      PIC X(125) VALUE "fillup_master.dat".
                01 telematics_file_name  PIC X(125) VALUE "telematics_history.dat".
                01 driver_file_name      PIC X(125) VALUE "driver_master.dat".
                01 recon_file_name       PIC X(125) VALUE "telematics_recon.txt".
                01 fillup_master_status  PIC XX VALUE SPACES.
                01 telematics_status     PIC XX VALUE SPACES.
                01 driver_master_status  PIC XX VALUE SPACES.
                01 recon_file_status     PIC XX VALUE SPACES.
                01 end_of_file           PIC 9 VALUE ZERO.
                01 command_tokens.
                    02 command_token OCCURS 2 TIMES PIC X(125) VALUE SPACES.
                01 token_idx             PIC 9 VALUE ZEROS.
                01 report_month          PIC 9(6) VALUE ZEROS.
                01 report_mm             PIC 99 VALUE ZEROS.
                01 record_month          PIC 9(6) VALUE ZEROS.
                01 drv_count PIC 9(3) VALUE ZEROS.
                01 drv_tab OCCURS 1 TO 500 TIMES
                                    DEPENDING ON drv_count.
                    02 dt_driver_id    PIC X(8) VALUE SPACES.
                    02 dt_name         PIC X(30) VALUE SPACES.
                *> every usable row of the history, in key order, so
                *> one vehicle's readings sit together oldest first.
                01 fu_count PIC 9(5) VALUE ZEROS.
                01 fu_tab OCCURS 1 TO 20000 TIMES DEPENDING ON fu_count.
                    02 fu_vehicle      PIC X(10) VALUE SPACES.
                    02 fu_seq          PIC 9(6) VALUE ZEROS.
                    02 fu_date         PIC 9(8) VALUE ZEROS.
                    02 fu_odometer     PIC 9(6) VALUE ZEROS.
                    02 fu_liters       PIC 999V99 VALUE ZEROS.
                    02 fu_carry        PIC X VALUE SPACE.
                    02 fu_computed     PIC X VALUE SPACE.
                    02 fu_dist         PIC 9(4) VALUE ZEROS.
                    02 fu_driver       PIC X(8) VALUE SPACES.
                    02 fu_in_period    PIC 9 VALUE ZERO.
                *> the stretches beyond tolerance, for the listing.
                01 bx_count PIC 9(5) VALUE ZEROS.
                01 bx_tab OCCURS 1 TO 20000 TIMES DEPENDING ON bx_count.
                    02 bx_slot         PIC 9(5) VALUE ZEROS.
                    02 bx_from_date    PIC 9(8) VALUE ZEROS.
                    02 bx_tracker_km   PIC 9(6)V9 VALUE ZEROS.
                    02 bx_diff_km      PIC S9(6)V9 VALUE ZEROS.
                *> the fill-ups on a day the tracker saw no movement.
                01 zx_count PIC 9(5) VALUE ZEROS.
                01 zx_tab OCCURS 1 TO 20000 TIMES DEPENDING ON zx_count.
                    02 zx_slot         PIC 9(5) VALUE ZEROS.
                *> per vehicle and per driver: stretches compared,
                *> stretches beyond, and the keyed and tracker km
                *> over all the stretches compared.
                01 vs_count PIC 9(3) VALUE ZEROS.
                01 vs_tab OCCURS 1 TO 500 TIMES DEPENDING ON vs_count.
                    02 vs_vehicle      PIC X(10) VALUE SPACES.
                    02 vs_compared     PIC 9(5) VALUE ZEROS.
                    02 vs_beyond       PIC 9(5) VALUE ZEROS.
                    02 vs_keyed_km     PIC 9(8) VALUE ZEROS.
                    02 vs_tracker_km   PIC 9(8)V9 VALUE ZEROS.
                01 ds_count PIC 9(3) VALUE ZEROS.
                01 ds_tab OCCURS 1 TO 500 TIMES DEPENDING ON ds_count.
                    02 ds_driver       PIC X(8) VALUE SPACES.
                    02 ds_compared     PIC 9(5) VALUE ZEROS.
                    02 ds_beyond       PIC 9(5) VALUE ZEROS.
                    02 ds_keyed_km     PIC 9(8) VALUE ZEROS.
                    02 ds_tracker_km   PIC 9(8)V9 VALUE ZEROS.
                01 score_swap            PIC X(40) VALUE SPACES.
                01 aux_vars.
                    02 i               PIC 9(5) VALUE ZEROS.
                    02 j               PIC 9(5) VALUE ZEROS.
                    02 k               PIC 9(5) VALUE ZEROS.
                    02 anchor          PIC 9(5) VALUE ZEROS.
                    02 anchor_odometer PIC 9(6) VALUE ZEROS.
                    02 stretch_days    PIC 9(6) VALUE ZEROS.
                    02 tracker_days    PIC 9(6) VALUE ZEROS.
                    02 tracker_km      PIC 9(6)V9 VALUE ZEROS.
                    02 diff_km         PIC S9(6)V9 VALUE ZEROS.
                    02 abs_diff_km     PIC 9(6)V9 VALUE ZEROS.
                    02 is_beyond       PIC 9 VALUE ZERO.
                    02 fills_judged    PIC 9(6) VALUE ZEROS.
                    02 stretches_compared PIC 9(6) VALUE ZEROS.
                    02 stretches_uncovered PIC 9(6) VALUE ZEROS.
                    02 stretches_unanchored PIC 9(6) VALUE ZEROS.
                    02 consistent_vehicles PIC 9(3) VALUE ZEROS.
                    02 consistent_drivers PIC 9(3) VALUE ZEROS.
                    02 beyond_share    PIC 9(3) VALUE ZEROS.
                    02 driver_name     PIC X(30) VALUE SPACES.
                *> calendar-day numbers (the Julian day count), so the
                *> days in a stretch are one subtraction - integer
                *> division only.
                01 day_number_vars.
                    02 dn_date         PIC 9(8) VALUE ZEROS.
                    02 dn_year         PIC 9(4) VALUE ZEROS.
                    02 dn_month        PIC 99 VALUE ZEROS.
                    02 dn_day          PIC 99 VALUE ZEROS.
                    02 dn_shift        PIC 9 VALUE ZERO.
                    02 dn_y            PIC 9(5) VALUE ZEROS.
                    02 dn_m            PIC 99 VALUE ZEROS.
                    02 dn_month_days   PIC 9(5) VALUE ZEROS.
                    02 dn_quad         PIC 9(5) VALUE ZEROS.
                    02 dn_cent         PIC 9(5) VALUE ZEROS.
                    02 dn_quad_cent    PIC 9(5) VALUE ZEROS.
                    02 dn_number       PIC 9(8) VALUE ZEROS.
                    02 from_day_number PIC 9(8) VALUE ZEROS.
                01 line_out              PIC X(132) VALUE SPACES.
                01 report_edit_fields.
                    02 edit_keyed      PIC ZZZZ9.
                    02 edit_tracker    PIC ZZZZZ9.9.
                    02 edit_diff       PIC -ZZZZZ9.9.
                    02 edit_liters     PIC ZZ9.99.
                    02 edit_total_keyed PIC Z(7)9.
                    02 edit_total_tracker PIC Z(7)9.9.
                    02 edit_share      PIC ZZ9.
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
                    MOVE SPACES TO recon_file_name
                    STRING "telematics_recon_" report_month ".rpt"
                        DELIMITED BY SIZE INTO recon_file_name
                END-IF
                PERFORM load_driver_names.
                PERFORM load_fillups.
                OPEN INPUT telematics_file.
                IF telematics_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open telematics history "
                        telematics_file_name ": status "
                        telematics_status
                        " - load a feed with telematics-load first"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM compare_stretches.
                PERFORM find_still_days.
                CLOSE telematics_file.
                PERFORM rank_vehicle_stretches.
                PERFORM rank_driver_stretches.
                PERFORM write_recon_report.
                DISPLAY "Compared " stretches_compared " of "
                    fills_judged " fill-ups, " bx_count
                    " beyond tolerance, " zx_count
                    " on still days - report in " recon_file_name.
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
                    DISPLAY "telematics-recon [report_month_YYYYMM]"
                        " [path_to_master_file]"
                    STOP RUN
                END-IF
                IF command_token (1) NOT = SPACES THEN
                    MOVE command_token (1) TO report_month
                END-IF
                IF command_token (2) NOT = SPACES THEN
                    MOVE command_token (2) TO master_file_name
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
                    DISPLAY "ERROR: more than 20000 usable readings in "
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
                MOVE fm_carry_flag TO fu_carry (fu_count).
                MOVE fm_computed_flag TO fu_computed (fu_count).
                MOVE fm_dist TO fu_dist (fu_count).
                MOVE fm_driver_id TO fu_driver (fu_count).
                MOVE fm_fillup_date (1:6) TO record_month.
                IF fm_carry_flag = SPACE
                        AND (report_month = 0
                            OR record_month = report_month) THEN
                    MOVE 1 TO fu_in_period (fu_count)
                    ADD 1 TO fills_judged
                ELSE
                    MOVE 0 TO fu_in_period (fu_count)
                END-IF.

            compare_stretches.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > fu_count
                    IF fu_in_period (i) = 1 AND fu_computed (i) = "Y"
                            AND fu_dist (i) > 0 THEN
                        PERFORM find_stretch_anchor
                        IF anchor = 0 THEN
                            ADD 1 TO stretches_unanchored
                        ELSE
                            PERFORM measure_stretch
                        END-IF
                    END-IF
                END-PERFORM.

            find_stretch_anchor.
                *> the reading fm_dist was measured from: the nearest
                *> earlier row of the same vehicle sitting exactly
                *> that far back on the odometer. Not there (it went
                *> out with a year-end archive, or was voided since)
                *> means the stretch cannot be placed in time.
                MOVE 0 TO anchor.
                IF fu_odometer (i) > fu_dist (i) THEN
                    COMPUTE anchor_odometer = fu_odometer (i) - fu_dist (i)
                    PERFORM VARYING j FROM i BY -1
                            UNTIL j < 2 OR anchor > 0
                        COMPUTE k = j - 1
                        IF fu_vehicle (k) NOT = fu_vehicle (i) THEN
                            MOVE 1 TO j
                        ELSE
                            IF fu_odometer (k) = anchor_odometer THEN
                                MOVE k TO anchor
                            END-IF
                        END-IF
                    END-PERFORM
                END-IF.

            measure_stretch.
                MOVE fu_date (anchor) TO dn_date.
                PERFORM find_day_number.
                MOVE dn_number TO from_day_number.
                MOVE fu_date (i) TO dn_date.
                PERFORM find_day_number.
                IF dn_number <= from_day_number THEN
                    *> filled twice the same day - there is no whole
                    *> day between them for the tracker to speak to.
                    ADD 1 TO stretches_uncovered
                ELSE
                    COMPUTE stretch_days = dn_number - from_day_number
                    PERFORM sum_tracker_days
                    IF tracker_days NOT = stretch_days THEN
                        ADD 1 TO stretches_uncovered
                    ELSE
                        PERFORM judge_stretch
                    END-IF
                END-IF.

            sum_tracker_days.
                *> the days after the anchor's date, up to and
                *> including the fill-up's own.
                MOVE 0 TO tracker_days.
                MOVE 0 TO tracker_km.
                MOVE fu_vehicle (i) TO tm_vehicle_id.
                MOVE fu_date (anchor) TO tm_date.
                START telematics_file KEY > tm_key
                    INVALID KEY CONTINUE
                END-START
                IF telematics_status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ telematics_file NEXT RECORD
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 THEN
                            IF tm_vehicle_id NOT = fu_vehicle (i)
                                    OR tm_date > fu_date (i) THEN
                                MOVE 1 TO end_of_file
                            ELSE
                                ADD 1 TO tracker_days
                                ADD tm_distance TO tracker_km
                            END-IF
                        END-IF
                    END-PERFORM
                END-IF.

            judge_stretch.
                ADD 1 TO stretches_compared.
                COMPUTE diff_km = fu_dist (i) - tracker_km.
                IF diff_km < 0 THEN
                    COMPUTE abs_diff_km = 0 - diff_km
                ELSE
                    MOVE diff_km TO abs_diff_km
                END-IF
                MOVE 0 TO is_beyond.
                IF abs_diff_km > CONST_TOL_KM
                        AND abs_diff_km * 100
                            > tracker_km * CONST_TOL_PCT THEN
                    MOVE 1 TO is_beyond
                    IF bx_count < 20000 THEN
                        ADD 1 TO bx_count
                        MOVE i TO bx_slot (bx_count)
                        MOVE fu_date (anchor) TO bx_from_date (bx_count)
                        MOVE tracker_km TO bx_tracker_km (bx_count)
                        MOVE diff_km TO bx_diff_km (bx_count)
                    END-IF
                END-IF
                PERFORM find_vehicle_slot.
                ADD 1 TO vs_compared (j).
                ADD is_beyond TO vs_beyond (j).
                ADD fu_dist (i) TO vs_keyed_km (j).
                ADD tracker_km TO vs_tracker_km (j).
                IF fu_driver (i) NOT = SPACES THEN
                    PERFORM find_driver_slot
                    ADD 1 TO ds_compared (j)
                    ADD is_beyond TO ds_beyond (j)
                    ADD fu_dist (i) TO ds_keyed_km (j)
                    ADD tracker_km TO ds_tracker_km (j)
                END-IF.

            find_vehicle_slot.
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

            find_driver_slot.
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

            find_still_days.
                *> a fill-up on a day the tracker reported the van
                *> parked all day. No tracker record for the day says
                *> nothing either way and is left alone.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > fu_count
                    IF fu_in_period (i) = 1 AND fu_liters (i) > 0 THEN
                        MOVE fu_vehicle (i) TO tm_vehicle_id
                        MOVE fu_date (i) TO tm_date
                        READ telematics_file
                            INVALID KEY CONTINUE
                        END-READ
                        IF telematics_status = "00" AND tm_distance = 0
                                AND zx_count < 20000 THEN
                            ADD 1 TO zx_count
                            MOVE i TO zx_slot (zx_count)
                        END-IF
                    END-IF
                END-PERFORM.

            find_day_number.
                *> the Julian day number of dn_date: March counts as
                *> the first month, so the leap day falls at the end
                *> of the year it belongs to.
                MOVE dn_date (1:4) TO dn_year.
                MOVE dn_date (5:2) TO dn_month.
                MOVE dn_date (7:2) TO dn_day.
                MOVE 0 TO dn_shift.
                IF dn_month < 3 THEN
                    MOVE 1 TO dn_shift
                END-IF
                COMPUTE dn_y = dn_year + 4800 - dn_shift.
                COMPUTE dn_m = dn_month + 12 * dn_shift - 3.
                COMPUTE dn_month_days = 153 * dn_m + 2.
                DIVIDE dn_month_days BY 5 GIVING dn_month_days.
                DIVIDE dn_y BY 4 GIVING dn_quad.
                DIVIDE dn_y BY 100 GIVING dn_cent.
                DIVIDE dn_y BY 400 GIVING dn_quad_cent.
                COMPUTE dn_number = dn_day + dn_month_days + 365 * dn_y
                    + dn_quad - dn_cent + dn_quad_cent - 32045.

            rank_vehicle_stretches.
                *> most stretches beyond tolerance first.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i >= vs_count
                    PERFORM VARYING j FROM 1 BY 1 UNTIL j >= vs_count
                        IF vs_beyond (j) < vs_beyond (j + 1) THEN
                            MOVE vs_tab (j) TO score_swap
                            MOVE vs_tab (j + 1) TO vs_tab (j)
                            MOVE score_swap TO vs_tab (j + 1)
                        END-IF
                    END-PERFORM
                END-PERFORM.

            rank_driver_stretches.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i >= ds_count
                    PERFORM VARYING j FROM 1 BY 1 UNTIL j >= ds_count
                        IF ds_beyond (j) < ds_beyond (j + 1) THEN
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

            write_recon_report.
                OPEN OUTPUT recon_file.
                IF recon_file_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open telematics report "
                        recon_file_name ": status " recon_file_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE SPACES TO line_out.
                IF report_month > 0 THEN
                    STRING "=== Odometer vs tracker distance - period "
                            report_month " ==="
                        DELIMITED BY SIZE INTO line_out
                ELSE
                    MOVE "=== Odometer vs tracker distance - whole history ==="
                        TO line_out
                END-IF
                PERFORM print_recon_line.
                MOVE SPACES TO line_out.
                STRING "Tolerance: more than " CONST_TOL_KM " km and "
                        CONST_TOL_PCT "% of the tracker distance;"
                        " consistent = " CONST_MIN_STRETCHES
                        "+ stretches, " CONST_CONSISTENT_PCT
                        "%+ beyond"
                    DELIMITED BY SIZE INTO line_out.
                PERFORM print_recon_line.
                PERFORM write_beyond_section.
                PERFORM write_vehicle_section.
                PERFORM write_driver_section.
                PERFORM write_still_section.
                MOVE SPACES TO line_out.
                PERFORM print_recon_line.
                MOVE SPACES TO line_out.
                STRING "Fill-ups judged: " fills_judged
                        "  compared: " stretches_compared
                        "  beyond tolerance: " bx_count
                    DELIMITED BY SIZE INTO line_out.
                PERFORM print_recon_line.
                MOVE SPACES TO line_out.
                STRING "Not compared: " stretches_uncovered
                        " tracker days missing or same-day refill, "
                        stretches_unanchored
                        " no earlier reading on file"
                    DELIMITED BY SIZE INTO line_out.
                PERFORM print_recon_line.
                CLOSE recon_file.

            write_beyond_section.
                MOVE SPACES TO line_out.
                PERFORM print_recon_line.
                MOVE "-- Fill-ups beyond tolerance (keyed minus tracker) --"
                    TO line_out.
                PERFORM print_recon_line.
                MOVE "vehicle    seq    from     to       keyed  tracker      diff driver   name"
                    TO line_out.
                PERFORM print_recon_line.
                PERFORM VARYING j FROM 1 BY 1 UNTIL j > bx_count
                    MOVE bx_slot (j) TO i
                    PERFORM find_driver_name
                    MOVE fu_dist (i) TO edit_keyed
                    MOVE bx_tracker_km (j) TO edit_tracker
                    MOVE bx_diff_km (j) TO edit_diff
                    MOVE SPACES TO line_out
                    STRING fu_vehicle (i) " " fu_seq (i) " "
                            bx_from_date (j) " " fu_date (i) " "
                            edit_keyed " " edit_tracker " "
                            edit_diff " " fu_driver (i) " "
                            driver_name
                        DELIMITED BY SIZE INTO line_out
                    PERFORM print_recon_line
                END-PERFORM.

            write_vehicle_section.
                MOVE SPACES TO line_out.
                PERFORM print_recon_line.
                MOVE "-- Vehicles consistently beyond tolerance --"
                    TO line_out.
                PERFORM print_recon_line.
                MOVE "vehicle    compared beyond share    keyed km  tracker km"
                    TO line_out.
                PERFORM print_recon_line.
                MOVE 0 TO consistent_vehicles.
                PERFORM VARYING j FROM 1 BY 1 UNTIL j > vs_count
                    IF vs_compared (j) >= CONST_MIN_STRETCHES THEN
                        COMPUTE beyond_share =
                            vs_beyond (j) * 100 / vs_compared (j)
                        IF beyond_share >= CONST_CONSISTENT_PCT THEN
                            ADD 1 TO consistent_vehicles
                            MOVE beyond_share TO edit_share
                            MOVE vs_keyed_km (j) TO edit_total_keyed
                            MOVE vs_tracker_km (j) TO edit_total_tracker
                            MOVE SPACES TO line_out
                            STRING vs_vehicle (j) " " vs_compared (j)
                                    "    " vs_beyond (j) "  "
                                    edit_share "% " edit_total_keyed
                                    "  " edit_total_tracker
                                DELIMITED BY SIZE INTO line_out
                            PERFORM print_recon_line
                        END-IF
                    END-IF
                END-PERFORM.
                IF consistent_vehicles = 0 THEN
                    MOVE "  (none)" TO line_out
                    PERFORM print_recon_line
                END-IF.

            write_driver_section.
                MOVE SPACES TO line_out.
                PERFORM print_recon_line.
                MOVE "-- Drivers consistently beyond tolerance --"
                    TO line_out.
                PERFORM print_recon_line.
                MOVE "driver   compared beyond share    keyed km  tracker km name"
                    TO line_out.
                PERFORM print_recon_line.
                MOVE 0 TO consistent_drivers.
                PERFORM VARYING j FROM 1 BY 1 UNTIL j > ds_count
                    IF ds_compared (j) >= CONST_MIN_STRETCHES THEN
                        COMPUTE beyond_share =
                            ds_beyond (j) * 100 / ds_compared (j)
                        IF beyond_share >= CONST_CONSISTENT_PCT THEN
                            ADD 1 TO consistent_drivers
                            MOVE SPACES TO driver_name
                            PERFORM VARYING k FROM 1 BY 1
                                    UNTIL k > drv_count
                                IF dt_driver_id (k) = ds_driver (j) THEN
                                    MOVE dt_name (k) TO driver_name
                                END-IF
                            END-PERFORM
                            MOVE beyond_share TO edit_share
                            MOVE ds_keyed_km (j) TO edit_total_keyed
                            MOVE ds_tracker_km (j) TO edit_total_tracker
                            MOVE SPACES TO line_out
                            STRING ds_driver (j) " " ds_compared (j)
                                    "    " ds_beyond (j) "  "
                                    edit_share "% " edit_total_keyed
                                    "  " edit_total_tracker " "
                                    driver_name
                                DELIMITED BY SIZE INTO line_out
                            PERFORM print_recon_line
                        END-IF
                    END-IF
                END-PERFORM.
                IF consistent_drivers = 0 THEN
                    MOVE "  (none)" TO line_out
                    PERFORM print_recon_line
                END-IF.

            write_still_section.
                MOVE SPACES TO line_out.
                PERFORM print_recon_line.
                MOVE "-- Fuel bought on days the tracker shows no movement --"
                    TO line_out.
                PERFORM print_recon_line.
                MOVE "vehicle    seq    date     liters driver   name"
                    TO line_out.
                PERFORM print_recon_line.
                PERFORM VARYING j FROM 1 BY 1 UNTIL j > zx_count
                    MOVE zx_slot (j) TO i
                    PERFORM find_driver_name
                    MOVE fu_liters (i) TO edit_liters
                    MOVE SPACES TO line_out
                    STRING fu_vehicle (i) " " fu_seq (i) " "
                            fu_date (i) " " edit_liters " "
                            fu_driver (i) " " driver_name
                        DELIMITED BY SIZE INTO line_out
                    PERFORM print_recon_line
                END-PERFORM.
                IF zx_count = 0 THEN
                    MOVE "  (none)" TO line_out
                    PERFORM print_recon_line
                END-IF.

            print_recon_line.
                WRITE recon_line FROM line_out.
                IF recon_file_status NOT = "00" THEN
                    DISPLAY "ERROR: could not write telematics report "
                        recon_file_name ": status " recon_file_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.
        END PROGRAM telematics-recon.
