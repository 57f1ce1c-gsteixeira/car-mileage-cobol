        *> Back out one car-mileage run's load from the fill-up history
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
        *> A site that sends the wrong vehicle's file, or last week's
        *> file again under a new sequence number, loads cleanly - and
        *> the only fix used to be voiding the rows one by one in
        *> fillup-fix, each found by hand. Every row now carries the
        *> run-history key of the run that loaded it, so this takes a
        *> run key (the 16 digits run-history's table prints, date
        *> then time) and backs that whole load out:
        *>  - every row the run loaded is voided ("V", the way
        *>    fillup-fix voids one), so nothing reports or posts it;
        *>  - every later row of the same vehicles has its computed
        *>    flag and stored results cleared, the way fillup-fix
        *>    clears the rows behind a correction, because their
        *>    distances were measured off the rows now gone - the
        *>    next nightly prices them afresh;
        *>  - each void and each reset is a line on fillup_audit.log
        *>    (actions BACKOUT and RESET) with the before and after
        *>    record bytes and the operator who asked for it;
        *>  - the run's own run-history record is marked REVERSED,
        *>    and a BACKOUT record is added under the time the
        *>    back-out ran, naming the run it took out;
        *>  - if the run loaded a controlled file, its site and file
        *>    sequence are released on csv_control.log (a "-;" line
        *>    car-mileage's duplicate check honours), so the corrected
        *>    file can be re-sent under the same sequence number.
        *>  A run with any row dated in a month period-close has
        *>  closed is refused whole - that money is in a final GL
        *>  posting, and the rows have to go through fillup-fix, which
        *>  carries each change as a GL adjustment. Rows loaded
        *>  before runs were stamped have no run key and cannot be
        *>  reached from here.
        *>
        *> compiles like this:  cobc -x --free runbackout.cob
        *> runs like this:      ./run-backout <run_key_YYYYMMDDHHMMSSss> [path_to_master_file]
        *>
        IDENTIFICATION DIVISION.
        PROGRAM-ID. run-backout.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-10-15
            INSTALLATION. cobc -x --free runbackout.cob
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT fillup_master_file ASSIGN TO master_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS fm_key
                        FILE STATUS IS fillup_master_status.
                    SELECT run_history_file ASSIGN TO run_history_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS rh_key
                        FILE STATUS IS run_history_status.
                    SELECT period_control_file ASSIGN TO period_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS pc_period
                        FILE STATUS IS period_control_status.
                    SELECT audit_file ASSIGN TO audit_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS audit_file_status.
                    SELECT control_log_file ASSIGN TO control_log_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS control_log_status.
        DATA DIVISION.
            FILE SECTION.
                FD  fillup_master_file.
                    COPY "fillupmaster.cpy".
                FD  run_history_file.
                    COPY "runhistory.cpy".
                FD  period_control_file.
                    COPY "periodcontrol.cpy".
                FD  audit_file.
                    01 audit_record  PIC X(250) VALUE SPACES.
                FD  control_log_file.
                    01 control_log_record  PIC X(180) VALUE SPACES.
            WORKING-STORAGE SECTION.
                01 master_file_name      PIC X(125) VALUE "fillup_master.dat".
                01 run_history_name      PIC X(125) VALUE "run_history.dat".
                01 period_file_name      PIC X(125) VALUE "period_control.dat".
                01 audit_file_name       PIC X(125) VALUE "fillup_audit.log".
                01 control_log_name      PIC X(125) VALUE "csv_control.log".
                01 fillup_master_status  PIC XX VALUE SPACES.
                01 run_history_status    PIC XX VALUE SPACES.
                01 period_control_status PIC XX VALUE SPACES.
                01 audit_file_status     PIC XX VALUE SPACES.
                01 control_log_status    PIC XX VALUE SPACES.
                01 end_of_file           PIC 9 VALUE ZERO.
                01 command_tokens.
                    02 command_token OCCURS 2 TIMES PIC X(125) VALUE SPACES.
                01 token_idx             PIC 9 VALUE ZEROS.
                01 entry_run_key         PIC X(16) VALUE SPACES.
                01 backout_key.
                    02 backout_run_date  PIC 9(8) VALUE ZEROS.
                    02 backout_run_time  PIC 9(8) VALUE ZEROS.
                01 run_on_history        PIC 9 VALUE ZERO.
                01 orig_csv_name         PIC X(40) VALUE SPACES.
                *> every month period-close has closed.
                01 closed_count PIC 9(4) VALUE ZEROS.
                01 closed_tab OCCURS 1 TO 1200 TIMES
                                    DEPENDING ON closed_count.
                    02 cp_period       PIC 9(6) VALUE ZEROS.
                01 check_period          PIC 9(6) VALUE ZEROS.
                01 period_is_closed      PIC 9 VALUE ZERO.
                01 closed_rows           PIC 9(4) VALUE ZEROS.
                *> the run's rows, found on one pass down the master
                *> before anything is touched.
                01 br_count PIC 9(4) VALUE ZEROS.
                01 br_tab OCCURS 1 TO 9999 TIMES
                                    DEPENDING ON br_count.
                    02 br_vehicle      PIC X(10) VALUE SPACES.
                    02 br_seq_no       PIC 9(6) VALUE ZEROS.
                *> the vehicles the run touched, and the first row it
                *> loaded for each - everything after that is measured
                *> off something now gone.
                01 bv_count PIC 9(4) VALUE ZEROS.
                01 bv_tab OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON bv_count.
                    02 bv_vehicle      PIC X(10) VALUE SPACES.
                    02 bv_first_seq    PIC 9(6) VALUE ZEROS.
                    02 bv_rows         PIC 9(4) VALUE ZEROS.
                01 bv_slot               PIC 9(4) VALUE ZEROS.
                01 voided_count          PIC 9(4) VALUE ZEROS.
                01 reset_count           PIC 9(6) VALUE ZEROS.
                *> the control log lines the run wrote, to release.
                01 rl_count PIC 99 VALUE ZEROS.
                01 rl_tab OCCURS 1 TO 20 TIMES
                                    DEPENDING ON rl_count.
                    02 rl_site         PIC X(10) VALUE SPACES.
                    02 rl_file_seq     PIC 9(6) VALUE ZEROS.
                    02 rl_file_date    PIC 9(8) VALUE ZEROS.
                01 ctl_fields.
                    02 ctl_line        PIC X(180) VALUE SPACES.
                    02 ctl_site        PIC X(10) VALUE SPACES.
                    02 ctl_file_seq    PIC 9(6) VALUE ZEROS.
                    02 ctl_file_date   PIC 9(8) VALUE ZEROS.
                    02 ctl_csv_name    PIC X(125) VALUE SPACES.
                    02 ctl_rows        PIC 9(6) VALUE ZEROS.
                    02 ctl_run_key     PIC X(16) VALUE SPACES.
                01 aux_vars.
                    02 i               PIC 9(4) VALUE ZEROS.
                    02 j               PIC 9(4) VALUE ZEROS.
                01 operator_id           PIC X(8) VALUE SPACES.
                01 confirm_choice        PIC X VALUE SPACE.
                01 audit_date            PIC 9(8) VALUE ZEROS.
                01 audit_time            PIC 9(8) VALUE ZEROS.
                01 action_name           PIC X(10) VALUE SPACES.
                *> flat copies of the whole master record, same as
                *> fillup-fix logs.
                01 before_image          PIC X(96) VALUE SPACES.
                01 after_image           PIC X(96) VALUE SPACES.
                01 audit_line            PIC X(250) VALUE SPACES.
        PROCEDURE DIVISION.
            main.
                PERFORM parse_command_line.
                IF entry_run_key IS NOT NUMERIC THEN
                    DISPLAY "run-backout <run_key_YYYYMMDDHHMMSSss>"
                        " [path_to_master_file]"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE entry_run_key TO backout_key.
                PERFORM open_run_history.
                PERFORM load_closed_periods.
                OPEN I-O fillup_master_file.
                IF fillup_master_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open master file "
                        master_file_name ": status " fillup_master_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM find_run_rows.
                IF br_count = 0 THEN
                    DISPLAY "Nothing on " master_file_name
                        " was loaded by run " backout_run_date " "
                        backout_run_time " (or it is already voided)"
                        " - nothing backed out."
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF closed_rows > 0 THEN
                    DISPLAY "REFUSED: " closed_rows " of the run's "
                        br_count " rows are dated in a closed month -"
                        " correct those through fillup-fix, which"
                        " carries them as GL adjustments."
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM confirm_backout.
                PERFORM open_audit_log.
                PERFORM void_run_rows.
                PERFORM reset_later_rows.
                CLOSE fillup_master_file.
                CLOSE audit_file.
                PERFORM record_backout_run.
                PERFORM release_control_entry.
                DISPLAY "Backed out run " backout_run_date " "
                    backout_run_time ": " voided_count " rows voided, "
                    reset_count " later rows reset for re-pricing on "
                    bv_count " vehicles.".
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
                    DISPLAY "run-backout <run_key_YYYYMMDDHHMMSSss>"
                        " [path_to_master_file]"
                    STOP RUN
                END-IF
                MOVE command_token (1) TO entry_run_key.
                IF command_token (2) NOT = SPACES THEN
                    MOVE command_token (2) TO master_file_name
                END-IF.

            open_run_history.
                *> the run's own record is looked up to show the
                *> operator what is about to go and to refuse a second
                *> back-out; a load that died before writing one (and
                *> was never restarted) still has stamped rows, so a
                *> missing record is a warning, not a stop.
                OPEN I-O run_history_file.
                IF run_history_status = "35" THEN
                    OPEN OUTPUT run_history_file
                    CLOSE run_history_file
                    OPEN I-O run_history_file
                END-IF
                IF run_history_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open run history "
                        run_history_name ": status " run_history_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE backout_key TO rh_key.
                READ run_history_file
                    INVALID KEY CONTINUE
                END-READ
                IF run_history_status = "00" THEN
                    MOVE 1 TO run_on_history
                    MOVE rh_csv_name TO orig_csv_name
                    IF rh_status = "REVERSED" THEN
                        DISPLAY "Run " backout_run_date " "
                            backout_run_time " (" rh_csv_name
                            ") was already backed out."
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    DISPLAY "Run " rh_run_date " " rh_run_time
                        " loaded " rh_csv_name
                    DISPLAY "    " rh_rows_loaded " rows loaded, "
                        rh_rows_rejected " rejected, status "
                        rh_status
                ELSE
                    MOVE 0 TO run_on_history
                    DISPLAY "WARNING: no run-history record for run "
                        backout_run_date " " backout_run_time
                        " - backing out its stamped rows regardless"
                END-IF.

            load_closed_periods.
                *> no control file (status 35) means no month has
                *> ever been closed - every row is open to change.
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
                    WHEN "35"
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "ERROR: could not open period control file "
                            period_file_name ": status "
                            period_control_status
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-EVALUATE.

            find_run_rows.
                *> one pass down the whole master: the run's rows
                *> are spread across every vehicle its file carried.
                MOVE 0 TO br_count bv_count closed_rows.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ fillup_master_file NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        IF fm_run_key = backout_key
                                AND fm_void_flag NOT = "V" THEN
                            PERFORM note_run_row
                        END-IF
                    END-IF
                END-PERFORM.

            note_run_row.
                IF br_count >= 9999 THEN
                    DISPLAY "ERROR: more than 9999 rows on run "
                        backout_run_date " " backout_run_time
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO br_count.
                MOVE fm_vehicle_id TO br_vehicle (br_count).
                MOVE fm_seq_no TO br_seq_no (br_count).
                MOVE fm_fillup_date (1:6) TO check_period.
                PERFORM check_period_closed.
                IF period_is_closed = 1 THEN
                    ADD 1 TO closed_rows
                END-IF
                MOVE 0 TO bv_slot.
                PERFORM VARYING j FROM 1 BY 1
                        UNTIL j > bv_count OR bv_slot > 0
                    IF bv_vehicle (j) = fm_vehicle_id THEN
                        MOVE j TO bv_slot
                    END-IF
                END-PERFORM.
                IF bv_slot = 0 THEN
                    IF bv_count >= 2000 THEN
                        DISPLAY "ERROR: more than 2000 vehicles on run "
                            backout_run_date " " backout_run_time
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO bv_count
                    MOVE bv_count TO bv_slot
                    MOVE fm_vehicle_id TO bv_vehicle (bv_slot)
                    MOVE fm_seq_no TO bv_first_seq (bv_slot)
                    MOVE 0 TO bv_rows (bv_slot)
                END-IF
                *> key order within a vehicle, so the first row seen
                *> is already the lowest - kept explicit regardless.
                IF fm_seq_no < bv_first_seq (bv_slot) THEN
                    MOVE fm_seq_no TO bv_first_seq (bv_slot)
                END-IF
                ADD 1 TO bv_rows (bv_slot).

            check_period_closed.
                MOVE 0 TO period_is_closed.
                PERFORM VARYING i FROM 1 BY 1
                        UNTIL i > closed_count OR period_is_closed = 1
                    IF cp_period (i) = check_period THEN
                        MOVE 1 TO period_is_closed
                    END-IF
                END-PERFORM.

            confirm_backout.
                DISPLAY "The run loaded " br_count " rows still on file:".
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > bv_count
                    DISPLAY "    " bv_vehicle (i) " " bv_rows (i)
                        " rows from sequence " bv_first_seq (i)
                END-PERFORM.
                DISPLAY "Your operator id (for the audit log): "
                    WITH NO ADVANCING.
                ACCEPT operator_id.
                DISPLAY "Void every one of them and reset the rows after"
                    " them? (Y/N): " WITH NO ADVANCING.
                MOVE SPACE TO confirm_choice.
                ACCEPT confirm_choice.
                IF confirm_choice NOT = "Y" AND confirm_choice NOT = "y"
                        THEN
                    DISPLAY "Left alone - nothing backed out."
                    CLOSE fillup_master_file
                    CLOSE run_history_file
                    STOP RUN
                END-IF.

            open_audit_log.
                *> append-only: the log keeps every change ever made,
                *> status 35 just means this is the very first one.
                OPEN EXTEND audit_file.
                IF audit_file_status = "35" THEN
                    OPEN OUTPUT audit_file
                END-IF
                IF audit_file_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open audit log "
                        audit_file_name ": status " audit_file_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.

            void_run_rows.
                MOVE "BACKOUT" TO action_name.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > br_count
                    MOVE br_vehicle (i) TO fm_vehicle_id
                    MOVE br_seq_no (i) TO fm_seq_no
                    READ fillup_master_file
                        INVALID KEY CONTINUE
                    END-READ
                    IF fillup_master_status NOT = "00" THEN
                        DISPLAY "ERROR: could not re-read "
                            br_vehicle (i) " " br_seq_no (i)
                            ": status " fillup_master_status
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE fillup_master_record TO before_image
                    MOVE "V" TO fm_void_flag
                    REWRITE fillup_master_record
                        INVALID KEY CONTINUE
                    END-REWRITE
                    IF fillup_master_status NOT = "00" THEN
                        DISPLAY "ERROR: could not rewrite master file "
                            master_file_name ": status "
                            fillup_master_status
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE fillup_master_record TO after_image
                    PERFORM write_audit_line
                    ADD 1 TO voided_count
                END-PERFORM.

            reset_later_rows.
                *> every row of a touched vehicle from its first
                *> backed-out row on had its distance measured off
                *> rows that are gone now. Blank the computed flag and
                *> stored results, as fillup-fix does behind a
                *> correction, so the next nightly prices them afresh
                *> - logged here, since a back-out is one change the
                *> operator has to be able to account for in full.
                MOVE "RESET" TO action_name.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > bv_count
                    MOVE bv_vehicle (i) TO fm_vehicle_id
                    MOVE bv_first_seq (i) TO fm_seq_no
                    START fillup_master_file KEY NOT < fm_key
                        INVALID KEY CONTINUE
                    END-START
                    IF fillup_master_status = "00" THEN
                        MOVE 0 TO end_of_file
                        PERFORM UNTIL end_of_file = 1
                            READ fillup_master_file NEXT RECORD
                                AT END MOVE 1 TO end_of_file
                            END-READ
                            IF end_of_file = 0 THEN
                                IF fm_vehicle_id NOT = bv_vehicle (i) THEN
                                    MOVE 1 TO end_of_file
                                ELSE
                                    IF fm_void_flag NOT = "V"
                                            AND fm_computed_flag
                                                NOT = SPACE THEN
                                        PERFORM reset_one_row
                                    END-IF
                                END-IF
                            END-IF
                        END-PERFORM
                    END-IF
                END-PERFORM.

            reset_one_row.
                MOVE fillup_master_record TO before_image.
                MOVE SPACE TO fm_computed_flag.
                MOVE ZEROS TO fm_dist.
                MOVE ZEROS TO fm_mileage.
                MOVE ZEROS TO fm_kg_co2.
                MOVE ZEROS TO fm_cost_amount.
                MOVE ZEROS TO fm_cost_100km.
                MOVE SPACE TO fm_cost_trend.
                *> a warning a logged repair closed stays closed
                *> through re-pricing.
                IF fm_maint_flag NOT = "X" THEN
                    MOVE SPACE TO fm_maint_flag
                END-IF
                REWRITE fillup_master_record
                END-REWRITE
                IF fillup_master_status NOT = "00" THEN
                    DISPLAY "ERROR: could not clear stored results:"
                        " status " fillup_master_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE fillup_master_record TO after_image.
                PERFORM write_audit_line.
                ADD 1 TO reset_count.

            record_backout_run.
                *> the backed-out run is marked REVERSED so run-history
                *> shows it for what it is, and the back-out files its
                *> own record under the time it ran - no rows loaded,
                *> nothing priced, so the nightly control totals it
                *> lands among are not disturbed.
                IF run_on_history = 1 THEN
                    MOVE backout_key TO rh_key
                    READ run_history_file
                        INVALID KEY CONTINUE
                    END-READ
                    IF run_history_status = "00" THEN
                        MOVE "REVERSED" TO rh_status
                        REWRITE run_history_record
                            INVALID KEY CONTINUE
                        END-REWRITE
                        IF run_history_status NOT = "00" THEN
                            DISPLAY "ERROR: could not rewrite run history "
                                run_history_name ": status "
                                run_history_status
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                    END-IF
                END-IF
                INITIALIZE run_history_record.
                ACCEPT rh_run_date FROM DATE YYYYMMDD.
                ACCEPT rh_run_time FROM TIME.
                MOVE SPACES TO rh_csv_name.
                STRING "BACKOUT " backout_key " " voided_count " ROWS"
                    DELIMITED BY SIZE INTO rh_csv_name.
                MOVE "BACKOUT" TO rh_status.
                WRITE run_history_record
                    INVALID KEY
                        REWRITE run_history_record
                        END-REWRITE
                END-WRITE
                IF run_history_status NOT = "00" THEN
                    DISPLAY "ERROR: could not write run history "
                        run_history_name ": status " run_history_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                CLOSE run_history_file.

            release_control_entry.
                *> the log is append-only, like the audit logs: the
                *> line the run wrote stays, and a "-;" line after it
                *> releases the same site and sequence again. A bare
                *> csv never went on the log, so has nothing to free.
                MOVE 0 TO rl_count.
                OPEN INPUT control_log_file.
                IF control_log_status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ control_log_file
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0
                                AND control_log_record (1:2) NOT = "-;"
                                THEN
                            MOVE control_log_record TO ctl_line
                            MOVE SPACES TO ctl_site ctl_csv_name
                                ctl_run_key
                            MOVE ZEROS TO ctl_file_seq ctl_file_date
                                ctl_rows
                            UNSTRING ctl_line DELIMITED BY ";"
                                INTO ctl_site ctl_file_seq ctl_file_date
                                     ctl_csv_name ctl_rows ctl_run_key
                            END-UNSTRING
                            IF ctl_run_key = backout_key
                                    AND rl_count < 20 THEN
                                ADD 1 TO rl_count
                                MOVE ctl_site TO rl_site (rl_count)
                                MOVE ctl_file_seq TO rl_file_seq (rl_count)
                                MOVE ctl_file_date
                                    TO rl_file_date (rl_count)
                            END-IF
                        END-IF
                    END-PERFORM
                    CLOSE control_log_file
                END-IF.
                IF rl_count = 0 THEN
                    DISPLAY "No controlled file on csv_control.log for"
                        " this run - nothing to release."
                ELSE
                    OPEN EXTEND control_log_file
                    IF control_log_status NOT = "00" THEN
                        DISPLAY "ERROR: could not open control log "
                            control_log_name ": status "
                            control_log_status
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ACCEPT audit_date FROM DATE YYYYMMDD
                    PERFORM VARYING i FROM 1 BY 1 UNTIL i > rl_count
                        MOVE SPACES TO ctl_line
                        STRING "-;" rl_site (i) DELIMITED BY SPACE ";"
                                rl_file_seq (i) DELIMITED BY SIZE ";"
                                rl_file_date (i) DELIMITED BY SIZE ";"
                                "BACKOUT;" backout_key DELIMITED BY SIZE
                                ";" audit_date ";" operator_id
                                DELIMITED BY SIZE
                            INTO ctl_line
                        WRITE control_log_record FROM ctl_line
                        IF control_log_status NOT = "00" THEN
                            DISPLAY "ERROR: could not write control log "
                                control_log_name ": status "
                                control_log_status
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        DISPLAY "Released site " rl_site (i) " file "
                            rl_file_seq (i) " for re-send."
                    END-PERFORM
                    CLOSE control_log_file
                END-IF.

            write_audit_line.
                *> the same line fillup-fix writes: when, who, what,
                *> and the full record bytes before and after.
                ACCEPT audit_date FROM DATE YYYYMMDD.
                ACCEPT audit_time FROM TIME.
                MOVE SPACES TO audit_line.
                STRING audit_date ";" audit_time ";"
                        operator_id ";" action_name ";"
                        before_image ";" after_image
                    DELIMITED BY SIZE INTO audit_line
                WRITE audit_record FROM audit_line.
                IF audit_file_status NOT = "00" THEN
                    DISPLAY "ERROR: could not write audit log "
                        audit_file_name ": status " audit_file_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.
        END PROGRAM run-backout.
