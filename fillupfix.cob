        *> the before-image, the after-image, who keyed it and when,
        *> so the fuel-spend history is corrected on the record, not
        *> with a hex editor.
        *>  A fill-up dated in a month period-close has closed (or
        *>  being re-dated into one) is never quietly changed: the
        *>  operator is told the month is closed and has to agree
        *>  to carry the change as a GL adjustment. The row is then
        *>  corrected, and an adjustment record (gl_adjustments.dat)
        *>  keeps what the closed month posted for it, what it
        *>  should have posted, and the cost center it was charged
        *>  to (a re-date into another month or cost center gets a
        *>  reversal and a re-post record of its own, each under
        *>  the month and cost center it belongs to) - the next
        *>  gl-posting run reverses and re-posts the difference in
        *>  the open month, so the GL and the history still agree.
        *>
        *> compiles like this:  cobc -x --free fillupfix.cob
        *> runs like this:      ./fillup-fix [path_to_master_file]
                    SELECT audit_file ASSIGN TO audit_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS audit_file_status.
                    SELECT period_control_file ASSIGN TO period_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS pc_period
                        FILE STATUS IS period_control_status.
                    SELECT adjustment_file ASSIGN TO adjustment_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ad_key
                        FILE STATUS IS adjustment_status.
                    SELECT cc_history_file ASSIGN TO cc_history_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ch_key
                        FILE STATUS IS cc_history_status.
                    SELECT vehicle_master_file ASSIGN TO registry_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS vm_vehicle_id
                        FILE STATUS IS vehicle_master_status.
        DATA DIVISION.
            FILE SECTION.
                FD  fillup_master_file.
                    COPY "fillupmaster.cpy".
                FD  audit_file.
                    01 audit_record  PIC X(250) VALUE SPACES.
                FD  period_control_file.
                    COPY "periodcontrol.cpy".
                FD  adjustment_file.
                    COPY "gladjust.cpy".
                FD  cc_history_file.
                    COPY "costcenterhist.cpy".
                FD  vehicle_master_file.
                    COPY "vehiclemaster.cpy".
            WORKING-STORAGE SECTION.
                01 CONST_SUSPENSE_CC     PIC X(6) VALUE "SUSPNS".
                01 master_file_name      PIC X(125) VALUE "fillup_master.dat".
                01 audit_file_name       PIC X(125) VALUE "fillup_audit.log".
                01 period_file_name      PIC X(125) VALUE "period_control.dat".
                01 adjustment_file_name  PIC X(125) VALUE "gl_adjustments.dat".
                01 cc_history_file_name  PIC X(125) VALUE "cost_center_history.dat".
                01 registry_file_name    PIC X(125) VALUE "vehicle_master.dat".
                01 fillup_master_status  PIC XX VALUE SPACES.
                01 audit_file_status     PIC XX VALUE SPACES.
                01 period_control_status PIC XX VALUE SPACES.
                01 adjustment_status     PIC XX VALUE SPACES.
                01 cc_history_status     PIC XX VALUE SPACES.
                01 vehicle_master_status PIC XX VALUE SPACES.
                01 cc_history_available  PIC 9 VALUE ZERO.
                01 registry_available    PIC 9 VALUE ZERO.
                *> every month period-close has closed, pulled in once
                *> at start-up - a few dozen records a year.
                01 closed_count PIC 9(4) VALUE ZEROS.
                01 closed_tab OCCURS 1 TO 1200 TIMES
                                    DEPENDING ON closed_count.
                    02 cp_period       PIC 9(6) VALUE ZEROS.
                *> what the row posts to the GL before and after the
                *> change, by gl-posting's rule, and whether either
                *> side of it lands in a closed month.
                01 adjustment_vars.
                    02 check_period    PIC 9(6) VALUE ZEROS.
                    02 period_is_closed PIC 9 VALUE ZERO.
                    02 row_amount      PIC 9(7)V99 VALUE ZEROS.
                    02 before_amount   PIC 9(7)V99 VALUE ZEROS.
                    02 after_amount    PIC 9(7)V99 VALUE ZEROS.
                    02 before_date     PIC 9(8) VALUE ZEROS.
                    02 before_period   PIC 9(6) VALUE ZEROS.
                    02 after_date      PIC 9(8) VALUE ZEROS.
                    02 after_period    PIC 9(6) VALUE ZEROS.
                    02 before_closed   PIC 9 VALUE ZERO.
                    02 after_closed    PIC 9 VALUE ZERO.
                    02 adjustment_due  PIC 9 VALUE ZERO.
                    02 cc_resolve_date PIC 9(8) VALUE ZEROS.
                    02 charged_cost_center PIC X(6) VALUE SPACES.
                    02 before_cost_center PIC X(6) VALUE SPACES.
                    02 after_cost_center PIC X(6) VALUE SPACES.
                    02 confirm_choice  PIC X VALUE SPACE.
                    02 k               PIC 9(4) VALUE ZEROS.
                01 operator_id           PIC X(8) VALUE SPACES.
                01 audit_date            PIC 9(8) VALUE ZEROS.
                01 audit_time            PIC 9(8) VALUE ZEROS.
                *> flat copies of the whole master record - every field
                *> in it is display format, so the raw bytes read fine
                *> in the log and diff cleanly against each other.
                01 before_image          PIC X(96) VALUE SPACES.
                01 after_image           PIC X(96) VALUE SPACES.
                01 audit_line            PIC X(250) VALUE SPACES.
                01 edit_fuel             PIC Z9.99.
                01 edit_price            PIC Z9.999.
        PROCEDURE DIVISION.
                    STOP RUN
                END-IF.
                PERFORM open_audit_log.
                PERFORM load_closed_periods.
                PERFORM open_adjustment_file.
                DISPLAY "Your operator id (for the audit log): "
                    WITH NO ADVANCING.
                ACCEPT operator_id.
                    UNTIL entry_vehicle_id = SPACES.
                CLOSE fillup_master_file.
                CLOSE audit_file.
                CLOSE adjustment_file.
                IF cc_history_available = 1 THEN
                    CLOSE cc_history_file
                END-IF
                IF registry_available = 1 THEN
                    CLOSE vehicle_master_file
                END-IF.
            STOP RUN.

            open_audit_log.
                    STOP RUN
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

            open_adjustment_file.
                *> create on first use, like the audit log; the cost
                *> center sources are read-only and optional, the
                *> same fallbacks gl-posting charges by.
                OPEN I-O adjustment_file.
                IF adjustment_status = "35" THEN
                    OPEN OUTPUT adjustment_file
                    CLOSE adjustment_file
                    OPEN I-O adjustment_file
                END-IF
                IF adjustment_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open adjustment file "
                        adjustment_file_name ": status "
                        adjustment_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE 0 TO cc_history_available.
                OPEN INPUT cc_history_file.
                IF cc_history_status = "00" THEN
                    MOVE 1 TO cc_history_available
                END-IF
                MOVE 0 TO registry_available.
                OPEN INPUT vehicle_master_file.
                IF vehicle_master_status = "00" THEN
                    MOVE 1 TO registry_available
                END-IF.

            fix_one_fillup.
                DISPLAY " ".
                DISPLAY "Vehicle ID (blank to quit): " WITH NO ADVANCING.
            apply_change.
                MOVE fillup_master_record TO before_image.
                MOVE 1 TO change_done.
                PERFORM posting_amount.
                MOVE row_amount TO before_amount.
                MOVE fm_fillup_date TO before_date.
                MOVE fm_fillup_date (1:6) TO before_period.
                MOVE before_period TO check_period.
                PERFORM check_period_closed.
                MOVE period_is_closed TO before_closed.
                IF before_closed = 1 THEN
                    DISPLAY "  ** period " before_period " is closed -"
                        " a change here is carried as a GL adjustment **"
                END-IF.
                DISPLAY "O=odometer F=fuel P=price T=fuel type"
                    " D=date V=void N=leave alone".
                DISPLAY "Change: " WITH NO ADVANCING.
                        MOVE 0 TO change_done
                        DISPLAY "Left alone."
                END-EVALUATE
                MOVE 0 TO adjustment_due.
                IF change_done = 1 THEN
                    PERFORM check_closed_change
                END-IF
                IF change_done = 1 THEN
                    *> the adjustment goes on file before the master
                    *> does: if it cannot be written the run stops
                    *> with the closed month's row still as it was
                    *> posted, never changed with nothing behind it.
                    IF adjustment_due = 1 THEN
                        PERFORM write_adjustment
                    END-IF
                    REWRITE fillup_master_record
                        INVALID KEY CONTINUE
                    END-REWRITE
                        entry_vehicle_id " seq " entry_seq "."
                END-IF.

            check_closed_change.
                *> the change is on the record buffer, not yet on
                *> file. If either the row's old or its new date sits
                *> in a closed month the closed month's posting no
                *> longer matches the history, so the operator has to
                *> agree to carry the difference as an adjustment -
                *> anything else puts the row back as it was.
                MOVE fm_fillup_date TO after_date.
                MOVE fm_fillup_date (1:6) TO after_period.
                MOVE after_period TO check_period.
                PERFORM check_period_closed.
                MOVE period_is_closed TO after_closed.
                IF before_closed = 1 OR after_closed = 1 THEN
                    IF after_closed = 1 AND before_closed = 0 THEN
                        DISPLAY "  ** period " after_period " is closed -"
                            " this change is carried as a GL"
                            " adjustment **"
                    END-IF
                    DISPLAY "Carry this change as an adjustment for the"
                        " next gl-posting run? (Y/N): " WITH NO ADVANCING
                    MOVE SPACE TO confirm_choice
                    ACCEPT confirm_choice
                    IF confirm_choice = "Y" OR confirm_choice = "y" THEN
                        MOVE 1 TO adjustment_due
                        *> the row is re-priced by the next nightly,
                        *> which costs it fuel * price - the same
                        *> figure gl-posting uses for a row not yet
                        *> priced, so that is what it now posts.
                        MOVE SPACE TO fm_computed_flag
                        PERFORM posting_amount
                        MOVE row_amount TO after_amount
                    ELSE
                        MOVE before_image TO fillup_master_record
                        MOVE 0 TO change_done
                        DISPLAY "Left alone - closed month unchanged."
                    END-IF
                END-IF.

            posting_amount.
                *> what gl-posting charges for the row on the buffer:
                *> nothing for a void, carry-forward, declaration or
                *> rejection; the stored cost once priced; fuel *
                *> price before that.
                EVALUATE TRUE
                    WHEN fm_void_flag = "V"
                    WHEN fm_carry_flag = "C"
                    WHEN fm_carry_flag = "D"
                    WHEN fm_computed_flag = "R"
                        MOVE ZEROS TO row_amount
                    WHEN fm_computed_flag = "Y"
                        MOVE fm_cost_amount TO row_amount
                    WHEN OTHER
                        COMPUTE row_amount = fm_fuel * fm_price_paid
                END-EVALUATE.

            check_period_closed.
                MOVE 0 TO period_is_closed.
                PERFORM VARYING k FROM 1 BY 1
                        UNTIL k > closed_count OR period_is_closed = 1
                    IF cp_period (k) = check_period THEN
                        MOVE 1 TO period_is_closed
                    END-IF
                END-PERFORM.

            write_adjustment.
                *> the closed side's posting before and after: a row
                *> moved out into an open month is picked up by that
                *> month's own posting, so the closed month only
                *> reverses it; a row moved into a closed month is
                *> posted there by this adjustment alone. A change
                *> that stays in its month under the same cost center
                *> is one record carrying both amounts. One that moves
                *> the row to another month, or to a date its vehicle
                *> was charged to another cost center, is two: the
                *> reversal where the row was posted, and the re-post
                *> where it belongs now.
                MOVE before_date TO cc_resolve_date.
                PERFORM resolve_charged_cc.
                MOVE charged_cost_center TO before_cost_center.
                MOVE after_date TO cc_resolve_date.
                PERFORM resolve_charged_cc.
                MOVE charged_cost_center TO after_cost_center.
                MOVE entry_vehicle_id TO ad_vehicle_id.
                MOVE entry_seq TO ad_seq_no.
                ACCEPT ad_entry_date FROM DATE YYYYMMDD.
                ACCEPT ad_entry_time FROM TIME.
                MOVE action_name TO ad_action.
                MOVE operator_id TO ad_operator.
                IF before_period = after_period
                        AND before_cost_center = after_cost_center THEN
                    MOVE before_period TO ad_orig_period
                    MOVE before_cost_center TO ad_cost_center
                    MOVE before_amount TO ad_orig_amount
                    MOVE after_amount TO ad_new_amount
                    PERFORM write_adjustment_record
                ELSE
                    IF before_closed = 1 THEN
                        MOVE before_period TO ad_orig_period
                        MOVE before_cost_center TO ad_cost_center
                        MOVE before_amount TO ad_orig_amount
                        MOVE ZEROS TO ad_new_amount
                        PERFORM write_adjustment_record
                        *> the re-post is keyed one tick later, so the
                        *> two records of one correction keep apart.
                        ADD 1 TO ad_entry_time
                    END-IF
                    IF after_closed = 1 THEN
                        MOVE after_period TO ad_orig_period
                        MOVE after_cost_center TO ad_cost_center
                        MOVE ZEROS TO ad_orig_amount
                        MOVE after_amount TO ad_new_amount
                        PERFORM write_adjustment_record
                    END-IF
                END-IF.

            write_adjustment_record.
                MOVE ZEROS TO ad_post_period.
                WRITE gl_adjustment_record
                    INVALID KEY CONTINUE
                END-WRITE
                IF adjustment_status NOT = "00" THEN
                    DISPLAY "ERROR: could not write adjustment file "
                        adjustment_file_name ": status "
                        adjustment_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                DISPLAY "Adjustment carried for period " ad_orig_period
                    " against cost center " ad_cost_center ".".

            resolve_charged_cc.
                *> the cost center gl-posting charges the row to on
                *> cc_resolve_date: the assignment in force on that
                *> date, else the registry's, else suspense -
                *> gl-posting's own rule.
                MOVE SPACES TO charged_cost_center.
                IF cc_history_available = 1 THEN
                    MOVE entry_vehicle_id TO ch_vehicle_id
                    MOVE ZEROS TO ch_eff_date
                    START cc_history_file KEY NOT < ch_key
                        INVALID KEY CONTINUE
                    END-START
                    IF cc_history_status = "00" THEN
                        MOVE 0 TO end_of_file
                        PERFORM UNTIL end_of_file = 1
                            READ cc_history_file NEXT RECORD
                                AT END MOVE 1 TO end_of_file
                            END-READ
                            IF end_of_file = 0 THEN
                                IF ch_vehicle_id NOT = entry_vehicle_id
                                        OR ch_eff_date > cc_resolve_date
                                        THEN
                                    MOVE 1 TO end_of_file
                                ELSE
                                    MOVE ch_cost_center
                                        TO charged_cost_center
                                END-IF
                            END-IF
                        END-PERFORM
                    END-IF
                END-IF
                IF charged_cost_center = SPACES
                        AND registry_available = 1 THEN
                    MOVE entry_vehicle_id TO vm_vehicle_id
                    READ vehicle_master_file
                        INVALID KEY CONTINUE
                    END-READ
                    IF vehicle_master_status = "00" THEN
                        MOVE vm_cost_center TO charged_cost_center
                    END-IF
                END-IF
                IF charged_cost_center = SPACES THEN
                    MOVE CONST_SUSPENSE_CC TO charged_cost_center
                END-IF.

            invalidate_downstream.
                *> the stored results on this row - and on every later
                *> row of the same vehicle, whose distances were
                                MOVE ZEROS TO fm_cost_amount
                                MOVE ZEROS TO fm_cost_100km
                                MOVE SPACE TO fm_cost_trend
                                *> a warning a logged repair closed
                                *> stays closed through re-pricing.
                                IF fm_maint_flag NOT = "X" THEN
                                    MOVE SPACE TO fm_maint_flag
                                END-IF
                                REWRITE fillup_master_record
                                END-REWRITE
                                IF fillup_master_status NOT = "00" THEN
