        *> numbers didn't tie out. Run after the last nightly of the
        *> month, this reads the fill-up history and writes a posting
        *> file in the GL's fixed-format layout: one detail line per
        *> vehicle and cost center carrying its fuel spend for the
        *> posting month, plus a trailer with the record count and
        *> the amount hash total so the GL side can prove it received
        *> the whole file.
        *> A control report listing what was posted comes out with it.
        *>  Spend comes from the stored cost figures the nightly run
        *>  parks on each record; a row that has not been priced yet
        *>  is costed fuel * price on the spot so a month-end never
        *>  waits on a rerun. Voided rows, carry-forwards and
        *>  validation rejections never post.
        *>  Each fill-up is debited to the cost center that was in
        *>  force for its vehicle on its fill-up date, off the cost
        *>  center history vehicle-registry keeps - a van that moved
        *>  department mid-month splits across two lines, and
        *>  re-running a past month charges it exactly where it was
        *>  charged at the time. A vehicle with no history on file
        *>  charges to the registry's vm_cost_center as before.
        *>  A vehicle missing from the registry (or with a blank cost
        *>  center) posts to the suspense cost center SUSPNS and is
        *>  called out on the control report - a wrong charge code
        *>  arriving at the GL is accounting's problem twice over.
        *>  A month period-close has closed is never posted again -
        *>  its posting file is final. A correction fillup-fix had
        *>  to make to a fill-up in a closed month is carried on the
        *>  GL adjustment file instead, and this run posts every
        *>  adjustment not yet posted in the month being posted: a
        *>  credit reversing what the closed month posted and a
        *>  debit re-posting the corrected amount, each against the
        *>  cost center the adjustment record names - where the row
        *>  was charged, and where it is charged now. The control
        *>  report lists them in a section of their own - who,
        *>  when, which row, which month and what moved.
        *>
        *> compiles like this:  cobc -x --free glpost.cob
        *> runs like this:      ./gl-posting <posting_month_YYYYMM> [path_to_master_file]
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS vm_vehicle_id
                        FILE STATUS IS vehicle_master_status.
                    SELECT cc_history_file ASSIGN TO cc_history_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ch_key
                        FILE STATUS IS cc_history_status.
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
                    SELECT posting_file ASSIGN TO posting_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS posting_file_status.
                    COPY "fillupmaster.cpy".
                FD  vehicle_master_file.
                    COPY "vehiclemaster.cpy".
                FD  cc_history_file.
                    COPY "costcenterhist.cpy".
                FD  period_control_file.
                    COPY "periodcontrol.cpy".
                FD  adjustment_file.
                    COPY "gladjust.cpy".
                FD  posting_file.
                    01 posting_record  PIC X(80) VALUE SPACES.
                FD  control_file.
                01 CONST_SUSPENSE_CC  PIC X(6) VALUE "SUSPNS".
                01 master_file_name      PIC X(125) VALUE "fillup_master.dat".
                01 registry_file_name    PIC X(125) VALUE "vehicle_master.dat".
                01 cc_history_file_name  PIC X(125) VALUE "cost_center_history.dat".
                01 period_file_name      PIC X(125) VALUE "period_control.dat".
                01 adjustment_file_name  PIC X(125) VALUE "gl_adjustments.dat".
                01 posting_file_name     PIC X(125) VALUE SPACES.
                01 control_file_name     PIC X(125) VALUE SPACES.
                01 fillup_master_status  PIC XX VALUE SPACES.
                01 vehicle_master_status PIC XX VALUE SPACES.
                01 cc_history_status     PIC XX VALUE SPACES.
                01 period_control_status PIC XX VALUE SPACES.
                01 adjustment_status     PIC XX VALUE SPACES.
                01 posting_file_status   PIC XX VALUE SPACES.
                01 control_file_status   PIC XX VALUE SPACES.
                01 end_of_file           PIC 9 VALUE ZERO.
                01 registry_available    PIC 9 VALUE ZERO.
                *> every cost center assignment on file, pulled in
                *> once - a handful of records per vehicle, in key
                *> order, so a scan per row finds the one in force.
                01 cch_count PIC 9(4) VALUE ZEROS.
                01 cch_tab OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON cch_count.
                    02 cc_vehicle      PIC X(10) VALUE SPACES.
                    02 cc_eff_date     PIC 9(8) VALUE ZEROS.
                    02 cc_cost_center  PIC X(6) VALUE SPACES.
                01 command_tokens.
                    02 command_token OCCURS 2 TIMES PIC X(125) VALUE SPACES.
                01 token_idx             PIC 9 VALUE ZEROS.
                01 posting_mm            PIC 99 VALUE ZEROS.
                01 record_month          PIC 9(6) VALUE ZEROS.
                01 row_cost              PIC 9999V99 VALUE ZEROS.
                01 row_cost_center       PIC X(6) VALUE SPACES.
                01 row_suspense          PIC 9 VALUE ZERO.
                01 row_cc_found          PIC 9 VALUE ZERO.
                01 row_cc_eff_date       PIC 9(8) VALUE ZEROS.
                *> the GL's fixed-format detail line: record type,
                *> cost center, account, period, vehicle reference,
                *> amount as eleven zoned digits with two implied
                    02 vp_fillups      PIC 9(4) VALUE ZEROS.
                    02 vp_cost_center  PIC X(6) VALUE SPACES.
                    02 vp_suspense     PIC 9 VALUE ZERO.
                *> the adjustments this run carries: every one not yet
                *> posted, plus any an earlier run of this same month
                *> already posted, so a re-run writes the same file.
                01 adj_count PIC 9(3) VALUE ZEROS.
                01 adj_tab OCCURS 1 TO 500 TIMES
                                    DEPENDING ON adj_count.
                    02 aj_vehicle      PIC X(10) VALUE SPACES.
                    02 aj_seq_no       PIC 9(6) VALUE ZEROS.
                    02 aj_entry_date   PIC 9(8) VALUE ZEROS.
                    02 aj_action       PIC X(10) VALUE SPACES.
                    02 aj_operator     PIC X(8) VALUE SPACES.
                    02 aj_orig_period  PIC 9(6) VALUE ZEROS.
                    02 aj_cost_center  PIC X(6) VALUE SPACES.
                    02 aj_orig_amount  PIC 9(7)V99 VALUE ZEROS.
                    02 aj_new_amount   PIC 9(7)V99 VALUE ZEROS.
                01 adjustments_available PIC 9 VALUE ZERO.
                01 adj_line_count        PIC 9(4) VALUE ZEROS.
                01 adj_net               PIC S9(8)V99 VALUE ZEROS.
                01 aux_vars.
                    02 i               PIC 9(3) VALUE ZEROS.
                    02 j               PIC 9(3) VALUE ZEROS.
                    02 k               PIC 9(4) VALUE ZEROS.
                    02 veh_hit         PIC 9 VALUE ZERO.
                    02 veh_slot        PIC 9(3) VALUE ZEROS.
                    02 suspense_count  PIC 9(3) VALUE ZEROS.
                01 report_edit_fields.
                    02 edit_amount     PIC Z(6)9.99.
                    02 edit_total     PIC Z(9)9.99.
                    02 edit_orig       PIC Z(6)9.99.
                    02 edit_new        PIC Z(6)9.99.
                    02 edit_diff       PIC -(7)9.99.
        PROCEDURE DIVISION.
            main.
                PERFORM parse_command_line.
                MOVE SPACES TO control_file_name.
                STRING "glpost_" posting_month ".rpt"
                    DELIMITED BY SIZE INTO control_file_name
                PERFORM check_period_open.
                PERFORM open_vehicle_registry.
                PERFORM load_cost_center_history.
                PERFORM collect_month_spend.
                IF registry_available = 1 THEN
                    CLOSE vehicle_master_file
                END-IF
                PERFORM count_suspense_lines.
                PERFORM collect_adjustments.
                PERFORM write_posting_file.
                PERFORM mark_adjustments_posted.
                PERFORM write_control_report.
                DISPLAY "Posted " pt_rec_count " lines for "
                    posting_month " to " posting_file_name.
                IF adj_count > 0 THEN
                    DISPLAY "Carried " adj_count " adjustments to"
                        " closed periods - see " control_file_name
                END-IF
                IF suspense_count > 0 THEN
                    DISPLAY "WARNING: " suspense_count " lines"
                        " posted to suspense cost center "
                        CONST_SUSPENSE_CC " - see " control_file_name
                END-IF.
                                COMPUTE row_cost =
                                    fm_fuel * fm_price_paid
                            END-IF
                            PERFORM resolve_cost_center
                            PERFORM add_vehicle_spend
                        END-IF
                    END-IF
                MOVE 0 TO veh_hit.
                PERFORM VARYING j FROM 1 BY 1
                        UNTIL j > veh_count OR veh_hit = 1
                    IF vp_vehicle (j) = fm_vehicle_id
                            AND vp_cost_center (j) = row_cost_center THEN
                        MOVE 1 TO veh_hit
                        MOVE j TO veh_slot
                    END-IF
                    MOVE fm_vehicle_id TO vp_vehicle (veh_slot)
                    MOVE ZEROS TO vp_amount (veh_slot)
                    MOVE ZEROS TO vp_fillups (veh_slot)
                    MOVE row_cost_center TO vp_cost_center (veh_slot)
                    MOVE row_suspense TO vp_suspense (veh_slot)
                END-IF.
                ADD row_cost TO vp_amount (veh_slot).
                ADD 1 TO vp_fillups (veh_slot).

            check_period_open.
                *> a closed month's posting file is final - posting
                *> it again would hand the GL a second copy of money
                *> it already has. No control file at all means
                *> nothing has ever been closed.
                OPEN INPUT period_control_file.
                EVALUATE period_control_status
                    WHEN "00"
                        MOVE posting_month TO pc_period
                        READ period_control_file
                            INVALID KEY CONTINUE
                        END-READ
                        IF period_control_status = "00"
                                AND pc_status = "C" THEN
                            DISPLAY "ERROR: period " posting_month
                                " was closed on " pc_closed_date
                                " - its posting file is final;"
                                " corrections post as adjustments in"
                                " the open month"
                            CLOSE period_control_file
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
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

            collect_adjustments.
                MOVE 0 TO adj_count.
                MOVE 0 TO adjustments_available.
                OPEN I-O adjustment_file.
                EVALUATE adjustment_status
                    WHEN "00"
                        MOVE 1 TO adjustments_available
                    WHEN "35"
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "ERROR: could not open adjustment file "
                            adjustment_file_name ": status "
                            adjustment_status
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-EVALUATE
                IF adjustments_available = 1 THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ adjustment_file NEXT RECORD
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0
                                AND (ad_post_period = ZEROS
                                    OR ad_post_period = posting_month) THEN
                            IF adj_count >= 500 THEN
                                DISPLAY "ERROR: more than 500 adjustments"
                                    " waiting on " adjustment_file_name
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO adj_count
                            MOVE ad_vehicle_id TO aj_vehicle (adj_count)
                            MOVE ad_seq_no TO aj_seq_no (adj_count)
                            MOVE ad_entry_date TO aj_entry_date (adj_count)
                            MOVE ad_action TO aj_action (adj_count)
                            MOVE ad_operator TO aj_operator (adj_count)
                            MOVE ad_orig_period
                                TO aj_orig_period (adj_count)
                            MOVE ad_cost_center
                                TO aj_cost_center (adj_count)
                            MOVE ad_orig_amount
                                TO aj_orig_amount (adj_count)
                            MOVE ad_new_amount TO aj_new_amount (adj_count)
                        END-IF
                    END-PERFORM
                END-IF.

            mark_adjustments_posted.
                *> only once the posting file is safely written - a
                *> run that dies before this leaves them unposted,
                *> and the rerun carries them again.
                IF adjustments_available = 1 THEN
                    MOVE LOW-VALUES TO ad_key
                    START adjustment_file KEY NOT < ad_key
                        INVALID KEY CONTINUE
                    END-START
                    IF adjustment_status = "00" THEN
                        MOVE 0 TO end_of_file
                        PERFORM UNTIL end_of_file = 1
                            READ adjustment_file NEXT RECORD
                                AT END MOVE 1 TO end_of_file
                            END-READ
                            IF end_of_file = 0
                                    AND ad_post_period = ZEROS THEN
                                MOVE posting_month TO ad_post_period
                                REWRITE gl_adjustment_record
                                    INVALID KEY CONTINUE
                                END-REWRITE
                                IF adjustment_status NOT = "00" THEN
                                    DISPLAY "ERROR: could not mark"
                                        " adjustment posted: status "
                                        adjustment_status
                                    MOVE 16 TO RETURN-CODE
                                    STOP RUN
                                END-IF
                            END-IF
                        END-PERFORM
                    END-IF
                    CLOSE adjustment_file
                END-IF.

            open_vehicle_registry.
                OPEN INPUT vehicle_master_file.
                IF vehicle_master_status = "00" THEN
                    MOVE 1 TO registry_available
                ELSE
                    MOVE 0 TO registry_available
                    DISPLAY "no vehicle registry on file - vehicles"
                        " without a cost center history post to"
                        " suspense cost center " CONST_SUSPENSE_CC
                END-IF.

            load_cost_center_history.
                *> no history file (status 35) just means nobody has
                *> transferred or registered a vehicle since it came
                *> in - every vehicle charges to its registry record.
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
                            cc_history_file_name ": status "
                            cc_history_status
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-EVALUATE.

            resolve_cost_center.
                *> the cost center in force for this row's vehicle on
                *> its fill-up date: the newest assignment at or
                *> before the date, else the registry's own cost
                *> center for a vehicle that has no history yet, else
                *> suspense.
                MOVE SPACES TO row_cost_center.
                MOVE 0 TO row_cc_found.
                MOVE ZEROS TO row_cc_eff_date.
                PERFORM VARYING k FROM 1 BY 1 UNTIL k > cch_count
                    IF cc_vehicle (k) = fm_vehicle_id
                            AND cc_eff_date (k) <= fm_fillup_date
                            AND (row_cc_found = 0
                                OR cc_eff_date (k) >= row_cc_eff_date) THEN
                        MOVE 1 TO row_cc_found
                        MOVE cc_eff_date (k) TO row_cc_eff_date
                        MOVE cc_cost_center (k) TO row_cost_center
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
                    MOVE 1 TO row_suspense
                ELSE
                    MOVE 0 TO row_suspense
                END-IF.

            count_suspense_lines.
                MOVE 0 TO suspense_count.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > veh_count
                    IF vp_suspense (i) = 1 THEN
                        ADD 1 TO suspense_count
                    END-IF
                END-PERFORM.

            write_posting_file.
                OPEN OUTPUT posting_file.
                    ADD 1 TO pt_rec_count
                    ADD vp_amount (i) TO pt_hash_amount
                END-PERFORM
                *> adjustments to closed months: the reversal credits
                *> back exactly what the closed month debited, the
                *> re-post debits what it should have been. One that
                *> moved no money (an odometer fix) is listed on the
                *> control report but sends the GL nothing.
                MOVE 0 TO adj_line_count.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > adj_count
                    IF aj_orig_amount (i) NOT = aj_new_amount (i) THEN
                        IF aj_orig_amount (i) > 0 THEN
                            MOVE aj_orig_amount (i) TO pd_amount
                            MOVE "C" TO pd_dr_cr
                            PERFORM write_adjustment_line
                        END-IF
                        IF aj_new_amount (i) > 0 THEN
                            MOVE aj_new_amount (i) TO pd_amount
                            MOVE "D" TO pd_dr_cr
                            PERFORM write_adjustment_line
                        END-IF
                    END-IF
                END-PERFORM
                MOVE "T" TO pt_rec_type.
                MOVE SPACES TO posting_record.
                WRITE posting_record FROM posting_trailer.
                PERFORM check_posting_write.
                CLOSE posting_file.

            write_adjustment_line.
                MOVE "D" TO pd_rec_type.
                MOVE aj_cost_center (i) TO pd_cost_center.
                MOVE CONST_FUEL_ACCOUNT TO pd_account.
                MOVE posting_month TO pd_period.
                MOVE aj_vehicle (i) TO pd_vehicle.
                MOVE SPACES TO posting_record.
                WRITE posting_record FROM posting_detail.
                PERFORM check_posting_write.
                ADD 1 TO pt_rec_count.
                ADD 1 TO adj_line_count.
                ADD pd_amount TO pt_hash_amount.

            check_posting_write.
                IF posting_file_status NOT = "00" THEN
                    DISPLAY "ERROR: could not write posting file "
                    END-IF
                    PERFORM print_control_line
                END-PERFORM
                IF adj_count > 0 THEN
                    PERFORM write_adjustment_section
                END-IF
                MOVE SPACES TO line_out.
                PERFORM print_control_line.
                MOVE pt_hash_amount TO edit_total.
                PERFORM print_control_line.
                CLOSE control_file.

            write_adjustment_section.
                MOVE SPACES TO line_out.
                PERFORM print_control_line.
                MOVE "--- Adjustments to closed periods ---" TO line_out.
                PERFORM print_control_line.
                MOVE "vehicle    seq    closed cost_cc action     operator keyed     reversed   reposted  difference"
                    TO line_out.
                PERFORM print_control_line.
                MOVE ZEROS TO adj_net.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > adj_count
                    MOVE aj_orig_amount (i) TO edit_orig
                    MOVE aj_new_amount (i) TO edit_new
                    COMPUTE edit_diff =
                        aj_new_amount (i) - aj_orig_amount (i)
                    COMPUTE adj_net = adj_net
                        + aj_new_amount (i) - aj_orig_amount (i)
                    MOVE SPACES TO line_out
                    STRING aj_vehicle (i) " " aj_seq_no (i) " "
                            aj_orig_period (i) " " aj_cost_center (i)
                            "  " aj_action (i) " " aj_operator (i) " "
                            aj_entry_date (i) " " edit_orig " "
                            edit_new " " edit_diff
                        DELIMITED BY SIZE INTO line_out
                    IF aj_orig_amount (i) = aj_new_amount (i) THEN
                        STRING "  (no GL effect)"
                            DELIMITED BY SIZE INTO line_out (111:)
                    END-IF
                    PERFORM print_control_line
                END-PERFORM.
                MOVE adj_net TO edit_diff.
                MOVE SPACES TO line_out.
                STRING "Adjustments: " adj_count "  posting lines: "
                        adj_line_count "  net change: " edit_diff
                    DELIMITED BY SIZE INTO line_out.
                PERFORM print_control_line.

            print_control_line.
                WRITE control_line FROM line_out.
                IF control_file_status NOT = "00" THEN
