        *>  is costed fuel * price on the spot, the same way gl-posting
        *>  does it, so the meeting pack never waits on a rerun.
        *>  Voided rows, carry-forwards and validation rejections
        *>  never count. Each fill-up counts against the cost center
        *>  in force for its vehicle on its fill-up date, off the
        *>  cost center history vehicle-registry keeps, so a van
        *>  transferred in June leaves its January-May spend with the
        *>  department that ran it then. A vehicle missing from the
        *>  registry (or with a blank cost center) lands under the
        *>  suspense cost center SUSPNS, matching where gl-posting
        *>  sends its money.
        *>  Cost centers with a budget but no spend yet still get
        *>  their line - an allocation nobody is drawing on is a
        *>  finding too.
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS vm_vehicle_id
                        FILE STATUS IS vehicle_master_status.
                    SELECT cc_history_file ASSIGN TO cc_history_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ch_key
                        FILE STATUS IS cc_history_status.
                    SELECT budget_master_file ASSIGN TO budget_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                    COPY "fillupmaster.cpy".
                FD  vehicle_master_file.
                    COPY "vehiclemaster.cpy".
                FD  cc_history_file.
                    COPY "costcenterhist.cpy".
                FD  budget_master_file.
                    COPY "budgetmaster.cpy".
                FD  variance_file.
                01 master_file_name      PIC X(125) VALUE "fillup_master.dat".
                01 registry_file_name    PIC X(125) VALUE "vehicle_master.dat".
                01 budget_file_name      PIC X(125) VALUE "budget_master.dat".
                01 cc_history_file_name  PIC X(125) VALUE "cost_center_history.dat".
                01 variance_file_name    PIC X(125) VALUE SPACES.
                01 fillup_master_status  PIC XX VALUE SPACES.
                01 vehicle_master_status PIC XX VALUE SPACES.
                01 budget_master_status  PIC XX VALUE SPACES.
                01 cc_history_status     PIC XX VALUE SPACES.
                01 variance_file_status  PIC XX VALUE SPACES.
                01 end_of_file           PIC 9 VALUE ZERO.
                01 registry_available    PIC 9 VALUE ZERO.
                01 record_year           PIC 9(4) VALUE ZEROS.
                01 record_mm             PIC 99 VALUE ZEROS.
                01 row_cost              PIC 9999V99 VALUE ZEROS.
                01 row_cost_center       PIC X(6) VALUE SPACES.
                01 row_cc_found          PIC 9 VALUE ZERO.
                01 row_cc_eff_date       PIC 9(8) VALUE ZEROS.
                *> every cost center assignment on file, pulled in
                *> once, the same table gl-posting scans.
                01 cch_count PIC 9(4) VALUE ZEROS.
                01 cch_tab OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON cch_count.
                    02 ch_tab_vehicle  PIC X(10) VALUE SPACES.
                    02 ch_tab_eff_date PIC 9(8) VALUE ZEROS.
                    02 ch_tab_cc       PIC X(6) VALUE SPACES.
                *> spend by vehicle, cost center in force and calendar
                *> month, the same shape gl-posting uses: each row is
                *> charged by its own date, so a transferred vehicle
                *> carries one line per cost center it ran under.
                01 veh_count PIC 9(3) VALUE ZEROS.
                01 veh_tab OCCURS 1 TO 500 TIMES
                                    DEPENDING ON veh_count.
                01 aux_vars.
                    02 i               PIC 9(3) VALUE ZEROS.
                    02 j               PIC 9(3) VALUE ZEROS.
                    02 k               PIC 9(4) VALUE ZEROS.
                    02 m               PIC 99 VALUE ZEROS.
                    02 veh_hit         PIC 9 VALUE ZERO.
                    02 veh_slot        PIC 9(3) VALUE ZEROS.
                MOVE SPACES TO variance_file_name.
                STRING "budget_var_" report_month ".rpt"
                    DELIMITED BY SIZE INTO variance_file_name
                PERFORM open_vehicle_registry.
                PERFORM load_cost_center_history.
                PERFORM collect_year_spend.
                IF registry_available = 1 THEN
                    CLOSE vehicle_master_file
                END-IF
                PERFORM fold_into_cost_centers.
                PERFORM attach_budgets.
                PERFORM sort_cost_centers.
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
                    ADD 1 TO veh_count
                    MOVE veh_count TO veh_slot
                    MOVE fm_vehicle_id TO vp_vehicle (veh_slot)
                    MOVE row_cost_center TO vp_cost_center (veh_slot)
                    PERFORM VARYING m FROM 1 BY 1 UNTIL m > 12
                        MOVE ZEROS TO vp_month_amount (veh_slot m)
                    END-PERFORM
                END-IF.
                ADD row_cost TO vp_month_amount (veh_slot record_mm).

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

            fold_into_cost_centers.
