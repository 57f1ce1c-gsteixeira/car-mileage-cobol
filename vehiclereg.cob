        *> vehicle_id used to quietly become a brand-new "vehicle" in
        *> the master file; now it bounces off this registry instead.
        *>  Menu driven: add a vehicle, update its details, retire it
        *>  (kept on file, but new fill-ups for it are rejected), or
        *>  list the whole registry. Services are keyed through
        *>  service-history, which keeps every workshop visit with its
        *>  invoice and moves the last-service odometer and date on
        *>  this registry forward for a routine service.
        *>  Every add, update and retire appends one line to
        *>  registry_audit.log with the operator, date, and the full
        *>  record before and after - the same trail fillup-fix keeps
        *>  for the history, searchable through audit-inquiry.
        *>  A cost center is never simply overwritten: every add, and
        *>  every update that changes it, writes an assignment to the
        *>  cost center history (cost_center_history.dat) with the
        *>  date it takes effect, so gl-posting, budget-variance and
        *>  the fleet ranking keep charging a transferred van's
        *>  earlier fill-ups to the department that actually ran it.
        *>  A change may not take effect inside or before a month
        *>  period-close has closed (period_control.dat) - a closed
        *>  month keeps the cost centers it was reported under.
        *>  H lists a vehicle's assignments. Each assignment is
        *>  logged to registry_audit.log too, as an ASG-CC line.
        *>
        *> compiles like this:  cobc -x --free vehiclereg.cob
        *> runs like this:      ./vehicle-registry [path_to_registry_file]
                    SELECT audit_file ASSIGN TO audit_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS audit_file_status.
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
        DATA DIVISION.
            FILE SECTION.
                FD  vehicle_master_file.
                    COPY "vehiclemaster.cpy".
                FD  audit_file.
                    01 audit_record  PIC X(250) VALUE SPACES.
                FD  cc_history_file.
                    COPY "costcenterhist.cpy".
                FD  period_control_file.
                    COPY "periodcontrol.cpy".
            WORKING-STORAGE SECTION.
                01 registry_file_name    PIC X(125) VALUE SPACES.
                01 audit_file_name       PIC X(125) VALUE "registry_audit.log".
                01 cc_history_file_name  PIC X(125) VALUE "cost_center_history.dat".
                01 vehicle_master_status PIC XX VALUE SPACES.
                01 audit_file_status     PIC XX VALUE SPACES.
                01 cc_history_status     PIC XX VALUE SPACES.
                01 period_file_name      PIC X(125) VALUE "period_control.dat".
                01 period_control_status PIC XX VALUE SPACES.
                01 operator_id           PIC X(8) VALUE SPACES.
                01 audit_date            PIC 9(8) VALUE ZEROS.
                01 audit_time            PIC 9(8) VALUE ZEROS.
                    02 entry_fuel_type   PIC X VALUE "G".
                    02 entry_cost_center PIC X(6) VALUE SPACES.
                    02 entry_interval    PIC 9(5) VALUE ZEROS.
                    02 entry_odo_unit    PIC X VALUE "K".
                    02 entry_fill_unit   PIC X VALUE "L".
                    02 default_odo_unit  PIC X VALUE "K".
                    02 default_fill_unit PIC X VALUE "L".
                *> the cost center assignment being recorded: which
                *> cost center, from which date, and the one the
                *> vehicle carried before it (so the very first
                *> transfer of a vehicle registered before the
                *> history existed can file its opening assignment).
                01 assignment_data.
                    02 entry_cc_date     PIC 9(8) VALUE ZEROS.
                    02 entry_cc_mm       PIC 99 VALUE ZEROS.
                    02 entry_cc_dd       PIC 99 VALUE ZEROS.
                    02 assign_cost_center PIC X(6) VALUE SPACES.
                    02 prior_cost_center PIC X(6) VALUE SPACES.
                    02 history_found     PIC 9 VALUE ZERO.
                    *> the newest month period-close has closed, and
                    *> the first day of the month after it - the
                    *> earliest a cost center change may take effect.
                    02 latest_closed_period PIC 9(6) VALUE ZEROS.
                    02 first_open_date   PIC 9(8) VALUE ZEROS.
                    02 first_open_year   PIC 9(4) VALUE ZEROS.
                    02 first_open_mm     PIC 99 VALUE ZEROS.
                    02 entry_cc_ok       PIC 9 VALUE ZERO.
                01 list_count            PIC 9(4) VALUE ZEROS.
        PROCEDURE DIVISION.
            main.
                        STOP RUN
                END-EVALUATE
                PERFORM open_registry.
                PERFORM open_cc_history.
                PERFORM load_closed_periods.
                PERFORM open_audit_log.
                DISPLAY "Your operator id (for the audit log): "
                    WITH NO ADVANCING.
                PERFORM UNTIL menu_choice = "Q" OR menu_choice = "q"
                    DISPLAY " "
                    DISPLAY "Vehicle registry: " WITH NO ADVANCING
                    DISPLAY "A=add U=update R=retire L=list"
                        " H=cc history Q=quit"
                    DISPLAY "Choice: " WITH NO ADVANCING
                    MOVE SPACE TO menu_choice
                    ACCEPT menu_choice
                        WHEN "R" WHEN "r"
                            PERFORM retire_vehicle
                        WHEN "S" WHEN "s"
                            DISPLAY "Services are keyed through"
                                " service-history, with the invoice."
                        WHEN "L" WHEN "l"
                            PERFORM list_vehicles
                        WHEN "H" WHEN "h"
                            PERFORM list_cc_history
                        WHEN "Q" WHEN "q"
                            CONTINUE
                        WHEN OTHER
                            DISPLAY "Please pick A, U, R, L, H or Q."
                    END-EVALUATE
                END-PERFORM.
                CLOSE vehicle_master_file.
                CLOSE cc_history_file.
                CLOSE audit_file.
            STOP RUN.

                    STOP RUN
                END-IF.

            open_cc_history.
                *> create on first use, same as the registry itself:
                *> a status 35 just means no assignment has been
                *> recorded yet.
                OPEN I-O cc_history_file.
                IF cc_history_status = "35" THEN
                    OPEN OUTPUT cc_history_file
                    CLOSE cc_history_file
                    OPEN I-O cc_history_file
                END-IF
                IF cc_history_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open cost center history "
                        cc_history_file_name ": status " cc_history_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.

            load_closed_periods.
                *> a cost center change dated into a closed month -
                *> or before one - would move fill-ups that month
                *> already reported and posted to another cost
                *> center. No control file (status 35) means no month
                *> has ever been closed.
                MOVE ZEROS TO latest_closed_period.
                OPEN INPUT period_control_file.
                EVALUATE period_control_status
                    WHEN "00"
                        MOVE 0 TO end_of_file
                        PERFORM UNTIL end_of_file = 1
                            READ period_control_file NEXT RECORD
                                AT END MOVE 1 TO end_of_file
                            END-READ
                            IF end_of_file = 0 AND pc_status = "C"
                                    AND pc_period > latest_closed_period
                                    THEN
                                MOVE pc_period TO latest_closed_period
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
                MOVE ZEROS TO first_open_date.
                IF latest_closed_period > 0 THEN
                    MOVE latest_closed_period (1:4) TO first_open_year
                    MOVE latest_closed_period (5:2) TO first_open_mm
                    IF first_open_mm = 12 THEN
                        ADD 1 TO first_open_year
                        MOVE 1 TO first_open_mm
                    ELSE
                        ADD 1 TO first_open_mm
                    END-IF
                    COMPUTE first_open_date = first_open_year * 10000
                        + first_open_mm * 100 + 1
                END-IF.

            add_vehicle.
                PERFORM ask_vehicle_id.
                MOVE entry_vehicle_id TO vm_vehicle_id.
                    MOVE entry_odo_unit TO vm_odo_unit
                    MOVE entry_fill_unit TO vm_fill_unit
                    *> no service on record yet - the first one is
                    *> keyed through service-history when the van
                    *> comes back from the garage. Until then
                    *> service-due measures from odometer zero,
                    *> which reads as "overdue" for any van already
                    *> past its interval: exactly right for a fleet
                    *> that never tracked services.
                    MOVE ZEROS TO vm_last_svc_odo
                    MOVE ZEROS TO vm_last_svc_date
                    WRITE vehicle_master_record
                        MOVE vehicle_master_record TO after_image
                        PERFORM write_audit_line
                        DISPLAY "Registered " vm_vehicle_id " as active."
                        *> a new vehicle's first cost center covers
                        *> its whole life until someone transfers it -
                        *> effective from date zero, so even a
                        *> back-dated first fill-up finds it.
                        IF vm_cost_center NOT = SPACES THEN
                            MOVE SPACES TO prior_cost_center
                            MOVE vm_cost_center TO assign_cost_center
                            MOVE ZEROS TO entry_cc_date
                            PERFORM record_cc_assignment
                        END-IF
                    ELSE
                        DISPLAY "ERROR: could not write registry: status "
                            vehicle_master_status
                    IF default_fill_unit = SPACE THEN
                        MOVE "L" TO default_fill_unit
                    END-IF
                    MOVE vm_cost_center TO prior_cost_center
                    DISPLAY "Key the replacement details."
                    PERFORM ask_vehicle_details
                    IF entry_cost_center NOT = prior_cost_center THEN
                        PERFORM ask_cc_effective_date
                    END-IF
                    MOVE entry_plate TO vm_plate
                    MOVE entry_make_model TO vm_make_model
                    MOVE entry_tank TO vm_tank_capacity
                        MOVE vehicle_master_record TO after_image
                        PERFORM write_audit_line
                        DISPLAY "Updated " vm_vehicle_id "."
                        *> vm_cost_center now says where the van
                        *> sits from here on; the history is what
                        *> keeps its earlier months where they were.
                        IF vm_cost_center NOT = prior_cost_center THEN
                            MOVE vm_cost_center TO assign_cost_center
                            PERFORM record_cc_assignment
                        END-IF
                    ELSE
                        DISPLAY "ERROR: could not rewrite registry: status "
                            vehicle_master_status
                    END-IF
                END-IF.

            record_cc_assignment.
                *> files assign_cost_center for vm_vehicle_id from
                *> entry_cc_date. A vehicle with no assignment on file
                *> yet has been charging to prior_cost_center all its
                *> life, so that goes in first as its opening
                *> assignment from date zero - otherwise its earlier
                *> fill-ups would find nothing in force and fall
                *> through to the new vm_cost_center, which is the
                *> very restatement the history exists to stop.
                MOVE 0 TO history_found.
                MOVE vm_vehicle_id TO ch_vehicle_id.
                MOVE ZEROS TO ch_eff_date.
                START cc_history_file KEY NOT < ch_key
                    INVALID KEY CONTINUE
                END-START
                IF cc_history_status = "00" THEN
                    READ cc_history_file NEXT RECORD
                        AT END CONTINUE
                    END-READ
                    IF cc_history_status = "00"
                            AND ch_vehicle_id = vm_vehicle_id THEN
                        MOVE 1 TO history_found
                    END-IF
                END-IF
                IF history_found = 0 AND prior_cost_center NOT = SPACES
                        AND entry_cc_date > 0 THEN
                    MOVE vm_vehicle_id TO ch_vehicle_id
                    MOVE ZEROS TO ch_eff_date
                    MOVE prior_cost_center TO ch_cost_center
                    PERFORM write_cc_assignment
                END-IF
                MOVE vm_vehicle_id TO ch_vehicle_id.
                MOVE entry_cc_date TO ch_eff_date.
                MOVE assign_cost_center TO ch_cost_center.
                PERFORM write_cc_assignment.

            write_cc_assignment.
                *> a second change keyed for the same vehicle and
                *> date replaces the first - the operator correcting
                *> a mistyped cost center, not a second transfer.
                MOVE SPACES TO before_image.
                MOVE cost_center_hist_record TO after_image.
                WRITE cost_center_hist_record
                    INVALID KEY CONTINUE
                END-WRITE
                IF cc_history_status = "22" THEN
                    READ cc_history_file
                        INVALID KEY CONTINUE
                    END-READ
                    MOVE cost_center_hist_record TO before_image
                    MOVE after_image TO cost_center_hist_record
                    REWRITE cost_center_hist_record
                        INVALID KEY CONTINUE
                    END-REWRITE
                END-IF
                IF cc_history_status = "00" THEN
                    MOVE "ASG-CC" TO action_name
                    PERFORM write_audit_line
                    DISPLAY "Cost center " ch_cost_center " assigned to "
                        ch_vehicle_id " from " ch_eff_date "."
                ELSE
                    DISPLAY "ERROR: could not write cost center history: "
                        "status " cc_history_status
                END-IF.

            list_cc_history.
                PERFORM ask_vehicle_id.
                MOVE 0 TO list_count.
                MOVE entry_vehicle_id TO ch_vehicle_id.
                MOVE ZEROS TO ch_eff_date.
                START cc_history_file KEY NOT < ch_key
                    INVALID KEY CONTINUE
                END-START
                IF cc_history_status = "00" THEN
                    DISPLAY "effective cost_cc"
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ cc_history_file NEXT RECORD
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 THEN
                            IF ch_vehicle_id NOT = entry_vehicle_id THEN
                                MOVE 1 TO end_of_file
                            ELSE
                                ADD 1 TO list_count
                                DISPLAY ch_eff_date "  " ch_cost_center
                            END-IF
                        END-IF
                    END-PERFORM
                END-IF
                IF list_count = 0 THEN
                    DISPLAY "No cost center history for "
                        entry_vehicle_id " - charges go to the"
                        " registry's cost center."
                END-IF.

            list_vehicles.
                DISPLAY "Vehicle ID: " WITH NO ADVANCING.
                ACCEPT entry_vehicle_id.

            ask_cc_effective_date.
                *> the date the move takes effect - fill-ups dated
                *> before it stay with the old cost center. A plain
                *> enter means today. Closed months keep the cost
                *> center they were reported under, so the move can
                *> take effect no earlier than the first open month.
                MOVE ZEROS TO entry_cc_date.
                MOVE 0 TO entry_cc_ok.
                PERFORM WITH TEST AFTER UNTIL entry_cc_ok = 1
                    DISPLAY "Cost center change effective from"
                        " (YYYYMMDD, enter = today): " WITH NO ADVANCING
                    MOVE ZEROS TO entry_cc_date
                    ACCEPT entry_cc_date
                    IF entry_cc_date = ZEROS THEN
                        ACCEPT entry_cc_date FROM DATE YYYYMMDD
                    END-IF
                    MOVE entry_cc_date (5:2) TO entry_cc_mm
                    MOVE entry_cc_date (7:2) TO entry_cc_dd
                    MOVE 0 TO entry_cc_ok
                    IF entry_cc_date >= 19000101
                            AND entry_cc_mm >= 1 AND entry_cc_mm <= 12
                            AND entry_cc_dd >= 1 AND entry_cc_dd <= 31 THEN
                        IF entry_cc_date < first_open_date THEN
                            DISPLAY "Period " latest_closed_period
                                " and earlier are closed - the change"
                                " must be dated on or after "
                                first_open_date ", the first day of"
                                " the first open month."
                        ELSE
                            MOVE 1 TO entry_cc_ok
                        END-IF
                    END-IF
                END-PERFORM.

            ask_vehicle_details.
                DISPLAY "Plate: " WITH NO ADVANCING.
                ACCEPT entry_plate.
