        *> Service and repair history maintenance for car-mileage
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
        *> The registry only ever held a vehicle's last service, so
        *> what was done before, what it cost, and whether the
        *> maintenance warning car-mileage raised was ever dealt with
        *> were all lost. This keeps the service and repair history
        *> (service_history.dat): every workshop visit with its date,
        *> odometer, type - routine service, repair, tyres or other -
        *> invoice amount and workshop, keyed off the invoice when the
        *> van comes back. Menu driven, same shape as the registries:
        *> add a visit, correct a keyed invoice, or list a vehicle's
        *> history with its spend by type.
        *>  A routine service also moves the registry's last-service
        *>  odometer and date forward (service-due schedules the next
        *>  one from them) - unless it is older than the service
        *>  already on file, keyed late off an old invoice.
        *>  A repair resolves the vehicle's open maintenance warnings:
        *>  every fill-up flagged "W" on or before the repair date is
        *>  marked "X", so car-mileage --inquire stops reporting it as
        *>  outstanding.
        *>  Every visit, correction and registry update appends one
        *>  line to registry_audit.log, and every warning resolved one
        *>  line to fillup_audit.log, in the usual shape, so
        *>  audit-inquiry finds them under the vehicle id.
        *>
        *> compiles like this:  cobc -x --free servicereg.cob
        *> runs like this:      ./service-history [path_to_service_file]
        *>
        IDENTIFICATION DIVISION.
        PROGRAM-ID. service-history.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-10-15
            INSTALLATION. cobc -x --free servicereg.cob
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
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
                    SELECT fillup_master_file ASSIGN TO master_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS fm_key
                        FILE STATUS IS fillup_master_status.
                    SELECT audit_file ASSIGN TO audit_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS audit_file_status.
                    SELECT fillup_audit_file ASSIGN TO fillup_audit_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS fillup_audit_status.
        DATA DIVISION.
            FILE SECTION.
                FD  service_history_file.
                    COPY "servicehist.cpy".
                FD  vehicle_master_file.
                    COPY "vehiclemaster.cpy".
                FD  fillup_master_file.
                    COPY "fillupmaster.cpy".
                FD  audit_file.
                    01 audit_record  PIC X(250) VALUE SPACES.
                FD  fillup_audit_file.
                    01 fillup_audit_record  PIC X(250) VALUE SPACES.
            WORKING-STORAGE SECTION.
                01 CONST_KM_PER_MILE     PIC 9V99999 VALUE 1.60934.
                01 service_file_name     PIC X(125) VALUE SPACES.
                01 registry_file_name    PIC X(125) VALUE "vehicle_master.dat".
                01 master_file_name      PIC X(125) VALUE "fillup_master.dat".
                01 audit_file_name       PIC X(125) VALUE "registry_audit.log".
                01 fillup_audit_name     PIC X(125) VALUE "fillup_audit.log".
                01 service_history_status PIC XX VALUE SPACES.
                01 vehicle_master_status PIC XX VALUE SPACES.
                01 fillup_master_status  PIC XX VALUE SPACES.
                01 audit_file_status     PIC XX VALUE SPACES.
                01 fillup_audit_status   PIC XX VALUE SPACES.
                01 operator_id           PIC X(8) VALUE SPACES.
                01 audit_date            PIC 9(8) VALUE ZEROS.
                01 audit_time            PIC 9(8) VALUE ZEROS.
                01 action_name           PIC X(10) VALUE SPACES.
                *> flat copies of the record being changed, same trick
                *> the registries and fillup-fix play - the registry
                *> log carries 95-byte images, the fill-up log the
                *> 96-byte fill-up record.
                01 before_image          PIC X(95) VALUE SPACES.
                01 after_image           PIC X(95) VALUE SPACES.
                01 fillup_before         PIC X(96) VALUE SPACES.
                01 fillup_after          PIC X(96) VALUE SPACES.
                01 audit_line            PIC X(250) VALUE SPACES.
                01 end_of_file           PIC 9 VALUE ZERO.
                01 menu_choice           PIC X VALUE SPACE.
                01 entry_data.
                    02 entry_vehicle_id  PIC X(10) VALUE SPACES.
                    02 entry_svc_date    PIC 9(8) VALUE ZEROS.
                    02 entry_date_mm     PIC 99 VALUE ZEROS.
                    02 entry_date_dd     PIC 99 VALUE ZEROS.
                    02 entry_day_seq     PIC 99 VALUE ZEROS.
                    02 entry_svc_odo     PIC 9(6) VALUE ZEROS.
                    02 entry_type        PIC X VALUE SPACE.
                    02 entry_amount_text PIC X(11) VALUE SPACES.
                    02 entry_amount      PIC 9(7)V99 VALUE ZEROS.
                    02 entry_workshop    PIC X(30) VALUE SPACES.
                01 aux_vars.
                    02 list_count      PIC 9(4) VALUE ZEROS.
                    02 warnings_resolved PIC 9(4) VALUE ZEROS.
                    02 type_name       PIC X(8) VALUE SPACES.
                    02 total_service   PIC 9(8)V99 VALUE ZEROS.
                    02 total_repair    PIC 9(8)V99 VALUE ZEROS.
                    02 total_tyres     PIC 9(8)V99 VALUE ZEROS.
                    02 total_other     PIC 9(8)V99 VALUE ZEROS.
                01 report_edit_fields.
                    02 edit_amount     PIC Z(6)9.99.
                    02 edit_total      PIC Z(7)9.99.
        PROCEDURE DIVISION.
            main.
                ACCEPT service_file_name FROM COMMAND-LINE.
                EVALUATE service_file_name
                    WHEN SPACE
                        MOVE "service_history.dat" TO service_file_name
                    WHEN "--usage"
                        DISPLAY "service-history [path_to_service_file]"
                        STOP RUN
                END-EVALUATE
                PERFORM open_service_history.
                PERFORM open_vehicle_registry.
                PERFORM open_audit_logs.
                DISPLAY "Your operator id (for the audit log): "
                    WITH NO ADVANCING.
                ACCEPT operator_id.
                PERFORM UNTIL menu_choice = "Q" OR menu_choice = "q"
                    DISPLAY " "
                    DISPLAY "Service history: " WITH NO ADVANCING
                    DISPLAY "A=add visit C=correct invoice L=list Q=quit"
                    DISPLAY "Choice: " WITH NO ADVANCING
                    MOVE SPACE TO menu_choice
                    ACCEPT menu_choice
                    EVALUATE menu_choice
                        WHEN "A" WHEN "a"
                            PERFORM add_service_visit
                        WHEN "C" WHEN "c"
                            PERFORM correct_service_visit
                        WHEN "L" WHEN "l"
                            PERFORM list_service_history
                        WHEN "Q" WHEN "q"
                            CONTINUE
                        WHEN OTHER
                            DISPLAY "Please pick A, C, L or Q."
                    END-EVALUATE
                END-PERFORM.
                CLOSE service_history_file.
                CLOSE vehicle_master_file.
                CLOSE audit_file.
                CLOSE fillup_audit_file.
            STOP RUN.

            open_service_history.
                *> same create-on-first-use dance the masters get: a
                *> status 35 just means no visit has been keyed yet.
                OPEN I-O service_history_file.
                IF service_history_status = "35" THEN
                    OPEN OUTPUT service_history_file
                    CLOSE service_history_file
                    OPEN I-O service_history_file
                END-IF
                IF service_history_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open service file "
                        service_file_name ": status "
                        service_history_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.

            open_vehicle_registry.
                *> every visit belongs to a registered vehicle, and a
                *> routine service writes back to its record - no
                *> registry, nothing to key against.
                OPEN I-O vehicle_master_file.
                IF vehicle_master_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open registry file "
                        registry_file_name ": status "
                        vehicle_master_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.

            open_audit_logs.
                *> both logs are append-only and shared - the visits
                *> and registry updates go with the other registry
                *> changes, the resolved warnings with the other
                *> fill-up changes.
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
                OPEN EXTEND fillup_audit_file.
                IF fillup_audit_status = "35" THEN
                    OPEN OUTPUT fillup_audit_file
                END-IF
                IF fillup_audit_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open audit log "
                        fillup_audit_name ": status "
                        fillup_audit_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.

            write_audit_line.
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

            write_fillup_audit_line.
                ACCEPT audit_date FROM DATE YYYYMMDD.
                ACCEPT audit_time FROM TIME.
                MOVE SPACES TO audit_line.
                STRING audit_date ";" audit_time ";"
                        operator_id ";" action_name ";"
                        fillup_before ";" fillup_after
                    DELIMITED BY SIZE INTO audit_line
                WRITE fillup_audit_record FROM audit_line.
                IF fillup_audit_status NOT = "00" THEN
                    DISPLAY "ERROR: could not write audit log "
                        fillup_audit_name ": status "
                        fillup_audit_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.

            add_service_visit.
                PERFORM ask_vehicle_id.
                MOVE entry_vehicle_id TO vm_vehicle_id.
                READ vehicle_master_file
                    INVALID KEY CONTINUE
                END-READ
                IF vehicle_master_status NOT = "00" THEN
                    DISPLAY "Not in the registry: " entry_vehicle_id
                ELSE
                    DISPLAY "On file: " vm_vehicle_id " " vm_plate " "
                        vm_make_model
                    DISPLAY "  last service at odometer "
                        vm_last_svc_odo " on " vm_last_svc_date
                    PERFORM ask_visit_details
                    IF vm_odo_unit = "M" THEN
                        *> the workshop sheet copies the dashboard,
                        *> and this van's dashboard counts miles -
                        *> store km, the same standard the registry
                        *> and the fill-up history hold.
                        COMPUTE entry_svc_odo =
                            entry_svc_odo * CONST_KM_PER_MILE
                    END-IF
                    PERFORM find_next_day_seq
                    MOVE entry_vehicle_id TO sh_vehicle_id
                    MOVE entry_svc_date TO sh_svc_date
                    MOVE entry_day_seq TO sh_day_seq
                    MOVE entry_svc_odo TO sh_odometer
                    MOVE entry_type TO sh_type
                    MOVE entry_amount TO sh_amount
                    MOVE entry_workshop TO sh_workshop
                    WRITE service_history_record
                        INVALID KEY CONTINUE
                    END-WRITE
                    IF service_history_status = "00" THEN
                        MOVE "ADD-SVC" TO action_name
                        MOVE SPACES TO before_image
                        MOVE service_history_record TO after_image
                        PERFORM write_audit_line
                        DISPLAY "Visit recorded for " sh_vehicle_id
                            " on " sh_svc_date "."
                        IF sh_type = "S" THEN
                            PERFORM update_last_service
                        END-IF
                        IF sh_type = "R" THEN
                            PERFORM resolve_maint_warnings
                        END-IF
                    ELSE
                        DISPLAY "ERROR: could not write service file:"
                            " status " service_history_status
                    END-IF
                END-IF.

            find_next_day_seq.
                *> one-up within the vehicle's day, so a second
                *> invoice the same afternoon gets its own key.
                MOVE 1 TO entry_day_seq.
                MOVE entry_vehicle_id TO sh_vehicle_id.
                MOVE entry_svc_date TO sh_svc_date.
                MOVE ZEROS TO sh_day_seq.
                START service_history_file KEY NOT < sh_key
                    INVALID KEY CONTINUE
                END-START
                IF service_history_status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ service_history_file NEXT RECORD
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 THEN
                            IF sh_vehicle_id NOT = entry_vehicle_id
                                    OR sh_svc_date NOT = entry_svc_date
                                    THEN
                                MOVE 1 TO end_of_file
                            ELSE
                                COMPUTE entry_day_seq = sh_day_seq + 1
                            END-IF
                        END-IF
                    END-PERFORM
                END-IF.

            update_last_service.
                *> the registry keeps the latest routine service only;
                *> an old invoice keyed late goes into the history but
                *> must not wind the schedule back.
                IF sh_svc_date < vm_last_svc_date THEN
                    DISPLAY "Older than the last service on the"
                        " registry (" vm_last_svc_date ") -"
                        " registry left as it is."
                ELSE
                    MOVE vehicle_master_record TO before_image
                    MOVE sh_odometer TO vm_last_svc_odo
                    MOVE sh_svc_date TO vm_last_svc_date
                    REWRITE vehicle_master_record
                        INVALID KEY CONTINUE
                    END-REWRITE
                    IF vehicle_master_status = "00" THEN
                        MOVE "SVC-VEH" TO action_name
                        MOVE vehicle_master_record TO after_image
                        PERFORM write_audit_line
                        DISPLAY "Registry last service now odometer "
                            vm_last_svc_odo " on " vm_last_svc_date "."
                    ELSE
                        DISPLAY "ERROR: could not rewrite registry:"
                            " status " vehicle_master_status
                    END-IF
                END-IF.

            resolve_maint_warnings.
                *> a repair answers every warning the vehicle raised
                *> up to the day it went in. The master is opened just
                *> for this and closed straight after, so the menu
                *> sitting idle never holds it against the nightly.
                MOVE 0 TO warnings_resolved.
                OPEN I-O fillup_master_file.
                IF fillup_master_status = "35" THEN
                    DISPLAY "No fill-up history on file - no warnings"
                        " to resolve."
                ELSE
                    IF fillup_master_status NOT = "00" THEN
                        DISPLAY "ERROR: could not open master file "
                            master_file_name ": status "
                            fillup_master_status
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE sh_vehicle_id TO fm_vehicle_id
                    MOVE ZEROS TO fm_seq_no
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
                                IF fm_vehicle_id NOT = sh_vehicle_id THEN
                                    MOVE 1 TO end_of_file
                                ELSE
                                    IF fm_maint_flag = "W"
                                            AND fm_void_flag NOT = "V"
                                            AND fm_fillup_date
                                                <= sh_svc_date THEN
                                        PERFORM resolve_one_warning
                                    END-IF
                                END-IF
                            END-IF
                        END-PERFORM
                    END-IF
                    CLOSE fillup_master_file
                    DISPLAY warnings_resolved " maintenance warnings"
                        " on " sh_vehicle_id " marked resolved."
                END-IF.

            resolve_one_warning.
                MOVE fillup_master_record TO fillup_before.
                MOVE "X" TO fm_maint_flag.
                REWRITE fillup_master_record
                    INVALID KEY CONTINUE
                END-REWRITE
                IF fillup_master_status = "00" THEN
                    ADD 1 TO warnings_resolved
                    MOVE "RESOLVE" TO action_name
                    MOVE fillup_master_record TO fillup_after
                    PERFORM write_fillup_audit_line
                ELSE
                    DISPLAY "ERROR: could not rewrite master file:"
                        " status " fillup_master_status
                END-IF.

            correct_service_visit.
                *> the invoice amount and workshop are what get keyed
                *> wrong; a visit on the wrong vehicle, date or type
                *> is a new visit, since the registry and warnings
                *> were already moved on its say-so.
                PERFORM ask_vehicle_id.
                DISPLAY "Visit date (YYYYMMDD): " WITH NO ADVANCING.
                MOVE ZEROS TO entry_svc_date.
                ACCEPT entry_svc_date.
                DISPLAY "Invoice number within the day (enter = 1): "
                    WITH NO ADVANCING.
                MOVE ZEROS TO entry_day_seq.
                ACCEPT entry_day_seq.
                IF entry_day_seq = 0 THEN
                    MOVE 1 TO entry_day_seq
                END-IF
                MOVE entry_vehicle_id TO sh_vehicle_id.
                MOVE entry_svc_date TO sh_svc_date.
                MOVE entry_day_seq TO sh_day_seq.
                READ service_history_file
                    INVALID KEY CONTINUE
                END-READ
                IF service_history_status NOT = "00" THEN
                    DISPLAY "Not on file: " entry_vehicle_id " "
                        entry_svc_date " " entry_day_seq
                ELSE
                    PERFORM show_service_visit
                    MOVE service_history_record TO before_image
                    PERFORM ask_invoice_details
                    MOVE entry_amount TO sh_amount
                    MOVE entry_workshop TO sh_workshop
                    REWRITE service_history_record
                        INVALID KEY CONTINUE
                    END-REWRITE
                    IF service_history_status = "00" THEN
                        MOVE "UPD-SVC" TO action_name
                        MOVE service_history_record TO after_image
                        PERFORM write_audit_line
                        DISPLAY "Corrected."
                    ELSE
                        DISPLAY "ERROR: could not rewrite service file:"
                            " status " service_history_status
                    END-IF
                END-IF.

            list_service_history.
                PERFORM ask_vehicle_id.
                MOVE 0 TO list_count.
                MOVE ZEROS TO total_service total_repair total_tyres
                               total_other.
                MOVE entry_vehicle_id TO sh_vehicle_id.
                MOVE ZEROS TO sh_svc_date.
                MOVE ZEROS TO sh_day_seq.
                START service_history_file KEY NOT < sh_key
                    INVALID KEY CONTINUE
                END-START
                IF service_history_status = "00" THEN
                    DISPLAY "date     # odometer type        invoice"
                        " workshop"
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ service_history_file NEXT RECORD
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 THEN
                            IF sh_vehicle_id NOT = entry_vehicle_id THEN
                                MOVE 1 TO end_of_file
                            ELSE
                                ADD 1 TO list_count
                                PERFORM show_history_line
                            END-IF
                        END-IF
                    END-PERFORM
                END-IF
                IF list_count = 0 THEN
                    DISPLAY "No visits on file for " entry_vehicle_id
                ELSE
                    DISPLAY "Visits on file: " list_count
                    MOVE total_service TO edit_total
                    DISPLAY "  service " edit_total
                    MOVE total_repair TO edit_total
                    DISPLAY "  repair  " edit_total
                    MOVE total_tyres TO edit_total
                    DISPLAY "  tyres   " edit_total
                    MOVE total_other TO edit_total
                    DISPLAY "  other   " edit_total
                END-IF.

            show_history_line.
                PERFORM name_service_type.
                EVALUATE sh_type
                    WHEN "S"
                        ADD sh_amount TO total_service
                    WHEN "R"
                        ADD sh_amount TO total_repair
                    WHEN "T"
                        ADD sh_amount TO total_tyres
                    WHEN OTHER
                        ADD sh_amount TO total_other
                END-EVALUATE
                MOVE sh_amount TO edit_amount.
                DISPLAY sh_svc_date " " sh_day_seq " " sh_odometer "   "
                    type_name " " edit_amount " " sh_workshop.

            show_service_visit.
                PERFORM name_service_type.
                MOVE sh_amount TO edit_amount.
                DISPLAY "On file: " sh_vehicle_id " " sh_svc_date " "
                    sh_day_seq " " type_name " at odometer "
                    sh_odometer.
                DISPLAY "  invoice " edit_amount ", workshop "
                    sh_workshop.

            name_service_type.
                EVALUATE sh_type
                    WHEN "S"
                        MOVE "service" TO type_name
                    WHEN "R"
                        MOVE "repair" TO type_name
                    WHEN "T"
                        MOVE "tyres" TO type_name
                    WHEN OTHER
                        MOVE "other" TO type_name
                END-EVALUATE.

            ask_vehicle_id.
                DISPLAY "Vehicle ID: " WITH NO ADVANCING.
                MOVE SPACES TO entry_vehicle_id.
                ACCEPT entry_vehicle_id.

            ask_visit_details.
                *> a plain enter on the date means today.
                PERFORM WITH TEST AFTER
                        UNTIL entry_svc_date >= 19000101
                            AND entry_date_mm >= 1 AND entry_date_mm <= 12
                            AND entry_date_dd >= 1 AND entry_date_dd <= 31
                    DISPLAY "Visit date (YYYYMMDD, enter = today): "
                        WITH NO ADVANCING
                    MOVE ZEROS TO entry_svc_date
                    ACCEPT entry_svc_date
                    IF entry_svc_date = ZEROS THEN
                        ACCEPT entry_svc_date FROM DATE YYYYMMDD
                    END-IF
                    MOVE entry_svc_date (5:2) TO entry_date_mm
                    MOVE entry_svc_date (7:2) TO entry_date_dd
                END-PERFORM.
                DISPLAY "Odometer at the visit, as the dashboard"
                    " shows it: " WITH NO ADVANCING.
                MOVE ZEROS TO entry_svc_odo.
                ACCEPT entry_svc_odo.
                PERFORM WITH TEST AFTER
                        UNTIL entry_type = "S" OR entry_type = "R"
                            OR entry_type = "T" OR entry_type = "O"
                    DISPLAY "Type (S=routine service, R=repair,"
                        " T=tyres, O=other): " WITH NO ADVANCING
                    MOVE SPACE TO entry_type
                    ACCEPT entry_type
                    EVALUATE entry_type
                        WHEN "s"
                            MOVE "S" TO entry_type
                        WHEN "r"
                            MOVE "R" TO entry_type
                        WHEN "t"
                            MOVE "T" TO entry_type
                        WHEN "o"
                            MOVE "O" TO entry_type
                    END-EVALUATE
                END-PERFORM.
                PERFORM ask_invoice_details.

            ask_invoice_details.
                DISPLAY "Invoice amount, with the decimal point"
                    " (e.g. 412.50): " WITH NO ADVANCING.
                MOVE SPACES TO entry_amount_text.
                ACCEPT entry_amount_text.
                MOVE entry_amount_text TO entry_amount.
                DISPLAY "Workshop: " WITH NO ADVANCING.
                MOVE SPACES TO entry_workshop.
                ACCEPT entry_workshop.
        END PROGRAM service-history.
