        *> Fuel card registry maintenance for the car-mileage system
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
        *> Keeps the fuel card master file: every card the provider
        *> has issued, the vehicle or driver it is assigned to, its
        *> status, its issue and expiry dates and its spend limits.
        *> card-recon checks each statement charge against it, so a
        *> card reported lost, a card used on the wrong van or a card
        *> over its monthly limit no longer slips through the
        *> reconciliation. Menu driven, same shape as driver-registry:
        *> add a card, update its assignment, dates and limits, change
        *> its status (lost or stolen, cancelled, back to active), or
        *> list every card.
        *>  The assigned vehicle and driver are checked against the
        *>  vehicle and driver registries when those are on file: a
        *>  card can only be assigned to a vehicle still on the road
        *>  or a driver still with us.
        *>  Every add, update and status change appends one line to
        *>  registry_audit.log with the operator, date, and the full
        *>  card record before and after - the same trail the other
        *>  registries keep, searchable through audit-inquiry.
        *>
        *> compiles like this:  cobc -x --free cardreg.cob
        *> runs like this:      ./fuel-card-registry [path_to_card_file]
        *>
        IDENTIFICATION DIVISION.
        PROGRAM-ID. fuel-card-registry.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-10-15
            INSTALLATION. cobc -x --free cardreg.cob
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT fuel_card_file ASSIGN TO card_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS fc_card_no
                        FILE STATUS IS fuel_card_status.
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
                    SELECT audit_file ASSIGN TO audit_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS audit_file_status.
        DATA DIVISION.
            FILE SECTION.
                FD  fuel_card_file.
                    COPY "fuelcard.cpy".
                FD  vehicle_master_file.
                    COPY "vehiclemaster.cpy".
                FD  driver_master_file.
                    COPY "drivermaster.cpy".
                FD  audit_file.
                    01 audit_record  PIC X(250) VALUE SPACES.
            WORKING-STORAGE SECTION.
                01 card_file_name        PIC X(125) VALUE SPACES.
                01 registry_file_name    PIC X(125) VALUE "vehicle_master.dat".
                01 driver_file_name      PIC X(125) VALUE "driver_master.dat".
                01 audit_file_name       PIC X(125) VALUE "registry_audit.log".
                01 fuel_card_status      PIC XX VALUE SPACES.
                01 vehicle_master_status PIC XX VALUE SPACES.
                01 driver_master_status  PIC XX VALUE SPACES.
                01 audit_file_status     PIC XX VALUE SPACES.
                01 registry_available    PIC 9 VALUE ZERO.
                01 drivers_available     PIC 9 VALUE ZERO.
                01 operator_id           PIC X(8) VALUE SPACES.
                01 audit_date            PIC 9(8) VALUE ZEROS.
                01 audit_time            PIC 9(8) VALUE ZEROS.
                01 action_name           PIC X(10) VALUE SPACES.
                *> flat copies of the whole card record, same trick
                *> the other registries play: every field is display
                *> format, so the raw bytes read fine in the log and
                *> diff cleanly against each other.
                01 before_image          PIC X(95) VALUE SPACES.
                01 after_image           PIC X(95) VALUE SPACES.
                01 audit_line            PIC X(250) VALUE SPACES.
                01 end_of_file           PIC 9 VALUE ZERO.
                01 menu_choice           PIC X VALUE SPACE.
                01 entry_data.
                    02 entry_card_no     PIC X(16) VALUE SPACES.
                    02 entry_vehicle_id  PIC X(10) VALUE SPACES.
                    02 entry_driver_id   PIC X(8) VALUE SPACES.
                    02 entry_status      PIC X VALUE SPACE.
                    02 entry_issue_date  PIC 9(8) VALUE ZEROS.
                    02 entry_expiry_date PIC 9(8) VALUE ZEROS.
                    02 entry_date_mm     PIC 99 VALUE ZEROS.
                    02 entry_date_dd     PIC 99 VALUE ZEROS.
                    02 entry_txn_text    PIC X(9) VALUE SPACES.
                    02 entry_month_text  PIC X(10) VALUE SPACES.
                    02 entry_txn_limit   PIC 9(5)V99 VALUE ZEROS.
                    02 entry_month_limit PIC 9(6)V99 VALUE ZEROS.
                    02 assignment_ok     PIC 9 VALUE ZERO.
                01 list_count            PIC 9(4) VALUE ZEROS.
                01 edit_txn_limit        PIC ZZZZ9.99.
                01 edit_month_limit      PIC ZZZZZ9.99.
        PROCEDURE DIVISION.
            main.
                ACCEPT card_file_name FROM COMMAND-LINE.
                EVALUATE card_file_name
                    WHEN SPACE
                        MOVE "fuel_card_master.dat" TO card_file_name
                    WHEN "--usage"
                        DISPLAY "fuel-card-registry [path_to_card_file]"
                        STOP RUN
                END-EVALUATE
                PERFORM open_card_registry.
                PERFORM open_other_registries.
                PERFORM open_audit_log.
                DISPLAY "Your operator id (for the audit log): "
                    WITH NO ADVANCING.
                ACCEPT operator_id.
                PERFORM UNTIL menu_choice = "Q" OR menu_choice = "q"
                    DISPLAY " "
                    DISPLAY "Fuel card registry: " WITH NO ADVANCING
                    DISPLAY "A=add U=update S=status L=list Q=quit"
                    DISPLAY "Choice: " WITH NO ADVANCING
                    MOVE SPACE TO menu_choice
                    ACCEPT menu_choice
                    EVALUATE menu_choice
                        WHEN "A" WHEN "a"
                            PERFORM add_card
                        WHEN "U" WHEN "u"
                            PERFORM update_card
                        WHEN "S" WHEN "s"
                            PERFORM change_card_status
                        WHEN "L" WHEN "l"
                            PERFORM list_cards
                        WHEN "Q" WHEN "q"
                            CONTINUE
                        WHEN OTHER
                            DISPLAY "Please pick A, U, S, L or Q."
                    END-EVALUATE
                END-PERFORM.
                CLOSE fuel_card_file.
                IF registry_available = 1 THEN
                    CLOSE vehicle_master_file
                END-IF
                IF drivers_available = 1 THEN
                    CLOSE driver_master_file
                END-IF
                CLOSE audit_file.
            STOP RUN.

            open_audit_log.
                *> append-only, shared with the vehicle and driver
                *> registries so the whole registry change history
                *> reads as one trail - status 35 just means this is
                *> the very first change.
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

            write_audit_line.
                *> one line per change: when, who, what, and the full
                *> card record bytes before and after.
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

            open_card_registry.
                *> same create-on-first-use dance the other masters
                *> get: a status 35 just means no card has been
                *> registered yet.
                OPEN I-O fuel_card_file.
                IF fuel_card_status = "35" THEN
                    OPEN OUTPUT fuel_card_file
                    CLOSE fuel_card_file
                    OPEN I-O fuel_card_file
                END-IF
                IF fuel_card_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open card file "
                        card_file_name ": status " fuel_card_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.

            open_other_registries.
                *> read-only, and only to check an assignment - a
                *> site that has not keyed its vehicles or drivers
                *> yet can still register its cards.
                MOVE 0 TO registry_available.
                OPEN INPUT vehicle_master_file.
                EVALUATE vehicle_master_status
                    WHEN "00"
                        MOVE 1 TO registry_available
                    WHEN "35"
                        DISPLAY "no vehicle registry on file -"
                            " vehicle assignments not checked"
                    WHEN OTHER
                        DISPLAY "ERROR: could not open registry file "
                            registry_file_name ": status "
                            vehicle_master_status
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-EVALUATE.
                MOVE 0 TO drivers_available.
                OPEN INPUT driver_master_file.
                EVALUATE driver_master_status
                    WHEN "00"
                        MOVE 1 TO drivers_available
                    WHEN "35"
                        DISPLAY "no driver registry on file -"
                            " driver assignments not checked"
                    WHEN OTHER
                        DISPLAY "ERROR: could not open driver file "
                            driver_file_name ": status "
                            driver_master_status
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-EVALUATE.

            add_card.
                PERFORM ask_card_no.
                MOVE entry_card_no TO fc_card_no.
                READ fuel_card_file
                    INVALID KEY CONTINUE
                END-READ
                IF fuel_card_status = "00" THEN
                    DISPLAY "Already registered: " fc_card_no
                        " status " fc_status
                ELSE
                    PERFORM ask_card_details
                    PERFORM check_assignment
                    IF assignment_ok = 1 THEN
                        MOVE entry_card_no TO fc_card_no
                        PERFORM move_entry_to_card
                        MOVE "A" TO fc_status
                        WRITE fuel_card_record
                            INVALID KEY CONTINUE
                        END-WRITE
                        IF fuel_card_status = "00" THEN
                            MOVE "ADD-CARD" TO action_name
                            MOVE SPACES TO before_image
                            MOVE fuel_card_record TO after_image
                            PERFORM write_audit_line
                            DISPLAY "Registered " fc_card_no " as active."
                        ELSE
                            DISPLAY "ERROR: could not write card file: status "
                                fuel_card_status
                        END-IF
                    END-IF
                END-IF.

            update_card.
                PERFORM ask_card_no.
                MOVE entry_card_no TO fc_card_no.
                READ fuel_card_file
                    INVALID KEY CONTINUE
                END-READ
                IF fuel_card_status NOT = "00" THEN
                    DISPLAY "Not on file: " entry_card_no
                ELSE
                    PERFORM show_card
                    MOVE fuel_card_record TO before_image
                    DISPLAY "Key the replacement details."
                    PERFORM ask_card_details
                    PERFORM check_assignment
                    IF assignment_ok = 1 THEN
                        PERFORM move_entry_to_card
                        REWRITE fuel_card_record
                            INVALID KEY CONTINUE
                        END-REWRITE
                        IF fuel_card_status = "00" THEN
                            MOVE "UPD-CARD" TO action_name
                            MOVE fuel_card_record TO after_image
                            PERFORM write_audit_line
                            DISPLAY "Updated " fc_card_no "."
                        ELSE
                            DISPLAY "ERROR: could not rewrite card file: status "
                                fuel_card_status
                        END-IF
                    END-IF
                END-IF.

            change_card_status.
                *> a lost or cancelled card stays on file - a charge
                *> that turns up on it afterwards is exactly what
                *> card-recon needs to recognise. Putting a card back
                *> to active is for the one found down the back of
                *> the seat the day after it was reported.
                PERFORM ask_card_no.
                MOVE entry_card_no TO fc_card_no.
                READ fuel_card_file
                    INVALID KEY CONTINUE
                END-READ
                IF fuel_card_status NOT = "00" THEN
                    DISPLAY "Not on file: " entry_card_no
                ELSE
                    PERFORM show_card
                    DISPLAY "New status (A=active, L=lost or stolen,"
                        " C=cancelled): " WITH NO ADVANCING
                    MOVE SPACE TO entry_status
                    ACCEPT entry_status
                    EVALUATE entry_status
                        WHEN "a"
                            MOVE "A" TO entry_status
                        WHEN "l"
                            MOVE "L" TO entry_status
                        WHEN "c"
                            MOVE "C" TO entry_status
                    END-EVALUATE
                    EVALUATE TRUE
                        WHEN entry_status NOT = "A"
                                AND entry_status NOT = "L"
                                AND entry_status NOT = "C"
                            DISPLAY "Status must be A, L or C - nothing"
                                " changed."
                        WHEN entry_status = fc_status
                            DISPLAY fc_card_no " already has status "
                                fc_status "."
                        WHEN OTHER
                            PERFORM store_card_status
                    END-EVALUATE
                END-IF.

            store_card_status.
                MOVE fuel_card_record TO before_image.
                MOVE entry_status TO fc_status.
                REWRITE fuel_card_record
                    INVALID KEY CONTINUE
                END-REWRITE
                IF fuel_card_status = "00" THEN
                    EVALUATE fc_status
                        WHEN "L"
                            MOVE "LST-CARD" TO action_name
                        WHEN "C"
                            MOVE "CAN-CARD" TO action_name
                        WHEN OTHER
                            MOVE "REA-CARD" TO action_name
                    END-EVALUATE
                    MOVE fuel_card_record TO after_image
                    PERFORM write_audit_line
                    DISPLAY "Card " fc_card_no " now has status "
                        fc_status "."
                ELSE
                    DISPLAY "ERROR: could not rewrite card file: status "
                        fuel_card_status
                END-IF.

            check_assignment.
                *> a card must belong to something, and what it
                *> belongs to must still be current: a vehicle on the
                *> road, a driver still with us.
                MOVE 1 TO assignment_ok.
                IF entry_vehicle_id = SPACES
                        AND entry_driver_id = SPACES THEN
                    DISPLAY "A card must be assigned to a vehicle, a"
                        " driver, or both - nothing saved."
                    MOVE 0 TO assignment_ok
                END-IF
                IF assignment_ok = 1 AND registry_available = 1
                        AND entry_vehicle_id NOT = SPACES THEN
                    MOVE entry_vehicle_id TO vm_vehicle_id
                    READ vehicle_master_file
                        INVALID KEY CONTINUE
                    END-READ
                    IF vehicle_master_status NOT = "00" THEN
                        DISPLAY "Vehicle " entry_vehicle_id " is not in"
                            " the registry - nothing saved."
                        MOVE 0 TO assignment_ok
                    ELSE
                        IF vm_status = "R" THEN
                            DISPLAY "Vehicle " entry_vehicle_id " is"
                                " retired - nothing saved."
                            MOVE 0 TO assignment_ok
                        END-IF
                    END-IF
                END-IF
                IF assignment_ok = 1 AND drivers_available = 1
                        AND entry_driver_id NOT = SPACES THEN
                    MOVE entry_driver_id TO dm_driver_id
                    READ driver_master_file
                        INVALID KEY CONTINUE
                    END-READ
                    IF driver_master_status NOT = "00" THEN
                        DISPLAY "Driver " entry_driver_id " is not in"
                            " the driver registry - nothing saved."
                        MOVE 0 TO assignment_ok
                    ELSE
                        IF dm_status = "R" THEN
                            DISPLAY "Driver " entry_driver_id " has"
                                " left - nothing saved."
                            MOVE 0 TO assignment_ok
                        END-IF
                    END-IF
                END-IF.

            move_entry_to_card.
                MOVE entry_vehicle_id TO fc_vehicle_id.
                MOVE entry_driver_id TO fc_driver_id.
                MOVE entry_issue_date TO fc_issue_date.
                MOVE entry_expiry_date TO fc_expiry_date.
                MOVE entry_txn_limit TO fc_txn_limit.
                MOVE entry_month_limit TO fc_month_limit.

            list_cards.
                MOVE 0 TO list_count.
                MOVE LOW-VALUES TO fc_card_no.
                START fuel_card_file KEY NOT < fc_card_no
                    INVALID KEY CONTINUE
                END-START
                IF fuel_card_status NOT = "00" THEN
                    DISPLAY "Card registry is empty."
                ELSE
                    DISPLAY "card             vehicle    driver   s"
                        " issued   expires   per-charge    monthly"
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ fuel_card_file NEXT RECORD
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 THEN
                            ADD 1 TO list_count
                            MOVE fc_txn_limit TO edit_txn_limit
                            MOVE fc_month_limit TO edit_month_limit
                            DISPLAY fc_card_no " " fc_vehicle_id " "
                                fc_driver_id " " fc_status " "
                                fc_issue_date " " fc_expiry_date "  "
                                edit_txn_limit "  " edit_month_limit
                        END-IF
                    END-PERFORM
                    DISPLAY "Cards on file: " list_count
                END-IF.

            show_card.
                MOVE fc_txn_limit TO edit_txn_limit.
                MOVE fc_month_limit TO edit_month_limit.
                DISPLAY "On file: " fc_card_no " status " fc_status.
                DISPLAY "  vehicle " fc_vehicle_id
                    ", driver " fc_driver_id
                    ", issued " fc_issue_date
                    ", expires " fc_expiry_date.
                DISPLAY "  limits: per charge " edit_txn_limit
                    ", per month " edit_month_limit.

            ask_card_no.
                DISPLAY "Card number: " WITH NO ADVANCING.
                ACCEPT entry_card_no.

            ask_card_details.
                DISPLAY "Assigned vehicle ID (enter = none): "
                    WITH NO ADVANCING.
                MOVE SPACES TO entry_vehicle_id.
                ACCEPT entry_vehicle_id.
                DISPLAY "Assigned driver ID (enter = none): "
                    WITH NO ADVANCING.
                MOVE SPACES TO entry_driver_id.
                ACCEPT entry_driver_id.
                *> a plain enter on the issue date means today.
                PERFORM WITH TEST AFTER
                        UNTIL entry_issue_date >= 19000101
                            AND entry_date_mm >= 1 AND entry_date_mm <= 12
                            AND entry_date_dd >= 1 AND entry_date_dd <= 31
                    DISPLAY "Issue date (YYYYMMDD, enter = today): "
                        WITH NO ADVANCING
                    MOVE ZEROS TO entry_issue_date
                    ACCEPT entry_issue_date
                    IF entry_issue_date = ZEROS THEN
                        ACCEPT entry_issue_date FROM DATE YYYYMMDD
                    END-IF
                    MOVE entry_issue_date (5:2) TO entry_date_mm
                    MOVE entry_issue_date (7:2) TO entry_date_dd
                END-PERFORM.
                PERFORM WITH TEST AFTER
                        UNTIL entry_expiry_date > entry_issue_date
                            AND entry_date_mm >= 1 AND entry_date_mm <= 12
                            AND entry_date_dd >= 1 AND entry_date_dd <= 31
                    DISPLAY "Expiry date (YYYYMMDD, after the issue"
                        " date): " WITH NO ADVANCING
                    MOVE ZEROS TO entry_expiry_date
                    ACCEPT entry_expiry_date
                    MOVE entry_expiry_date (5:2) TO entry_date_mm
                    MOVE entry_expiry_date (7:2) TO entry_date_dd
                END-PERFORM.
                DISPLAY "Limit per charge, with the decimal point"
                    " (e.g. 150.00, 0 = none): " WITH NO ADVANCING.
                MOVE SPACES TO entry_txn_text.
                ACCEPT entry_txn_text.
                MOVE entry_txn_text TO entry_txn_limit.
                DISPLAY "Limit per month, with the decimal point"
                    " (e.g. 900.00, 0 = none): " WITH NO ADVANCING.
                MOVE SPACES TO entry_month_text.
                ACCEPT entry_month_text.
                MOVE entry_month_text TO entry_month_limit.
        END PROGRAM fuel-card-registry.
