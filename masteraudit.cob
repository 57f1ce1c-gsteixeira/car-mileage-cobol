        *>    forwards, carry-forwards or declarations carrying fuel,
        *>    computed flags that are none of blank/"Y"/"R";
        *>  - computed rows whose stored distance disagrees with the
        *>    odometer arithmetic of their neighbours;
        *>  - active fuel cards on fuel_card_master.dat assigned to a
        *>    vehicle or driver that is no longer on file, or is
        *>    retired or has left - a live card nobody is answerable
        *>    for.
        *> Any finding in the history exits non-zero so
        *> run_nightly_batch.sh holds the load instead of computing
        *> a night's figures on a damaged master. The card findings
        *> are warnings, counted and listed apart: a vehicle or
        *> driver retired before its card was cancelled leaves the
        *> history sound, and holding every fuel load over it would
        *> cost the night for a job fuel-card-registry does. A
        *> missing registry, driver or card file just skips its
        *> checks, same as car-mileage itself.
        *>
        *> compiles like this:  cobc -x --free masteraudit.cob
        *> runs like this:      ./master-audit [archive_file ...] [--master=path_to_master_file]
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS dm_driver_id
                        FILE STATUS IS driver_master_status.
                    SELECT fuel_card_file ASSIGN TO card_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS fc_card_no
                        FILE STATUS IS fuel_card_status.
        DATA DIVISION.
            FILE SECTION.
                FD  fillup_master_file.
                    COPY "vehiclemaster.cpy".
                FD  driver_master_file.
                    COPY "drivermaster.cpy".
                FD  fuel_card_file.
                    COPY "fuelcard.cpy".
            WORKING-STORAGE SECTION.
                01 master_file_name      PIC X(125) VALUE "fillup_master.dat".
                *> one FD, re-pointed at the live master and then at
                01 current_file_name     PIC X(125) VALUE SPACES.
                01 registry_file_name    PIC X(125) VALUE "vehicle_master.dat".
                01 driver_file_name      PIC X(125) VALUE "driver_master.dat".
                01 card_file_name        PIC X(125) VALUE "fuel_card_master.dat".
                *> thirty slots is decades of year-end archives; a
                *> run that somehow brings more fails loudly below
                *> instead of quietly dropping an archive's sequence
                01 fillup_master_status  PIC XX VALUE SPACES.
                01 vehicle_master_status PIC XX VALUE SPACES.
                01 driver_master_status  PIC XX VALUE SPACES.
                01 fuel_card_status      PIC XX VALUE SPACES.
                01 end_of_file           PIC 9 VALUE ZERO.
                01 registry_available    PIC 9 VALUE ZERO.
                01 drivers_available     PIC 9 VALUE ZERO.
                01 veh_tab OCCURS 1 TO 500 TIMES
                                    DEPENDING ON veh_count.
                    02 vt_vehicle_id   PIC X(10) VALUE SPACES.
                    02 vt_status       PIC X VALUE SPACE.
                01 drv_count PIC 9(3) VALUE ZEROS.
                01 drv_tab OCCURS 1 TO 500 TIMES
                                    DEPENDING ON drv_count.
                    02 dt_driver_id    PIC X(8) VALUE SPACES.
                    02 dt_status       PIC X VALUE SPACE.
                01 bad_drv_count PIC 9(3) VALUE ZEROS.
                01 bad_drv_tab OCCURS 1 TO 500 TIMES
                                    DEPENDING ON bad_drv_count.
                    02 seq_gaps        PIC 9(4) VALUE ZEROS.
                    02 flag_clashes    PIC 9(4) VALUE ZEROS.
                    02 dist_clashes    PIC 9(4) VALUE ZEROS.
                    02 orphan_cards    PIC 9(4) VALUE ZEROS.
                    02 total_findings  PIC 9(5) VALUE ZEROS.
        PROCEDURE DIVISION.
            main.
                    PERFORM collect_archive_seq_nos
                END-PERFORM.
                PERFORM check_sequence_gaps.
                PERFORM check_fuel_cards.
                COMPUTE total_findings = orphan_drivers
                    + orphan_vehicles + seq_gaps + flag_clashes
                    + dist_clashes
                    ", sequence gaps " seq_gaps
                    ", flag contradictions " flag_clashes
                    ", stored-figure clashes " dist_clashes ")"
                IF orphan_cards > 0 THEN
                    DISPLAY "Card warnings: " orphan_cards
                        " active cards nobody is answerable for -"
                        " cancel or reassign them with"
                        " fuel-card-registry"
                END-IF
                IF total_findings > 0 THEN
                    DISPLAY "AUDIT FAILED - hold the load until the"
                        " master files are repaired"
                            ADD 1 TO veh_count
                            MOVE vm_vehicle_id
                                TO vt_vehicle_id (veh_count)
                            MOVE vm_status TO vt_status (veh_count)
                        END-IF
                    END-PERFORM
                    CLOSE vehicle_master_file
                            ADD 1 TO drv_count
                            MOVE dm_driver_id
                                TO dt_driver_id (drv_count)
                            MOVE dm_status TO dt_status (drv_count)
                        END-IF
                    END-PERFORM
                    CLOSE driver_master_file
                            " through " gap_to " are missing"
                    END-IF
                END-PERFORM.

            check_fuel_cards.
                *> every active card must answer to a vehicle still
                *> on the road or a driver still with us. A card
                *> assigned to both is judged on each; lost and
                *> cancelled cards are dead already and sit this out.
                *> Checks against a registry that is not on file are
                *> skipped, same as the history checks above.
                OPEN INPUT fuel_card_file.
                EVALUATE fuel_card_status
                    WHEN "00"
                        CONTINUE
                    WHEN "35"
                        DISPLAY "no fuel card master on file -"
                            " card checks skipped"
                    WHEN OTHER
                        DISPLAY "ERROR: could not open card file "
                            card_file_name ": status " fuel_card_status
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-EVALUATE.
                IF fuel_card_status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ fuel_card_file NEXT RECORD
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 AND fc_status = "A" THEN
                            PERFORM check_one_card
                        END-IF
                    END-PERFORM
                    CLOSE fuel_card_file
                END-IF.

            check_one_card.
                IF fc_vehicle_id = SPACES AND fc_driver_id = SPACES THEN
                    ADD 1 TO orphan_cards
                    DISPLAY "CARD: " fc_card_no " is active but"
                        " assigned to no vehicle and no driver"
                END-IF.
                IF registry_available = 1
                        AND fc_vehicle_id NOT = SPACES THEN
                    MOVE 0 TO hit
                    PERFORM VARYING j FROM 1 BY 1
                            UNTIL j > veh_count OR hit > 0
                        IF vt_vehicle_id (j) = fc_vehicle_id THEN
                            MOVE 1 TO hit
                            IF vt_status (j) = "R" THEN
                                MOVE 2 TO hit
                            END-IF
                        END-IF
                    END-PERFORM
                    EVALUATE hit
                        WHEN 0
                            ADD 1 TO orphan_cards
                            DISPLAY "CARD: " fc_card_no " is active on"
                                " vehicle " fc_vehicle_id ", which is"
                                " not in the registry"
                        WHEN 2
                            ADD 1 TO orphan_cards
                            DISPLAY "CARD: " fc_card_no " is active on"
                                " vehicle " fc_vehicle_id ", which is"
                                " retired"
                    END-EVALUATE
                END-IF.
                IF drivers_available = 1
                        AND fc_driver_id NOT = SPACES THEN
                    MOVE 0 TO hit
                    PERFORM VARYING j FROM 1 BY 1
                            UNTIL j > drv_count OR hit > 0
                        IF dt_driver_id (j) = fc_driver_id THEN
                            MOVE 1 TO hit
                            IF dt_status (j) = "R" THEN
                                MOVE 2 TO hit
                            END-IF
                        END-IF
                    END-PERFORM
                    EVALUATE hit
                        WHEN 0
                            ADD 1 TO orphan_cards
                            DISPLAY "CARD: " fc_card_no " is active for"
                                " driver " fc_driver_id ", who is not"
                                " in the driver registry"
                        WHEN 2
                            ADD 1 TO orphan_cards
                            DISPLAY "CARD: " fc_card_no " is active for"
                                " driver " fc_driver_id ", who has left"
                    END-EVALUATE
                END-IF.
        END PROGRAM master-audit.
