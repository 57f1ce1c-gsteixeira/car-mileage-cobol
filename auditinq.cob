        *>
        *> "Who changed this vehicle's cost center in March" used to
        *> be an archaeology project. fillup-fix logs its changes to
        *> fillup_audit.log and the registries log theirs to
        *> registry_audit.log, all in the same line shape -
        *> date;time;operator;action;before-image;after-image - and
        *> this program searches the two logs as one combined trail:
        *>  Driver searches match both the driver-registry changes to
        *>  that driver's record and the fill-up corrections on rows
        *>  the driver was behind the wheel for.
        *>  Fill-up images are the same whoever wrote them - a
        *>  fillup-fix correction, a repair resolving a warning, or
        *>  run-backout voiding a load and resetting the rows after
        *>  it - so all of them match on the row's driver.
        *>  Fuel card changes (the -CARD actions) lead with the card
        *>  number, so they are matched on the vehicle or driver the
        *>  card is assigned to instead.
        *>
        *> compiles like this:  cobc -x --free auditinq.cob
        *> runs like this:      ./audit-inquiry
                    02 al_time         PIC X(8) VALUE SPACES.
                    02 al_operator     PIC X(8) VALUE SPACES.
                    02 al_action       PIC X(10) VALUE SPACES.
                    02 al_before       PIC X(96) VALUE SPACES.
                    02 al_after        PIC X(96) VALUE SPACES.
                01 audit_line            PIC X(250) VALUE SPACES.
                01 search_vars.
                    02 search_mode     PIC X VALUE SPACE.
                        *> vehicle-registry images and fill-up images
                        *> both lead with the vehicle id; driver
                        *> actions are the ones that do not, so they
                        *> sit the search out; a card image carries
                        *> its assigned vehicle right after the card
                        *> number.
                        EVALUATE TRUE
                            WHEN al_action (4:5) = "-CARD"
                                IF al_before (17:10) = entry_vehicle_id
                                        OR al_after (17:10)
                                            = entry_vehicle_id THEN
                                    MOVE 1 TO line_matches
                                END-IF
                            WHEN al_action NOT = "ADD-DRV"
                                    AND al_action NOT = "UPD-DRV"
                                    AND al_action NOT = "RET-DRV"
                                    AND (al_before (1:10) = entry_vehicle_id
                                        OR al_after (1:10) = entry_vehicle_id)
                                MOVE 1 TO line_matches
                        END-EVALUATE
                    WHEN "D"
                        *> driver-registry images lead with the
                        *> driver id; on a fill-up image the driver
                                    AND (al_before (1:8) = entry_driver_id
                                        OR al_after (1:8) = entry_driver_id)
                                MOVE 1 TO line_matches
                            WHEN al_action (4:5) = "-CARD"
                                    AND (al_before (27:8) = entry_driver_id
                                        OR al_after (27:8) = entry_driver_id)
                                MOVE 1 TO line_matches
                            WHEN al_action (1:5) = "AMEND"
                                    OR al_action (1:4) = "VOID"
                                    OR al_action = "RESOLVE"
                                    OR al_action = "BACKOUT"
                                    OR al_action = "RESET"
                                IF al_before (43:8) = entry_driver_id
                                        OR al_after (43:8) = entry_driver_id
                                        THEN
