        *> Record layout of the fuel card master file - every fleet
        *> fuel card the provider has issued to us, who or what it is
        *> assigned to, and what it may spend. Shared by
        *> fuel-card-registry (which maintains it), card-recon (which
        *> checks every statement charge against it) and master-audit
        *> (which checks every active card still points at something
        *> on file), so all three always agree on the bytes.
        *>  fc_status is "A" while the card is in use, "L" once it has
        *>  been reported lost or stolen and "C" once it is cancelled;
        *>  like vehicles and drivers a card never leaves the file, so
        *>  a charge on a dead card can still be recognised as one.
        *>  A card is assigned to a vehicle (fc_vehicle_id), to a
        *>  driver (fc_driver_id) for pool cars, or to both; blank
        *>  means not assigned that way.
        *>  fc_txn_limit and fc_month_limit are the provider's spend
        *>  limits per charge and per calendar month; zero means no
        *>  limit was set on the card.
                    01 fuel_card_record.
                        02 fc_card_no        PIC X(16).
                        02 fc_vehicle_id     PIC X(10).
                        02 fc_driver_id      PIC X(8).
                        02 fc_status         PIC X.
                        02 fc_issue_date     PIC 9(8).
                        02 fc_expiry_date    PIC 9(8).
                        02 fc_txn_limit      PIC 9(5)V99.
                        02 fc_month_limit    PIC 9(6)V99.
