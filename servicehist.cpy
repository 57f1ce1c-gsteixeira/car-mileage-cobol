        *> Record layout of the service and repair history file - every
        *> visit a vehicle made to a workshop, what kind of work it
        *> was and what the invoice came to. vm_last_svc_odo and
        *> vm_last_svc_date on the registry only ever hold the latest
        *> routine service; this keeps them all. Shared by
        *> service-history (which records them) and life-cost (which
        *> adds the spend to the fuel bill for the whole-life cost per
        *> km), so both always agree on the bytes.
        *>  sh_key is the vehicle, the date of the visit and a one-up
        *>  number within the day (a service and a set of tyres on the
        *>  same afternoon are two invoices), so a keyed read walks
        *>  one vehicle's history in date order.
        *>  sh_type is "S" for a routine service, "R" for a repair,
        *>  "T" for tyres and "O" for anything else.
        *>  sh_odometer is fleet-standard km, converted from the
        *>  dashboard reading the same way the registry stores it.
                    01 service_history_record.
                        02 sh_key.
                            03 sh_vehicle_id   PIC X(10).
                            03 sh_svc_date     PIC 9(8).
                            03 sh_day_seq      PIC 99.
                        02 sh_odometer     PIC 9(6).
                        02 sh_type         PIC X.
                        02 sh_amount       PIC 9(7)V99.
                        02 sh_workshop     PIC X(30).
