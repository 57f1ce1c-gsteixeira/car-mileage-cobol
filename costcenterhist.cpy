        *> Record layout of the cost center assignment history - which
        *> cost center each vehicle's fuel spend is charged to, and
        *> from what date. vm_cost_center on the registry only ever
        *> says where a vehicle sits today; a van that moves from one
        *> department to another mid-year must not drag its closed
        *> months along with it. Shared by vehicle-registry (which
        *> writes an assignment whenever a vehicle is added or its
        *> cost center changes) and by gl-posting, budget-variance and
        *> car-mileage's fleet ranking (which charge every fill-up to
        *> the assignment in force on its fill-up date), so all of
        *> them always agree on the bytes.
        *>  ch_key is the vehicle plus the effective date, so a keyed
        *>  read walks one vehicle's assignments in date order, and
        *>  the one in force on any date is the newest record at or
        *>  before it - the same rule price_master.dat follows.
        *>  A vehicle with no assignment on file at all (registered
        *>  before the history existed) charges to vm_cost_center,
        *>  exactly as it always did.
                    01 cost_center_hist_record.
                        02 ch_key.
                            03 ch_vehicle_id   PIC X(10).
                            03 ch_eff_date     PIC 9(8).
                        02 ch_cost_center  PIC X(6).
