        *> Record layout of the fill-up history master file. Shared by
        *> car-mileage (which loads csv rows into it and reports off
        *> it), fillup-fix (which amends or voids rows already on
        *> file) and run-backout (which voids a whole run's rows), so
        *> they always agree on the bytes.
        *>  fm_key is the vehicle plus the load sequence number the
        *>  row was given when its csv line arrived - reading in key
        *>  order hands back one vehicle's rows together, oldest
                        02 fm_cost_amount  PIC 9999V99.
                        02 fm_cost_100km   PIC 9999V99.
                        02 fm_cost_trend   PIC X.
        *>  fm_maint_flag is "W" when the row's mileage fell far
        *>  enough below the vehicle's running average to warn of a
        *>  maintenance problem, and "X" once a repair logged through
        *>  service-history has resolved that warning - --inquire
        *>  only reports the "W" rows as outstanding.
                        02 fm_maint_flag   PIC X.
        *>  fm_run_key is the rh_key of the car-mileage run that
        *>  loaded the row - the run date and time its run-history
        *>  record is filed under - so run-backout can take a whole
        *>  bad load back out by run instead of row by row. Zeros on
        *>  rows loaded before runs were stamped (run-stamp-migrate
        *>  carries them over that way) and on the carry-forward
        *>  records year-end-archive writes, which no run loaded.
                        02 fm_run_key.
                            03 fm_run_date     PIC 9(8).
                            03 fm_run_time     PIC 9(8).
