        *> Record layout of the telematics distance history - one
        *> record per vehicle per day the tracker provider reports,
        *> the kilometres the tracker saw the vehicle drive that day.
        *> Shared by telematics-load (which loads the provider's daily
        *> feed into it) and telematics-recon (which measures the
        *> keyed odometer distances against it), so both always agree
        *> on the bytes.
        *>  tm_key is the vehicle plus the calendar day, so one
        *>  vehicle's days read back together, oldest first, and a
        *>  day the provider sends again replaces the figure it sent
        *>  before instead of counting twice.
        *>  tm_distance is kilometres to one decimal. A day the
        *>  vehicle stood still is a record with zero distance - that
        *>  is not the same thing as a day the tracker sent nothing.
        *>  tm_load_date / tm_load_time and tm_feed_name say which
        *>  feed file last wrote the day, for when a figure is
        *>  questioned.
                    01 telematics_record.
                        02 tm_key.
                            03 tm_vehicle_id   PIC X(10).
                            03 tm_date         PIC 9(8).
                        02 tm_distance     PIC 9(4)V9.
                        02 tm_load_date    PIC 9(8).
                        02 tm_load_time    PIC 9(8).
                        02 tm_feed_name    PIC X(40).
