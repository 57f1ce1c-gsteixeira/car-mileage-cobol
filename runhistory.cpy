        *> Record layout of the run-history file - one record per
        *> car-mileage execution that loaded a csv, written as the
        *> run finishes. Shared by car-mileage (which appends),
        *> run-backout (which marks a run backed out and files its
        *> own record) and run-history (which reports and extracts),
        *> so all of them always agree on the bytes. This is what the
        *> nightly batch builds its control totals from, instead of
        *> scraping wording out of the printed report.
        *>  rh_key is the run date plus the run time, so a night
        *>  that loads several csvs keeps one record per execution
        *>  and they read back in the order they ran.
        *>  freshly priced rows added - not the lifetime totals the
        *>  printed report carries.
        *>  rh_status is "OK" when every row loaded clean and
        *>  "REJECTS" when validation flagged any. run-backout turns
        *>  a backed-out run's status to "REVERSED" and adds a record
        *>  of its own with status "BACKOUT", the backed-out run key
        *>  in rh_csv_name and every count zero.
                    01 run_history_record.
                        02 rh_key.
                            03 rh_run_date     PIC 9(8).
