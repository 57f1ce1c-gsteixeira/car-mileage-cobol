        *> Record layout of the tax rate master file - the VAT rate
        *> fuel is bought at and what input VAT on fuel can and cannot
        *> be reclaimed, effective-dated the same way the price master
        *> is, so the rule in force on any fill-up date is the newest
        *> record at or before it. Shared by tax-registry (which
        *> maintains it) and vat-reclaim (which splits each fill-up's
        *> gross spend into net and tax by it), so both always agree
        *> on the bytes.
        *>  tx_key is the kind of record, what it applies to and the
        *>  effective date:
        *>   "R" - the VAT rate, tx_rate_pct percent of the net price.
        *>         tx_subject is blank: one rate for all fuel.
        *>   "F" - whether VAT on a fuel type (tx_subject "G" or "D")
        *>         can be reclaimed from that date.
        *>   "C" - whether VAT on fuel charged to a cost center can be
        *>         reclaimed from that date - the pool and private-use
        *>         allowance cost centers are not.
        *>  A fuel type or cost center with no "F" or "C" record in
        *>  force is reclaimable; tx_reclaim "N" stops it and a later
        *>  record with "Y" starts it again. A rate change or an
        *>  allowance granted goes in as a new record under a new
        *>  effective date, never as a change to an old one, so a
        *>  quarter already filed is always restated the same.
        *>  tx_reason says why a spend is not reclaimable, and is what
        *>  the reclaim schedule prints against it.
                    01 tax_rate_record.
                        02 tx_key.
                            03 tx_kind         PIC X.
                            03 tx_subject      PIC X(6).
                            03 tx_eff_date     PIC 9(8).
                        02 tx_rate_pct     PIC 99V99.
                        02 tx_reclaim      PIC X.
                        02 tx_reason       PIC X(30).
