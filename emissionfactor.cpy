        *> Record layout of the emission factor master file - kg CO2e
        *> per liter burned for each fuel type, effective-dated the
        *> same way the price master is, so the factor in force on
        *> any fill-up date is the newest record at or before it.
        *> Shared by emission-registry (which maintains it),
        *> car-mileage (which prices each new row's fm_kg_co2 at the
        *> factor in force on its fill-up date) and ghg-statement
        *> (which states the year's tonnes and the factors behind
        *> them), so all three always agree on the bytes.
        *>  ef_key is the fuel type plus the effective date; a new
        *>  year's published factors go in as new records, never as
        *>  changes to old ones, so figures already stored stay at
        *>  the factors they were priced at.
        *>  ef_factor_set names the publication the factor comes
        *>  from (e.g. "GOV CONVERSION FACTORS 2026"), which the
        *>  greenhouse-gas statement quotes back.
                    01 emission_factor_record.
                        02 ef_key.
                            03 ef_fuel_type    PIC X.
                            03 ef_eff_date     PIC 9(8).
                        02 ef_kg_per_liter PIC 9V9(5).
                        02 ef_factor_set   PIC X(30).
