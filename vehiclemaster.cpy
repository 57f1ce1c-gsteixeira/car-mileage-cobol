        *>  vehicle's fuel spend is charged to.
        *>  vm_svc_interval is the routine service interval in km and
        *>  vm_last_svc_odo / vm_last_svc_date are the odometer and
        *>  date of the last routine service, moved forward by
        *>  service-history when the van comes back from the garage
        *>  (every visit is kept on service_history.dat). service-due
        *>  measures these against the latest odometer reading in the
        *>  fill-up history; an interval of zero means the vehicle is
        *>  not on a service schedule and the report leaves it out.
