                        MOVE ZEROS TO fm_cost_100km
                        MOVE SPACE TO fm_cost_trend
                        MOVE SPACE TO fm_maint_flag
                        MOVE ZEROS TO fm_run_key
                        WRITE fillup_master_record
                        END-WRITE
                        IF fillup_master_status NOT = "00" THEN
