                        02 ar_key.
                            03 ar_vehicle_id   PIC X(10).
                            03 ar_seq_no       PIC 9(6).
                        02 ar_rest         PIC X(80).
            WORKING-STORAGE SECTION.
                01 master_file_name      PIC X(125) VALUE "fillup_master.dat".
                01 archive_file_name     PIC X(125) VALUE SPACES.
                    MOVE ZEROS TO fm_cost_100km
                    MOVE SPACE TO fm_cost_trend
                    MOVE SPACE TO fm_maint_flag
                    MOVE ZEROS TO fm_run_key
                    WRITE fillup_master_record
                        INVALID KEY
                            REWRITE fillup_master_record
