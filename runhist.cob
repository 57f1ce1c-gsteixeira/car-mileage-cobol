                    COMPUTE first_shown = run_count - last_n + 1
                END-IF
                DISPLAY "=== Run history (oldest first) ==="
                *> the run key is printed whole - date and all eight
                *> time digits, exactly what run-backout takes.
                DISPLAY "run key           csv                 "
                    "                    loaded reject compute"
                    "    spend      co2 status"
                PERFORM VARYING i FROM first_shown BY 1
                        UNTIL i > run_count
                    MOVE rt_spend_added (i) TO edit_spend
                    MOVE rt_co2_added (i) TO edit_co2
                    DISPLAY rt_run_date (i)
                        rt_run_time (i) "  "
                        rt_csv_name (i) " "
                        rt_rows_loaded (i) " "
                        rt_rows_rejected (i) "   "
