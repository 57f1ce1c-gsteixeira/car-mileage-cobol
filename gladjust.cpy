        *> Record layout of the GL adjustment file - the corrections
        *> fillup-fix made to fill-ups in closed accounting months.
        *> The closed month's posting file is final, so the money that
        *> moved is carried here and the next gl-posting run posts it
        *> in its own (open) month: a reversal of what was originally
        *> posted and a re-post of the corrected amount. A correction
        *> that keeps the row in its month and cost center is one
        *> record carrying both; one that moves it to another month or
        *> cost center is two - the reversal under the month and cost
        *> center it was posted to, the re-post under the ones it
        *> belongs to now. Shared by fillup-fix (which writes them)
        *> and gl-posting (which posts them and lists them on its
        *> control report), so both always agree on the bytes.
        *>  ad_key is the fill-up's own key plus the moment the
        *>  correction was keyed, so several corrections to the same
        *>  row each keep their own record.
        *>  ad_orig_amount is what the closed month posted for the
        *>  row (zero if it posted nothing, e.g. a date moved into a
        *>  closed month) and ad_new_amount what the closed month
        *>  should have posted (zero for a void, or a date moved out
        *>  into an open month, where the normal posting picks it
        *>  up).
        *>  ad_post_period stays zeros until a gl-posting run carries
        *>  the adjustment, then holds the month it was posted in -
        *>  a re-run of that same month posts it again, any other
        *>  month leaves it alone.
                    01 gl_adjustment_record.
                        02 ad_key.
                            03 ad_vehicle_id   PIC X(10).
                            03 ad_seq_no       PIC 9(6).
                            03 ad_entry_date   PIC 9(8).
                            03 ad_entry_time   PIC 9(8).
                        02 ad_action       PIC X(10).
                        02 ad_operator     PIC X(8).
                        02 ad_orig_period  PIC 9(6).
                        02 ad_cost_center  PIC X(6).
                        02 ad_orig_amount  PIC 9(7)V99.
                        02 ad_new_amount   PIC 9(7)V99.
                        02 ad_post_period  PIC 9(6).
