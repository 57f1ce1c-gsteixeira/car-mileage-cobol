        *> Record layout of the job-stream control file - one record
        *> per step of a batch stream, per business date. Shared by
        *> job-step (which the batch scripts call to begin, end and
        *> check each step) and job-status (which prints the streams
        *> for the morning check), so both always agree on the bytes.
        *>  js_key is the business date, the stream ("NIGHTLY" or
        *>  "MONTHEND") and the step's name ("MASTER AUDIT",
        *>  "LOAD <site> <file seq>" for a drop file with a control
        *>  header, "LOAD <csv name>" for a bare one, "GL POSTING",
        *>  ...), so a rerun of the same business date finds every
        *>  step it already ran.
        *>  js_step_seq is the order the step first started in its
        *>  stream - the key alone would list them alphabetically.
        *>  js_status is "RUNNING" from begin until end (a step still
        *>  RUNNING on a rerun is one that died with the machine),
        *>  then "DONE", "FAILED", "REFUSED" (a duplicate re-send,
        *>  archived and not to be retried), "HELD" (a dependency
        *>  was not met, so it never started) or "SKIPPED" (waived
        *>  by the operator). DONE, REFUSED and SKIPPED count as
        *>  complete: a rerun passes over them.
        *>  js_attempts counts the begins, so a step that needed
        *>  three goes shows it.
                    01 job_step_record.
                        02 js_key.
                            03 js_business_date PIC 9(8).
                            03 js_stream       PIC X(8).
                            03 js_step_name    PIC X(40).
                        02 js_step_seq     PIC 9(3).
                        02 js_start_date   PIC 9(8).
                        02 js_start_time   PIC 9(8).
                        02 js_end_date     PIC 9(8).
                        02 js_end_time     PIC 9(8).
                        02 js_rc           PIC 9(3).
                        02 js_status       PIC X(8).
                        02 js_attempts     PIC 9(3).
                        02 js_note         PIC X(40).
