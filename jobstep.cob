        *> Job-stream step control for the car-mileage batch streams
        *> Copyright (C) 2021 Gustavo Selbach Teixeira
        *>
        *> This program is free software: you can redistribute it and/or modify
        *> it under the terms of the GNU General Public License as published by
        *> the Free Software Foundation, either version 3 of the License, or
        *> (at your option) any later version.
        *>
        *> This program is distributed in the hope that it will be useful,
        *> but WITHOUT ANY WARRANTY; without even the implied warranty of
        *> MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
        *> GNU General Public License for more details.
        *>
        *> You should have received a copy of the GNU General Public License
        *> along with this program.  If not, see <https://www.gnu.org/licenses/>.
        *>
        *>
        *> The nightly batch used to remember nothing between runs
        *> but a car-mileage checkpoint: rerun a night that fell over
        *> and it swept the masters again and had no idea which files
        *> had loaded, and month-end was four programs run by hand in
        *> an order somebody had to remember. run_nightly_batch.sh and
        *> run_month_end.sh now call this around every step, and it
        *> keeps one record per step per business date on the
        *> job-stream control file (job_stream.dat) - when it started,
        *> when it ended, its return code and how it finished.
        *>   --begin <date> <stream> <step> [--rerun]
        *>       exits 4 if the step already completed for that date
        *>       (DONE, REFUSED or SKIPPED) - the script passes over
        *>       it; otherwise marks it RUNNING and exits 0. --rerun
        *>       begins it regardless, for the cheap report steps
        *>       that should always say what is true now.
        *>   --end <date> <stream> <step> <rc> [status] [note]
        *>       records the end; status is DONE for rc 0 and FAILED
        *>       otherwise unless given (REFUSED, HELD, SKIPPED). An
        *>       operator waives a step that will never succeed - a
        *>       drop file pulled back by its sender - with
        *>       --end ... 0 SKIPPED "reason".
        *>   --require <date> <stream> [step]
        *>       exits 0 if that step is complete, or with no step
        *>       if every step the stream has run is complete; else
        *>       8. This is how month-end holds gl-posting off a
        *>       night whose loads failed, and how it tells a step
        *>       it finished from one to try again before recording
        *>       a hold over it.
        *>   --month-end <date>
        *>       exits 0 if the date is the last day of its month,
        *>       else 4 - the nightly's cue to start month-end.
        *>  Any other trouble (bad arguments, the control file) is
        *>  exit 16, which the scripts treat as a failed step.
        *>
        *> compiles like this:  cobc -x --free jobstep.cob
        *> runs like this:      ./job-step --begin|--end|--require|--month-end <business_date_YYYYMMDD> ...
        *>
        IDENTIFICATION DIVISION.
        PROGRAM-ID. job-step.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-10-15
            INSTALLATION. cobc -x --free jobstep.cob
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT job_stream_file ASSIGN TO job_stream_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS js_key
                        FILE STATUS IS job_stream_status.
        DATA DIVISION.
            FILE SECTION.
                FD  job_stream_file.
                    COPY "jobstream.cpy".
            WORKING-STORAGE SECTION.
                01 job_stream_name       PIC X(125) VALUE "job_stream.dat".
                01 job_stream_status     PIC XX VALUE SPACES.
                01 end_of_file           PIC 9 VALUE ZERO.
                01 command_tokens.
                    02 command_token OCCURS 7 TIMES PIC X(125) VALUE SPACES.
                01 token_idx             PIC 9 VALUE ZEROS.
                01 entry_data.
                    02 entry_action      PIC X(12) VALUE SPACES.
                    02 entry_date        PIC X(8) VALUE SPACES.
                    02 entry_stream      PIC X(8) VALUE SPACES.
                    02 entry_step        PIC X(40) VALUE SPACES.
                    02 entry_rc_text     PIC X(3) JUSTIFIED RIGHT
                                             VALUE SPACES.
                    02 entry_rc          PIC 9(3) VALUE ZEROS.
                    02 entry_status      PIC X(8) VALUE SPACES.
                    02 entry_note        PIC X(40) VALUE SPACES.
                    02 entry_rerun       PIC 9 VALUE ZERO.
                01 business_date         PIC 9(8) VALUE ZEROS.
                01 business_date_parts REDEFINES business_date.
                    02 bd_year         PIC 9(4).
                    02 bd_month        PIC 99.
                    02 bd_day          PIC 99.
                01 step_on_file          PIC 9 VALUE ZERO.
                01 step_complete         PIC 9 VALUE ZERO.
                01 next_seq              PIC 9(3) VALUE ZEROS.
                01 open_steps            PIC 9(3) VALUE ZEROS.
                01 stream_steps          PIC 9(3) VALUE ZEROS.
                01 list_open_steps       PIC 9 VALUE ZERO.
                *> days in each month of a common year; February
                *> gets its 29th from the leap-year test.
                01 month_days_values     PIC X(24)
                    VALUE "312831303130313130313031".
                01 month_days_tab REDEFINES month_days_values.
                    02 month_days      PIC 99 OCCURS 12 TIMES.
                01 leap_vars.
                    02 last_day        PIC 99 VALUE ZEROS.
                    02 leap_quot       PIC 9(4) VALUE ZEROS.
                    02 leap_rem4       PIC 9(3) VALUE ZEROS.
                    02 leap_rem100     PIC 9(3) VALUE ZEROS.
                    02 leap_rem400     PIC 9(3) VALUE ZEROS.
        PROCEDURE DIVISION.
            main.
                PERFORM parse_command_line.
                EVALUATE entry_action
                    WHEN "--month-end"
                        PERFORM check_month_end
                    WHEN "--begin"
                        PERFORM open_job_stream
                        PERFORM begin_step
                        CLOSE job_stream_file
                    WHEN "--end"
                        PERFORM open_job_stream
                        PERFORM end_step
                        CLOSE job_stream_file
                    WHEN "--require"
                        PERFORM open_job_stream
                        IF entry_step = SPACES THEN
                            PERFORM require_stream
                        ELSE
                            PERFORM require_step
                        END-IF
                        CLOSE job_stream_file
                END-EVALUATE.
            STOP RUN.

            parse_command_line.
                PERFORM VARYING token_idx FROM 1 BY 1 UNTIL token_idx > 7
                    DISPLAY token_idx UPON ARGUMENT-NUMBER
                    MOVE SPACES TO command_token (token_idx)
                    ACCEPT command_token (token_idx) FROM ARGUMENT-VALUE
                        ON EXCEPTION
                            MOVE SPACES TO command_token (token_idx)
                    END-ACCEPT
                END-PERFORM.
                MOVE command_token (1) TO entry_action.
                MOVE command_token (2) TO entry_date.
                MOVE command_token (3) TO entry_stream.
                MOVE command_token (4) TO entry_step.
                IF (entry_action NOT = "--begin"
                        AND entry_action NOT = "--end"
                        AND entry_action NOT = "--require"
                        AND entry_action NOT = "--month-end")
                        OR entry_date IS NOT NUMERIC THEN
                    PERFORM show_usage
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE entry_date TO business_date.
                IF bd_month < 1 OR bd_month > 12 OR bd_day < 1
                        OR bd_day > 31 THEN
                    DISPLAY "ERROR: " entry_date " is not a business"
                        " date (YYYYMMDD)"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF entry_action NOT = "--month-end"
                        AND entry_stream = SPACES THEN
                    PERFORM show_usage
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF (entry_action = "--begin" OR entry_action = "--end")
                        AND entry_step = SPACES THEN
                    PERFORM show_usage
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                *> a step name cut to fit the key would answer for
                *> every step that shares its first 40 characters.
                IF command_token (4) (41:85) NOT = SPACES THEN
                    DISPLAY "ERROR: step name longer than 40 characters: "
                        command_token (4)
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF entry_action = "--begin"
                        AND command_token (5) = "--rerun" THEN
                    MOVE 1 TO entry_rerun
                END-IF
                IF entry_action = "--end" THEN
                    *> the shell hands the rc over as text ("0",
                    *> "12"); right-justify it and zero-fill so it
                    *> reads as a number.
                    MOVE SPACES TO entry_rc_text
                    UNSTRING command_token (5) DELIMITED BY SPACE
                        INTO entry_rc_text
                    END-UNSTRING
                    INSPECT entry_rc_text REPLACING LEADING SPACE BY "0"
                    IF entry_rc_text IS NOT NUMERIC THEN
                        DISPLAY "ERROR: return code " command_token (5)
                            " is not a number"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE entry_rc_text TO entry_rc
                    MOVE command_token (6) TO entry_status
                    MOVE command_token (7) TO entry_note
                    IF entry_status = SPACES THEN
                        IF entry_rc = 0 THEN
                            MOVE "DONE" TO entry_status
                        ELSE
                            MOVE "FAILED" TO entry_status
                        END-IF
                    END-IF
                    IF entry_status NOT = "DONE"
                            AND entry_status NOT = "FAILED"
                            AND entry_status NOT = "REFUSED"
                            AND entry_status NOT = "HELD"
                            AND entry_status NOT = "SKIPPED" THEN
                        DISPLAY "ERROR: step status must be DONE,"
                            " FAILED, REFUSED, HELD or SKIPPED"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                END-IF.

            show_usage.
                DISPLAY "job-step --begin <date> <stream> <step> [--rerun]".
                DISPLAY "job-step --end <date> <stream> <step> <rc>"
                    " [status] [note]".
                DISPLAY "job-step --require <date> <stream> [step]".
                DISPLAY "job-step --month-end <date>".

            open_job_stream.
                *> same create-on-first-use dance the masters get: a
                *> status 35 just means no stream has ever run.
                OPEN I-O job_stream_file.
                IF job_stream_status = "35" THEN
                    OPEN OUTPUT job_stream_file
                    CLOSE job_stream_file
                    OPEN I-O job_stream_file
                END-IF
                IF job_stream_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open job stream file "
                        job_stream_name ": status " job_stream_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.

            read_step.
                MOVE business_date TO js_business_date.
                MOVE entry_stream TO js_stream.
                MOVE entry_step TO js_step_name.
                READ job_stream_file
                    INVALID KEY CONTINUE
                END-READ
                MOVE 0 TO step_complete.
                IF job_stream_status = "00" THEN
                    MOVE 1 TO step_on_file
                    IF js_status = "DONE" OR js_status = "REFUSED"
                            OR js_status = "SKIPPED" THEN
                        MOVE 1 TO step_complete
                    END-IF
                ELSE
                    MOVE 0 TO step_on_file
                END-IF.

            begin_step.
                PERFORM read_step.
                IF step_complete = 1 AND entry_rerun = 0 THEN
                    DISPLAY "job-step: " entry_stream " " entry_step
                        " already " js_status " for " business_date
                        " - passing over it"
                    MOVE 4 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF step_on_file = 0 THEN
                    PERFORM find_next_seq
                    INITIALIZE job_step_record
                    MOVE business_date TO js_business_date
                    MOVE entry_stream TO js_stream
                    MOVE entry_step TO js_step_name
                    MOVE next_seq TO js_step_seq
                END-IF
                ACCEPT js_start_date FROM DATE YYYYMMDD.
                ACCEPT js_start_time FROM TIME.
                MOVE ZEROS TO js_end_date js_end_time js_rc.
                MOVE "RUNNING" TO js_status.
                MOVE SPACES TO js_note.
                ADD 1 TO js_attempts.
                PERFORM store_step.

            end_step.
                *> a step that never began (one held on a dependency)
                *> still gets its record, so the morning check sees
                *> why it did not run.
                PERFORM read_step.
                IF step_on_file = 0 THEN
                    PERFORM find_next_seq
                    INITIALIZE job_step_record
                    MOVE business_date TO js_business_date
                    MOVE entry_stream TO js_stream
                    MOVE entry_step TO js_step_name
                    MOVE next_seq TO js_step_seq
                END-IF
                ACCEPT js_end_date FROM DATE YYYYMMDD.
                ACCEPT js_end_time FROM TIME.
                MOVE entry_rc TO js_rc.
                MOVE entry_status TO js_status.
                MOVE entry_note TO js_note.
                PERFORM store_step.

            store_step.
                IF step_on_file = 1 THEN
                    REWRITE job_step_record
                        INVALID KEY CONTINUE
                    END-REWRITE
                ELSE
                    WRITE job_step_record
                        INVALID KEY CONTINUE
                    END-WRITE
                END-IF
                IF job_stream_status NOT = "00" THEN
                    DISPLAY "ERROR: could not write job stream file "
                        job_stream_name ": status " job_stream_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.

            find_next_seq.
                *> steps number in the order they first ran, so the
                *> status listing reads in run order.
                MOVE 0 TO next_seq.
                PERFORM scan_stream.
                ADD 1 TO next_seq.

            scan_stream.
                *> one pass over the stream's records for the date:
                *> the highest sequence used, how many steps, and how
                *> many of them are not complete.
                MOVE 0 TO stream_steps open_steps.
                MOVE business_date TO js_business_date.
                MOVE entry_stream TO js_stream.
                MOVE LOW-VALUES TO js_step_name.
                START job_stream_file KEY NOT < js_key
                    INVALID KEY CONTINUE
                END-START
                IF job_stream_status = "00" THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ job_stream_file NEXT RECORD
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 THEN
                            IF js_business_date NOT = business_date
                                    OR js_stream NOT = entry_stream THEN
                                MOVE 1 TO end_of_file
                            ELSE
                                ADD 1 TO stream_steps
                                IF js_step_seq > next_seq THEN
                                    MOVE js_step_seq TO next_seq
                                END-IF
                                IF js_status NOT = "DONE"
                                        AND js_status NOT = "REFUSED"
                                        AND js_status NOT = "SKIPPED"
                                        THEN
                                    ADD 1 TO open_steps
                                    IF list_open_steps = 1 THEN
                                        DISPLAY "job-step: " entry_stream
                                            " " js_step_name " is "
                                            js_status
                                    END-IF
                                END-IF
                            END-IF
                        END-IF
                    END-PERFORM
                END-IF.

            require_step.
                PERFORM read_step.
                IF step_complete = 1 THEN
                    MOVE 0 TO RETURN-CODE
                ELSE
                    IF step_on_file = 1 THEN
                        DISPLAY "job-step: " entry_stream " "
                            entry_step " is " js_status " for "
                            business_date
                    ELSE
                        DISPLAY "job-step: " entry_stream " "
                            entry_step " has not run for "
                            business_date
                    END-IF
                    MOVE 8 TO RETURN-CODE
                END-IF.

            require_stream.
                *> a stream with no steps at all has not run, which
                *> is no more complete than one that failed.
                MOVE 0 TO next_seq.
                MOVE 1 TO list_open_steps.
                PERFORM scan_stream.
                IF stream_steps = 0 THEN
                    DISPLAY "job-step: " entry_stream " has not run for "
                        business_date
                    MOVE 8 TO RETURN-CODE
                ELSE
                    IF open_steps > 0 THEN
                        DISPLAY "job-step: " entry_stream " for "
                            business_date " has " open_steps
                            " step(s) not complete"
                        MOVE 8 TO RETURN-CODE
                    ELSE
                        MOVE 0 TO RETURN-CODE
                    END-IF
                END-IF.

            check_month_end.
                MOVE month_days (bd_month) TO last_day.
                IF bd_month = 2 THEN
                    DIVIDE bd_year BY 4 GIVING leap_quot
                        REMAINDER leap_rem4
                    DIVIDE bd_year BY 100 GIVING leap_quot
                        REMAINDER leap_rem100
                    DIVIDE bd_year BY 400 GIVING leap_quot
                        REMAINDER leap_rem400
                    IF leap_rem4 = 0 AND
                            (leap_rem100 NOT = 0 OR leap_rem400 = 0) THEN
                        MOVE 29 TO last_day
                    END-IF
                END-IF
                IF bd_day = last_day THEN
                    MOVE 0 TO RETURN-CODE
                ELSE
                    MOVE 4 TO RETURN-CODE
                END-IF.
        END PROGRAM job-step.
