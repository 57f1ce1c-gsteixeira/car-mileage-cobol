        *> Job-stream status report for the car-mileage batch streams
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
        *> The morning check: did last night's stream finish, and if
        *> not, where did it stop. This prints the job-stream control
        *> file (job_stream.dat) job-step keeps for the batch
        *> scripts - the newest business date's streams step by step,
        *> in the order the steps ran, with start and end times,
        *> return code, status and how many goes each took; then one
        *> line per stream for the last N business dates (7 unless
        *> --last= says otherwise), so a month-end still HELD from
        *> three nights back does not hide behind a clean last night.
        *> --date= shows one business date's streams in full instead.
        *> Only the business dates the report shows are loaded, so a
        *> control file years deep reads the same as a new one.
        *>  A stream reads FAILED if any step failed, RUNNING if a
        *>  step is still marked running (on a quiet morning that is
        *>  a step that died with the machine - rerun the stream),
        *>  HELD if a step is waiting on a dependency, and COMPLETE
        *>  when every step is DONE, REFUSED or SKIPPED. It exits 4
        *>  when the business date shown in full is not complete, so
        *>  a wrapper can page someone.
        *>
        *> compiles like this:  cobc -x --free jobstatus.cob
        *> runs like this:      ./job-status [--last=N] [--date=YYYYMMDD] [path_to_job_stream_file]
        *>
        IDENTIFICATION DIVISION.
        PROGRAM-ID. job-status.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-10-15
            INSTALLATION. cobc -x --free jobstatus.cob
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
                    02 command_token OCCURS 3 TIMES PIC X(125) VALUE SPACES.
                01 token_idx             PIC 9 VALUE ZEROS.
                01 last_n                PIC 9(4) VALUE 7.
                01 date_filter           PIC 9(8) VALUE ZEROS.
                *> the business dates on file ahead of the ones the
                *> report shows, passed over on the load.
                01 date_vars.
                    02 dates_on_file   PIC 9(6) VALUE ZEROS.
                    02 dates_skipped   PIC 9(6) VALUE ZEROS.
                    02 dates_seen      PIC 9(6) VALUE ZEROS.
                    02 prev_date       PIC 9(8) VALUE ZEROS.
                *> every step of the dates shown, sorted into date,
                *> stream and run order.
                01 step_count PIC 9(4) VALUE ZEROS.
                01 step_tab OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON step_count.
                    02 st_sort_key.
                        03 st_date     PIC 9(8) VALUE ZEROS.
                        03 st_stream   PIC X(8) VALUE SPACES.
                        03 st_seq      PIC 9(3) VALUE ZEROS.
                    02 st_step_name    PIC X(40) VALUE SPACES.
                    02 st_start_date   PIC 9(8) VALUE ZEROS.
                    02 st_start_time   PIC 9(8) VALUE ZEROS.
                    02 st_end_date     PIC 9(8) VALUE ZEROS.
                    02 st_end_time     PIC 9(8) VALUE ZEROS.
                    02 st_rc           PIC 9(3) VALUE ZEROS.
                    02 st_status       PIC X(8) VALUE SPACES.
                    02 st_attempts     PIC 9(3) VALUE ZEROS.
                    02 st_note         PIC X(40) VALUE SPACES.
                01 swap_step             PIC X(145) VALUE SPACES.
                *> the distinct business dates, oldest first.
                01 date_count PIC 9(4) VALUE ZEROS.
                01 date_tab OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON date_count.
                    02 dt_date         PIC 9(8) VALUE ZEROS.
                01 detail_date           PIC 9(8) VALUE ZEROS.
                01 first_date            PIC 9(4) VALUE ZEROS.
                01 detail_complete       PIC 9 VALUE 1.
                01 group_vars.
                    02 group_start     PIC 9(4) VALUE ZEROS.
                    02 group_end       PIC 9(4) VALUE ZEROS.
                    02 group_steps     PIC 9(3) VALUE ZEROS.
                    02 group_done      PIC 9(3) VALUE ZEROS.
                    02 group_failed    PIC 9(3) VALUE ZEROS.
                    02 group_running   PIC 9(3) VALUE ZEROS.
                    02 group_held      PIC 9(3) VALUE ZEROS.
                    02 group_state     PIC X(8) VALUE SPACES.
                01 aux_vars.
                    02 i               PIC 9(4) VALUE ZEROS.
                    02 j               PIC 9(4) VALUE ZEROS.
                    02 k               PIC 9(4) VALUE ZEROS.
                    02 swapped         PIC 9 VALUE ZERO.
                01 edit_fields.
                    02 edit_start      PIC X(8) VALUE SPACES.
                    02 edit_end        PIC X(8) VALUE SPACES.
        PROCEDURE DIVISION.
            main.
                PERFORM parse_command_line.
                PERFORM load_job_stream.
                IF step_count = 0 THEN
                    IF date_filter NOT = 0 THEN
                        DISPLAY "No job streams ran for " date_filter "."
                        MOVE 4 TO RETURN-CODE
                    ELSE
                        DISPLAY "No job streams on file."
                    END-IF
                    STOP RUN
                END-IF
                PERFORM sort_steps.
                PERFORM list_dates.
                IF date_filter NOT = 0 THEN
                    MOVE date_filter TO detail_date
                ELSE
                    MOVE dt_date (date_count) TO detail_date
                END-IF
                PERFORM write_stream_detail.
                IF date_filter = 0 THEN
                    PERFORM write_recent_streams
                END-IF
                IF detail_complete = 0 THEN
                    MOVE 4 TO RETURN-CODE
                END-IF.
            STOP RUN.

            parse_command_line.
                PERFORM VARYING token_idx FROM 1 BY 1 UNTIL token_idx > 3
                    DISPLAY token_idx UPON ARGUMENT-NUMBER
                    MOVE SPACES TO command_token (token_idx)
                    ACCEPT command_token (token_idx) FROM ARGUMENT-VALUE
                        ON EXCEPTION
                            MOVE SPACES TO command_token (token_idx)
                    END-ACCEPT
                END-PERFORM.
                PERFORM VARYING token_idx FROM 1 BY 1 UNTIL token_idx > 3
                    EVALUATE TRUE
                        WHEN command_token (token_idx) = SPACES
                            CONTINUE
                        WHEN command_token (token_idx) = "--usage"
                            DISPLAY "job-status [--last=N]"
                                " [--date=YYYYMMDD]"
                                " [path_to_job_stream_file]"
                            STOP RUN
                        WHEN command_token (token_idx) (1:7) = "--last="
                            MOVE command_token (token_idx) (8:4)
                                TO last_n
                        WHEN command_token (token_idx) (1:7) = "--date="
                            MOVE command_token (token_idx) (8:8)
                                TO date_filter
                        WHEN OTHER
                            MOVE command_token (token_idx)
                                TO job_stream_name
                    END-EVALUATE
                END-PERFORM.
                IF last_n = 0 THEN
                    MOVE 7 TO last_n
                END-IF.

            load_job_stream.
                OPEN INPUT job_stream_file.
                IF job_stream_status = "35" THEN
                    *> no stream has ever run - not an error, just an
                    *> empty answer.
                    MOVE 0 TO step_count
                ELSE
                    IF job_stream_status NOT = "00" THEN
                        DISPLAY "ERROR: could not open job stream file "
                            job_stream_name ": status "
                            job_stream_status
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    *> --date= starts the load at that date and stops
                    *> at the next; otherwise it starts at the oldest
                    *> of the last N dates on file.
                    MOVE 0 TO dates_skipped
                    IF date_filter = 0 THEN
                        PERFORM count_business_dates
                    END-IF
                    MOVE LOW-VALUES TO js_key
                    MOVE date_filter TO js_business_date
                    MOVE 0 TO end_of_file dates_seen prev_date
                    START job_stream_file KEY NOT < js_key
                        INVALID KEY MOVE 1 TO end_of_file
                    END-START
                    PERFORM UNTIL end_of_file = 1
                        READ job_stream_file NEXT RECORD
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 AND date_filter NOT = 0
                                AND js_business_date NOT = date_filter
                                THEN
                            MOVE 1 TO end_of_file
                        END-IF
                        IF end_of_file = 0
                                AND js_business_date NOT = prev_date THEN
                            ADD 1 TO dates_seen
                            MOVE js_business_date TO prev_date
                        END-IF
                        IF end_of_file = 0
                                AND dates_seen > dates_skipped THEN
                            IF step_count >= 5000 THEN
                                DISPLAY "ERROR: more than 5000 steps in"
                                    " the business dates asked for on "
                                    job_stream_name
                                    " - ask for fewer with --last="
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO step_count
                            MOVE js_business_date TO st_date (step_count)
                            MOVE js_stream TO st_stream (step_count)
                            MOVE js_step_seq TO st_seq (step_count)
                            MOVE js_step_name TO st_step_name (step_count)
                            MOVE js_start_date
                                TO st_start_date (step_count)
                            MOVE js_start_time
                                TO st_start_time (step_count)
                            MOVE js_end_date TO st_end_date (step_count)
                            MOVE js_end_time TO st_end_time (step_count)
                            MOVE js_rc TO st_rc (step_count)
                            MOVE js_status TO st_status (step_count)
                            MOVE js_attempts TO st_attempts (step_count)
                            MOVE js_note TO st_note (step_count)
                        END-IF
                    END-PERFORM
                    CLOSE job_stream_file
                END-IF.

            count_business_dates.
                *> the file reads back in business date order; count
                *> the dates so the load can pass over all but the
                *> last N.
                MOVE 0 TO end_of_file dates_on_file prev_date.
                PERFORM UNTIL end_of_file = 1
                    READ job_stream_file NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0
                            AND js_business_date NOT = prev_date THEN
                        ADD 1 TO dates_on_file
                        MOVE js_business_date TO prev_date
                    END-IF
                END-PERFORM.
                IF dates_on_file > last_n THEN
                    COMPUTE dates_skipped = dates_on_file - last_n
                END-IF.

            sort_steps.
                *> the file reads back by step name within a stream;
                *> the listing wants the order they ran in.
                MOVE 1 TO swapped.
                PERFORM UNTIL swapped = 0
                    MOVE 0 TO swapped
                    PERFORM VARYING i FROM 1 BY 1 UNTIL i >= step_count
                        COMPUTE j = i + 1
                        IF st_sort_key (i) > st_sort_key (j) THEN
                            MOVE step_tab (i) TO swap_step
                            MOVE step_tab (j) TO step_tab (i)
                            MOVE swap_step TO step_tab (j)
                            MOVE 1 TO swapped
                        END-IF
                    END-PERFORM
                END-PERFORM.

            list_dates.
                MOVE 0 TO date_count.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > step_count
                    IF date_count = 0 THEN
                        ADD 1 TO date_count
                        MOVE st_date (i) TO dt_date (date_count)
                    ELSE
                        IF st_date (i) NOT = dt_date (date_count) THEN
                            ADD 1 TO date_count
                            MOVE st_date (i) TO dt_date (date_count)
                        END-IF
                    END-IF
                END-PERFORM.

            write_stream_detail.
                DISPLAY "=== Job streams for business date " detail_date
                    " ===".
                MOVE 0 TO k.
                MOVE 1 TO i.
                PERFORM UNTIL i > step_count
                    IF st_date (i) = detail_date THEN
                        ADD 1 TO k
                        MOVE i TO group_start
                        PERFORM measure_group
                        IF group_state NOT = "COMPLETE" THEN
                            MOVE 0 TO detail_complete
                        END-IF
                        DISPLAY " "
                        DISPLAY st_stream (i) " " group_state " - "
                            group_done " of " group_steps
                            " steps complete"
                        DISPLAY "seq step                                    "
                            " started  ended    rc  status   tries note"
                        PERFORM VARYING j FROM group_start BY 1
                                UNTIL j > group_end
                            PERFORM write_step_line
                        END-PERFORM
                        COMPUTE i = group_end + 1
                    ELSE
                        ADD 1 TO i
                    END-IF
                END-PERFORM.
                IF k = 0 THEN
                    DISPLAY "No job streams ran for " detail_date "."
                    MOVE 0 TO detail_complete
                END-IF.

            write_step_line.
                *> HH:MM:SS is enough - the stream runs in one night;
                *> a step that has not ended shows no end time.
                MOVE SPACES TO edit_start edit_end.
                IF st_start_date (j) NOT = 0 THEN
                    STRING st_start_time (j) (1:2) ":"
                            st_start_time (j) (3:2) ":"
                            st_start_time (j) (5:2)
                        DELIMITED BY SIZE INTO edit_start
                END-IF
                IF st_end_date (j) NOT = 0 THEN
                    STRING st_end_time (j) (1:2) ":"
                            st_end_time (j) (3:2) ":"
                            st_end_time (j) (5:2)
                        DELIMITED BY SIZE INTO edit_end
                END-IF
                DISPLAY st_seq (j) " " st_step_name (j) " "
                    edit_start " " edit_end " " st_rc (j) " "
                    st_status (j) " " st_attempts (j) "   "
                    st_note (j).

            write_recent_streams.
                DISPLAY " ".
                DISPLAY "=== Recent job streams (oldest first) ===".
                DISPLAY "date     stream   state    steps complete".
                MOVE 1 TO first_date.
                IF date_count > last_n THEN
                    COMPUTE first_date = date_count - last_n + 1
                END-IF
                MOVE 1 TO i.
                PERFORM UNTIL i > step_count
                    IF st_date (i) < dt_date (first_date) THEN
                        ADD 1 TO i
                    ELSE
                        MOVE i TO group_start
                        PERFORM measure_group
                        DISPLAY st_date (i) " " st_stream (i) " "
                            group_state " " group_steps "   "
                            group_done
                        COMPUTE i = group_end + 1
                    END-IF
                END-PERFORM.

            measure_group.
                *> one stream on one date: where it ends in the table
                *> and how its steps stand.
                MOVE 0 TO group_steps group_done group_failed
                    group_running group_held.
                MOVE group_start TO group_end.
                PERFORM VARYING j FROM group_start BY 1
                        UNTIL j > step_count
                        OR st_date (j) NOT = st_date (group_start)
                        OR st_stream (j) NOT = st_stream (group_start)
                    MOVE j TO group_end
                    ADD 1 TO group_steps
                    EVALUATE st_status (j)
                        WHEN "DONE"
                        WHEN "REFUSED"
                        WHEN "SKIPPED"
                            ADD 1 TO group_done
                        WHEN "FAILED"
                            ADD 1 TO group_failed
                        WHEN "RUNNING"
                            ADD 1 TO group_running
                        WHEN OTHER
                            ADD 1 TO group_held
                    END-EVALUATE
                END-PERFORM.
                EVALUATE TRUE
                    WHEN group_failed > 0
                        MOVE "FAILED" TO group_state
                    WHEN group_running > 0
                        MOVE "RUNNING" TO group_state
                    WHEN group_held > 0
                        MOVE "HELD" TO group_state
                    WHEN OTHER
                        MOVE "COMPLETE" TO group_state
                END-EVALUATE.
        END PROGRAM job-status.
