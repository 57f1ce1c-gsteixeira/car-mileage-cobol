        *> Telematics daily-distance feed load for the car-mileage system
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
        *> Most of the vans carry a tracker now, and the provider sends
        *> a daily file of the distance each one drove. Until now the
        *> only distance the system had was the odometer difference
        *> car-mileage stores in fm_dist, which is only as good as
        *> what the driver keys in. This loads the provider's file
        *> into its own history (telematics_history.dat), one record
        *> per vehicle per day, for telematics-recon to measure the
        *> keyed distances against.
        *>  The feed is a csv, one line per vehicle per day:
        *>      vehicle_id;date(YYYYMMDD);distance_km
        *>  with the distance in kilometres, a decimal point and at
        *>  most one decimal (e.g. 182.4; a day parked is 0). A line
        *>  is rejected - listed with its line number and reason,
        *>  and not loaded - when the vehicle is not on the vehicle
        *>  registry (vehicle_master.dat), the date is not a date, or
        *>  the distance is not a number or more than any van could
        *>  drive in a day (CONST_MAX_DAY_KM). A vehicle and day
        *>  already on file is replaced: the provider resends a day
        *>  when it corrects it. The registry is required - without
        *>  it nothing can be checked, so nothing is loaded.
        *>
        *> compiles like this:  cobc -x --free telematicsload.cob
        *> runs like this:      ./telematics-load <path_to_feed_csv> [path_to_history_file]
        *>
        IDENTIFICATION DIVISION.
        PROGRAM-ID. telematics-load.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-10-15
            INSTALLATION. cobc -x --free telematicsload.cob
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT feed_file ASSIGN TO feed_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS feed_file_status.
                    SELECT telematics_file ASSIGN TO telematics_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS tm_key
                        FILE STATUS IS telematics_status.
                    SELECT vehicle_master_file ASSIGN TO registry_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS vm_vehicle_id
                        FILE STATUS IS vehicle_master_status.
        DATA DIVISION.
            FILE SECTION.
                FD  feed_file.
                    01 feed_line  PIC X(120) VALUE SPACES.
                FD  telematics_file.
                    COPY "telematics.cpy".
                FD  vehicle_master_file.
                    COPY "vehiclemaster.cpy".
            WORKING-STORAGE SECTION.
                01 CONST_MAX_DAY_KM      PIC 9(4) VALUE 1500.
                01 feed_file_name        PIC X(125) VALUE SPACES.
                01 telematics_file_name  PIC X(125) VALUE "telematics_history.dat".
                01 registry_file_name    PIC X(125) VALUE "vehicle_master.dat".
                01 feed_file_status      PIC XX VALUE SPACES.
                01 telematics_status     PIC XX VALUE SPACES.
                01 vehicle_master_status PIC XX VALUE SPACES.
                01 end_of_file           PIC 9 VALUE ZERO.
                01 command_tokens.
                    02 command_token OCCURS 2 TIMES PIC X(125) VALUE SPACES.
                01 token_idx             PIC 9 VALUE ZEROS.
                01 feed_short_name       PIC X(40) VALUE SPACES.
                01 load_date             PIC 9(8) VALUE ZEROS.
                01 load_time             PIC 9(8) VALUE ZEROS.
                01 feed_fields.
                    02 fd_vehicle_id   PIC X(10) VALUE SPACES.
                    02 fd_date_text    PIC X(8) VALUE SPACES.
                    02 fd_dist_text    PIC X(12) VALUE SPACES.
                    *> the distance in two halves either side of the
                    *> decimal point, right-justified and zero-filled
                    *> so each reads as a number.
                    02 fd_whole_text   PIC X(5) JUSTIFIED RIGHT
                                           VALUE SPACES.
                    02 fd_decimals_text PIC X(4) VALUE SPACES.
                    02 fd_extra_text   PIC X(4) VALUE SPACES.
                    02 fd_whole_len    PIC 99 VALUE ZEROS.
                01 feed_date             PIC 9(8) VALUE ZEROS.
                01 feed_date_parts REDEFINES feed_date.
                    02 fdp_year        PIC 9(4).
                    02 fdp_month       PIC 99.
                    02 fdp_day         PIC 99.
                01 feed_whole_km         PIC 9(5) VALUE ZEROS.
                01 feed_tenth_km         PIC 9 VALUE ZERO.
                01 feed_distance         PIC 9(4)V9 VALUE ZEROS.
                01 reject_reason         PIC X(30) VALUE SPACES.
                01 counters.
                    02 line_no         PIC 9(6) VALUE ZEROS.
                    02 days_added      PIC 9(6) VALUE ZEROS.
                    02 days_replaced   PIC 9(6) VALUE ZEROS.
                    02 lines_rejected  PIC 9(6) VALUE ZEROS.
        PROCEDURE DIVISION.
            main.
                PERFORM parse_command_line.
                IF feed_file_name = SPACES
                        OR feed_file_name = "--usage" THEN
                    DISPLAY "telematics-load <path_to_feed_csv>"
                        " [path_to_history_file]"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE feed_file_name TO feed_short_name.
                ACCEPT load_date FROM DATE YYYYMMDD.
                ACCEPT load_time FROM TIME.
                PERFORM open_files.
                PERFORM load_feed.
                CLOSE feed_file.
                CLOSE telematics_file.
                CLOSE vehicle_master_file.
                DISPLAY "Loaded " feed_file_name ": " days_added
                    " vehicle-days added, " days_replaced " replaced, "
                    lines_rejected " lines rejected.".
            STOP RUN.

            parse_command_line.
                PERFORM VARYING token_idx FROM 1 BY 1 UNTIL token_idx > 2
                    DISPLAY token_idx UPON ARGUMENT-NUMBER
                    MOVE SPACES TO command_token (token_idx)
                    ACCEPT command_token (token_idx) FROM ARGUMENT-VALUE
                        ON EXCEPTION
                            MOVE SPACES TO command_token (token_idx)
                    END-ACCEPT
                END-PERFORM.
                MOVE command_token (1) TO feed_file_name.
                IF command_token (2) NOT = SPACES THEN
                    MOVE command_token (2) TO telematics_file_name
                END-IF.

            open_files.
                OPEN INPUT feed_file.
                IF feed_file_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open feed file "
                        feed_file_name ": status " feed_file_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                *> the registry is what the feed is checked against -
                *> without it every line would have to be taken on
                *> trust, so its absence stops the load.
                OPEN INPUT vehicle_master_file.
                IF vehicle_master_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open registry file "
                        registry_file_name ": status "
                        vehicle_master_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                *> same create-on-first-use dance the masters get: a
                *> status 35 just means this is the first feed.
                OPEN I-O telematics_file.
                IF telematics_status = "35" THEN
                    OPEN OUTPUT telematics_file
                    CLOSE telematics_file
                    OPEN I-O telematics_file
                END-IF
                IF telematics_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open telematics history "
                        telematics_file_name ": status "
                        telematics_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.

            load_feed.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ feed_file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        ADD 1 TO line_no
                        IF feed_line NOT = SPACES THEN
                            PERFORM check_feed_line
                            IF reject_reason = SPACES THEN
                                PERFORM store_feed_day
                            ELSE
                                ADD 1 TO lines_rejected
                                DISPLAY "REJECTED line " line_no ": "
                                    reject_reason ": " feed_line (1:60)
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM.

            check_feed_line.
                MOVE SPACES TO reject_reason.
                MOVE SPACES TO fd_vehicle_id fd_date_text fd_dist_text.
                UNSTRING feed_line DELIMITED BY ";"
                    INTO fd_vehicle_id fd_date_text fd_dist_text
                END-UNSTRING
                IF fd_date_text IS NOT NUMERIC THEN
                    MOVE "date is not YYYYMMDD" TO reject_reason
                ELSE
                    MOVE fd_date_text TO feed_date
                    IF fdp_year < 1900 OR fdp_month < 1
                            OR fdp_month > 12 OR fdp_day < 1
                            OR fdp_day > 31 THEN
                        MOVE "date is not YYYYMMDD" TO reject_reason
                    END-IF
                END-IF
                IF reject_reason = SPACES THEN
                    PERFORM read_feed_distance
                END-IF
                IF reject_reason = SPACES THEN
                    IF fd_vehicle_id = SPACES THEN
                        MOVE "no vehicle id" TO reject_reason
                    ELSE
                        MOVE fd_vehicle_id TO vm_vehicle_id
                        READ vehicle_master_file
                            INVALID KEY
                                MOVE "vehicle not registered"
                                    TO reject_reason
                        END-READ
                    END-IF
                END-IF.

            read_feed_distance.
                *> whole kilometres, then at most one decimal - read
                *> digit by digit rather than trusting whatever the
                *> provider's export put in the field.
                *> A second decimal ("182.45") is not rounded or cut
                *> off - it is a figure in some other format, and the
                *> line is rejected.
                MOVE SPACES TO fd_whole_text fd_decimals_text
                    fd_extra_text.
                MOVE ZEROS TO fd_whole_len.
                UNSTRING fd_dist_text DELIMITED BY "." OR SPACE
                    INTO fd_whole_text COUNT IN fd_whole_len
                         fd_decimals_text fd_extra_text
                END-UNSTRING
                IF fd_decimals_text (1:1) = SPACE THEN
                    MOVE "0" TO fd_decimals_text (1:1)
                END-IF
                INSPECT fd_whole_text REPLACING LEADING SPACE BY "0".
                IF fd_dist_text = SPACES
                        OR fd_whole_len > 5
                        OR fd_whole_text IS NOT NUMERIC
                        OR fd_decimals_text (1:1) IS NOT NUMERIC
                        OR fd_decimals_text (2:3) NOT = SPACES
                        OR fd_extra_text NOT = SPACES THEN
                    MOVE "distance is not a number" TO reject_reason
                ELSE
                    MOVE fd_whole_text TO feed_whole_km
                    MOVE fd_decimals_text (1:1) TO feed_tenth_km
                    IF feed_whole_km >= CONST_MAX_DAY_KM THEN
                        MOVE "distance over a day's driving"
                            TO reject_reason
                    ELSE
                        COMPUTE feed_distance =
                            feed_whole_km + feed_tenth_km / 10
                    END-IF
                END-IF.

            store_feed_day.
                MOVE fd_vehicle_id TO tm_vehicle_id.
                MOVE feed_date TO tm_date.
                READ telematics_file
                    INVALID KEY CONTINUE
                END-READ
                MOVE fd_vehicle_id TO tm_vehicle_id.
                MOVE feed_date TO tm_date.
                MOVE feed_distance TO tm_distance.
                MOVE load_date TO tm_load_date.
                MOVE load_time TO tm_load_time.
                MOVE feed_short_name TO tm_feed_name.
                IF telematics_status = "00" THEN
                    REWRITE telematics_record
                        INVALID KEY CONTINUE
                    END-REWRITE
                    IF telematics_status = "00" THEN
                        ADD 1 TO days_replaced
                    END-IF
                ELSE
                    WRITE telematics_record
                        INVALID KEY CONTINUE
                    END-WRITE
                    IF telematics_status = "00" THEN
                        ADD 1 TO days_added
                    END-IF
                END-IF
                IF telematics_status NOT = "00" THEN
                    DISPLAY "ERROR: could not write telematics history "
                        telematics_file_name ": status "
                        telematics_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.
        END PROGRAM telematics-load.
