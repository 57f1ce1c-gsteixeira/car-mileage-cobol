        *> Fill-up master run-stamp conversion for car-mileage
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
        *> Run ONCE at cutover, before the first run of the programs
        *> that read the grown fill-up record: every row now carries
        *> the run-history key of the car-mileage run that loaded it
        *> (fm_run_key), so run-backout can take a whole load back
        *> out, and the access method will not open an indexed file
        *> under an FD of a different length - the old
        *> fillup_master.dat would fail its first OPEN with status 39
        *> and stop the nightly dead. Same stance master-migrate and
        *> registry-migrate take. This reads the old file under the
        *> old 80-byte layout and writes every row out again under
        *> the new one, byte for byte, with a run key of zeros -
        *> nobody recorded which run loaded the old rows, so they
        *> simply cannot be backed out by run (fillup-fix still voids
        *> them one at a time, as it always has).
        *>  The year-end archives share the master's layout and need
        *>  the same conversion, one run per file, before fleet-trend,
        *>  life-cost, ghg-statement or master-audit read them.
        *>  The old file is left untouched; the converted history is
        *>  written to a new file which the operator then moves into
        *>  place:
        *>      ./run-stamp-migrate
        *>      mv fillup_master.dat fillup_master.v2.bak
        *>      mv fillup_master_new.dat fillup_master.dat
        *>      ./run-stamp-migrate fillup_archive_2025.dat fillup_archive_2025_new.dat
        *>      ...
        *>
        *> compiles like this:  cobc -x --free runstampmigrate.cob
        *> runs like this:      ./run-stamp-migrate [old_master] [new_master]
        *>
        IDENTIFICATION DIVISION.
        PROGRAM-ID. run-stamp-migrate.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-10-15
            INSTALLATION. cobc -x --free runstampmigrate.cob
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT old_master_file ASSIGN TO old_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS om_key
                        FILE STATUS IS old_master_status.
                    SELECT fillup_master_file ASSIGN TO new_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS fm_key
                        FILE STATUS IS fillup_master_status.
        DATA DIVISION.
            FILE SECTION.
                FD  old_master_file.
                    *> the layout every program wrote before rows
                    *> were stamped with their run - frozen here and
                    *> nowhere else, precisely so the live copybook
                    *> never has to look backwards. Only the key needs
                    *> its own name; the rest travels as one flat
                    *> group move, the way year-end-archive copies
                    *> rows out.
                    01 old_master_record.
                        02 om_key.
                            03 om_vehicle_id   PIC X(10).
                            03 om_seq_no       PIC 9(6).
                        02 om_rest         PIC X(64).
                FD  fillup_master_file.
                    COPY "fillupmaster.cpy".
            WORKING-STORAGE SECTION.
                01 old_file_name         PIC X(125) VALUE "fillup_master.dat".
                01 new_file_name         PIC X(125) VALUE "fillup_master_new.dat".
                01 old_master_status     PIC XX VALUE SPACES.
                01 fillup_master_status  PIC XX VALUE SPACES.
                01 end_of_file           PIC 9 VALUE ZERO.
                01 command_tokens.
                    02 command_token OCCURS 2 TIMES PIC X(125) VALUE SPACES.
                01 token_idx             PIC 9 VALUE ZEROS.
                01 moved_count           PIC 9(6) VALUE ZEROS.
        PROCEDURE DIVISION.
            main.
                PERFORM parse_command_line.
                OPEN INPUT old_master_file.
                IF old_master_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open old master file "
                        old_file_name ": status " old_master_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                *> refuse to run into an existing target - a second
                *> accidental run must not quietly mix two histories,
                *> and anything but a clean "no such file" (35) means
                *> something is already sitting at that name.
                OPEN INPUT fillup_master_file.
                IF fillup_master_status NOT = "35" THEN
                    IF fillup_master_status = "00" THEN
                        CLOSE fillup_master_file
                    END-IF
                    DISPLAY "ERROR: " new_file_name " already exists -"
                        " this conversion runs once; remove or rename"
                        " the target first."
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                OPEN OUTPUT fillup_master_file.
                IF fillup_master_status NOT = "00" THEN
                    DISPLAY "ERROR: could not create new master file "
                        new_file_name ": status " fillup_master_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM convert_all_rows.
                CLOSE old_master_file.
                CLOSE fillup_master_file.
                DISPLAY "Converted " moved_count " fill-ups from "
                    old_file_name " to " new_file_name.
                DISPLAY "Now move the new file into place (keep the"
                    " old one as a backup), and convert each year-end"
                    " archive the same way.".
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
                IF command_token (1) = "--usage" THEN
                    DISPLAY "run-stamp-migrate [old_master] [new_master]"
                    STOP RUN
                END-IF
                IF command_token (1) NOT = SPACES THEN
                    MOVE command_token (1) TO old_file_name
                END-IF
                IF command_token (2) NOT = SPACES THEN
                    MOVE command_token (2) TO new_file_name
                END-IF.

            convert_all_rows.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ old_master_file NEXT RECORD
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 THEN
                        MOVE old_master_record TO fillup_master_record
                        MOVE ZEROS TO fm_run_key
                        WRITE fillup_master_record
                        END-WRITE
                        IF fillup_master_status NOT = "00" THEN
                            DISPLAY "ERROR: could not write new master"
                                " file " new_file_name ": status "
                                fillup_master_status
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO moved_count
                    END-IF
                END-PERFORM.
        END PROGRAM run-stamp-migrate.
