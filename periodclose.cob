        *> Accounting period close for car-mileage
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
        *> Once gl-posting has sent a month to the GL, nothing used to
        *> stop fillup-fix amending a fill-up in it, or a late load
        *> adding one, and the GL and the history quietly stopped
        *> agreeing. Run after gl-posting, this closes the posting
        *> month on the period control file (period_control.dat):
        *> from then on car-mileage's load and --enter refuse rows
        *> dated in it, fillup-fix carries any correction to it as an
        *> adjustment that the next gl-posting run posts in the open
        *> month, and gl-posting itself will not post it a second
        *> time. The posting file's line count and hash total are
        *> copied onto the period record as it closes, so what was
        *> sent stays on file.
        *>  A month can only close once its posting file exists - a
        *>  close with nothing posted is a month the GL never heard
        *>  about. --reopen puts a month closed by mistake back to
        *>  open; it is there for the wrong-month typo, not as a way
        *>  round the lock.
        *>
        *> compiles like this:  cobc -x --free periodclose.cob
        *> runs like this:      ./period-close <period_YYYYMM> [--reopen]
        *>
        IDENTIFICATION DIVISION.
        PROGRAM-ID. period-close.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-10-15
            INSTALLATION. cobc -x --free periodclose.cob
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT period_control_file ASSIGN TO period_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS pc_period
                        FILE STATUS IS period_control_status.
                    SELECT posting_file ASSIGN TO posting_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS posting_file_status.
        DATA DIVISION.
            FILE SECTION.
                FD  period_control_file.
                    COPY "periodcontrol.cpy".
                FD  posting_file.
                    01 posting_record  PIC X(80) VALUE SPACES.
            WORKING-STORAGE SECTION.
                01 period_file_name      PIC X(125) VALUE "period_control.dat".
                01 posting_file_name     PIC X(125) VALUE SPACES.
                01 period_control_status PIC XX VALUE SPACES.
                01 posting_file_status   PIC XX VALUE SPACES.
                01 end_of_file           PIC 9 VALUE ZERO.
                01 command_tokens.
                    02 command_token OCCURS 2 TIMES PIC X(125) VALUE SPACES.
                01 token_idx             PIC 9 VALUE ZEROS.
                01 close_period          PIC 9(6) VALUE ZEROS.
                01 close_mm              PIC 99 VALUE ZEROS.
                01 reopen_mode           PIC 9 VALUE ZERO.
                01 period_on_file        PIC 9 VALUE ZERO.
                *> the posting file's trailer, as gl-posting writes it
                01 posting_trailer.
                    02 pt_rec_type     PIC X VALUE SPACE.
                    02 pt_rec_count    PIC 9(6) VALUE ZEROS.
                    02 pt_hash_amount  PIC 9(11)V99 VALUE ZEROS.
                01 trailer_found         PIC 9 VALUE ZERO.
                01 edit_hash             PIC Z(10)9.99.
        PROCEDURE DIVISION.
            main.
                PERFORM parse_command_line.
                MOVE close_period (5:2) TO close_mm.
                IF close_period < 190001 OR close_period > 999912
                        OR close_mm < 1 OR close_mm > 12 THEN
                    DISPLAY "period-close <period_YYYYMM> [--reopen]"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM open_period_control.
                MOVE close_period TO pc_period.
                READ period_control_file
                    INVALID KEY CONTINUE
                END-READ
                IF period_control_status = "00" THEN
                    MOVE 1 TO period_on_file
                ELSE
                    MOVE 0 TO period_on_file
                END-IF
                IF reopen_mode = 1 THEN
                    PERFORM reopen_period
                ELSE
                    PERFORM close_one_period
                END-IF
                CLOSE period_control_file.
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
                IF command_token (1) NOT = SPACES
                        AND command_token (1) NOT = "--usage" THEN
                    MOVE command_token (1) TO close_period
                END-IF
                IF command_token (2) = "--reopen" THEN
                    MOVE 1 TO reopen_mode
                END-IF.

            open_period_control.
                *> create on first use: the very first close is the
                *> one that brings the control file into being.
                OPEN I-O period_control_file.
                IF period_control_status = "35" THEN
                    OPEN OUTPUT period_control_file
                    CLOSE period_control_file
                    OPEN I-O period_control_file
                END-IF
                IF period_control_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open period control file "
                        period_file_name ": status " period_control_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.

            close_one_period.
                IF period_on_file = 1 AND pc_status = "C" THEN
                    DISPLAY "Period " close_period " is already closed"
                        " (since " pc_closed_date ")."
                    STOP RUN
                END-IF
                PERFORM read_posting_trailer.
                MOVE close_period TO pc_period.
                MOVE "C" TO pc_status.
                ACCEPT pc_closed_date FROM DATE YYYYMMDD.
                ACCEPT pc_closed_time FROM TIME.
                MOVE pt_rec_count TO pc_post_lines.
                MOVE pt_hash_amount TO pc_post_hash.
                PERFORM store_period_record.
                MOVE pc_post_hash TO edit_hash.
                DISPLAY "Closed period " close_period ": "
                    pc_post_lines " posting lines, hash total "
                    edit_hash.

            reopen_period.
                IF period_on_file = 0 OR pc_status NOT = "C" THEN
                    DISPLAY "Period " close_period " is not closed."
                    STOP RUN
                END-IF
                MOVE "O" TO pc_status.
                PERFORM store_period_record.
                DISPLAY "WARNING: period " close_period " reopened -"
                    " gl-posting will post it again from the history"
                    " as it stands now.".

            store_period_record.
                IF period_on_file = 1 THEN
                    REWRITE period_control_record
                        INVALID KEY CONTINUE
                    END-REWRITE
                ELSE
                    WRITE period_control_record
                        INVALID KEY CONTINUE
                    END-WRITE
                END-IF
                IF period_control_status NOT = "00" THEN
                    DISPLAY "ERROR: could not write period control file "
                        period_file_name ": status " period_control_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.

            read_posting_trailer.
                *> the month's posting file must be on hand, trailer
                *> and all - a month is closed because it was posted,
                *> never instead of being posted.
                MOVE SPACES TO posting_file_name.
                STRING "glpost_" close_period ".dat"
                    DELIMITED BY SIZE INTO posting_file_name.
                OPEN INPUT posting_file.
                IF posting_file_status NOT = "00" THEN
                    DISPLAY "ERROR: no posting file " posting_file_name
                        " - run gl-posting for " close_period " first"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE 0 TO trailer_found.
                MOVE 0 TO end_of_file.
                PERFORM UNTIL end_of_file = 1
                    READ posting_file
                        AT END MOVE 1 TO end_of_file
                    END-READ
                    IF end_of_file = 0 AND posting_record (1:1) = "T" THEN
                        MOVE posting_record TO posting_trailer
                        MOVE 1 TO trailer_found
                    END-IF
                END-PERFORM.
                CLOSE posting_file.
                IF trailer_found = 0 THEN
                    DISPLAY "ERROR: posting file " posting_file_name
                        " has no trailer - rerun gl-posting for "
                        close_period " before closing it"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.
        END PROGRAM period-close.
