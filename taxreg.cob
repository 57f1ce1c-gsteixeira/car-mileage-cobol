        *> Tax rate registry maintenance for the car-mileage system
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
        *> Keeps the tax rate master file: the VAT rate fuel is bought
        *> at, and the fuel types and cost centers whose input VAT
        *> cannot be reclaimed (a private-use allowance, a pool car
        *> cost center), all effective-dated, so vat-reclaim splits
        *> every fill-up's gross spend at the rate in force on its
        *> date and leaves out what was not reclaimable then. A rate
        *> change or a new allowance goes in under a new effective
        *> date and the quarters already filed restate exactly as
        *> they were.
        *> Menu driven, same shape as emission-registry: add a record,
        *> update one, delete a mistyped effective date, or list what
        *> is on file.
        *>
        *> compiles like this:  cobc -x --free taxreg.cob
        *> runs like this:      ./tax-registry [path_to_tax_rate_file]
        *>
        IDENTIFICATION DIVISION.
        PROGRAM-ID. tax-registry.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-10-15
            INSTALLATION. cobc -x --free taxreg.cob
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT tax_rate_file ASSIGN TO tax_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS tx_key
                        FILE STATUS IS tax_rate_status.
        DATA DIVISION.
            FILE SECTION.
                FD  tax_rate_file.
                    COPY "taxrate.cpy".
            WORKING-STORAGE SECTION.
                01 tax_file_name         PIC X(125) VALUE "tax_rate.dat".
                01 tax_rate_status       PIC XX VALUE SPACES.
                01 end_of_file           PIC 9 VALUE ZERO.
                01 menu_choice           PIC X VALUE SPACE.
                01 entry_data.
                    02 entry_kind        PIC X VALUE "R".
                    02 entry_subject     PIC X(6) VALUE SPACES.
                    02 entry_eff_date    PIC 9(8) VALUE ZEROS.
                    02 entry_rate_text   PIC X(6) VALUE SPACES.
                    02 entry_reclaim     PIC X VALUE "N".
                    02 entry_reason      PIC X(30) VALUE SPACES.
                    02 entry_ok          PIC 9 VALUE ZERO.
                01 list_count            PIC 9(4) VALUE ZEROS.
                01 edit_rate             PIC Z9.99.
        PROCEDURE DIVISION.
            main.
                ACCEPT tax_file_name FROM COMMAND-LINE.
                EVALUATE tax_file_name
                    WHEN SPACE
                        MOVE "tax_rate.dat" TO tax_file_name
                    WHEN "--usage"
                        DISPLAY "tax-registry [path_to_tax_rate_file]"
                        STOP RUN
                END-EVALUATE
                PERFORM open_tax_registry.
                PERFORM UNTIL menu_choice = "Q" OR menu_choice = "q"
                    DISPLAY " "
                    DISPLAY "Tax rate registry: " WITH NO ADVANCING
                    DISPLAY "A=add U=update D=delete L=list Q=quit"
                    DISPLAY "Choice: " WITH NO ADVANCING
                    MOVE SPACE TO menu_choice
                    ACCEPT menu_choice
                    EVALUATE menu_choice
                        WHEN "A" WHEN "a"
                            PERFORM add_tax_record
                        WHEN "U" WHEN "u"
                            PERFORM update_tax_record
                        WHEN "D" WHEN "d"
                            PERFORM delete_tax_record
                        WHEN "L" WHEN "l"
                            PERFORM list_tax_records
                        WHEN "Q" WHEN "q"
                            CONTINUE
                        WHEN OTHER
                            DISPLAY "Please pick A, U, D, L or Q."
                    END-EVALUATE
                END-PERFORM.
                CLOSE tax_rate_file.
            STOP RUN.

            open_tax_registry.
                *> same create-on-first-use dance the other masters
                *> get: a status 35 just means nothing has been keyed
                *> yet.
                OPEN I-O tax_rate_file.
                IF tax_rate_status = "35" THEN
                    OPEN OUTPUT tax_rate_file
                    CLOSE tax_rate_file
                    OPEN I-O tax_rate_file
                END-IF
                IF tax_rate_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open tax rate file "
                        tax_file_name ": status " tax_rate_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.

            add_tax_record.
                PERFORM ask_tax_key.
                IF entry_ok = 1 THEN
                    MOVE entry_kind TO tx_kind
                    MOVE entry_subject TO tx_subject
                    MOVE entry_eff_date TO tx_eff_date
                    READ tax_rate_file
                        INVALID KEY CONTINUE
                    END-READ
                    IF tax_rate_status = "00" THEN
                        DISPLAY "Already on file:"
                        PERFORM show_tax_record
                    ELSE
                        MOVE entry_kind TO tx_kind
                        MOVE entry_subject TO tx_subject
                        MOVE entry_eff_date TO tx_eff_date
                        PERFORM ask_tax_value
                        IF entry_ok = 1 THEN
                            WRITE tax_rate_record
                                INVALID KEY CONTINUE
                            END-WRITE
                            IF tax_rate_status = "00" THEN
                                DISPLAY "Added:"
                                PERFORM show_tax_record
                            ELSE
                                DISPLAY "ERROR: could not write tax rate"
                                    " file: status " tax_rate_status
                            END-IF
                        END-IF
                    END-IF
                END-IF.

            update_tax_record.
                *> for a mistyped rate or reason only - a new rate or
                *> a changed allowance is a new effective date, never
                *> a change to the one a filed quarter was split at.
                PERFORM ask_tax_key.
                IF entry_ok = 1 THEN
                    MOVE entry_kind TO tx_kind
                    MOVE entry_subject TO tx_subject
                    MOVE entry_eff_date TO tx_eff_date
                    READ tax_rate_file
                        INVALID KEY CONTINUE
                    END-READ
                    IF tax_rate_status NOT = "00" THEN
                        DISPLAY "Not on file: " entry_kind " "
                            entry_subject " from " entry_eff_date
                    ELSE
                        PERFORM show_tax_record
                        DISPLAY "Key the replacement."
                        PERFORM ask_tax_value
                        IF entry_ok = 1 THEN
                            REWRITE tax_rate_record
                                INVALID KEY CONTINUE
                            END-REWRITE
                            IF tax_rate_status = "00" THEN
                                DISPLAY "Updated:"
                                PERFORM show_tax_record
                            ELSE
                                DISPLAY "ERROR: could not rewrite tax"
                                    " rate file: status " tax_rate_status
                            END-IF
                        END-IF
                    END-IF
                END-IF.

            delete_tax_record.
                *> a mistyped effective date is just noise, same as
                *> on the price registry, and deleting it is the fix.
                PERFORM ask_tax_key.
                IF entry_ok = 1 THEN
                    MOVE entry_kind TO tx_kind
                    MOVE entry_subject TO tx_subject
                    MOVE entry_eff_date TO tx_eff_date
                    READ tax_rate_file
                        INVALID KEY CONTINUE
                    END-READ
                    IF tax_rate_status NOT = "00" THEN
                        DISPLAY "Not on file: " entry_kind " "
                            entry_subject " from " entry_eff_date
                    ELSE
                        PERFORM show_tax_record
                        DELETE tax_rate_file
                            INVALID KEY CONTINUE
                        END-DELETE
                        IF tax_rate_status = "00" THEN
                            DISPLAY "Deleted."
                        ELSE
                            DISPLAY "ERROR: could not delete tax rate"
                                " record: status " tax_rate_status
                        END-IF
                    END-IF
                END-IF.

            list_tax_records.
                MOVE 0 TO list_count.
                MOVE LOW-VALUES TO tx_key.
                START tax_rate_file KEY NOT < tx_key
                    INVALID KEY CONTINUE
                END-START
                IF tax_rate_status NOT = "00" THEN
                    DISPLAY "Tax rate registry is empty."
                ELSE
                    DISPLAY "kind for    effective  rate% reclaim reason"
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ tax_rate_file NEXT RECORD
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 THEN
                            ADD 1 TO list_count
                            MOVE tx_rate_pct TO edit_rate
                            IF tx_kind = "R" THEN
                                DISPLAY tx_kind "    " tx_subject " "
                                    tx_eff_date "  " edit_rate
                            ELSE
                                DISPLAY tx_kind "    " tx_subject " "
                                    tx_eff_date "         "
                                    tx_reclaim "       " tx_reason
                            END-IF
                        END-IF
                    END-PERFORM
                    DISPLAY "Tax records on file: " list_count
                END-IF.

            show_tax_record.
                EVALUATE tx_kind
                    WHEN "R"
                        MOVE tx_rate_pct TO edit_rate
                        DISPLAY "VAT rate from " tx_eff_date ": "
                            edit_rate "%"
                    WHEN "F"
                        DISPLAY "Fuel type " tx_subject " from "
                            tx_eff_date ": reclaimable " tx_reclaim
                            " " tx_reason
                    WHEN OTHER
                        DISPLAY "Cost center " tx_subject " from "
                            tx_eff_date ": reclaimable " tx_reclaim
                            " " tx_reason
                END-EVALUATE.

            ask_tax_key.
                MOVE 1 TO entry_ok.
                DISPLAY "Kind (R=VAT rate, F=fuel type, C=cost center): "
                    WITH NO ADVANCING.
                MOVE SPACE TO entry_kind.
                ACCEPT entry_kind.
                MOVE SPACES TO entry_subject.
                EVALUATE entry_kind
                    WHEN "R" WHEN "r"
                        MOVE "R" TO entry_kind
                    WHEN "F" WHEN "f"
                        MOVE "F" TO entry_kind
                        DISPLAY "Fuel type (G=gas, D=diesel): "
                            WITH NO ADVANCING
                        ACCEPT entry_subject
                        IF entry_subject NOT = "G"
                                AND entry_subject NOT = "D" THEN
                            DISPLAY "Fuel type must be G or D."
                            MOVE 0 TO entry_ok
                        END-IF
                    WHEN "C" WHEN "c"
                        MOVE "C" TO entry_kind
                        DISPLAY "Cost center: " WITH NO ADVANCING
                        ACCEPT entry_subject
                        IF entry_subject = SPACES THEN
                            DISPLAY "Cost center can't be blank."
                            MOVE 0 TO entry_ok
                        END-IF
                    WHEN OTHER
                        DISPLAY "Kind must be R, F or C."
                        MOVE 0 TO entry_ok
                END-EVALUATE
                IF entry_ok = 1 THEN
                    DISPLAY "Effective date (YYYYMMDD): "
                        WITH NO ADVANCING
                    ACCEPT entry_eff_date
                    IF entry_eff_date < 19000101 THEN
                        DISPLAY "Effective date must be YYYYMMDD."
                        MOVE 0 TO entry_ok
                    END-IF
                END-IF.

            ask_tax_value.
                MOVE 1 TO entry_ok.
                IF tx_kind = "R" THEN
                    DISPLAY "VAT rate in percent, with the decimal point"
                        " (e.g. 20.00) : " WITH NO ADVANCING
                    MOVE SPACES TO entry_rate_text
                    ACCEPT entry_rate_text
                    MOVE entry_rate_text TO tx_rate_pct
                    MOVE "Y" TO tx_reclaim
                    MOVE SPACES TO tx_reason
                ELSE
                    DISPLAY "Reclaimable from this date (Y/N): "
                        WITH NO ADVANCING
                    MOVE SPACE TO entry_reclaim
                    ACCEPT entry_reclaim
                    EVALUATE entry_reclaim
                        WHEN "Y" WHEN "y"
                            MOVE "Y" TO tx_reclaim
                        WHEN "N" WHEN "n"
                            MOVE "N" TO tx_reclaim
                        WHEN OTHER
                            DISPLAY "Please answer Y or N."
                            MOVE 0 TO entry_ok
                    END-EVALUATE
                    IF entry_ok = 1 THEN
                        DISPLAY "Reason (e.g. PRIVATE USE ALLOWANCE): "
                            WITH NO ADVANCING
                        MOVE SPACES TO entry_reason
                        ACCEPT entry_reason
                        MOVE ZEROS TO tx_rate_pct
                        MOVE entry_reason TO tx_reason
                    END-IF
                END-IF.
        END PROGRAM tax-registry.
