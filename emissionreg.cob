        *> Emission factor registry maintenance for the car-mileage system
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
        *> Keeps the emission factor master file: kg CO2e per liter
        *> for each fuel type, effective-dated, so car-mileage prices
        *> every new fill-up's CO2 at the factor in force on its date
        *> and ghg-statement can say which factors a year was stated
        *> at. The government publishes new conversion factors every
        *> year; they go in here under a new effective date, and the
        *> figures already stored under last year's factors stay
        *> exactly as they were - no recompile, no restatement.
        *> Menu driven, same shape as price-registry: add a factor
        *> record, update one, delete a mistyped effective date, or
        *> list the factor history.
        *>
        *> compiles like this:  cobc -x --free emissionreg.cob
        *> runs like this:      ./emission-registry [path_to_factor_file]
        *>
        IDENTIFICATION DIVISION.
        PROGRAM-ID. emission-registry.
            AUTHOR. gsteixei@gmail.com
            DATE-WRITTEN. 2026-10-15
            INSTALLATION. cobc -x --free emissionreg.cob
        ENVIRONMENT DIVISION.
            INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                    SELECT emission_factor_file ASSIGN TO factor_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ef_key
                        FILE STATUS IS emission_factor_status.
        DATA DIVISION.
            FILE SECTION.
                FD  emission_factor_file.
                    COPY "emissionfactor.cpy".
            WORKING-STORAGE SECTION.
                01 factor_file_name      PIC X(125) VALUE "emission_factor.dat".
                01 emission_factor_status PIC XX VALUE SPACES.
                01 end_of_file           PIC 9 VALUE ZERO.
                01 menu_choice           PIC X VALUE SPACE.
                01 entry_data.
                    02 entry_fuel_type   PIC X VALUE "G".
                    02 entry_eff_date    PIC 9(8) VALUE ZEROS.
                    02 entry_factor_text PIC X(8) VALUE SPACES.
                    02 entry_factor_set  PIC X(30) VALUE SPACES.
                01 list_count            PIC 9(4) VALUE ZEROS.
                01 edit_factor           PIC 9.99999.
        PROCEDURE DIVISION.
            main.
                ACCEPT factor_file_name FROM COMMAND-LINE.
                EVALUATE factor_file_name
                    WHEN SPACE
                        MOVE "emission_factor.dat" TO factor_file_name
                    WHEN "--usage"
                        DISPLAY "emission-registry [path_to_factor_file]"
                        STOP RUN
                END-EVALUATE
                PERFORM open_factor_registry.
                PERFORM UNTIL menu_choice = "Q" OR menu_choice = "q"
                    DISPLAY " "
                    DISPLAY "Emission factor registry: " WITH NO ADVANCING
                    DISPLAY "A=add U=update D=delete L=list Q=quit"
                    DISPLAY "Choice: " WITH NO ADVANCING
                    MOVE SPACE TO menu_choice
                    ACCEPT menu_choice
                    EVALUATE menu_choice
                        WHEN "A" WHEN "a"
                            PERFORM add_factor
                        WHEN "U" WHEN "u"
                            PERFORM update_factor
                        WHEN "D" WHEN "d"
                            PERFORM delete_factor
                        WHEN "L" WHEN "l"
                            PERFORM list_factors
                        WHEN "Q" WHEN "q"
                            CONTINUE
                        WHEN OTHER
                            DISPLAY "Please pick A, U, D, L or Q."
                    END-EVALUATE
                END-PERFORM.
                CLOSE emission_factor_file.
            STOP RUN.

            open_factor_registry.
                *> same create-on-first-use dance the other masters
                *> get: a status 35 just means no factor has been
                *> keyed yet.
                OPEN I-O emission_factor_file.
                IF emission_factor_status = "35" THEN
                    OPEN OUTPUT emission_factor_file
                    CLOSE emission_factor_file
                    OPEN I-O emission_factor_file
                END-IF
                IF emission_factor_status NOT = "00" THEN
                    DISPLAY "ERROR: could not open emission factor file "
                        factor_file_name ": status "
                        emission_factor_status
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF.

            add_factor.
                PERFORM ask_factor_key.
                MOVE entry_fuel_type TO ef_fuel_type.
                MOVE entry_eff_date TO ef_eff_date.
                READ emission_factor_file
                    INVALID KEY CONTINUE
                END-READ
                IF emission_factor_status = "00" THEN
                    MOVE ef_kg_per_liter TO edit_factor
                    DISPLAY "Already on file: " ef_fuel_type " from "
                        ef_eff_date " at " edit_factor
                ELSE
                    IF entry_fuel_type NOT = "G"
                            AND entry_fuel_type NOT = "D" THEN
                        DISPLAY "Fuel type must be G or D."
                    ELSE
                        MOVE entry_fuel_type TO ef_fuel_type
                        MOVE entry_eff_date TO ef_eff_date
                        PERFORM ask_factor_value
                        WRITE emission_factor_record
                            INVALID KEY CONTINUE
                        END-WRITE
                        IF emission_factor_status = "00" THEN
                            MOVE ef_kg_per_liter TO edit_factor
                            DISPLAY "Added " ef_fuel_type " from "
                                ef_eff_date " at " edit_factor "."
                        ELSE
                            DISPLAY "ERROR: could not write emission"
                                " factor file: status "
                                emission_factor_status
                        END-IF
                    END-IF
                END-IF.

            update_factor.
                *> for a mistyped factor only - a newly published
                *> factor is a new effective date, never a change to
                *> the one last year's figures were stated at.
                PERFORM ask_factor_key.
                MOVE entry_fuel_type TO ef_fuel_type.
                MOVE entry_eff_date TO ef_eff_date.
                READ emission_factor_file
                    INVALID KEY CONTINUE
                END-READ
                IF emission_factor_status NOT = "00" THEN
                    DISPLAY "Not on file: " entry_fuel_type " from "
                        entry_eff_date
                ELSE
                    PERFORM show_factor
                    DISPLAY "Key the replacement factor."
                    PERFORM ask_factor_value
                    REWRITE emission_factor_record
                        INVALID KEY CONTINUE
                    END-REWRITE
                    IF emission_factor_status = "00" THEN
                        MOVE ef_kg_per_liter TO edit_factor
                        DISPLAY "Updated " ef_fuel_type " from "
                            ef_eff_date " to " edit_factor "."
                    ELSE
                        DISPLAY "ERROR: could not rewrite emission"
                            " factor file: status "
                            emission_factor_status
                    END-IF
                END-IF.

            delete_factor.
                *> a mistyped effective date is just noise, same as
                *> on the price registry, and deleting it is the fix.
                PERFORM ask_factor_key.
                MOVE entry_fuel_type TO ef_fuel_type.
                MOVE entry_eff_date TO ef_eff_date.
                READ emission_factor_file
                    INVALID KEY CONTINUE
                END-READ
                IF emission_factor_status NOT = "00" THEN
                    DISPLAY "Not on file: " entry_fuel_type " from "
                        entry_eff_date
                ELSE
                    PERFORM show_factor
                    DELETE emission_factor_file
                        INVALID KEY CONTINUE
                    END-DELETE
                    IF emission_factor_status = "00" THEN
                        DISPLAY "Deleted."
                    ELSE
                        DISPLAY "ERROR: could not delete emission factor"
                            " record: status " emission_factor_status
                    END-IF
                END-IF.

            list_factors.
                MOVE 0 TO list_count.
                MOVE LOW-VALUES TO ef_fuel_type.
                MOVE ZEROS TO ef_eff_date.
                START emission_factor_file KEY NOT < ef_key
                    INVALID KEY CONTINUE
                END-START
                IF emission_factor_status NOT = "00" THEN
                    DISPLAY "Emission factor registry is empty."
                ELSE
                    DISPLAY "fuel effective  kgCO2e/l factor set"
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ emission_factor_file NEXT RECORD
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 THEN
                            ADD 1 TO list_count
                            MOVE ef_kg_per_liter TO edit_factor
                            DISPLAY ef_fuel_type "    " ef_eff_date
                                "  " edit_factor "  " ef_factor_set
                        END-IF
                    END-PERFORM
                    DISPLAY "Factor records on file: " list_count
                END-IF.

            show_factor.
                MOVE ef_kg_per_liter TO edit_factor.
                DISPLAY "On file: " ef_fuel_type " from " ef_eff_date
                    " at " edit_factor " kg CO2e per liter ("
                    ef_factor_set ").".

            ask_factor_key.
                DISPLAY "Fuel type (G=gas, D=diesel): " WITH NO ADVANCING.
                ACCEPT entry_fuel_type.
                DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING.
                ACCEPT entry_eff_date.

            ask_factor_value.
                DISPLAY "kg CO2e per liter, with the decimal point"
                    " (e.g. 2.31) : " WITH NO ADVANCING.
                MOVE SPACES TO entry_factor_text.
                ACCEPT entry_factor_text.
                MOVE entry_factor_text TO ef_kg_per_liter.
                DISPLAY "Factor set (publication it comes from): "
                    WITH NO ADVANCING.
                MOVE SPACES TO entry_factor_set.
                ACCEPT entry_factor_set.
                MOVE entry_factor_set TO ef_factor_set.
        END PROGRAM emission-registry.
