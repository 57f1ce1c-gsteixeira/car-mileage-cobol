        *>  against fm_fuel * fm_price_paid with a five-cent
        *>  tolerance. Voided fill-ups and carry-forward records never
        *>  take part.
        *>  Every charge's card_no is then checked against the fuel
        *>  card master (fuel_card_master.dat, kept by
        *>  fuel-card-registry) for three more sections: charges on
        *>  cards that are not active (lost or stolen, cancelled,
        *>  outside their issue-to-expiry dates, or not on the card
        *>  master at all), charges where the card's assigned vehicle
        *>  is not the statement vehicle, and cards over their spend
        *>  limits - the month's charges over the monthly limit, and
        *>  single charges over the per-charge limit. A card assigned
        *>  only to a driver (pool cars) has no vehicle to disagree
        *>  with. With no card master on file those sections are
        *>  skipped and the report says so.
        *>
        *> compiles like this:  cobc -x --free cardrecon.cob
        *> runs like this:      ./card-recon <path_to_statement_csv> [path_to_master_file] [path_to_card_file]
        *>
        IDENTIFICATION DIVISION.
        PROGRAM-ID. card-recon.
                    SELECT recon_file ASSIGN TO recon_file_name
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS recon_file_status.
                    SELECT fuel_card_file ASSIGN TO card_file_name
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS fc_card_no
                        FILE STATUS IS fuel_card_status.
        DATA DIVISION.
            FILE SECTION.
                FD  statement_file.
                    COPY "fillupmaster.cpy".
                FD  recon_file.
                    01 recon_line  PIC X(132) VALUE SPACES.
                FD  fuel_card_file.
                    COPY "fuelcard.cpy".
            WORKING-STORAGE SECTION.
                01 CONST_QTY_TOL   PIC 9V99 VALUE 0.50.
                01 CONST_AMT_TOL   PIC 9V99 VALUE 0.05.
                01 statement_file_status PIC XX VALUE SPACES.
                01 fillup_master_status  PIC XX VALUE SPACES.
                01 recon_file_status     PIC XX VALUE SPACES.
                01 card_file_name        PIC X(125) VALUE "fuel_card_master.dat".
                01 fuel_card_status      PIC XX VALUE SPACES.
                01 cards_available       PIC 9 VALUE ZERO.
                01 end_of_file           PIC 9 VALUE ZERO.
                01 command_tokens.
                    02 command_token OCCURS 3 TIMES PIC X(125) VALUE SPACES.
                01 token_idx             PIC 9 VALUE ZEROS.
                01 line_out              PIC X(132) VALUE SPACES.
                *> the whole statement, held in memory so the report
                    02 st_amount       PIC 9999V99 VALUE ZEROS.
                    02 st_matched      PIC 9 VALUE ZERO.
                    02 st_master_slot  PIC 9(4) VALUE ZEROS.
                    02 st_card_slot    PIC 9(4) VALUE ZEROS.
                *> the fuel card master, held in memory - a statement
                *> names each card many times over.
                01 cd_count PIC 9(4) VALUE ZEROS.
                01 cd_tab OCCURS 1 TO 5000 TIMES DEPENDING ON cd_count.
                    02 cd_card         PIC X(16) VALUE SPACES.
                    02 cd_vehicle      PIC X(10) VALUE SPACES.
                    02 cd_driver       PIC X(8) VALUE SPACES.
                    02 cd_status       PIC X VALUE SPACE.
                    02 cd_issue_date   PIC 9(8) VALUE ZEROS.
                    02 cd_expiry_date  PIC 9(8) VALUE ZEROS.
                    02 cd_txn_limit    PIC 9(5)V99 VALUE ZEROS.
                    02 cd_month_limit  PIC 9(6)V99 VALUE ZEROS.
                *> what each card spent in each calendar month of the
                *> statement, for the monthly limit check - a
                *> statement can straddle a month end.
                01 cs_count PIC 9(4) VALUE ZEROS.
                01 cs_tab OCCURS 1 TO 9999 TIMES DEPENDING ON cs_count.
                    02 cs_card         PIC X(16) VALUE SPACES.
                    02 cs_month        PIC 9(6) VALUE ZEROS.
                    02 cs_card_slot    PIC 9(4) VALUE ZEROS.
                    02 cs_charges      PIC 9(4) VALUE ZEROS.
                    02 cs_amount       PIC 9(7)V99 VALUE ZEROS.
                *> the live fill-up history, flattened to what the
                *> matching needs. The amount is priced straight off
                *> fm_fuel * fm_price_paid, so the reconciliation
                    02 unmatched_charges PIC 9(4) VALUE ZEROS.
                    02 unmatched_fillups PIC 9(4) VALUE ZEROS.
                    02 amount_disputes PIC 9(4) VALUE ZEROS.
                    02 k               PIC 9(4) VALUE ZEROS.
                    02 charge_month    PIC 9(6) VALUE ZEROS.
                    02 inactive_reason PIC X(20) VALUE SPACES.
                    02 inactive_charges PIC 9(4) VALUE ZEROS.
                    02 vehicle_mismatches PIC 9(4) VALUE ZEROS.
                    02 over_limit_cards PIC 9(4) VALUE ZEROS.
                    02 over_limit_charges PIC 9(4) VALUE ZEROS.
                01 report_edit_fields.
                    02 edit_liters     PIC ZZ9.99.
                    02 edit_amount     PIC ZZZ9.99.
                    02 edit_amount2    PIC ZZZ9.99.
                    02 edit_diff       PIC ZZZ9.99.
                    02 edit_month_amt  PIC Z(6)9.99.
                    02 edit_month_lim  PIC Z(5)9.99.
                    02 edit_txn_lim    PIC Z(4)9.99.
        PROCEDURE DIVISION.
            main.
                PERFORM parse_command_line.
                IF statement_file_name = SPACES
                        OR statement_file_name = "--usage" THEN
                    DISPLAY "card-recon <path_to_statement_csv>"
                        " [path_to_master_file] [path_to_card_file]"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                PERFORM load_statement.
                PERFORM load_fillups.
                PERFORM load_cards.
                PERFORM match_charges.
                PERFORM find_charge_cards.
                PERFORM write_recon_report.
                DISPLAY "Reconciled " statement_file_name ": "
                    matched_count " matched, " unmatched_charges
                    " charges unmatched, " unmatched_fillups
                    " fill-ups unmatched, " amount_disputes
                    " amount disputes.".
                IF cards_available = 1 THEN
                    DISPLAY "Card checks: " inactive_charges
                        " charges on inactive cards, "
                        vehicle_mismatches " on the wrong vehicle, "
                        over_limit_cards " card-months over the"
                        " monthly limit, " over_limit_charges
                        " charges over the per-charge limit."
                END-IF
                DISPLAY "Full report in " recon_file_name.
            STOP RUN.

            parse_command_line.
                PERFORM VARYING token_idx FROM 1 BY 1 UNTIL token_idx > 3
                    DISPLAY token_idx UPON ARGUMENT-NUMBER
                    MOVE SPACES TO command_token (token_idx)
                    ACCEPT command_token (token_idx) FROM ARGUMENT-VALUE
                IF command_token (2) NOT = SPACES THEN
                    MOVE command_token (2) TO master_file_name
                END-IF.
                IF command_token (3) NOT = SPACES THEN
                    MOVE command_token (3) TO card_file_name
                END-IF.

            load_statement.
                OPEN INPUT statement_file.
                END-PERFORM
                CLOSE fillup_master_file.

            load_cards.
                *> the card master is optional, the same way the
                *> registries are for car-mileage: without one the
                *> statement still reconciles against the history,
                *> only the card-status sections are skipped.
                MOVE 0 TO cards_available.
                OPEN INPUT fuel_card_file.
                EVALUATE fuel_card_status
                    WHEN "00"
                        MOVE 1 TO cards_available
                    WHEN "35"
                        DISPLAY "no fuel card master on file -"
                            " card checks skipped"
                    WHEN OTHER
                        DISPLAY "ERROR: could not open card file "
                            card_file_name ": status " fuel_card_status
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-EVALUATE.
                IF cards_available = 1 THEN
                    MOVE 0 TO end_of_file
                    PERFORM UNTIL end_of_file = 1
                        READ fuel_card_file NEXT RECORD
                            AT END MOVE 1 TO end_of_file
                        END-READ
                        IF end_of_file = 0 THEN
                            IF cd_count >= 5000 THEN
                                DISPLAY "ERROR: more than 5000 cards on "
                                    card_file_name
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO cd_count
                            MOVE fc_card_no TO cd_card (cd_count)
                            MOVE fc_vehicle_id TO cd_vehicle (cd_count)
                            MOVE fc_driver_id TO cd_driver (cd_count)
                            MOVE fc_status TO cd_status (cd_count)
                            MOVE fc_issue_date
                                TO cd_issue_date (cd_count)
                            MOVE fc_expiry_date
                                TO cd_expiry_date (cd_count)
                            MOVE fc_txn_limit TO cd_txn_limit (cd_count)
                            MOVE fc_month_limit
                                TO cd_month_limit (cd_count)
                        END-IF
                    END-PERFORM
                    CLOSE fuel_card_file
                END-IF.

            find_charge_cards.
                *> point every charge at its card master slot (zero
                *> when the card is not on file) and total each
                *> card's spend per calendar month of the statement.
                IF cards_available = 1 THEN
                    PERFORM VARYING i FROM 1 BY 1 UNTIL i > st_count
                        MOVE 0 TO st_card_slot (i)
                        PERFORM VARYING k FROM 1 BY 1
                                UNTIL k > cd_count
                                OR st_card_slot (i) > 0
                            IF cd_card (k) = st_card (i) THEN
                                MOVE k TO st_card_slot (i)
                            END-IF
                        END-PERFORM
                        MOVE st_date (i) (1:6) TO charge_month
                        MOVE 0 TO j
                        PERFORM VARYING k FROM 1 BY 1
                                UNTIL k > cs_count OR j > 0
                            IF cs_card (k) = st_card (i)
                                    AND cs_month (k) = charge_month THEN
                                MOVE k TO j
                            END-IF
                        END-PERFORM
                        IF j = 0 THEN
                            IF cs_count >= 9999 THEN
                                DISPLAY "ERROR: more than 9999 card and"
                                    " month totals on " statement_file_name
                                MOVE 16 TO RETURN-CODE
                                STOP RUN
                            END-IF
                            ADD 1 TO cs_count
                            MOVE cs_count TO j
                            MOVE st_card (i) TO cs_card (j)
                            MOVE charge_month TO cs_month (j)
                            MOVE st_card_slot (i) TO cs_card_slot (j)
                            MOVE 0 TO cs_charges (j)
                            MOVE 0 TO cs_amount (j)
                        END-IF
                        IF j > 0 THEN
                            ADD 1 TO cs_charges (j)
                            ADD st_amount (i) TO cs_amount (j)
                        END-IF
                    END-PERFORM
                END-IF.

            match_charges.
                *> first unmatched fill-up of the same vehicle whose
                *> liters agree within tolerance takes the charge -
                PERFORM report_unmatched_charges.
                PERFORM report_unmatched_fillups.
                PERFORM report_amount_disputes.
                IF cards_available = 1 THEN
                    PERFORM report_inactive_cards
                    PERFORM report_vehicle_mismatches
                    PERFORM report_over_limit
                ELSE
                    MOVE SPACES TO line_out
                    PERFORM print_recon_line
                    MOVE "-- No fuel card master on file: card status,"
                        TO line_out
                    PERFORM print_recon_line
                    MOVE "   assignment and limit checks skipped --"
                        TO line_out
                    PERFORM print_recon_line
                END-IF
                MOVE SPACES TO line_out.
                PERFORM print_recon_line.
                MOVE SPACES TO line_out.
                    END-IF
                END-PERFORM.

            report_inactive_cards.
                *> a charge is only good on a card that is active and
                *> inside its issue-to-expiry dates on the day of the
                *> charge - anything else is money spent on a card
                *> that should not have worked.
                MOVE SPACES TO line_out.
                PERFORM print_recon_line.
                MOVE "-- Charges on cards that are not active --"
                    TO line_out.
                PERFORM print_recon_line.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > st_count
                    MOVE SPACES TO inactive_reason
                    MOVE st_card_slot (i) TO k
                    EVALUATE TRUE
                        WHEN k = 0
                            MOVE "not on card master" TO inactive_reason
                        WHEN cd_status (k) = "L"
                            MOVE "lost or stolen" TO inactive_reason
                        WHEN cd_status (k) = "C"
                            MOVE "cancelled" TO inactive_reason
                        WHEN cd_status (k) NOT = "A"
                            MOVE "status not active" TO inactive_reason
                        WHEN st_date (i) < cd_issue_date (k)
                            MOVE "before issue date" TO inactive_reason
                        WHEN st_date (i) > cd_expiry_date (k)
                            MOVE "expired" TO inactive_reason
                    END-EVALUATE
                    IF inactive_reason NOT = SPACES THEN
                        ADD 1 TO inactive_charges
                        MOVE st_liters (i) TO edit_liters
                        MOVE st_amount (i) TO edit_amount
                        MOVE SPACES TO line_out
                        STRING "  card " st_card (i) " "
                                st_vehicle (i) " " st_date (i) " "
                                edit_liters "l  " edit_amount
                                "  " inactive_reason
                            DELIMITED BY SIZE INTO line_out
                        PERFORM print_recon_line
                    END-IF
                END-PERFORM.

            report_vehicle_mismatches.
                MOVE SPACES TO line_out.
                PERFORM print_recon_line.
                MOVE "-- Card used on a vehicle it is not assigned to --"
                    TO line_out.
                PERFORM print_recon_line.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > st_count
                    MOVE st_card_slot (i) TO k
                    IF k > 0 THEN
                        IF cd_vehicle (k) NOT = SPACES
                                AND cd_vehicle (k) NOT = st_vehicle (i)
                                THEN
                            ADD 1 TO vehicle_mismatches
                            MOVE st_amount (i) TO edit_amount
                            MOVE SPACES TO line_out
                            STRING "  card " st_card (i) " assigned to "
                                    cd_vehicle (k) " charged on "
                                    st_vehicle (i) " " st_date (i) " "
                                    edit_amount
                                DELIMITED BY SIZE INTO line_out
                            PERFORM print_recon_line
                        END-IF
                    END-IF
                END-PERFORM.

            report_over_limit.
                *> a zero limit is a card the provider set no limit
                *> on, never a card that may spend nothing.
                MOVE SPACES TO line_out.
                PERFORM print_recon_line.
                MOVE "-- Cards over their monthly limit --" TO line_out.
                PERFORM print_recon_line.
                PERFORM VARYING j FROM 1 BY 1 UNTIL j > cs_count
                    MOVE cs_card_slot (j) TO k
                    IF k > 0 THEN
                        IF cd_month_limit (k) > 0
                                AND cs_amount (j) > cd_month_limit (k)
                                THEN
                            ADD 1 TO over_limit_cards
                            MOVE cs_amount (j) TO edit_month_amt
                            MOVE cd_month_limit (k) TO edit_month_lim
                            MOVE SPACES TO line_out
                            STRING "  card " cs_card (j) " month "
                                    cs_month (j) ": " cs_charges (j)
                                    " charges " edit_month_amt
                                    " limit " edit_month_lim
                                DELIMITED BY SIZE INTO line_out
                            PERFORM print_recon_line
                        END-IF
                    END-IF
                END-PERFORM.
                MOVE SPACES TO line_out.
                PERFORM print_recon_line.
                MOVE "-- Single charges over the card's per-charge limit --"
                    TO line_out.
                PERFORM print_recon_line.
                PERFORM VARYING i FROM 1 BY 1 UNTIL i > st_count
                    MOVE st_card_slot (i) TO k
                    IF k > 0 THEN
                        IF cd_txn_limit (k) > 0
                                AND st_amount (i) > cd_txn_limit (k)
                                THEN
                            ADD 1 TO over_limit_charges
                            MOVE st_amount (i) TO edit_amount
                            MOVE cd_txn_limit (k) TO edit_txn_lim
                            MOVE SPACES TO line_out
                            STRING "  card " st_card (i) " "
                                    st_vehicle (i) " " st_date (i)
                                    " charged " edit_amount
                                    " limit " edit_txn_lim
                                DELIMITED BY SIZE INTO line_out
                            PERFORM print_recon_line
                        END-IF
                    END-IF
                END-PERFORM.

            print_recon_line.
                WRITE recon_line FROM line_out.
                IF recon_file_status NOT = "00" THEN
